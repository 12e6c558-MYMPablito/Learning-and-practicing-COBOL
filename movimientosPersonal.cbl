      *> para agrupar por programa/parrafo. Posible porque la baja ya
      *> no borra el registro: los terminados siguen en el maestro con
      *> su fecha y motivo.
      *> Al final agrega los movimientos salariales del mes segun la
      *> historia salarial (salario_historia.dat), y a las altas del
      *> mes que no tengan su renglon de ingreso en la historia -las
      *> capturadas por fuera del mantenimiento y la carga masiva- se
      *> los deja via RegistraSalario, para que la historia de cada
      *> persona arranque en su ingreso.
      *> Las altas, bajas y modificaciones de salario del mes salen
      *> ademas como avisos al seguro social (avisos_imss.dat), en el
      *> layout fijo de la carga del instituto, con el salario diario
      *> integrado de CalculaSDI a la fecha de cada movimiento. Cada
      *> empresa presenta sus propios avisos con su registro
      *> patronal: la corrida pide la empresa y solo sus empleados
      *> salen al archivo, que para las distintas de la original
      *> lleva el codigo como sufijo (avisos_imss_02.dat).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               SELECT ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

               SELECT ARCHIVO-SALARIOS
               ASSIGN TO "salario_historia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Sal-Llave
               FILE STATUS IS WS-Estado-Salarios.

               SELECT ArchivoReporte
               ASSIGN TO "movimientos_personal.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

               SELECT ArchivoAvisos
               ASSIGN TO DYNAMIC WS-Nombre-Avisos
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Avisos.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ARCHIVO-SALARIOS
           LABEL RECORD IS STANDARD.
           COPY SALHIST.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(70).

      *> Un aviso por movimiento; la cabecera y el cierre de control
      *> comparten el largo del registro.
       FD  ArchivoAvisos
           LABEL RECORD IS STANDARD.
       01  Registro-Aviso.
           05 Avi-Emp-ID              PIC 9(6).
           05 Avi-Tipo                PIC X(2).
               88 Avi-Baja VALUE "02".
               88 Avi-Modificacion VALUE "07".
               88 Avi-Alta VALUE "08".
           05 Avi-Fecha               PIC 9(8).
           05 Avi-Primer-Apellido     PIC X(30).
           05 Avi-Segundo-Apellido    PIC X(30).
           05 Avi-Nombre              PIC X(15).
           05 Avi-SDI                 PIC 9(7)V99.
           05 Avi-Causa-Baja          PIC X(20).
           05 FILLER                  PIC X(10).
      *> Claves fiscales del trabajador. Agregado al final del
      *> registro para no correr los campos existentes.
           05 Avi-RFC                 PIC X(13).
           05 Avi-CURP                PIC X(18).
      *> NSS del trabajador y registro patronal de la empresa que
      *> presenta el aviso. Agregado al final del registro para no
      *> correr los campos existentes.
           05 Avi-NSS                 PIC X(11).
           05 Avi-Registro-Patronal   PIC X(11).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Estado-Avisos PIC XX VALUE SPACES.
       01 WS-Estado-Salarios PIC XX VALUE SPACES.
           88 Salarios-No-Existe VALUE "05" "35".

       01 WS-Fin-Empleados PIC X VALUE "N".
           88 Fin-Empleados VALUE "S".
       01 WS-Fin-Salarios PIC X VALUE "N".
           88 Fin-Salarios VALUE "S".

      *> Mes a reportar, pedido al operador como AAAAMM.
       01 WS-Mes-Pedido.
       01 WS-Total-Bajas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Activos PIC 9(6) VALUE ZEROS.

      *> Altas del mes, para revisar que cada una tenga su renglon de
      *> ingreso en la historia salarial.
       01 WS-Cantidad-Altas PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Altas.
           05 WS-Alta-Mes OCCURS 300 TIMES.
               10 WS-Alt-Emp-ID       PIC 9(6).
               10 WS-Alt-Ingreso      PIC 9(8).
               10 WS-Alt-Salario      PIC 9(7)V99.
               10 WS-Alt-Depto        PIC X(15).
               10 WS-Alt-En-Historia  PIC X.
                   88 Alt-En-Historia VALUE "S".
       01 WS-Indice-Alta PIC 9(3) VALUE ZEROS.

      *> Movimientos salariales del mes por motivo.
       01 WS-Sal-Altas PIC 9(5) VALUE ZEROS.
       01 WS-Sal-Aumentos PIC 9(5) VALUE ZEROS.
       01 WS-Sal-Promociones PIC 9(5) VALUE ZEROS.
       01 WS-Sal-Transferencias PIC 9(5) VALUE ZEROS.
       01 WS-Sal-Agregadas PIC 9(5) VALUE ZEROS.
       01 WS-Sal-Fecha-Mes PIC 9(6) VALUE ZEROS.
       01 WS-Sal-Anterior PIC 9(7)V99 VALUE ZEROS.
       01 WS-Sal-Motivo PIC X(12) VALUE "ALTA".
       01 WS-Sal-Programa PIC X(20) VALUE "MovimientosPersonal".

      *> Avisos al seguro social.
           COPY CTLREG.
       01 WS-Total-Avisos PIC 9(7) VALUE ZEROS.
       01 WS-Suma-SDI PIC 9(13)V99 VALUE ZEROS.
       01 WS-Avi-Tipo PIC X(2) VALUE SPACES.
       01 WS-Avi-Salario PIC 9(7)V99 VALUE ZEROS.
       01 WS-Avi-Fecha PIC 9(8) VALUE ZEROS.
       01 WS-Avi-Ingreso PIC 9(8) VALUE ZEROS.
       01 WS-Factor-Integracion PIC 9V9(4) VALUE ZEROS.
       01 WS-SDI PIC 9(7)V99 VALUE ZEROS.
       01 WS-Nombre-Avisos PIC X(40) VALUE "avisos_imss.dat".

      *> Empresa que presenta los avisos; los empleados sin empresa
      *> capturada son de la original "01".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Empresa-Empleado PIC X(2) VALUE "01".

       01 WS-Linea-Titulo-Salarios PIC X(40)
           VALUE "MOVIMIENTOS SALARIALES DEL MES".

       01 WS-Linea-Salarios.
           05 WS-Sal-Etiqueta PIC X(30).
           05 WS-Sal-Cantidad PIC ZZZZ9.

       01 WS-Linea-Encabezado.
           05 FILLER PIC X(26) VALUE "MOVIMIENTOS DE PERSONAL - ".
           05 WS-Enc-Anio PIC 9(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Tot-Activos PIC ZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "MovimientosPersonal" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           DISPLAY "Mes a reportar (AAAAMM): "
           ACCEPT WS-Mes-Pedido
           PERFORM 0050-Pide-Empresa
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               CLOSE ARCHIVO-EMPLEADOS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-Abre-Avisos
               PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
                   READ ARCHIVO-EMPLEADOS NEXT RECORD
                       AT END SET Fin-Empleados TO TRUE
                       NOT AT END PERFORM 1000-Clasifica-Empleado
                   END-READ
               END-PERFORM
               PERFORM 2000-Revisa-Historia
               CLOSE ARCHIVO-EMPLEADOS
               PERFORM 0200-Cierra-Avisos
               PERFORM 3000-Escribe-Reporte
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-Pide-Empresa.
           DISPLAY "Empresa de los avisos (Enter = 01): "
           ACCEPT WS-Empresa-Corrida
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM 0050-Pide-Empresa
           ELSE
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Avisos
                   STRING "avisos_imss_" WS-Empresa-Corrida ".dat"
                       DELIMITED BY SIZE
                       INTO WS-Nombre-Avisos
                   END-STRING
               END-IF
           END-IF.

       0100-Abre-Avisos.
           OPEN OUTPUT ArchivoAvisos
           MOVE "000000" TO Ctl-Marca
           MOVE "C" TO Ctl-Tipo
           MOVE "AVISOIMS" TO Ctl-Id-Archivo
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha
           MOVE ZEROS TO Ctl-Registros
           MOVE ZEROS TO Ctl-Suma-Importes
           MOVE SPACES TO Registro-Aviso
           MOVE Registro-Control TO Registro-Aviso
           WRITE Registro-Aviso.

       0200-Cierra-Avisos.
           MOVE "999999" TO Ctl-Marca
           MOVE "F" TO Ctl-Tipo
           MOVE "AVISOIMS" TO Ctl-Id-Archivo
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha
           MOVE WS-Total-Avisos TO Ctl-Registros
           MOVE WS-Suma-SDI TO Ctl-Suma-Importes
           MOVE SPACES TO Registro-Aviso
           MOVE Registro-Control TO Registro-Aviso
           WRITE Registro-Aviso
           CLOSE ArchivoAvisos.

       1000-Clasifica-Empleado.
           MOVE "N" TO WS-Es-Alta-Del-Mes
           MOVE "N" TO WS-Es-Baja-Del-Mes
           IF Emp-Fecha-Anio = WS-Mes-Anio
              AND Emp-Fecha-Mes = WS-Mes-Mes
               SET Es-Alta-Del-Mes TO TRUE
               PERFORM 1050-Guarda-Alta
               MOVE Emp-Fecha-Ingreso TO WS-Avi-Fecha
               MOVE Emp-Salario TO WS-Avi-Salario
               MOVE "08" TO WS-Avi-Tipo
               PERFORM 4000-Escribe-Aviso
           END-IF
           IF Emp-Terminado
              AND Emp-Fecha-Baja-Anio = WS-Mes-Anio
              AND Emp-Fecha-Baja-Mes = WS-Mes-Mes
               SET Es-Baja-Del-Mes TO TRUE
               MOVE Emp-Fecha-Baja TO WS-Avi-Fecha
               MOVE Emp-Salario TO WS-Avi-Salario
               MOVE "02" TO WS-Avi-Tipo
               PERFORM 4000-Escribe-Aviso
           END-IF
           PERFORM 1100-Acumula-Depto.

       1050-Guarda-Alta.
           IF WS-Cantidad-Altas < 300
               ADD 1 TO WS-Cantidad-Altas
               MOVE Emp-ID TO WS-Alt-Emp-ID(WS-Cantidad-Altas)
               MOVE Emp-Fecha-Ingreso
                   TO WS-Alt-Ingreso(WS-Cantidad-Altas)
               MOVE Emp-Salario TO WS-Alt-Salario(WS-Cantidad-Altas)
               MOVE Emp-Departamento
                   TO WS-Alt-Depto(WS-Cantidad-Altas)
               MOVE "N" TO WS-Alt-En-Historia(WS-Cantidad-Altas)
           END-IF.

       1100-Acumula-Depto.
           MOVE "N" TO WS-Depto-Hallado
           PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
               ADD 1 TO WS-Total-Activos
           END-IF.

      *> Recorre la historia salarial contando los movimientos cuya
      *> fecha de efecto cae en el mes y marcando las altas del mes
      *> que ya tienen renglon. Con el archivo ya cerrado, las que no
      *> lo tienen se agregan via RegistraSalario.
       2000-Revisa-Historia.
           COMPUTE WS-Sal-Fecha-Mes = WS-Mes-Anio * 100 + WS-Mes-Mes
           OPEN INPUT ARCHIVO-SALARIOS
           IF Salarios-No-Existe
               CLOSE ARCHIVO-SALARIOS
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Salarios
                   READ ARCHIVO-SALARIOS
                       AT END SET Fin-Salarios TO TRUE
                       NOT AT END PERFORM 2100-Clasifica-Salario
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SALARIOS
           END-IF
           PERFORM VARYING WS-Indice-Alta FROM 1 BY 1
                   UNTIL WS-Indice-Alta > WS-Cantidad-Altas
               IF NOT Alt-En-Historia(WS-Indice-Alta)
                   PERFORM 2200-Agrega-Alta
               END-IF
           END-PERFORM.

       2100-Clasifica-Salario.
           IF Sal-Fecha-Efecto(1:6) = WS-Sal-Fecha-Mes
               EVALUATE TRUE
                   WHEN Sal-Motivo-Alta OR Sal-Motivo-Reingreso
                       ADD 1 TO WS-Sal-Altas
                   WHEN Sal-Motivo-Aumento
                       ADD 1 TO WS-Sal-Aumentos
                   WHEN Sal-Motivo-Promocion
                       ADD 1 TO WS-Sal-Promociones
                   WHEN Sal-Motivo-Transferencia
                       ADD 1 TO WS-Sal-Transferencias
               END-EVALUATE
               PERFORM 2150-Aviso-Modificacion
           END-IF
           PERFORM VARYING WS-Indice-Alta FROM 1 BY 1
                   UNTIL WS-Indice-Alta > WS-Cantidad-Altas
               IF WS-Alt-Emp-ID(WS-Indice-Alta) = Sal-Emp-ID
                   MOVE "S" TO WS-Alt-En-Historia(WS-Indice-Alta)
               END-IF
           END-PERFORM.

      *> Solo un cambio de salario de alguien que ya estaba dado de
      *> alta es modificacion para el instituto; el renglon de
      *> ingreso ya salio como alta.
       2150-Aviso-Modificacion.
           IF (Sal-Motivo-Aumento OR Sal-Motivo-Promocion
                  OR Sal-Motivo-Transferencia)
              AND Sal-Salario-Nuevo NOT = Sal-Salario-Anterior
               MOVE Sal-Emp-ID TO Emp-ID
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Sal-Fecha-Efecto TO WS-Avi-Fecha
                       MOVE Sal-Salario-Nuevo TO WS-Avi-Salario
                       MOVE "07" TO WS-Avi-Tipo
                       PERFORM 4000-Escribe-Aviso
               END-READ
           END-IF.

       2200-Agrega-Alta.
           CALL "RegistraSalario" USING WS-Alt-Emp-ID(WS-Indice-Alta)
               WS-Alt-Ingreso(WS-Indice-Alta) WS-Sal-Anterior
               WS-Alt-Salario(WS-Indice-Alta) WS-Sal-Motivo
               WS-Alt-Depto(WS-Indice-Alta) WS-Sal-Programa
           ADD 1 TO WS-Sal-Agregadas
           ADD 1 TO WS-Sal-Altas.

       3000-Escribe-Reporte.
           OPEN OUTPUT ArchivoReporte
           MOVE WS-Mes-Anio TO WS-Enc-Anio
           MOVE WS-Total-Bajas TO WS-Tot-Bajas
           MOVE WS-Total-Activos TO WS-Tot-Activos
           WRITE Linea-Reporte FROM WS-Linea-Total
           PERFORM 3200-Escribe-Salarios
           CLOSE ArchivoReporte.

       3100-Escribe-Depto.
           MOVE WS-Dep-Activos(WS-Indice-Depto) TO WS-Det-Activos
           WRITE Linea-Reporte FROM WS-Linea-Depto.

       3200-Escribe-Salarios.
           MOVE SPACES TO Linea-Reporte
           WRITE Linea-Reporte
           WRITE Linea-Reporte FROM WS-Linea-Titulo-Salarios
           MOVE "  ALTAS Y REINGRESOS" TO WS-Sal-Etiqueta
           MOVE WS-Sal-Altas TO WS-Sal-Cantidad
           WRITE Linea-Reporte FROM WS-Linea-Salarios
           MOVE "  AUMENTOS" TO WS-Sal-Etiqueta
           MOVE WS-Sal-Aumentos TO WS-Sal-Cantidad
           WRITE Linea-Reporte FROM WS-Linea-Salarios
           MOVE "  PROMOCIONES" TO WS-Sal-Etiqueta
           MOVE WS-Sal-Promociones TO WS-Sal-Cantidad
           WRITE Linea-Reporte FROM WS-Linea-Salarios
           MOVE "  TRANSFERENCIAS" TO WS-Sal-Etiqueta
           MOVE WS-Sal-Transferencias TO WS-Sal-Cantidad
           WRITE Linea-Reporte FROM WS-Linea-Salarios
           MOVE "  ALTAS AGREGADAS A HISTORIA" TO WS-Sal-Etiqueta
           MOVE WS-Sal-Agregadas TO WS-Sal-Cantidad
           WRITE Linea-Reporte FROM WS-Linea-Salarios.

      *> Solo los empleados de la empresa de la corrida.
       4000-Escribe-Aviso.
           IF Emp-Empresa = SPACES
               MOVE "01" TO WS-Empresa-Empleado
           ELSE
               MOVE Emp-Empresa TO WS-Empresa-Empleado
           END-IF
           IF WS-Empresa-Empleado = WS-Empresa-Corrida
               PERFORM 4100-Arma-Aviso
           END-IF.

      *> Arma el aviso con los datos del empleado en el registro y
      *> el tipo, el salario y la fecha del movimiento ya puestos.
       4100-Arma-Aviso.
           MOVE Emp-Fecha-Ingreso TO WS-Avi-Ingreso
           CALL "CalculaSDI" USING WS-Avi-Salario WS-Avi-Ingreso
               WS-Avi-Fecha WS-Factor-Integracion WS-SDI
           MOVE SPACES TO Registro-Aviso
           MOVE WS-Avi-Tipo TO Avi-Tipo
           MOVE Emp-ID TO Avi-Emp-ID
           MOVE WS-Avi-Fecha TO Avi-Fecha
           MOVE Cont-Primer-Apellido TO Avi-Primer-Apellido
           MOVE Cont-Segundo-Apellido TO Avi-Segundo-Apellido
           MOVE Cont-Nombre TO Avi-Nombre
           MOVE WS-SDI TO Avi-SDI
           MOVE Emp-RFC TO Avi-RFC
           MOVE Emp-CURP TO Avi-CURP
           MOVE Emp-NSS TO Avi-NSS
           MOVE Cia-Registro-Patronal TO Avi-Registro-Patronal
           IF Avi-Baja
               MOVE Emp-Motivo-Baja TO Avi-Causa-Baja
           END-IF
           WRITE Registro-Aviso
           ADD 1 TO WS-Total-Avisos
           ADD WS-SDI TO WS-Suma-SDI.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM MovimientosPersonal.
