       IDENTIFICATION DIVISION.
       PROGRAM-ID. NominaExtraordinaria.

      *> Corrida extraordinaria de nomina entre quincenas: paga una
      *> lista de empleados e importes (nomina_extra.dat) -un sueldo
      *> mal pagado, el alta que no alcanzo el corte- sin esperar a la
      *> siguiente corrida de EmpleadosNomina ni sacar un cheque a
      *> mano fuera del sistema. Aplica los tramos de
      *> tramos_descuento.dat y la pension alimenticia igual que la
      *> corrida ordinaria y escribe su propia generacion con fecha
      *> (nomina_AAAAMMDD_ext.dat), marcada como extraordinaria en la
      *> cabecera de control, que queda como la vigente para
      *> DispersionBancaria, EmiteCheques, ReciboNomina,
      *> AcumulaNominaAnual y GeneraPoliza igual que una quincena.
      *> No abre ni cierra periodo en periodo_control.dat: la quincena
      *> en curso sigue su ciclo normal. Como pagar fuera de ciclo no
      *> tiene ventana de calendario, la corrida pide siempre la firma
      *> de un supervisor. Los pasos de aguas abajo de la quincena
      *> ordinaria deben haber corrido antes, porque a partir de aqui
      *> la generacion vigente es la extraordinaria. Se corre por
      *> empresa, igual que la ordinaria: los renglones de empleados
      *> de otra empresa se apartan para la corrida de esa empresa, y
      *> grupo_pago.dat queda con la quincenal y la empresa corrida
      *> para que la dispersion y los recibos tomen estos archivos.
      *> Al cerrar, los renglones de la empresa corrida se guardan con
      *> el nombre de la generacion (nomina_extra_AAAAMMDD_ext.dat),
      *> de donde AcumulaNominaAnual toma el desglose por concepto, y
      *> nomina_extra.dat se vacia para que la siguiente corrida no
      *> los vuelva a pagar; solo quedan pendientes los apartados
      *> para otra empresa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

      *> Lista de importes a pagar fuera de ciclo.
               SELECT OPTIONAL ArchivoListaExtra
               ASSIGN TO "nomina_extra.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lista.

      *> Copia de la lista pagada, con el nombre de la generacion.
               SELECT ArchivoListaGeneracion
               ASSIGN TO DYNAMIC WS-Nombre-Lista-Generacion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lista-Generacion.

      *> Renglones de la lista cuyo empleado no esta en el padron o
      *> ya fue dado de baja, para que nada se pierda en silencio.
               SELECT OPTIONAL ArchivoRechazosExtra
               ASSIGN TO "nomina_extra_rechazos.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Rechazos.

      *> El extracto sale en una generacion extraordinaria con fecha;
      *> ControlaGeneraciones asigna el nombre y la deja vigente.
               SELECT ARCHIVO-NOMINA
               ASSIGN TO DYNAMIC WS-Nombre-Generacion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Nomina.

      *> Catalogo de tramos de descuento, el mismo que usa la corrida
      *> de nomina.
               SELECT OPTIONAL ArchivoTramos
               ASSIGN TO "tramos_descuento.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Tramos.

      *> Credenciales de operadores, para la firma del supervisor.
               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

               SELECT OPTIONAL ARCHIVO-PENSIONES
               ASSIGN TO "pensiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Pen-Emp-ID
               FILE STATUS IS WS-Estado-Pensiones.

      *> Dispersion de pensiones a beneficiarios, con el mismo layout
      *> y nombre que deja la corrida ordinaria, para que ReciboNomina
      *> desglose la pension del recibo extraordinario.
               SELECT ArchivoDispersionPension
               ASSIGN TO DYNAMIC WS-Nombre-Disp-Pension
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Disp-Pension.

      *> Grupo de pago y empresa de la ultima corrida, para los pasos
      *> de aguas abajo.
               SELECT ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoListaExtra
           LABEL RECORD IS STANDARD.
           COPY NOMEXTRA.

       FD  ArchivoListaGeneracion
           LABEL RECORD IS STANDARD.
       01  Registro-Lista-Generacion PIC X(25).

       FD  ArchivoRechazosExtra
           LABEL RECORD IS STANDARD.
           COPY RECHNOV.

       FD  ARCHIVO-NOMINA
           LABEL RECORD IS STANDARD.
           COPY NOMINA.

       FD  ArchivoTramos
           LABEL RECORD IS STANDARD.
           COPY TRAMODES.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       FD  ARCHIVO-PENSIONES
           LABEL RECORD IS STANDARD.
           COPY PENSION.

       FD  ArchivoDispersionPension
           LABEL RECORD IS STANDARD.
       01  Registro-Disp-Pension PIC X(78).

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
           05 Grp-Empresa             PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
       01 WS-Estado-Lista PIC XX VALUE SPACES.
           88 Lista-No-Existe VALUE "05" "35".
       01 WS-Estado-Lista-Generacion PIC XX VALUE SPACES.
       01 WS-Estado-Rechazos PIC XX VALUE SPACES.
       01 WS-Estado-Nomina PIC XX VALUE SPACES.
       01 WS-Estado-Tramos PIC XX VALUE SPACES.
           88 Tramos-No-Existe VALUE "05" "35".
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Estado-Pensiones PIC XX VALUE SPACES.
           88 Pensiones-No-Existe VALUE "05" "35".
       01 WS-Estado-Disp-Pension PIC XX VALUE SPACES.
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.

      *> Empresa de la corrida, validada contra el catalogo con
      *> ConsultaEmpresa. Los empleados sin empresa capturada son de
      *> la original.
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Empleado-De-La-Empresa PIC X VALUE "N".
           88 Empleado-De-La-Empresa VALUE "S".
       01 WS-Nombre-Disp-Pension PIC X(40)
           VALUE "dispersion_pension.dat".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Nombre-Sin-Extension PIC X(40) VALUE SPACES.

      *> Identificacion para el manejador comun de FILE STATUS.
       01 WS-Nombre-Programa PIC X(20) VALUE "NominaExtraordinaria".
       01 WS-Archivo-Reportado PIC X(20) VALUE SPACES.
       01 WS-Operacion-Reportada PIC X(8) VALUE SPACES.
       01 WS-Severidad-Estado PIC X VALUE "B".
           88 Estado-Fatal VALUE "F".

      *> Generacion extraordinaria del extracto de esta corrida.
       01 WS-Base-Generacion PIC X(20) VALUE "nomina".
       01 WS-Modo-Generacion PIC X VALUE "E".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.
       01 WS-Nombre-Lista-Generacion PIC X(40) VALUE SPACES.

      *> Cabecera y cierre estandar del taller; la cabecera lleva
      *> NOMEXTRA en lugar de NOMINA como identificacion del archivo.
           COPY CTLREG.

       01 WS-Fin-Lista PIC X VALUE "N".
           88 Fin-Lista VALUE "S".
       01 WS-Fin-Tramos PIC X VALUE "N".
           88 Fin-Tramos VALUE "S".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

      *> Firma del supervisor contra operadores.dat, con el mismo
      *> nivel minimo que la corrida ordinaria fuera de ventana.
       01 WS-Operador-Corrida PIC X(6) VALUE SPACES.
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor-Capturado PIC X(6) VALUE SPACES.
       01 WS-Password-Capturado PIC X(10) VALUE SPACES.

      *> Rastro de la firma en la bitacora de autorizaciones.
       01 WS-Aut-Programa PIC X(20) VALUE "NominaExtraordinaria".
       01 WS-Aut-Operacion PIC X(20) VALUE "NOMINA EXTRA".
       01 WS-Aut-Operador PIC X(6) VALUE SPACES.
       01 WS-Aut-Referencia PIC X(20) VALUE SPACES.
       01 WS-Supervisor-Valido PIC X VALUE "N".
           88 Supervisor-Valido VALUE "S".

      *> Lista de importes cargada completa, para sumar en un solo
      *> renglon del extracto los de un mismo empleado. El estado de
      *> cada renglon: "N" pendiente, "S" pagado, "R" rechazado, "O"
      *> de un empleado de otra empresa.
       01 WS-Cantidad-Extra PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Extra.
           05 WS-Extra OCCURS 200 TIMES.
               10 WS-Ext-Emp-ID       PIC 9(6).
               10 WS-Ext-Concepto     PIC X(10).
               10 WS-Ext-Importe      PIC 9(7)V99.
               10 WS-Ext-Estado       PIC X.
       01 WS-Indice-Extra PIC 9(3) VALUE ZEROS.
       01 WS-Indice-Suma PIC 9(3) VALUE ZEROS.
       01 WS-Bruto-Extra PIC 9(7)V99 VALUE ZEROS.

      *> Tasa plana de respaldo y tabla de tramos, iguales a las de
      *> EmpleadosNomina.
       01 WS-Tasa-Descuento PIC V99 VALUE ,13.
       01 WS-Cantidad-Tramos PIC 99 VALUE ZEROS.
       01 WS-Tabla-Tramos.
           05 WS-Tramo OCCURS 15 TIMES.
               10 WS-Trm-Limite-Inferior  PIC 9(7)V99.
               10 WS-Trm-Limite-Superior  PIC 9(7)V99.
               10 WS-Trm-Cuota-Fija       PIC 9(7)V99.
               10 WS-Trm-Tasa-Marginal    PIC V9(4).
       01 WS-Indice-Tramo PIC 99 VALUE ZEROS.
       01 WS-Tramo-Elegido PIC 99 VALUE ZEROS.
       01 WS-Tramo-Encontrado PIC X VALUE "N".
           88 Tramo-Encontrado VALUE "S".

       01 WS-Descuento-Tramo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Neto-Tras-Tramo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Importe-Pension PIC 9(7)V99 VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda y el residuo que va a
      *> la cuadratura del final de la corrida.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.
       01 WS-Residuo-Positivo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Residuo-Negativo PIC 9(5)V9(4) VALUE ZEROS.

      *> Registro de la corrida en el libro comun.
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Total-Empleados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Rechazados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Otra-Empresa PIC 9(6) VALUE ZEROS.
       01 WS-Total-Bruto PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Descuento PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Neto PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Pensiones PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Pensiones PIC 9(11)V99 VALUE ZEROS.

       01 WS-Registro-Pen-Cabecera.
           05 FILLER PIC X VALUE "1".
           05 WS-PCab-Identificador PIC X(8) VALUE "DISPPENS".
           05 WS-PCab-Fecha PIC X(8).
           05 FILLER PIC X(61) VALUE SPACES.

       01 WS-Registro-Pen-Detalle.
           05 FILLER PIC X VALUE "2".
           05 WS-PDet-Emp-ID PIC 9(6).
           05 WS-PDet-Beneficiario PIC X(30).
           05 WS-PDet-CLABE PIC X(18).
           05 WS-PDet-Importe PIC 9(7)V99.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-Registro-Pen-Cierre.
           05 FILLER PIC X VALUE "3".
           05 WS-PCie-Cantidad PIC 9(6).
           05 WS-PCie-Suma PIC 9(11)V99.
           05 FILLER PIC X(58) VALUE SPACES.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Nombre-Programa TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           DISPLAY "== Nomina extraordinaria ==".
           DISPLAY "ID del operador: ".
           ACCEPT WS-Operador-Corrida.
           PERFORM 1000-Valida-Supervisor.
           IF NOT Supervisor-Valido
               DISPLAY "Sin firma de supervisor la corrida "
                   "extraordinaria no procede."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Operador-Corrida TO WS-Aut-Operador.
           STRING "FECHA " DELIMITED BY SIZE
               Fpw-Fecha-Proceso DELIMITED BY SIZE
               INTO WS-Aut-Referencia.
           CALL "RegistraAutorizacion" USING WS-Aut-Programa
               WS-Aut-Operacion WS-Aut-Operador
               WS-Supervisor-Capturado WS-Aut-Referencia.
           PERFORM 0100-Pide-Empresa.
           PERFORM 1100-Carga-Lista.
           IF WS-Cantidad-Extra = ZEROS
               DISPLAY "No hay importes en nomina_extra.dat; no se "
                   "genera extracto."
      *> Codigo de retorno 4: nada que pagar no es una falla, pero
      *> tampoco hay generacion nueva para los pasos de aguas abajo.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCHIVO-EMPLEADOS.
           MOVE "empleados.dat" TO WS-Archivo-Reportado.
           MOVE "OPEN" TO WS-Operacion-Reportada.
           CALL "ManejaEstadoArchivo" USING WS-Nombre-Programa
               WS-Archivo-Reportado WS-Operacion-Reportada
               WS-Estado-Empleados WS-Severidad-Estado.
           IF Estado-Fatal
               STOP RUN
           END-IF.

           PERFORM 1200-Carga-Tramos.
           OPEN INPUT ARCHIVO-PENSIONES.
           OPEN OUTPUT ArchivoDispersionPension.
           PERFORM 4100-Escribe-Cabecera-Pension.
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion.
           OPEN OUTPUT ARCHIVO-NOMINA.
           MOVE "nomina" TO WS-Archivo-Reportado.
           CALL "ManejaEstadoArchivo" USING WS-Nombre-Programa
               WS-Archivo-Reportado WS-Operacion-Reportada
               WS-Estado-Nomina WS-Severidad-Estado.
           IF Estado-Fatal
               CLOSE ARCHIVO-EMPLEADOS
               STOP RUN
           END-IF.
           PERFORM 4000-Escribe-Cabecera-Control.

           PERFORM VARYING WS-Indice-Extra FROM 1 BY 1
                   UNTIL WS-Indice-Extra > WS-Cantidad-Extra
               IF WS-Ext-Estado(WS-Indice-Extra) = "N"
                   PERFORM 2000-Procesa-Empleado
               END-IF
           END-PERFORM.

           PERFORM 4200-Escribe-Cierre-Control.
           PERFORM 4300-Escribe-Cierre-Pension.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-NOMINA.
           CLOSE ARCHIVO-PENSIONES.
           CLOSE ArchivoDispersionPension.
           PERFORM 4400-Graba-Grupo-Pago.
           PERFORM 9000-Muestra-Resumen.
           MOVE WS-Cantidad-Extra TO WS-Corrida-Leidos.
           MOVE WS-Total-Empleados TO WS-Corrida-Escritos.
           MOVE WS-Total-Rechazados TO WS-Corrida-Rechazados.
           CALL "RegistraCorrida" USING WS-Nombre-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado.
           PERFORM 4500-Retira-Lista.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> La empresa a pagar; Enter corre la original "01". Para las
      *> demas el extracto y la dispersion de pensiones llevan el
      *> codigo como sufijo, igual que en la corrida ordinaria.
       0100-Pide-Empresa.
           DISPLAY "Empresa a pagar (Enter = 01): ".
           ACCEPT WS-Empresa-Corrida.
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada.
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM 0100-Pide-Empresa
           ELSE
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Con-Sufijo
                   STRING WS-Base-Generacion DELIMITED BY SPACE
                       "_" WS-Empresa-Corrida DELIMITED BY SIZE
                       INTO WS-Nombre-Con-Sufijo
                   END-STRING
                   MOVE WS-Nombre-Con-Sufijo TO WS-Base-Generacion
                   MOVE SPACES TO WS-Nombre-Sin-Extension
                   UNSTRING WS-Nombre-Disp-Pension DELIMITED BY "."
                       INTO WS-Nombre-Sin-Extension
                   END-UNSTRING
                   MOVE SPACES TO WS-Nombre-Con-Sufijo
                   STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
                       "_" WS-Empresa-Corrida ".dat"
                           DELIMITED BY SIZE
                       INTO WS-Nombre-Con-Sufijo
                   END-STRING
                   MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Disp-Pension
               END-IF
           END-IF.

      *> La firma: credenciales de un operador con nivel de
      *> supervisor contra operadores.dat, igual que la corrida
      *> ordinaria fuera de ventana.
       1000-Valida-Supervisor.
           MOVE "N" TO WS-Supervisor-Valido.
           DISPLAY "ID del supervisor que autoriza: ".
           ACCEPT WS-Supervisor-Capturado.
           DISPLAY "Password del supervisor: ".
           ACCEPT WS-Password-Capturado.
           OPEN INPUT ArchivoOperadores.
           IF Operadores-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Operadores
               PERFORM WITH TEST BEFORE UNTIL Fin-Operadores
                   READ ArchivoOperadores
                       AT END
                           SET Fin-Operadores TO TRUE
                       NOT AT END
                           IF Op-ID = WS-Supervisor-Capturado
                              AND Op-Password =
                                  WS-Password-Capturado
                              AND Op-Nivel IS NUMERIC
                              AND Op-Nivel >= WS-Nivel-Requerido
                               SET Supervisor-Valido TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.

      *> Carga la lista a la tabla, todos los renglones pendientes.
      *> Lo que no cabe en la tabla va directo al listado de rechazo.
       1100-Carga-Lista.
           OPEN INPUT ArchivoListaExtra.
           IF Lista-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lista
               PERFORM WITH TEST BEFORE UNTIL Fin-Lista
                   READ ArchivoListaExtra
                       AT END
                           SET Fin-Lista TO TRUE
                       NOT AT END
                           PERFORM 1110-Guarda-Renglon
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoListaExtra.

       1110-Guarda-Renglon.
           IF WS-Cantidad-Extra < 200
               ADD 1 TO WS-Cantidad-Extra
               MOVE Nex-Emp-ID TO WS-Ext-Emp-ID(WS-Cantidad-Extra)
               MOVE Nex-Concepto TO
                   WS-Ext-Concepto(WS-Cantidad-Extra)
               MOVE Nex-Importe TO WS-Ext-Importe(WS-Cantidad-Extra)
               MOVE "N" TO WS-Ext-Estado(WS-Cantidad-Extra)
           ELSE
               MOVE Nex-Emp-ID TO RNov-Emp-ID
               MOVE Nex-Concepto TO RNov-Concepto
               MOVE "+" TO RNov-Signo
               MOVE Nex-Importe TO RNov-Importe
               PERFORM 2910-Escribe-Rechazo
           END-IF.

      *> Tramos desde el catalogo, con la tasa plana de siempre como
      *> unico tramo cuando el catalogo no existe o viene vacio.
       1200-Carga-Tramos.
           OPEN INPUT ArchivoTramos.
           IF Tramos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Tramos
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Tramos OR WS-Cantidad-Tramos = 15
                   READ ArchivoTramos
                       AT END
                           SET Fin-Tramos TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Tramos
                           MOVE Trm-Limite-Inferior TO
                               WS-Trm-Limite-Inferior
                               (WS-Cantidad-Tramos)
                           MOVE Trm-Limite-Superior TO
                               WS-Trm-Limite-Superior
                               (WS-Cantidad-Tramos)
                           MOVE Trm-Cuota-Fija TO
                               WS-Trm-Cuota-Fija(WS-Cantidad-Tramos)
                           MOVE Trm-Tasa-Marginal TO
                               WS-Trm-Tasa-Marginal
                               (WS-Cantidad-Tramos)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoTramos.
           IF WS-Cantidad-Tramos = ZEROS
               MOVE 1 TO WS-Cantidad-Tramos
               MOVE ZEROS TO WS-Trm-Limite-Inferior(1)
               MOVE ZEROS TO WS-Trm-Limite-Superior(1)
               MOVE ZEROS TO WS-Trm-Cuota-Fija(1)
               MOVE WS-Tasa-Descuento TO WS-Trm-Tasa-Marginal(1)
           END-IF.

      *> El primer renglon pendiente de un empleado arrastra a todos
      *> los suyos: se suman en un solo bruto y se marcan pagados. Un
      *> empleado que no esta en el padron, o que ya fue dado de baja
      *> (ese pago va por Finiquito), manda sus renglones a rechazo.
      *> Los de un empleado de otra empresa se apartan sin rechazo:
      *> se pagan en la corrida extraordinaria de su empresa.
       2000-Procesa-Empleado.
           MOVE WS-Ext-Emp-ID(WS-Indice-Extra) TO Emp-ID.
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   PERFORM 2900-Rechaza-Empleado
               NOT INVALID KEY
                   PERFORM 2050-Revisa-Empresa
                   IF Emp-Terminado
                       PERFORM 2900-Rechaza-Empleado
                   ELSE
                       IF NOT Empleado-De-La-Empresa
                           PERFORM 2800-Aparta-Otra-Empresa
                       ELSE
                           PERFORM 2100-Suma-Importes
                           PERFORM 3000-Calcula-Neto
                           WRITE Registro-Nomina
                           ADD 1 TO WS-Total-Empleados
                           ADD Nom-Salario-Bruto TO WS-Total-Bruto
                           ADD Nom-Descuento TO WS-Total-Descuento
                           ADD Nom-Salario-Neto TO WS-Total-Neto
                       END-IF
                   END-IF
           END-READ.

      *> Un empleado sin empresa capturada es de la original.
       2050-Revisa-Empresa.
           MOVE "N" TO WS-Empleado-De-La-Empresa.
           IF Emp-Empresa = WS-Empresa-Corrida
              OR (Emp-Empresa = SPACES AND Empresa-Principal)
               SET Empleado-De-La-Empresa TO TRUE
           END-IF.

       2100-Suma-Importes.
           MOVE ZEROS TO WS-Bruto-Extra.
           PERFORM VARYING WS-Indice-Suma FROM WS-Indice-Extra BY 1
                   UNTIL WS-Indice-Suma > WS-Cantidad-Extra
               IF WS-Ext-Emp-ID(WS-Indice-Suma) = Emp-ID
                   ADD WS-Ext-Importe(WS-Indice-Suma) TO WS-Bruto-Extra
                   MOVE "S" TO WS-Ext-Estado(WS-Indice-Suma)
               END-IF
           END-PERFORM.

       2800-Aparta-Otra-Empresa.
           PERFORM VARYING WS-Indice-Suma FROM WS-Indice-Extra BY 1
                   UNTIL WS-Indice-Suma > WS-Cantidad-Extra
               IF WS-Ext-Emp-ID(WS-Indice-Suma) = Emp-ID
                  AND WS-Ext-Estado(WS-Indice-Suma) = "N"
                   MOVE "O" TO WS-Ext-Estado(WS-Indice-Suma)
                   ADD 1 TO WS-Total-Otra-Empresa
               END-IF
           END-PERFORM.

       2900-Rechaza-Empleado.
           PERFORM VARYING WS-Indice-Suma FROM WS-Indice-Extra BY 1
                   UNTIL WS-Indice-Suma > WS-Cantidad-Extra
               IF WS-Ext-Emp-ID(WS-Indice-Suma) =
                      WS-Ext-Emp-ID(WS-Indice-Extra)
                  AND WS-Ext-Estado(WS-Indice-Suma) = "N"
                   MOVE "R" TO WS-Ext-Estado(WS-Indice-Suma)
                   MOVE WS-Ext-Emp-ID(WS-Indice-Suma) TO RNov-Emp-ID
                   MOVE WS-Ext-Concepto(WS-Indice-Suma)
                       TO RNov-Concepto
                   MOVE "+" TO RNov-Signo
                   MOVE WS-Ext-Importe(WS-Indice-Suma)
                       TO RNov-Importe
                   PERFORM 2910-Escribe-Rechazo
               END-IF
           END-PERFORM.

       2910-Escribe-Rechazo.
           OPEN EXTEND ArchivoRechazosExtra.
           MOVE FUNCTION CURRENT-DATE TO RNov-Fecha-Hora.
           WRITE Registro-Rechazo-Novedad.
           CLOSE ArchivoRechazosExtra.
           ADD 1 TO WS-Total-Rechazados.

      *> Descuento del importe extraordinario con el tramo de su
      *> propio bruto, igual que la corrida ordinaria, y la pension
      *> alimenticia sobre el neto tras el tramo. Solo la pension de
      *> porcentaje alcanza al pago extraordinario: la de monto fijo
      *> es por quincena y ya la cobro la corrida ordinaria. Ninguna
      *> deduccion pasa del bruto, asi que el neto no pierde el
      *> signo.
       3000-Calcula-Neto.
           MOVE Emp-ID TO Nom-Emp-ID.
           MOVE Cont-Nombre TO Nom-Cont-Nombre.
           MOVE Cont-Primer-Apellido TO Nom-Cont-Primer-Apellido.
           MOVE WS-Bruto-Extra TO Nom-Salario-Bruto.

           MOVE "N" TO WS-Tramo-Encontrado.
           MOVE WS-Cantidad-Tramos TO WS-Tramo-Elegido.
           PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                   UNTIL WS-Indice-Tramo > WS-Cantidad-Tramos
                      OR Tramo-Encontrado
               IF Nom-Salario-Bruto >=
                      WS-Trm-Limite-Inferior(WS-Indice-Tramo)
                  AND (WS-Trm-Limite-Superior(WS-Indice-Tramo)
                          = ZEROS
                       OR Nom-Salario-Bruto <=
                          WS-Trm-Limite-Superior(WS-Indice-Tramo))
                   SET Tramo-Encontrado TO TRUE
                   MOVE WS-Indice-Tramo TO WS-Tramo-Elegido
               END-IF
           END-PERFORM.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Trm-Cuota-Fija(WS-Tramo-Elegido)
               + (Nom-Salario-Bruto
                  - WS-Trm-Limite-Inferior(WS-Tramo-Elegido))
               * WS-Trm-Tasa-Marginal(WS-Tramo-Elegido).
           PERFORM 3900-Redondea.
           MOVE WS-Monto-Redondeado TO WS-Descuento-Tramo.
           IF WS-Descuento-Tramo > Nom-Salario-Bruto
               MOVE Nom-Salario-Bruto TO WS-Descuento-Tramo
           END-IF.
           COMPUTE WS-Neto-Tras-Tramo =
               Nom-Salario-Bruto - WS-Descuento-Tramo.

           PERFORM 3100-Aplica-Pension.

           COMPUTE Nom-Descuento =
               WS-Descuento-Tramo + WS-Importe-Pension.
           COMPUTE Nom-Salario-Neto =
               Nom-Salario-Bruto - Nom-Descuento.

       3100-Aplica-Pension.
           MOVE ZEROS TO WS-Importe-Pension.
           IF Pensiones-No-Existe
               CONTINUE
           ELSE
               MOVE Emp-ID TO Pen-Emp-ID
               READ ARCHIVO-PENSIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Pen-Vigente AND Pen-Es-Porcentaje
                           PERFORM 3110-Calcula-Pension
                       END-IF
               END-READ
           END-IF.

       3110-Calcula-Pension.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Neto-Tras-Tramo * Pen-Porcentaje / 100.
           PERFORM 3900-Redondea.
           MOVE WS-Monto-Redondeado TO WS-Importe-Pension.
           IF WS-Importe-Pension > WS-Neto-Tras-Tramo
               MOVE WS-Neto-Tras-Tramo TO WS-Importe-Pension
           END-IF.
           IF WS-Importe-Pension > ZEROS
               PERFORM 4150-Escribe-Detalle-Pension
           END-IF.

      *> RedondeaMoneda con el redondeo estandar de la nomina, y el
      *> residuo acumulado por direccion para la cuadratura.
       3900-Redondea.
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.
           IF WS-Residuo-Redondeo > ZEROS
               ADD WS-Residuo-Redondeo TO WS-Residuo-Positivo
           ELSE
               SUBTRACT WS-Residuo-Redondeo FROM WS-Residuo-Negativo
           END-IF.

      *> Cabecera y cierre de control del extracto; NOMEXTRA en la
      *> identificacion marca la generacion como extraordinaria.
       4000-Escribe-Cabecera-Control.
           MOVE "000000" TO Ctl-Marca.
           MOVE "C" TO Ctl-Tipo.
           MOVE "NOMEXTRA" TO Ctl-Id-Archivo.
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha.
           MOVE ZEROS TO Ctl-Registros.
           MOVE ZEROS TO Ctl-Suma-Importes.
           MOVE Registro-Control TO Registro-Nomina.
           WRITE Registro-Nomina.

       4100-Escribe-Cabecera-Pension.
           MOVE Fpw-Fecha-Proceso TO WS-PCab-Fecha.
           WRITE Registro-Disp-Pension
               FROM WS-Registro-Pen-Cabecera.

       4150-Escribe-Detalle-Pension.
           MOVE Emp-ID TO WS-PDet-Emp-ID.
           MOVE Pen-Beneficiario TO WS-PDet-Beneficiario.
           MOVE Pen-CLABE TO WS-PDet-CLABE.
           MOVE WS-Importe-Pension TO WS-PDet-Importe.
           WRITE Registro-Disp-Pension
               FROM WS-Registro-Pen-Detalle.
           ADD 1 TO WS-Total-Pensiones.
           ADD WS-Importe-Pension TO WS-Suma-Pensiones.

       4200-Escribe-Cierre-Control.
           MOVE "999999" TO Ctl-Marca.
           MOVE "F" TO Ctl-Tipo.
           MOVE "NOMEXTRA" TO Ctl-Id-Archivo.
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha.
           MOVE WS-Total-Empleados TO Ctl-Registros.
           MOVE WS-Total-Neto TO Ctl-Suma-Importes.
           MOVE Registro-Control TO Registro-Nomina.
           WRITE Registro-Nomina.

       4300-Escribe-Cierre-Pension.
           MOVE WS-Total-Pensiones TO WS-PCie-Cantidad.
           MOVE WS-Suma-Pensiones TO WS-PCie-Suma.
           WRITE Registro-Disp-Pension FROM WS-Registro-Pen-Cierre.

      *> La extraordinaria paga con la quincenal; la dispersion y
      *> los recibos arman sus nombres con este grupo y empresa.
       4400-Graba-Grupo-Pago.
           OPEN OUTPUT ArchivoGrupoPago.
           MOVE "Q" TO Grp-Grupo.
           MOVE WS-Empresa-Corrida TO Grp-Empresa.
           WRITE Registro-Grupo-Pago.
           CLOSE ArchivoGrupoPago.

      *> La lista de esta corrida se guarda junto a su generacion:
      *> "nomina" del nombre de la generacion se cambia por
      *> "nomina_extra", con el sufijo de empresa si lo trae. Lo
      *> pagado y lo rechazado va a la copia; nomina_extra.dat se
      *> reescribe solo con lo apartado para otra empresa, y sin
      *> apartados queda vacio.
       4500-Retira-Lista.
           MOVE SPACES TO WS-Nombre-Lista-Generacion.
           STRING "nomina_extra" DELIMITED BY SIZE
               WS-Nombre-Generacion(7:) DELIMITED BY SPACE
               INTO WS-Nombre-Lista-Generacion
           END-STRING.
           OPEN OUTPUT ArchivoListaGeneracion.
           PERFORM VARYING WS-Indice-Extra FROM 1 BY 1
                   UNTIL WS-Indice-Extra > WS-Cantidad-Extra
               IF WS-Ext-Estado(WS-Indice-Extra) NOT = "O"
                   PERFORM 4510-Arma-Renglon-Lista
                   WRITE Registro-Lista-Generacion
                       FROM Registro-Nomina-Extra
               END-IF
           END-PERFORM.
           CLOSE ArchivoListaGeneracion.
           OPEN OUTPUT ArchivoListaExtra.
           PERFORM VARYING WS-Indice-Extra FROM 1 BY 1
                   UNTIL WS-Indice-Extra > WS-Cantidad-Extra
               IF WS-Ext-Estado(WS-Indice-Extra) = "O"
                   PERFORM 4510-Arma-Renglon-Lista
                   WRITE Registro-Nomina-Extra
               END-IF
           END-PERFORM.
           CLOSE ArchivoListaExtra.
           DISPLAY "Lista pagada guardada en "
               WS-Nombre-Lista-Generacion.

       4510-Arma-Renglon-Lista.
           MOVE WS-Ext-Emp-ID(WS-Indice-Extra) TO Nex-Emp-ID.
           MOVE WS-Ext-Concepto(WS-Indice-Extra) TO Nex-Concepto.
           MOVE WS-Ext-Importe(WS-Indice-Extra) TO Nex-Importe.

       9000-Muestra-Resumen.
           CALL "RegistraCuadratura" USING WS-Nombre-Programa
               WS-Residuo-Positivo WS-Residuo-Negativo.
           DISPLAY "== Resumen de nomina extraordinaria ==".
           DISPLAY "Empresa: " WS-Empresa-Corrida.
           DISPLAY "Generacion: " WS-Nombre-Generacion.
           DISPLAY "Operador: " WS-Operador-Corrida
               "  Autorizo: " WS-Supervisor-Capturado.
           DISPLAY "Renglones en la lista: " WS-Cantidad-Extra.
           DISPLAY "Empleados pagados: " WS-Total-Empleados.
           DISPLAY "Renglones rechazados: " WS-Total-Rechazados.
           DISPLAY "Renglones de otra empresa: "
               WS-Total-Otra-Empresa.
           DISPLAY "Total bruto: " WS-Total-Bruto.
           DISPLAY "Total descuentos: " WS-Total-Descuento.
           DISPLAY "Total neto: " WS-Total-Neto.
           DISPLAY "Pensiones retenidas: " WS-Total-Pensiones.
           DISPLAY "Suma de pensiones: " WS-Suma-Pensiones.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM NominaExtraordinaria.
