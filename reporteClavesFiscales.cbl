       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteClavesFiscales.

      *> Reporte de limpieza de RFC y CURP: recorre empleados.dat y
      *> clientes.dat y lista cada empleado activo y cada cliente
      *> activo al que le falta una de las dos claves o cuya clave no
      *> pasa ValidaClaveFiscal, con el motivo. Los registros que ya
      *> existian antes de capturar las claves salen todos como
      *> faltantes; el reporte es la lista de trabajo para
      *> completarlos por EmpleadosMantenimiento y ClientesMant, y
      *> se puede volver a correr hasta que quede vacio. El empleado
      *> se coteja contra su fecha de nacimiento; el cliente solo
      *> contra el nombre, porque la edad capturada no trae la fecha
      *> en que se capturo. Un cliente con RFC de 12 posiciones es
      *> una empresa: su RFC se valida como de persona moral y no se
      *> le pide CURP. Las claves salen enmascaradas igual que en
      *> cualquier reporte impreso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   OF Registro-Empleado WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   OF Registro-Cliente WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

               SELECT ArchivoReporte
               ASSIGN TO "claves_fiscales.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Lectura PIC X VALUE "N".
           88 Fin-Lectura VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Registro en turno, ya sea empleado o cliente.
       01 WS-Archivo-Actual PIC X(3) VALUE SPACES.
       01 WS-ID-Actual PIC 9(6) VALUE ZEROS.
       01 WS-RFC-Revisar PIC X(13) VALUE SPACES.
       01 WS-CURP-Revisar PIC X(18) VALUE SPACES.
           COPY CLAVEFWS.

       01 WS-Empleados-Revisados PIC 9(6) VALUE ZEROS.
       01 WS-Clientes-Revisados PIC 9(6) VALUE ZEROS.
       01 WS-RFC-Faltantes PIC 9(6) VALUE ZEROS.
       01 WS-RFC-Invalidos PIC 9(6) VALUE ZEROS.
       01 WS-CURP-Faltantes PIC 9(6) VALUE ZEROS.
       01 WS-CURP-Invalidas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Hallazgos PIC 9(7) VALUE ZEROS.

      *> Registro de la corrida en el libro comun.
       01 WS-Corrida-Programa PIC X(20)
           VALUE "ReporteClavesFiscale".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

      *> Enmascarado de las claves en el reporte impreso.
           COPY MASCWS.

       01 WS-Linea-Titulos.
           05 FILLER PIC X(4) VALUE "ARC".
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(15) VALUE "APELLIDO".
           05 FILLER PIC X(5) VALUE "TIPO".
           05 FILLER PIC X(19) VALUE "CLAVE".
           05 FILLER PIC X(30) VALUE "MOTIVO".

       01 WS-Linea-Detalle.
           05 WS-Det-Archivo PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Apellido PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Tipo PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Clave PIC X(18).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Motivo PIC X(30).

       01 WS-Linea-Total.
           05 WS-Tot-Concepto PIC X(30).
           05 WS-Tot-Cantidad PIC ZZZZZ9.

       01 WS-Linea-Sin-Hallazgos PIC X(50) VALUE
           "TODOS LOS REGISTROS TIENEN RFC Y CURP VALIDOS.".

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           MOVE "ReporteClavesFiscales" TO Msk-Programa
           MOVE ZERO TO Msk-Nivel

           OPEN OUTPUT ArchivoReporte
           MOVE "RFC Y CURP FALTANTES O INVALIDOS" TO
               Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte

           PERFORM 1000-Revisa-Empleados
           PERFORM 2000-Revisa-Clientes
           PERFORM 4000-Escribe-Totales
           CLOSE ArchivoReporte

           PERFORM 9000-Muestra-Resumen
           COMPUTE WS-Corrida-Leidos =
               WS-Empleados-Revisados + WS-Clientes-Revisados
           MOVE WS-Total-Hallazgos TO WS-Corrida-Escritos
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
      *> Codigo de retorno 4: quedan claves por completar o corregir.
           IF WS-Total-Hallazgos = ZEROS
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Revisa-Empleados.
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe empleados.dat; se omite."
               CLOSE ARCHIVO-EMPLEADOS
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ARCHIVO-EMPLEADOS
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           IF Emp-Activo
                               ADD 1 TO WS-Empleados-Revisados
                               PERFORM 1100-Prueba-Empleado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-EMPLEADOS
           END-IF.

       1100-Prueba-Empleado.
           MOVE "EMP" TO WS-Archivo-Actual
           MOVE Emp-ID TO WS-ID-Actual
           MOVE Emp-RFC TO WS-RFC-Revisar
           MOVE Emp-CURP TO WS-CURP-Revisar
           MOVE Cont-Nombre OF Registro-Empleado TO Clf-Nombre
           MOVE Cont-Primer-Apellido OF Registro-Empleado
               TO Clf-Primer-Apellido
           MOVE Cont-Segundo-Apellido OF Registro-Empleado
               TO Clf-Segundo-Apellido
           MOVE Emp-Fecha-Nacimiento TO Clf-Fecha-Nacimiento
           PERFORM 3000-Prueba-Claves.

       2000-Revisa-Clientes.
           OPEN INPUT ArchivoClientes
           IF Clientes-No-Existe
               DISPLAY "No existe clientes.dat; se omite."
               CLOSE ArchivoClientes
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ArchivoClientes
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           IF Cli-Activo
                               ADD 1 TO WS-Clientes-Revisados
                               PERFORM 2100-Prueba-Cliente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchivoClientes
           END-IF.

       2100-Prueba-Cliente.
           MOVE "CLI" TO WS-Archivo-Actual
           MOVE Cli-ID TO WS-ID-Actual
           MOVE Cli-RFC TO WS-RFC-Revisar
           MOVE Cli-CURP TO WS-CURP-Revisar
           MOVE Cont-Nombre OF Registro-Cliente TO Clf-Nombre
           MOVE Cont-Primer-Apellido OF Registro-Cliente
               TO Clf-Primer-Apellido
           MOVE Cont-Segundo-Apellido OF Registro-Cliente
               TO Clf-Segundo-Apellido
           MOVE ZEROS TO Clf-Fecha-Nacimiento
           PERFORM 3000-Prueba-Claves.

      *> RFC y CURP del registro en turno; el nombre y la fecha de
      *> nacimiento ya quedaron en Clf-Parametros.
       3000-Prueba-Claves.
           MOVE ZEROS TO Clf-Edad
           MOVE ZEROS TO Clf-Fecha-Referencia
           MOVE "R" TO Clf-Tipo
           IF WS-Archivo-Actual = "CLI"
              AND WS-RFC-Revisar(12:1) NOT = SPACE
              AND WS-RFC-Revisar(13:1) = SPACE
               MOVE "M" TO Clf-Tipo
           END-IF
           MOVE WS-RFC-Revisar TO Clf-Clave
           PERFORM 3100-Llama-Validacion
           IF Clf-En-Blanco
               ADD 1 TO WS-RFC-Faltantes
           END-IF
           IF Clf-Rechazada
               ADD 1 TO WS-RFC-Invalidos
           END-IF
           IF NOT Clf-Valida
               MOVE "RFC" TO WS-Det-Tipo
               MOVE "RFC" TO Msk-Campo
               PERFORM 3200-Escribe-Hallazgo
           END-IF
           IF NOT Clf-Es-RFC-Moral
               PERFORM 3050-Prueba-CURP
           END-IF.

       3050-Prueba-CURP.
           MOVE "C" TO Clf-Tipo
           MOVE WS-CURP-Revisar TO Clf-Clave
           PERFORM 3100-Llama-Validacion
           IF Clf-En-Blanco
               ADD 1 TO WS-CURP-Faltantes
           END-IF
           IF Clf-Rechazada
               ADD 1 TO WS-CURP-Invalidas
           END-IF
           IF NOT Clf-Valida
               MOVE "CURP" TO WS-Det-Tipo
               MOVE "CURP" TO Msk-Campo
               PERFORM 3200-Escribe-Hallazgo
           END-IF.

       3100-Llama-Validacion.
           CALL "ValidaClaveFiscal" USING Clf-Tipo Clf-Clave
               Clf-Nombre Clf-Primer-Apellido Clf-Segundo-Apellido
               Clf-Fecha-Nacimiento Clf-Edad Clf-Fecha-Referencia
               Clf-Resultado Clf-Motivo.

       3200-Escribe-Hallazgo.
           ADD 1 TO WS-Total-Hallazgos
           MOVE WS-Archivo-Actual TO WS-Det-Archivo
           MOVE WS-ID-Actual TO WS-Det-ID
           MOVE Clf-Primer-Apellido TO WS-Det-Apellido
           MOVE WS-ID-Actual TO Msk-Llave
           MOVE Clf-Clave TO Msk-Valor
           PERFORM EnmascaraDato
           MOVE Msk-Valor(1:18) TO WS-Det-Clave
           MOVE Clf-Motivo TO WS-Det-Motivo
           MOVE WS-Linea-Detalle TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       4000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Total-Hallazgos = ZEROS
               MOVE WS-Linea-Sin-Hallazgos TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF
           MOVE "EMPLEADOS REVISADOS:" TO WS-Tot-Concepto
           MOVE WS-Empleados-Revisados TO WS-Tot-Cantidad
           PERFORM 4100-Escribe-Total
           MOVE "CLIENTES REVISADOS:" TO WS-Tot-Concepto
           MOVE WS-Clientes-Revisados TO WS-Tot-Cantidad
           PERFORM 4100-Escribe-Total
           MOVE "RFC FALTANTES:" TO WS-Tot-Concepto
           MOVE WS-RFC-Faltantes TO WS-Tot-Cantidad
           PERFORM 4100-Escribe-Total
           MOVE "RFC INVALIDOS:" TO WS-Tot-Concepto
           MOVE WS-RFC-Invalidos TO WS-Tot-Cantidad
           PERFORM 4100-Escribe-Total
           MOVE "CURP FALTANTES:" TO WS-Tot-Concepto
           MOVE WS-CURP-Faltantes TO WS-Tot-Cantidad
           PERFORM 4100-Escribe-Total
           MOVE "CURP INVALIDAS:" TO WS-Tot-Concepto
           MOVE WS-CURP-Invalidas TO WS-Tot-Cantidad
           PERFORM 4100-Escribe-Total.

       4100-Escribe-Total.
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== RFC y CURP faltantes o invalidos ==".
           DISPLAY "Empleados revisados: " WS-Empleados-Revisados.
           DISPLAY "Clientes revisados: " WS-Clientes-Revisados.
           DISPLAY "RFC faltantes: " WS-RFC-Faltantes
               "  invalidos: " WS-RFC-Invalidos.
           DISPLAY "CURP faltantes: " WS-CURP-Faltantes
               "  invalidas: " WS-CURP-Invalidas.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Enmascarado compartido de campos sensibles.
           COPY UTILMASC.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ReporteClavesFiscales.
