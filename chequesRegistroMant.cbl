      *> el estado del banco. El registro completo se carga a una
      *> tabla y el archivo se regraba entero despues de cada
      *> movimiento, igual que los catalogos secuenciales chicos.
      *> Un folio anulado entra a la cola de positive pay como
      *> anulacion y EnviaPositivePay se lo avisa al banco en ese
      *> momento, para que no pague el cheque si se llega a presentar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Registro-Tmp.

               SELECT OPTIONAL ArchivoColaPosPay
               ASSIGN TO "positive_pay_pendientes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cola-PosPay.

      *> El beneficiario del aviso de anulacion sale del maestro de
      *> empleados.
               SELECT OPTIONAL ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoRegistro
           LABEL RECORD IS STANDARD.
       01  Registro-Cheque-Tmp PIC X(30).

       FD  ArchivoColaPosPay
           LABEL RECORD IS STANDARD.
           COPY POSPAY.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       WORKING-STORAGE SECTION.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionEstado VALUE 1.
           88 Cheque-Hallado VALUE "S".

       01 WS-Folio-Buscado PIC 9(6) VALUE ZEROS.

      *> Aviso de anulacion al banco.
       01 WS-Estado-Cola-PosPay PIC XX VALUE SPACES.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Avisados-Banco PIC 9(6) VALUE ZEROS.
       01 WS-Estado-Nuevo PIC X VALUE SPACE.

       PROCEDURE DIVISION.
                           WS-Chq-Estado(WS-Indice-Hallado)
                       PERFORM RegrabaRegistro
                       DISPLAY "Estado actualizado."
                       IF WS-Estado-Nuevo = "X"
                           PERFORM AvisaAnulacion
                       END-IF
                   ELSE
                       DISPLAY "Estado invalido."
                   END-IF
               END-IF
           END-IF.

      *> La anulacion va al banco con los mismos datos con que se
      *> aviso el cheque emitido.
       AvisaAnulacion.
           MOVE "V" TO Ppp-Accion.
           MOVE WS-Chq-Folio(WS-Indice-Hallado) TO Ppp-Folio.
           MOVE WS-Chq-Fecha(WS-Indice-Hallado) TO Ppp-Fecha-Emision.
           MOVE WS-Chq-Importe(WS-Indice-Hallado) TO Ppp-Importe.
           MOVE SPACES TO Ppp-Beneficiario.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF Empleados-No-Existe
               CONTINUE
           ELSE
               MOVE WS-Chq-Emp-ID(WS-Indice-Hallado) TO Emp-ID
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING Cont-Nombre DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           Cont-Primer-Apellido DELIMITED BY "  "
                           INTO Ppp-Beneficiario
                       END-STRING
               END-READ
           END-IF.
           CLOSE ARCHIVO-EMPLEADOS.
           OPEN EXTEND ArchivoColaPosPay.
           WRITE Registro-Positive-Pay.
           CLOSE ArchivoColaPosPay.
           CALL "EnviaPositivePay" USING WS-Avisados-Banco.
           DISPLAY "Anulacion avisada al banco (positive pay).".

       BuscaFolio.
           MOVE "N" TO WS-Cheque-Hallado.
           MOVE ZEROS TO WS-Indice-Hallado.
