      *> cheques; si llegan mas excepciones de las que caben en la
      *> tabla, las sobrantes se conservan en la cola -avisando en
      *> voz alta, como GuardaNovedadEnTabla avisa en la nomina- y
      *> se pagan en la siguiente corrida, no se destruyen. Cada
      *> cheque emitido entra a la cola de positive pay y al final
      *> de la corrida EnviaPositivePay le avisa al banco folio,
      *> fecha, importe y beneficiario, para que no pague un cheque
      *> robado en blanco ni uno con el importe alterado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cheques.

               SELECT OPTIONAL ArchivoColaPosPay
               ASSIGN TO "positive_pay_pendientes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cola-PosPay.

      *> Temporal para conservar las excepciones que no cupieron en
      *> la tabla de esta corrida; al final reemplaza a la cola.
               SELECT ArchivoExcepTmp
           LABEL RECORD IS STANDARD.
       01  Linea-Cheque PIC X(80).

       FD  ArchivoColaPosPay
           LABEL RECORD IS STANDARD.
           COPY POSPAY.

       FD  ArchivoExcepTmp
           LABEL RECORD IS STANDARD.
       01  Registro-Excep-Tmp PIC X(96).
       01 WS-Estado-Registro PIC XX VALUE SPACES.
       01 WS-Estado-Cheques PIC XX VALUE SPACES.
       01 WS-Estado-Excep-Tmp PIC XX VALUE SPACES.
       01 WS-Estado-Cola-PosPay PIC XX VALUE SPACES.
       01 WS-Avisados-Banco PIC 9(6) VALUE ZEROS.

       01 WS-Fin-Excepciones PIC X VALUE "N".
           88 Fin-Excepciones VALUE "S".
       01 WS-Linea-Firma-Pie.
           05 FILLER PIC X(30) VALUE "      FIRMA AUTORIZADA        ".

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "EmiteCheques" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 1000-Carga-Excepciones
           IF WS-Cantidad-Excepciones = ZEROS
               DISPLAY "No hay excepciones de dispersion que pagar "
               STOP RUN
           END-IF
           PERFORM 1100-Lee-Folio
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           OPEN OUTPUT ArchivoCheques
           OPEN EXTEND ArchivoRegistro
           OPEN EXTEND ArchivoColaPosPay
           PERFORM VARYING WS-Indice-Exc FROM 1 BY 1
                   UNTIL WS-Indice-Exc > WS-Cantidad-Excepciones
               PERFORM 2000-Emite-Cheque
           END-PERFORM
           CLOSE ArchivoCheques
           CLOSE ArchivoRegistro
           CLOSE ArchivoColaPosPay
           CALL "EnviaPositivePay" USING WS-Avisados-Banco
           PERFORM 3000-Regraba-Folio
           PERFORM 3100-Retira-Excepciones-Pagadas
           PERFORM 9000-Muestra-Resumen
           MOVE "I" TO Chq-Estado
           WRITE Registro-Cheque

           MOVE "I" TO Ppp-Accion
           MOVE WS-Folio-Siguiente TO Ppp-Folio
           MOVE WS-Fecha-Hoy TO Ppp-Fecha-Emision
           MOVE WS-Exc-Neto(WS-Indice-Exc) TO Ppp-Importe
           MOVE SPACES TO Ppp-Beneficiario
           STRING WS-Exc-Nombre(WS-Indice-Exc) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-Exc-Apellido(WS-Indice-Exc) DELIMITED BY "  "
               INTO Ppp-Beneficiario
           END-STRING
           WRITE Registro-Positive-Pay

           ADD 1 TO WS-Total-Cheques
           ADD WS-Exc-Neto(WS-Indice-Exc) TO WS-Suma-Cheques
           ADD 1 TO WS-Folio-Siguiente.
           DISPLAY "Cheques emitidos: " WS-Total-Cheques.
           DISPLAY "Suma de cheques: " WS-Suma-Cheques.
           DISPLAY "Siguiente folio: " WS-Folio-Siguiente.
           DISPLAY "Cheques avisados al banco (positive pay): "
               WS-Avisados-Banco.
           IF Cola-Desbordada
               DISPLAY "Excepciones conservadas en cola: "
                   WS-Conservados
           END-IF.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM EmiteCheques.
