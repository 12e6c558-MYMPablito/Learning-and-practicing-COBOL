       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvaluaPromesasPago.

      *> Seguimiento diario de promesas de pago: corre en la cadena
      *> despues de AplicaPagos y cruza cada promesa vigente de
      *> promesas_pago.dat contra los pagos que AplicaPagos aplico en
      *> el dia (pagos_aplicados.dat). Lo pagado desde la fecha de la
      *> llamada se va sumando en la promesa; cuando cubre lo
      *> prometido la promesa queda cumplida, y cuando la fecha
      *> prometida ya paso sin cubrirlo queda parcial (si pago algo) o
      *> rota. Las que cambiaron de estado salen en
      *> promesas_pago.rpt para cobranza.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARCHIVO-PROMESAS
               ASSIGN TO "promesas_pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pro-Llave
               FILE STATUS IS WS-Estado-Promesas.

               SELECT OPTIONAL ArchivoAplicados
               ASSIGN TO "pagos_aplicados.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Aplicados.

               SELECT ArchivoReporte
               ASSIGN TO "promesas_pago.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PROMESAS
           LABEL RECORD IS STANDARD.
           COPY PROMESA.

       FD  ArchivoAplicados
           LABEL RECORD IS STANDARD.
           COPY PAGAPL.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
           COPY REPENC.

       01 WS-Estado-Promesas PIC XX VALUE SPACES.
           88 Promesas-No-Existe VALUE "05" "35".
       01 WS-Estado-Aplicados PIC XX VALUE SPACES.
           88 Aplicados-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Promesas PIC X VALUE "N".
           88 Fin-Promesas VALUE "S".
       01 WS-Fin-Aplicados PIC X VALUE "N".
           88 Fin-Aplicados VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Pagos aplicados del dia.
       01 WS-Cantidad-Pagos PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Pagos.
           05 WS-Pago OCCURS 3000 TIMES.
               10 WS-Pag-Cliente-ID   PIC 9(6).
               10 WS-Pag-Fecha        PIC 9(8).
               10 WS-Pag-Importe      PIC 9(7)V99.
       01 WS-Indice-Pag PIC 9(4) VALUE ZEROS.
       01 WS-Pagos-Omitidos PIC 9(5) VALUE ZEROS.

       01 WS-Estado-Anterior PIC X VALUE SPACE.

       01 WS-Total-Vigentes PIC 9(6) VALUE ZEROS.
       01 WS-Total-Cumplidas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Parciales PIC 9(6) VALUE ZEROS.
       01 WS-Total-Rotas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Siguen PIC 9(6) VALUE ZEROS.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Programa PIC X(20) VALUE "EvaluaPromesasPago".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Linea-Columnas PIC X(80) VALUE
           "CLIENTE-CON PROMESA     PROMETIDO      PAGADO  ESTADO".

       01 WS-Linea-Promesa.
           05 WS-Lin-Cliente PIC 9(6).
           05 FILLER PIC X VALUE "-".
           05 WS-Lin-Consecutivo PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Fecha PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Prometido PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Pagado PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Estado PIC X(8).

       01 WS-Linea-Total.
           05 FILLER PIC X(11) VALUE "CUMPLIDAS: ".
           05 WS-Tot-Cumplidas PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE "  PARCIALES: ".
           05 WS-Tot-Parciales PIC ZZZZZ9.
           05 FILLER PIC X(9) VALUE "  ROTAS: ".
           05 WS-Tot-Rotas PIC ZZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN I-O ARCHIVO-PROMESAS
           IF Promesas-No-Existe
               DISPLAY "No hay promesas de pago capturadas todavia."
               CLOSE ARCHIVO-PROMESAS
      *> Codigo de retorno 4: no hubo nada que hacer; la cadena lo
      *> tolera con el umbral de este paso.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 1000-Carga-Pagos
           MOVE "SEGUIMIENTO DE PROMESAS DE PAGO" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           OPEN OUTPUT ArchivoReporte
           PERFORM EncabezaPagina
           MOVE WS-Linea-Columnas TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM WITH TEST BEFORE UNTIL Fin-Promesas
               READ ARCHIVO-PROMESAS NEXT RECORD
                   AT END
                       SET Fin-Promesas TO TRUE
                   NOT AT END
                       IF Pro-Vigente
                           PERFORM 2000-Evalua-Promesa
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROMESAS
           PERFORM 9000-Muestra-Resumen
           CLOSE ArchivoReporte
           MOVE WS-Total-Vigentes TO WS-Corrida-Leidos
           COMPUTE WS-Corrida-Escritos =
               WS-Total-Cumplidas + WS-Total-Parciales + WS-Total-Rotas
           CALL "RegistraCorrida" USING WS-Corrida-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Sin pagos aplicados en el dia las promesas solo se revisan
      *> contra su fecha.
       1000-Carga-Pagos.
           OPEN INPUT ArchivoAplicados
           IF Aplicados-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Aplicados
                   READ ArchivoAplicados
                       AT END
                           SET Fin-Aplicados TO TRUE
                       NOT AT END
                           PERFORM 1100-Guarda-Pago
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoAplicados
           IF WS-Pagos-Omitidos > ZEROS
               DISPLAY "Aviso: " WS-Pagos-Omitidos " pagos no "
                   "cupieron en la tabla y no abonan a promesas."
           END-IF.

       1100-Guarda-Pago.
           IF WS-Cantidad-Pagos < 3000
               ADD 1 TO WS-Cantidad-Pagos
               MOVE Pap-Cliente-ID
                   TO WS-Pag-Cliente-ID(WS-Cantidad-Pagos)
               MOVE Pap-Fecha TO WS-Pag-Fecha(WS-Cantidad-Pagos)
               MOVE Pap-Importe TO WS-Pag-Importe(WS-Cantidad-Pagos)
           ELSE
               ADD 1 TO WS-Pagos-Omitidos
           END-IF.

      *> Los pagos del dia se suman una sola vez: la promesa que ya
      *> se evaluo hoy no vuelve a sumar si la corrida se repite.
      *> Cuentan los pagos fechados desde el dia de la llamada. La
      *> fecha prometida es el ultimo dia de plazo: la promesa sigue
      *> vigente hasta que el dia pasa.
       2000-Evalua-Promesa.
           ADD 1 TO WS-Total-Vigentes
           MOVE Pro-Estado TO WS-Estado-Anterior
           IF Pro-Fecha-Evaluacion < WS-Fecha-Hoy
               PERFORM VARYING WS-Indice-Pag FROM 1 BY 1
                       UNTIL WS-Indice-Pag > WS-Cantidad-Pagos
                   IF WS-Pag-Cliente-ID(WS-Indice-Pag) = Pro-Cliente-ID
                      AND WS-Pag-Fecha(WS-Indice-Pag) NOT <
                          Pro-Fecha-Llamada
                       ADD WS-Pag-Importe(WS-Indice-Pag)
                           TO Pro-Importe-Pagado
                   END-IF
               END-PERFORM
               MOVE WS-Fecha-Hoy TO Pro-Fecha-Evaluacion
           END-IF
           EVALUATE TRUE
               WHEN Pro-Importe-Pagado NOT < Pro-Importe-Prometido
                   SET Pro-Cumplida TO TRUE
                   ADD 1 TO WS-Total-Cumplidas
                   MOVE "CUMPLIDA" TO WS-Lin-Estado
               WHEN Pro-Fecha-Promesa NOT < WS-Fecha-Hoy
                   ADD 1 TO WS-Total-Siguen
               WHEN Pro-Importe-Pagado > ZEROS
                   SET Pro-Parcial TO TRUE
                   ADD 1 TO WS-Total-Parciales
                   MOVE "PARCIAL" TO WS-Lin-Estado
               WHEN OTHER
                   SET Pro-Rota TO TRUE
                   ADD 1 TO WS-Total-Rotas
                   MOVE "ROTA" TO WS-Lin-Estado
           END-EVALUATE
           REWRITE Registro-Promesa
           IF Pro-Estado NOT = WS-Estado-Anterior
               MOVE Pro-Cliente-ID TO WS-Lin-Cliente
               MOVE Pro-Consecutivo TO WS-Lin-Consecutivo
               MOVE Pro-Fecha-Promesa TO WS-Lin-Fecha
               MOVE Pro-Importe-Prometido TO WS-Lin-Prometido
               MOVE Pro-Importe-Pagado TO WS-Lin-Pagado
               MOVE WS-Linea-Promesa TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

       9000-Muestra-Resumen.
           MOVE WS-Total-Cumplidas TO WS-Tot-Cumplidas
           MOVE WS-Total-Parciales TO WS-Tot-Parciales
           MOVE WS-Total-Rotas TO WS-Tot-Rotas
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           DISPLAY "== Seguimiento de promesas de pago " WS-Fecha-Hoy
               " =="
           DISPLAY "Promesas vigentes revisadas: " WS-Total-Vigentes
           DISPLAY "Cumplidas:                   " WS-Total-Cumplidas
           DISPLAY "Parciales:                   " WS-Total-Parciales
           DISPLAY "Rotas:                       " WS-Total-Rotas
           DISPLAY "Siguen en plazo:             " WS-Total-Siguen.

           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM EvaluaPromesasPago.
