       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExcepcionesPositivePay.

      *> Proceso diario de las excepciones de positive pay que manda
      *> el banco (positive_pay_excepciones.dat): cheques presentados
      *> que no casan con lo que le avisamos. Cada uno se busca por
      *> folio en registro_cheques.dat y se dice que tiene -folio
      *> que nunca emitimos, cheque anulado, cheque ya cobrado,
      *> importe alterado- con la decision sugerida, en un reporte
      *> con el encabezado estandar del taller para que tesoreria
      *> decida con el banco si se paga o se devuelve antes de la
      *> hora de corte.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoExcepciones
               ASSIGN TO "positive_pay_excepciones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Excepciones.

               SELECT OPTIONAL ArchivoRegistro
               ASSIGN TO "registro_cheques.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Registro.

               SELECT ArchivoReporte
               ASSIGN TO "positive_pay_excepciones.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoExcepciones
           LABEL RECORD IS STANDARD.
           COPY EXCPOSPY.

       FD  ArchivoRegistro
           LABEL RECORD IS STANDARD.
           COPY CHEQUE.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Excepciones PIC XX VALUE SPACES.
           88 Excepciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Registro PIC XX VALUE SPACES.
           88 Registro-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Excepciones PIC X VALUE "N".
           88 Fin-Excepciones VALUE "S".
       01 WS-Fin-Registro PIC X VALUE "N".
           88 Fin-Registro VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Registro de cheques cargado a memoria para casar por folio.
       01 WS-Cantidad-Cheques PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Cheques.
           05 WS-Cheque OCCURS 5000 TIMES.
               10 WS-Chq-Folio        PIC 9(6).
               10 WS-Chq-Importe      PIC 9(7)V99.
               10 WS-Chq-Estado       PIC X.
       01 WS-Indice PIC 9(4) VALUE ZEROS.
       01 WS-Indice-Hallado PIC 9(4) VALUE ZEROS.
       01 WS-Registro-Desbordado PIC X VALUE "N".
           88 Registro-Desbordado VALUE "S".

       01 WS-Total-Excepciones PIC 9(6) VALUE ZEROS.
       01 WS-Total-Devolver PIC 9(6) VALUE ZEROS.
       01 WS-Total-Revisar PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Presentada PIC 9(11)V99 VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20)
           VALUE "ExcepcionesPosPay".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Titulos.
           05 FILLER PIC X(7) VALUE "FOLIO".
           05 FILLER PIC X(9) VALUE "PRESENTA".
           05 FILLER PIC X(11) VALUE " PRESENTADO".
           05 FILLER PIC X(11) VALUE "    NUESTRO".
           05 FILLER PIC X(17) VALUE " DIAGNOSTICO".
           05 FILLER PIC X(9) VALUE "DECISION".
           05 FILLER PIC X(16) VALUE "MOTIVO BANCO".

       01 WS-Linea-Detalle.
           05 WS-Det-Folio PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Fecha PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Importe-Presentado PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Importe-Nuestro PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Diagnostico PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Decision PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Motivo-Banco PIC X(16).

       01 WS-Linea-Beneficiario.
           05 FILLER PIC X(21) VALUE "       PRESENTADO A: ".
           05 WS-Ben-Nombre PIC X(40).

       01 WS-Linea-Total.
           05 FILLER PIC X(26) VALUE "EXCEPCIONES DEL BANCO:    ".
           05 WS-Tot-Excepciones PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "   DEVOLVER: ".
           05 WS-Tot-Devolver PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE "   REVISAR: ".
           05 WS-Tot-Revisar PIC ZZZZZ9.

       01 WS-Linea-Sin-Excepciones PIC X(50) VALUE
           "EL BANCO NO REPORTO EXCEPCIONES.".

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           OPEN INPUT ArchivoExcepciones
           IF Excepciones-No-Existe
               DISPLAY "No llego el archivo de excepciones de "
                   "positive pay del banco."
               CLOSE ArchivoExcepciones
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-Carga-Registro

           OPEN OUTPUT ArchivoReporte
           MOVE "EXCEPCIONES DE POSITIVE PAY" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM WITH TEST BEFORE UNTIL Fin-Excepciones
               READ ArchivoExcepciones
                   AT END
                       SET Fin-Excepciones TO TRUE
                   NOT AT END
                       PERFORM 2000-Revisa-Excepcion
               END-READ
           END-PERFORM
           CLOSE ArchivoExcepciones
           PERFORM 3000-Escribe-Totales
           CLOSE ArchivoReporte

           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Excepciones TO WS-Corrida-Leidos
           MOVE WS-Total-Excepciones TO WS-Corrida-Escritos
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
      *> Codigo de retorno 4: el registro de cheques no cupo completo
      *> en la tabla; un folio fuera de ella sale como no emitido.
           IF Registro-Desbordado
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Carga-Registro.
           OPEN INPUT ArchivoRegistro
           IF Registro-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Registro
                          OR WS-Cantidad-Cheques = 5000
                   READ ArchivoRegistro
                       AT END
                           SET Fin-Registro TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Cheques
                           MOVE Chq-Folio TO
                               WS-Chq-Folio(WS-Cantidad-Cheques)
                           MOVE Chq-Importe TO
                               WS-Chq-Importe(WS-Cantidad-Cheques)
                           MOVE Chq-Estado TO
                               WS-Chq-Estado(WS-Cantidad-Cheques)
                   END-READ
               END-PERFORM
               IF NOT Fin-Registro
                   READ ArchivoRegistro
                       AT END
                           SET Fin-Registro TO TRUE
                       NOT AT END
                           SET Registro-Desbordado TO TRUE
                           DISPLAY "Aviso: el registro de cheques "
                               "trae mas de 5000 folios; los que "
                               "siguen no se revisan."
                   END-READ
               END-IF
           END-IF
           CLOSE ArchivoRegistro.

      *> Un cheque que no emitimos, que anulamos, que ya se cobro o
      *> cuyo importe no es el nuestro se devuelve; si nuestros
      *> datos casan (el banco lo aparto por el beneficiario u otro
      *> motivo suyo) tesoreria lo revisa a mano.
       2000-Revisa-Excepcion.
           ADD 1 TO WS-Total-Excepciones
           ADD Epp-Importe TO WS-Suma-Presentada
           MOVE ZEROS TO WS-Indice-Hallado
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Cheques
                      OR WS-Indice-Hallado > ZEROS
               IF WS-Chq-Folio(WS-Indice) = Epp-Folio
                   MOVE WS-Indice TO WS-Indice-Hallado
               END-IF
           END-PERFORM
           MOVE Epp-Folio TO WS-Det-Folio
           MOVE Epp-Fecha-Presentacion TO WS-Det-Fecha
           MOVE Epp-Importe TO WS-Det-Importe-Presentado
           MOVE ZEROS TO WS-Det-Importe-Nuestro
           MOVE "DEVOLVER" TO WS-Det-Decision
           IF WS-Indice-Hallado = ZEROS
               MOVE "FOLIO NO EMITIDO" TO WS-Det-Diagnostico
           ELSE
               MOVE WS-Chq-Importe(WS-Indice-Hallado)
                   TO WS-Det-Importe-Nuestro
               EVALUATE TRUE
                   WHEN WS-Chq-Estado(WS-Indice-Hallado) = "X"
                       MOVE "CHEQUE ANULADO" TO WS-Det-Diagnostico
                   WHEN WS-Chq-Estado(WS-Indice-Hallado) = "C"
                       MOVE "YA COBRADO" TO WS-Det-Diagnostico
                   WHEN WS-Chq-Importe(WS-Indice-Hallado)
                            NOT = Epp-Importe
                       MOVE "IMPORTE ALTERADO" TO WS-Det-Diagnostico
                   WHEN OTHER
                       MOVE "DATOS CASAN" TO WS-Det-Diagnostico
                       MOVE "REVISAR" TO WS-Det-Decision
               END-EVALUATE
           END-IF
           IF WS-Det-Decision = "REVISAR"
               ADD 1 TO WS-Total-Revisar
           ELSE
               ADD 1 TO WS-Total-Devolver
           END-IF
           MOVE Epp-Motivo-Banco(1:16) TO WS-Det-Motivo-Banco
           MOVE WS-Linea-Detalle TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE Epp-Beneficiario TO WS-Ben-Nombre
           MOVE WS-Linea-Beneficiario TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       3000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Total-Excepciones = ZEROS
               MOVE WS-Linea-Sin-Excepciones TO Linea-Reporte
           ELSE
               MOVE WS-Total-Excepciones TO WS-Tot-Excepciones
               MOVE WS-Total-Devolver TO WS-Tot-Devolver
               MOVE WS-Total-Revisar TO WS-Tot-Revisar
               MOVE WS-Linea-Total TO Linea-Reporte
           END-IF
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Excepciones de positive pay ==".
           DISPLAY "Cheques reportados por el banco: "
               WS-Total-Excepciones.
           DISPLAY "Importe presentado: " WS-Suma-Presentada.
           DISPLAY "Sugeridos para devolver: " WS-Total-Devolver.
           DISPLAY "Para revision de tesoreria: " WS-Total-Revisar.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ExcepcionesPositivePay.
