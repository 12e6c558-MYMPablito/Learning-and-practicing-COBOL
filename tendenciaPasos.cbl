       IDENTIFICATION DIVISION.
       PROGRAM-ID. TendenciaPasos.

      *> Tendencia semanal de la duracion de cada paso de la ventana
      *> nocturna: toma del libro de corridas los renglones de
      *> tiempos que deja CorridaLotesNocturna y saca, por paso, el
      *> promedio de segundos de cada una de las ultimas cuatro
      *> semanas que terminan en la fecha de proceso. Solo cuentan
      *> los pasos que terminaron OK; un paso fallido se cae a medias
      *> y desvia el promedio. La semana actual se compara contra el
      *> promedio de las tres anteriores y un paso que crecio mas del
      *> umbral se marca, para ver que programas se van haciendo
      *> lentos conforme crecen los archivos antes de que la ventana
      *> deje de alcanzar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCorridas
               ASSIGN TO "corridas.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Corridas.

               SELECT ArchivoReporte
               ASSIGN TO "tendencia_pasos.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCorridas
           LABEL RECORD IS STANDARD.
           COPY CORRIDA.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Corridas PIC XX VALUE SPACES.
           88 Corridas-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Corridas PIC X VALUE "N".
           88 Fin-Corridas VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Dia-Hoy PIC 9(7) VALUE ZEROS.
       01 WS-Dias-Atras PIC S9(7) VALUE ZEROS.
       01 WS-Semana PIC 9 VALUE ZEROS.
       01 WS-Fecha-Desde PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Desde-Actual PIC 9(8) VALUE ZEROS.

      *> Porcentaje de crecimiento de la semana actual contra las
      *> tres anteriores a partir del cual el paso se marca.
       01 WS-Umbral-Crecimiento PIC 9(3) VALUE 20.

      *> Segundos y corridas OK por paso y semana; la semana 4 es la
      *> que termina en la fecha de proceso.
       01 WS-Cantidad-Tendencia PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Tendencia.
           05 WS-Ten OCCURS 30 TIMES.
               10 WS-Ten-Paso         PIC X(30).
               10 WS-Ten-Semana OCCURS 4 TIMES.
                   15 WS-Ten-Segundos PIC 9(9).
                   15 WS-Ten-Corridas PIC 9(3).
       01 WS-Indice-Ten PIC 9(2) VALUE ZEROS.
       01 WS-Indice-Semana PIC 9 VALUE ZEROS.
       01 WS-Paso-Hallado PIC X VALUE "N".
           88 Paso-Hallado VALUE "S".
       01 WS-Pasos-Descartados PIC 9(3) VALUE ZEROS.

       01 WS-Promedio PIC 9(7) VALUE ZEROS.
       01 WS-Segundos-Previos PIC 9(9) VALUE ZEROS.
       01 WS-Corridas-Previas PIC 9(5) VALUE ZEROS.
       01 WS-Promedio-Previo PIC 9(7) VALUE ZEROS.
       01 WS-Variacion PIC S9(5) VALUE ZEROS.

       01 WS-Total-Renglones PIC 9(7) VALUE ZEROS.
       01 WS-Total-Crecen PIC 9(2) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Tendencia.
           05 WS-Lin-Paso PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lin-Semana-1 PIC ZZZZZZ9
               BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Semana-2 PIC ZZZZZZ9
               BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Semana-3 PIC ZZZZZZ9
               BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Semana-4 PIC ZZZZZZ9
               BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Variacion PIC -ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Nota PIC X(12).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "TendenciaPasos" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           COMPUTE WS-Dia-Hoy = FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
           COMPUTE WS-Fecha-Desde =
               FUNCTION DATE-OF-INTEGER(WS-Dia-Hoy - 27)
           COMPUTE WS-Fecha-Desde-Actual =
               FUNCTION DATE-OF-INTEGER(WS-Dia-Hoy - 6)
           PERFORM 1000-Carga-Tiempos
           IF WS-Cantidad-Tendencia = ZEROS
               DISPLAY "No hay tiempos de pasos en el libro de "
                   "corridas para las ultimas cuatro semanas."
      *> Codigo de retorno 4: no hubo nada que reportar.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ArchivoReporte
           MOVE "TENDENCIA SEMANAL DE PASOS NOCTURNOS"
               TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE SPACES TO Linea-Reporte
           STRING "PROMEDIO DE SEGUNDOS POR SEMANA, DEL "
               DELIMITED BY SIZE
               WS-Fecha-Desde DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-Fecha-Hoy DELIMITED BY SIZE
               "; ACTUAL DESDE " DELIMITED BY SIZE
               WS-Fecha-Desde-Actual DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE ALL "-" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           STRING "PASO                     " DELIMITED BY SIZE
               " SEM -3   SEM -2   SEM -1   ACTUAL  " DELIMITED BY SIZE
               "VAR %  NOTA" DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Ten FROM 1 BY 1
                   UNTIL WS-Indice-Ten > WS-Cantidad-Tendencia
               PERFORM 2000-Escribe-Paso
           END-PERFORM
           IF WS-Pasos-Descartados > ZEROS
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE SPACES TO Linea-Reporte
               STRING "RENGLONES DE PASOS QUE NO CUPIERON EN EL "
                   DELIMITED BY SIZE
                   "REPORTE: " DELIMITED BY SIZE
                   WS-Pasos-Descartados DELIMITED BY SIZE
                   INTO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Renglones de tiempos de pasos OK de las ultimas cuatro
      *> semanas; cada uno va a la semana que le toca por los dias
      *> que tiene de antiguedad contra la fecha de proceso.
       1000-Carga-Tiempos.
           OPEN INPUT ArchivoCorridas
           IF Corridas-No-Existe
               DISPLAY "No hay libro de corridas todavia."
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Corridas
                   READ ArchivoCorridas
                       AT END
                           SET Fin-Corridas TO TRUE
                       NOT AT END
                           IF Cor-Es-Paso
                              AND Cor-Estado = "OK"
                              AND Cor-Fecha IS NUMERIC
                              AND Cor-Fecha NOT > WS-Fecha-Hoy
                              AND Cor-Fecha NOT < WS-Fecha-Desde
                              AND Cor-Segundos IS NUMERIC
                               PERFORM 1100-Acumula-Tiempo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCorridas.

       1100-Acumula-Tiempo.
           ADD 1 TO WS-Total-Renglones
           COMPUTE WS-Dias-Atras = WS-Dia-Hoy
               - FUNCTION INTEGER-OF-DATE(Cor-Fecha)
           COMPUTE WS-Semana = 4 - WS-Dias-Atras / 7
           MOVE "N" TO WS-Paso-Hallado
           PERFORM VARYING WS-Indice-Ten FROM 1 BY 1
                   UNTIL WS-Indice-Ten > WS-Cantidad-Tendencia
                      OR Paso-Hallado
               IF WS-Ten-Paso(WS-Indice-Ten) = Cor-Paso
                   SET Paso-Hallado TO TRUE
               END-IF
           END-PERFORM
           IF Paso-Hallado
               SUBTRACT 1 FROM WS-Indice-Ten
           ELSE
               IF WS-Cantidad-Tendencia < 30
                   ADD 1 TO WS-Cantidad-Tendencia
                   MOVE WS-Cantidad-Tendencia TO WS-Indice-Ten
                   MOVE Cor-Paso TO WS-Ten-Paso(WS-Indice-Ten)
                   PERFORM VARYING WS-Indice-Semana FROM 1 BY 1
                           UNTIL WS-Indice-Semana > 4
                       MOVE ZEROS TO
                           WS-Ten-Segundos(WS-Indice-Ten,
                               WS-Indice-Semana)
                       MOVE ZEROS TO
                           WS-Ten-Corridas(WS-Indice-Ten,
                               WS-Indice-Semana)
                   END-PERFORM
                   SET Paso-Hallado TO TRUE
               ELSE
                   ADD 1 TO WS-Pasos-Descartados
               END-IF
           END-IF
           IF Paso-Hallado
               ADD Cor-Segundos
                   TO WS-Ten-Segundos(WS-Indice-Ten, WS-Semana)
               ADD 1 TO WS-Ten-Corridas(WS-Indice-Ten, WS-Semana)
           END-IF.

      *> Un renglon por paso: promedio de cada semana (en blanco la
      *> semana sin corridas), variacion de la actual contra el
      *> promedio de las tres anteriores y la marca de crecimiento.
       2000-Escribe-Paso.
           MOVE WS-Ten-Paso(WS-Indice-Ten) TO WS-Lin-Paso
           MOVE 1 TO WS-Indice-Semana
           PERFORM 2100-Promedia-Semana
           MOVE WS-Promedio TO WS-Lin-Semana-1
           MOVE 2 TO WS-Indice-Semana
           PERFORM 2100-Promedia-Semana
           MOVE WS-Promedio TO WS-Lin-Semana-2
           MOVE 3 TO WS-Indice-Semana
           PERFORM 2100-Promedia-Semana
           MOVE WS-Promedio TO WS-Lin-Semana-3
           MOVE 4 TO WS-Indice-Semana
           PERFORM 2100-Promedia-Semana
           MOVE WS-Promedio TO WS-Lin-Semana-4
           MOVE ZEROS TO WS-Segundos-Previos
           MOVE ZEROS TO WS-Corridas-Previas
           PERFORM VARYING WS-Indice-Semana FROM 1 BY 1
                   UNTIL WS-Indice-Semana > 3
               ADD WS-Ten-Segundos(WS-Indice-Ten, WS-Indice-Semana)
                   TO WS-Segundos-Previos
               ADD WS-Ten-Corridas(WS-Indice-Ten, WS-Indice-Semana)
                   TO WS-Corridas-Previas
           END-PERFORM
           MOVE ZEROS TO WS-Lin-Variacion
           MOVE SPACES TO WS-Lin-Nota
           EVALUATE TRUE
               WHEN WS-Ten-Corridas(WS-Indice-Ten, 4) = ZEROS
                   MOVE "SIN CORRIDAS" TO WS-Lin-Nota
               WHEN WS-Corridas-Previas = ZEROS
                   MOVE "NUEVO" TO WS-Lin-Nota
               WHEN OTHER
                   COMPUTE WS-Promedio-Previo ROUNDED =
                       WS-Segundos-Previos / WS-Corridas-Previas
                   IF WS-Promedio-Previo > ZEROS
                       COMPUTE WS-Variacion ROUNDED =
                           (WS-Promedio - WS-Promedio-Previo) * 100
                           / WS-Promedio-Previo
                           ON SIZE ERROR
                               MOVE 9999 TO WS-Variacion
                       END-COMPUTE
                       MOVE WS-Variacion TO WS-Lin-Variacion
                       IF WS-Variacion > WS-Umbral-Crecimiento
                           MOVE "CRECE" TO WS-Lin-Nota
                           ADD 1 TO WS-Total-Crecen
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE WS-Linea-Tendencia TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       2100-Promedia-Semana.
           IF WS-Ten-Corridas(WS-Indice-Ten, WS-Indice-Semana) = ZEROS
               MOVE ZEROS TO WS-Promedio
           ELSE
               COMPUTE WS-Promedio ROUNDED =
                   WS-Ten-Segundos(WS-Indice-Ten, WS-Indice-Semana)
                   / WS-Ten-Corridas(WS-Indice-Ten, WS-Indice-Semana)
           END-IF.

       9000-Muestra-Resumen.
           DISPLAY "== Tendencia semanal de pasos nocturnos ==".
           DISPLAY "Renglones de tiempos leidos: " WS-Total-Renglones.
           DISPLAY "Pasos en el reporte: " WS-Cantidad-Tendencia.
           DISPLAY "Pasos que crecen mas del " WS-Umbral-Crecimiento
               "%: " WS-Total-Crecen.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM TendenciaPasos.
