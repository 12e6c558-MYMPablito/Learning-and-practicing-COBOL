           05 FILLER PIC X VALUE SPACE.
           05 WS-Par-Nota PIC X(14).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "VerificaCorridas" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 1000-Carga-Corridas
           OPEN INPUT ArchivoPares
           IF Pares-No-Existe
                       AT END
                           SET Fin-Corridas TO TRUE
                       NOT AT END
      *> Los renglones de tiempos por paso de la ventana no son
      *> corridas de un programa y no entran al cruce.
                           IF Cor-Fecha = WS-Fecha-Hoy
                              AND NOT Cor-Es-Paso
                               PERFORM 1100-Guarda-Corrida
                           END-IF
                   END-READ
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM VerificaCorridas.
