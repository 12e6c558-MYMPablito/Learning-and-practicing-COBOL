           05 FILLER PIC X VALUE SPACE.
           05 WS-Rep-Nota PIC X(10).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "IncidentesRecurrentes" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoIncidentes
           IF Incidentes-No-Existe
               DISPLAY "No hay registro de incidentes todavia."
           OPEN OUTPUT ArchivoReporte
           MOVE "FALLAS RECURRENTES DE LA VENTANA"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Pasos
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM IncidentesRecurrentes.
