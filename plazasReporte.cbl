           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Rep-Nota PIC X(12).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "PlazasReporte" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-PLAZAS
           IF Plazas-No-Existe
               DISPLAY "No existe el catalogo de plazas todavia."
               OPEN OUTPUT ArchivoReporte
               MOVE "PLAZAS AUTORIZADAS CONTRA OCUPACION"
                   TO Enc-Titulo-Reporte
               MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
               PERFORM EncabezaPagina
               PERFORM WITH TEST BEFORE UNTIL Fin-Plazas
                   READ ARCHIVO-PLAZAS
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM PlazasReporte.
