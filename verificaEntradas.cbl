       01 WS-Alerta-Programa PIC X(20) VALUE "VerificaEntradas".
       01 WS-Alerta-Parrafo PIC X(30) VALUE "2000-Verifica-Insumo".

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Alerta-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 1000-Carga-Config
           OPEN INPUT ArchivoEsperadas
           IF Esperadas-No-Existe
           DISPLAY "Insumos esperados: " WS-Total-Esperadas.
           DISPLAY "Insumos faltantes: " WS-Total-Faltantes.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM VerificaEntradas.
