           05 FILLER PIC X(8) VALUE " LINEAS ".
           05 WS-Rep-Nota PIC X(40).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "VerificaTiposCambio" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoFacturas
           IF Facturas-No-Existe
               DISPLAY "No existe facturas_validas.dat; corra "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Corrida
           PERFORM WITH TEST BEFORE UNTIL Fin-Facturas
               READ ArchivoFacturas
                   AT END
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM VerificaTiposCambio.
