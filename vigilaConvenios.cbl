           05 FILLER PIC X VALUE "/".
           05 WS-Rot-Total PIC ZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "VigilaConvenios" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN I-O ARCHIVO-CONVENIOS
           IF Convenios-No-Existe
               DISPLAY "No existe el archivo de convenios todavia."
      *> pero la cadena puede seguir; el job stream decide.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               OPEN OUTPUT ArchivoReporte
               MOVE "CONVENIOS ROTOS - PROMESAS INCUMPLIDAS"
                   TO Enc-Titulo-Reporte
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM VigilaConvenios.
