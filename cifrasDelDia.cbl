           05 FILLER PIC X(7) VALUE " AYER  ".
           05 WS-Con-Ayer PIC ZZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "CifrasDelDia" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 1000-Carga-Ayer
           PERFORM 2000-Suma-Nomina
           PERFORM 2100-Suma-Facturacion
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CifrasDelDia.
