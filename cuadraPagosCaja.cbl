           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Ren-Diferencia PIC Z(10)9,99-.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "CuadraPagosCaja" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoLote
           IF Lote-No-Existe
               DISPLAY "No hay encabezado de lote capturado; corra "
       2000-Escribe-Reporte.
           OPEN OUTPUT ArchivoReporte
           MOVE "CUADRATURA DEL LOTE DE CAJA" TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE "CONCEPTO              PAPELETA       ARCHIVO    DIF"
               TO Linea-Reporte
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CuadraPagosCaja.
