           05 FILLER PIC X(3) VALUE " $ ".
           05 WS-Rep-Importe PIC Z(10)9,99-.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "FacturadoPorMoneda" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoFacturas
           IF Facturas-No-Existe
               DISPLAY "No existe facturas_validas.dat; corra "
           OPEN OUTPUT ArchivoReporte
           MOVE "FACTURADO POR MONEDA Y CONTINENTE"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Monedas
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM FacturadoPorMoneda.
