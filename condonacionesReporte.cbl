           05 FILLER PIC X(11) VALUE " IMPORTE $ ".
           05 WS-Rep-Tot-Importe PIC Z(10)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "CondonacionesReporte" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoCondonaciones
           IF Condonaciones-No-Existe
               DISPLAY "No hay bitacora de condonaciones todavia."
           OPEN OUTPUT ArchivoReporte
           MOVE "CONDONACIONES DE INTERES POR OPERADOR"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           PERFORM VARYING WS-Indice-Ope FROM 1 BY 1
                   UNTIL WS-Indice-Ope > WS-Cantidad-Operadores
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CondonacionesReporte.
