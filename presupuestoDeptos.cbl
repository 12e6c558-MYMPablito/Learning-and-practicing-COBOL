           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Tot-Presupuesto PIC Z(8)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "PresupuestoDeptos" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."

       3000-Escribe-Reporte.
           OPEN OUTPUT ArchivoReporte
           MOVE Fpw-Fecha-Proceso TO WS-Enc-Fecha
           WRITE Linea-Reporte FROM WS-Linea-Encabezado
           MOVE ALL "-" TO Linea-Reporte
           WRITE Linea-Reporte
           END-IF
           WRITE Linea-Reporte FROM WS-Linea-Depto.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM PresupuestoDeptos.
