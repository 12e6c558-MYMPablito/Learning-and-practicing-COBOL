           05 WS-Rango-45-54      PIC 9(5) VALUE ZEROS.
           05 WS-Rango-55-Mas     PIC 9(5) VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "EmpleadosDistribEdad" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               CLOSE ARCHIVO-EMPLEADOS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
                   READ ARCHIVO-EMPLEADOS
                       AT END SET Fin-Empleados TO TRUE
           WRITE Linea-Reporte
           CLOSE ArchivoReporte.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM EmpleadosDistribEdad.
