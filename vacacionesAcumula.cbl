       01 WS-Total-Empleados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Abonados PIC 9(6) VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "VacacionesAcumula" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-Abre-Vacaciones
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
                   READ ARCHIVO-EMPLEADOS
                       AT END
           DISPLAY "Empleados revisados: " WS-Total-Empleados.
           DISPLAY "Aniversarios abonados: " WS-Total-Abonados.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM VacacionesAcumula.
