           05 FILLER PIC X(9) VALUE " TOTAL $ ".
           05 WS-Tot-Importe PIC Z(8)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "Aguinaldo" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
      *> Limites del anio en curso para el prorrateo: del primero de
      *> enero al 31 de diciembre, en dias corridos.
       1000-Prepara-Anio.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           COMPUTE WS-Inicio-Anio = WS-Hoy-Anio * 10000 + 0101
           COMPUTE WS-Fin-Anio = WS-Hoy-Anio * 10000 + 1231
           COMPUTE WS-Dias-Del-Anio =
           DISPLAY "Empleados procesados: " WS-Total-Empleados.
           DISPLAY "Total aguinaldo: " WS-Total-Aguinaldo.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM Aguinaldo.
