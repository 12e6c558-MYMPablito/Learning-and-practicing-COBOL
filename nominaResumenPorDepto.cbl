           05 WS-Det-Nombre PIC X(15).
           05 WS-Det-Apellido PIC X(30).
           05 WS-Det-Salario PIC Z(6)9.99.
           05 WS-Det-Salario-Visto REDEFINES WS-Det-Salario
                                   PIC X(10).

       01 WS-Linea-Subtotal.
           05 FILLER PIC X(20) VALUE "SUBTOTAL DEPTO ".
           05 FILLER PIC X(9) VALUE " TOTAL $ ".
           05 WS-Tot-Total PIC Z(7)9.99.

      *> El salario de cada empleado pasa por el enmascarado de campos
      *> sensibles como reporte impreso (nivel cero): sale en claro
      *> solo si el catalogo lo marca asi. Los subtotales y promedios
      *> no identifican a nadie y salen siempre.
           COPY MASCWS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "NominaResumenPorDepto" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE "NominaResumenPorDepto" TO Msk-Programa
           MOVE "EMP-SALARIO" TO Msk-Campo
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ArchivoReporte
               MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
               SORT ArchivoOrdenamiento
                   ON ASCENDING KEY Ord-Departamento Ord-ID
                   INPUT PROCEDURE IS 1000-Alimenta-Sort
           MOVE Ord-Nombre TO WS-Det-Nombre.
           MOVE Ord-Apellido TO WS-Det-Apellido.
           MOVE Ord-Salario TO WS-Det-Salario.
           MOVE WS-Det-Salario-Visto TO Msk-Valor.
           MOVE Ord-ID TO Msk-Llave.
           PERFORM EnmascaraDato.
           MOVE Msk-Valor(1:10) TO WS-Det-Salario-Visto.

       2300-Escribe-Detalle.
           MOVE WS-Linea-Detalle TO Linea-Reporte.

           COPY UTILREP.

      *> Enmascarado de campos sensibles del reporte impreso.
           COPY UTILMASC.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM NominaResumenPorDepto.
