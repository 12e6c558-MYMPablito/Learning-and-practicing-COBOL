       01 WS-Total-Constancias PIC 9(6) VALUE ZEROS.
       01 WS-Sin-Maestro PIC 9(6) VALUE ZEROS.

      *> Registro de la corrida en el libro comun: el cierre anual
      *> pide ver que las constancias salieron despues de la ultima
      *> quincena del anio.
       01 WS-Nombre-Programa PIC X(20) VALUE "ConstanciaAnual".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Linea-Titulo.
           05 FILLER PIC X(36)
               VALUE "CONSTANCIA ANUAL DE PERCEPCIONES -  ".
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-Con-Departamento PIC X(15).

       01 WS-Linea-Claves.
           05 FILLER PIC X(5) VALUE "RFC: ".
           05 WS-Con-RFC PIC X(13).
           05 FILLER PIC X(9) VALUE "   CURP: ".
           05 WS-Con-CURP PIC X(18).

       01 WS-Linea-Bruto.
           05 FILLER PIC X(24) VALUE "BRUTO DEL ANIO.......$ ".
           05 WS-Con-Bruto PIC Z(8)9,99.
       01 WS-Linea-Firma-Pie.
           05 FILLER PIC X(30) VALUE "     FIRMA DEL EMPLEADO       ".

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Nombre-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-ACUMULADOS
           IF Acumulados-No-Existe
               DISPLAY "No existe el archivo de acumulados todavia; "
               CLOSE ARCHIVO-EMPLEADOS
               CLOSE ArchivoConstancias
               PERFORM 9000-Muestra-Resumen
               MOVE WS-Total-Constancias TO WS-Corrida-Leidos
               MOVE WS-Total-Constancias TO WS-Corrida-Escritos
               MOVE WS-Sin-Maestro TO WS-Corrida-Rechazados
               CALL "RegistraCorrida" USING WS-Nombre-Programa
                   WS-Corrida-Leidos WS-Corrida-Escritos
                   WS-Corrida-Rechazados WS-Corrida-Estado
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
               MOVE Cont-Nombre TO WS-Con-Nombre
               MOVE Cont-Primer-Apellido TO WS-Con-Apellido
               MOVE Emp-Departamento TO WS-Con-Departamento
               MOVE Emp-RFC TO WS-Con-RFC
               MOVE Emp-CURP TO WS-Con-CURP
           ELSE
               MOVE SPACES TO WS-Con-Nombre
               MOVE SPACES TO WS-Con-Apellido
               MOVE SPACES TO WS-Con-Departamento
               MOVE SPACES TO WS-Con-RFC
               MOVE SPACES TO WS-Con-CURP
           END-IF
           WRITE Linea-Constancia FROM WS-Linea-Empleado
           WRITE Linea-Constancia FROM WS-Linea-Depto
           WRITE Linea-Constancia FROM WS-Linea-Claves
           MOVE SPACES TO Linea-Constancia
           WRITE Linea-Constancia

           DISPLAY "Constancias generadas: " WS-Total-Constancias.
           DISPLAY "Empleados sin maestro: " WS-Sin-Maestro.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ConstanciaAnual.
