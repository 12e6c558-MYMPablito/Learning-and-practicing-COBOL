      *> layout de CLIENTE.cpy.
       FD  ArchivoArchivados
           LABEL RECORD IS STANDARD.
       01  Registro-Cliente-Archivo PIC X(335).

       FD  ARCHIVO-SALDOS
           LABEL RECORD IS STANDARD.

       01 WS-Comando PIC X(80) VALUE SPACES.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ArchivaClientes" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN I-O ArchivoClientes
           IF Clientes-No-Existe
               DISPLAY "No existe el archivo de clientes todavia."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 1000-Carga-Dias
           MOVE SPACES TO WS-Nombre-Archivo
           STRING "clientes_archivo_" DELIMITED BY SIZE
               DISPLAY "Generacion de archivo: " WS-Nombre-Archivo
           END-IF.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ArchivaClientes.
