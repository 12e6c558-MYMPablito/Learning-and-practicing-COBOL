           05 RCli-ID                 PIC 9(6).
           05 FILLER                  PIC X(15).
           05 RCli-Primer-Apellido    PIC X(30).
           05 FILLER                  PIC X(284).

       FD  ArchivoContador
           LABEL RECORD IS STANDARD.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
       01  Registro-Operador-Plano PIC X(53).

       FD  ArchivoCalculog
           LABEL RECORD IS STANDARD.

       FD  ArchivoRespEmpleados
           LABEL RECORD IS STANDARD.
       01  Resp-Empleado PIC X(396).

       FD  ArchivoRespSaldos
           LABEL RECORD IS STANDARD.

       FD  ArchivoRespClientes
           LABEL RECORD IS STANDARD.
       01  Resp-Cliente PIC X(335).

       FD  ArchivoRespContador
           LABEL RECORD IS STANDARD.

       FD  ArchivoRespOperadores
           LABEL RECORD IS STANDARD.
       01  Resp-Operador PIC X(53).


       FD  ArchivoRespCalculog
       01 WS-Hubo-Falla PIC X VALUE "N".
           88 Hubo-Falla VALUE "S".

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "RespaldoDiario" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 0100-Arma-Nombres
           OPEN OUTPUT ArchivoManifiesto

      *> que no se pudo abrir simplemente no genera respaldo.
       1000-Respalda-Empleados.
           MOVE "empleados.dat" TO WS-Archivo-En-Turno
           MOVE 396 TO WS-Largo-Registro
           MOVE ZEROS TO WS-Registros-Copiados
           MOVE ZEROS TO WS-Bytes-Copiados
           OPEN INPUT ARCHIVO-EMPLEADOS

       3000-Respalda-Clientes.
           MOVE "clientes.dat" TO WS-Archivo-En-Turno
           MOVE 335 TO WS-Largo-Registro
           MOVE ZEROS TO WS-Registros-Copiados
           MOVE ZEROS TO WS-Bytes-Copiados
           OPEN INPUT ArchivoClientes

       5000-Respalda-Operadores.
           MOVE "operadores.dat" TO WS-Archivo-En-Turno
           MOVE 53 TO WS-Largo-Registro
           MOVE ZEROS TO WS-Registros-Copiados
           MOVE ZEROS TO WS-Bytes-Copiados
           OPEN INPUT ArchivoOperadores
               SET Hubo-Falla TO TRUE
           END-IF.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM RespaldoDiario.
