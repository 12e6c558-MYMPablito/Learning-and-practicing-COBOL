      *> escribe cada .bak; si un layout crece alla, crece aqui.
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

       FD  ArchivoTrabEmpleados
           LABEL RECORD IS STANDARD.

       FD  ArchivoTrabOperadores
           LABEL RECORD IS STANDARD.
       01  Trab-Operador PIC X(53).

       FD  ArchivoCertificado
           LABEL RECORD IS STANDARD.
