      *> escribe al indexado campo a campo via el area del registro.
       FD  ArchivoViejo
           LABEL RECORD IS STANDARD.
       01  Registro-Cliente-Viejo PIC X(335).

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
