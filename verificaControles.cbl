
       FD  ArchivoExtEdoCta
           LABEL RECORD IS STANDARD.
       01  Registro-Ext-EdoCta PIC X(109).

       FD  ArchivoCSV
           LABEL RECORD IS STANDARD.
