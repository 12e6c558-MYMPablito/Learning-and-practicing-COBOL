           05 Ctr-Cli-ID              PIC 9(6).
           05 Ctr-Nombre              PIC X(15).
           05 Ctr-Primer-Apellido     PIC X(30).
           05 FILLER                  PIC X(284).

       FD  ArchivoContador
           LABEL RECORD IS STANDARD.
