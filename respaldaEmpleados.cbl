
      *> El registro del respaldo es una copia byte a byte del
      *> registro del maestro; el largo debe coincidir con el de
      *> EMPLEADO.cpy (hoy 396) o la descarga truncaria los campos
      *> del final.
       FD  ArchivoRespaldo
           LABEL RECORD IS STANDARD.
       01  Registro-Respaldo PIC X(396).

       WORKING-STORAGE SECTION.
       01 Opcion PIC 9 VALUE ZERO.
