      *> Fecha de proceso de la corrida, para COPY en la
      *> WORKING-STORAGE SECTION de los programas de lotes junto con
      *> COPY UTILFECP al final de su PROCEDURE DIVISION. El
      *> programa deja su nombre -el mismo con el que se registra en
      *> corridas.log- en Fpw-Programa y hace PERFORM
      *> VerificaFechaProceso antes de leer nada; de ahi en adelante
      *> "hoy" es Fpw-Fecha-Proceso y no el reloj de la maquina.
       01  Fpw-Control-Fecha.
           05 Fpw-Programa            PIC X(20) VALUE SPACES.
           05 Fpw-Fecha-Proceso       PIC 9(8) VALUE ZEROS.
           05 Fpw-Fecha-Valida        PIC X VALUE "N".
               88 Fpw-Fecha-Aceptada VALUE "S".
           05 Fpw-Motivo              PIC X(50) VALUE SPACES.
