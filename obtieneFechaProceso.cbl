       IDENTIFICATION DIVISION.
       PROGRAM-ID. ObtieneFechaProceso.

      *> Punto unico de lectura de la fecha de proceso
      *> (fecha_proceso.dat), en el espiritu de ConsultaEmpresa:
      *> devuelve la fecha de negocio que avanzo el supervisor y dice
      *> si el programa que la pide puede correr con ella. No puede
      *> si no hay registro de control, si la fecha va adelante del
      *> reloj, si se quedo atras del dia habil anterior al reloj
      *> (nadie la avanzo) o si el mismo programa ya corrio con una
      *> fecha de proceso posterior segun el libro de corridas (la
      *> fecha se regreso). Con el nombre del programa en espacios
      *> solo se devuelve la fecha, sin revisar el libro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoFechaProceso
               ASSIGN TO "fecha_proceso.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Fecha-Proceso.

               SELECT OPTIONAL ArchivoCorridas
               ASSIGN TO "corridas.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Corridas.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoFechaProceso
           LABEL RECORD IS STANDARD.
           COPY FECPROC.

       FD  ArchivoCorridas
           LABEL RECORD IS STANDARD.
           COPY CORRIDA.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Fecha-Proceso PIC XX VALUE SPACES.
           88 Fecha-Proceso-No-Existe VALUE "05" "35".
       01 WS-Estado-Corridas PIC XX VALUE SPACES.
           88 Corridas-No-Existe VALUE "05" "35".
       01 WS-Fin-Corridas PIC X VALUE "N".
           88 Fin-Corridas VALUE "S".

       01 WS-Fecha-Reloj PIC 9(8) VALUE ZEROS.
       01 WS-Dia-Juliano PIC 9(8) VALUE ZEROS.
       01 WS-Habil-Anterior PIC 9(8) VALUE ZEROS.
       01 WS-Es-Habil PIC X VALUE "N".
           88 Es-Dia-Habil VALUE "S".
       01 WS-Ultima-Corrida PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
      *> Nombre del programa (el de corridas.log, o espacios), la
      *> fecha de proceso AAAAMMDD (ceros sin registro de control),
      *> "S" si el programa puede correr con ella o "N" si no, y el
      *> motivo para mostrar al operador.
       01 LK-Programa PIC X(20).
       01 LK-Fecha-Proceso PIC 9(8).
       01 LK-Fecha-Valida PIC X.
       01 LK-Motivo PIC X(50).

       PROCEDURE DIVISION USING LK-Programa LK-Fecha-Proceso
               LK-Fecha-Valida LK-Motivo.
       Obtiene.
           MOVE "N" TO LK-Fecha-Valida.
           MOVE ZEROS TO LK-Fecha-Proceso.
           MOVE SPACES TO LK-Motivo.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Reloj.
           PERFORM LeeControl.
           IF LK-Fecha-Proceso = ZEROS
               MOVE "no hay fecha de proceso; falta AvanzaFechaProceso"
                   TO LK-Motivo
               GOBACK
           END-IF.
           IF LK-Fecha-Proceso > WS-Fecha-Reloj
               MOVE "la fecha de proceso va adelante del reloj"
                   TO LK-Motivo
               GOBACK
           END-IF.
           PERFORM CalculaHabilAnterior.
           IF LK-Fecha-Proceso < WS-Habil-Anterior
               MOVE "fecha de proceso atrasada; falta avanzarla"
                   TO LK-Motivo
               GOBACK
           END-IF.
           IF LK-Programa NOT = SPACES
               PERFORM BuscaUltimaCorrida
               IF WS-Ultima-Corrida > LK-Fecha-Proceso
                   MOVE "ya corrio con una fecha de proceso posterior"
                       TO LK-Motivo
                   GOBACK
               END-IF
           END-IF.
           MOVE "S" TO LK-Fecha-Valida.
           GOBACK.

       LeeControl.
           OPEN INPUT ArchivoFechaProceso.
           IF Fecha-Proceso-No-Existe
               CONTINUE
           ELSE
               READ ArchivoFechaProceso
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Fpr-Fecha-Proceso IS NUMERIC
                           MOVE Fpr-Fecha-Proceso TO LK-Fecha-Proceso
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoFechaProceso.

      *> Dia habil anterior al reloj: el cierre de ayer que se
      *> repite en la manana, o la ventana que paso de la
      *> medianoche, todavia trabajan con el. Un lunes, el anterior
      *> es el viernes.
       CalculaHabilAnterior.
           COMPUTE WS-Dia-Juliano =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Reloj) - 1.
           PERFORM VerificaSiEsHabil.
           PERFORM UNTIL Es-Dia-Habil
               SUBTRACT 1 FROM WS-Dia-Juliano
               PERFORM VerificaSiEsHabil
           END-PERFORM.

       VerificaSiEsHabil.
           COMPUTE WS-Habil-Anterior =
               FUNCTION DATE-OF-INTEGER(WS-Dia-Juliano).
           CALL "VerificaFechaHabil" USING WS-Habil-Anterior
               WS-Es-Habil.

      *> La fecha mas reciente con la que el programa quedo en el
      *> libro de corridas.
       BuscaUltimaCorrida.
           MOVE ZEROS TO WS-Ultima-Corrida.
           OPEN INPUT ArchivoCorridas.
           IF Corridas-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Corridas
               PERFORM WITH TEST BEFORE UNTIL Fin-Corridas
                   READ ArchivoCorridas
                       AT END
                           SET Fin-Corridas TO TRUE
                       NOT AT END
                           IF Cor-Programa = LK-Programa
                              AND Cor-Fecha > WS-Ultima-Corrida
                               MOVE Cor-Fecha TO WS-Ultima-Corrida
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoCorridas.

       END PROGRAM ObtieneFechaProceso.
