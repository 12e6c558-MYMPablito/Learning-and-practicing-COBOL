       IDENTIFICATION DIVISION.
       PROGRAM-ID. ObtieneNivelOperador.

      *> Devuelve el Op-Nivel de un operador a partir de su ID y su
      *> contrasena en operadores.dat, para las consultas que
      *> enmascaran datos sensibles segun quien las usa. Credenciales
      *> invalidas, operador bloqueado o catalogo de operadores
      *> ausente devuelven nivel cero; un operador sin nivel capturado
      *> cuenta como basico, igual que en el menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

       LINKAGE SECTION.
       01 LK-Operador PIC X(6).
       01 LK-Password PIC X(10).
       01 LK-Nivel PIC 9.

       PROCEDURE DIVISION USING LK-Operador LK-Password LK-Nivel.
       ObtieneNivel.
           MOVE ZERO TO LK-Nivel.
           OPEN INPUT ArchivoOperadores.
           IF Operadores-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Operadores
               PERFORM WITH TEST BEFORE UNTIL Fin-Operadores
                   READ ArchivoOperadores
                       AT END
                           SET Fin-Operadores TO TRUE
                       NOT AT END
                           IF Op-ID = LK-Operador
                              AND Op-Password = LK-Password
                              AND Op-Bloqueado NOT = "B"
                               IF Op-Nivel IS NUMERIC
                                  AND Op-Nivel > ZERO
                                   MOVE Op-Nivel TO LK-Nivel
                               ELSE
                                   MOVE 1 TO LK-Nivel
                               END-IF
                               SET Fin-Operadores TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.
           GOBACK.

       END PROGRAM ObtieneNivelOperador.
