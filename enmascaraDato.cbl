       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnmascaraDato.

      *> Enmascarado comun de los campos sensibles (salario, CLABE,
      *> telefonos, beneficiario de pension) para las consultas y los
      *> reportes. Recibe el nombre del campo en el catalogo
      *> campos_sensibles.dat, el operador, su Op-Nivel, el programa,
      *> la llave del registro y el dato ya editado, y devuelve el
      *> dato tal cual o con sus letras y digitos cambiados por "*"
      *> salvo los que el catalogo deja a la vista (los separadores se
      *> respetan para que el dato conserve su forma). Un nivel en
      *> cero es un reporte impreso, que solo lleva el dato en claro
      *> si el catalogo lo marca asi. Cada vez que un operador ve
      *> completo un dato sensible queda un renglon en
      *> accesos_sensibles.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCamposSensibles
               ASSIGN TO "campos_sensibles.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Campos.

               SELECT OPTIONAL ArchivoAccesos
               ASSIGN TO "accesos_sensibles.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Accesos.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCamposSensibles
           LABEL RECORD IS STANDARD.
           COPY CAMPOSEN.

       FD  ArchivoAccesos
           LABEL RECORD IS STANDARD.
           COPY ACCESOSN.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Campos PIC XX VALUE SPACES.
           88 Campos-No-Existe VALUE "05" "35".
       01 WS-Fin-Campos PIC X VALUE "N".
           88 Fin-Campos VALUE "S".
       01 WS-Estado-Accesos PIC XX VALUE SPACES.

      *> El catalogo se carga una sola vez por corrida del programa
      *> que llama.
       01 WS-Catalogo-Cargado PIC X VALUE "N".
           88 Catalogo-Cargado VALUE "S".
       01 WS-Cantidad-Campos PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Campos.
           05 WS-Campo-Sensible OCCURS 50 TIMES.
               10 WS-Cse-Campo        PIC X(20).
               10 WS-Cse-Nivel        PIC 9.
               10 WS-Cse-Visibles     PIC 9(2).
               10 WS-Cse-Lado         PIC X.
               10 WS-Cse-Impreso      PIC X.
       01 WS-Indice PIC 9(2) VALUE ZEROS.

      *> Regla que aplica al campo pedido.
       01 WS-Regla-Nivel PIC 9 VALUE ZERO.
       01 WS-Regla-Visibles PIC 9(2) VALUE ZEROS.
       01 WS-Regla-Lado PIC X VALUE "F".
           88 Regla-Al-Inicio VALUE "I".
       01 WS-Regla-Impreso PIC X VALUE SPACE.
           88 Regla-Impreso-Claro VALUE "C".
       01 WS-Regla-Hallada PIC X VALUE "N".
           88 Regla-Hallada VALUE "S".

       01 WS-Posicion PIC 9(2) VALUE ZEROS.
       01 WS-Caracteres PIC 9(2) VALUE ZEROS.
       01 WS-Contados PIC 9(2) VALUE ZEROS.
       01 WS-Caracter PIC X VALUE SPACE.
           88 Caracter-Enmascarable VALUE "0" THRU "9" "A" THRU "Z"
               "a" THRU "z".

       LINKAGE SECTION.
       01 LK-Campo PIC X(20).
       01 LK-Operador PIC X(6).
       01 LK-Nivel PIC 9.
       01 LK-Programa PIC X(20).
       01 LK-Llave PIC X(20).
       01 LK-Valor PIC X(30).
       01 LK-Enmascarado PIC X.

       PROCEDURE DIVISION USING LK-Campo LK-Operador LK-Nivel
               LK-Programa LK-Llave LK-Valor LK-Enmascarado.
       Enmascara.
           MOVE "N" TO LK-Enmascarado.
           IF NOT Catalogo-Cargado
               PERFORM CargaCatalogo
           END-IF.
           PERFORM BuscaRegla.
           IF LK-Nivel = ZERO
               IF NOT Regla-Impreso-Claro
                   PERFORM EnmascaraValor
               END-IF
           ELSE
               IF LK-Nivel < WS-Regla-Nivel
                   PERFORM EnmascaraValor
               ELSE
                   IF LK-Valor NOT = SPACES
                       PERFORM RegistraAcceso
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       CargaCatalogo.
           MOVE ZEROS TO WS-Cantidad-Campos.
           OPEN INPUT ArchivoCamposSensibles.
           IF Campos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Campos
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Campos OR WS-Cantidad-Campos = 50
                   READ ArchivoCamposSensibles
                       AT END
                           SET Fin-Campos TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Campos
                           MOVE Registro-Campo-Sensible
                               TO WS-Campo-Sensible(WS-Cantidad-Campos)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoCamposSensibles.
           SET Catalogo-Cargado TO TRUE.

      *> Lo que trae el catalogo manda; un campo que no trae toma el
      *> valor de fabrica, y uno que nadie conoce se trata como de
      *> supervisor sin nada a la vista.
       BuscaRegla.
           MOVE "N" TO WS-Regla-Hallada.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Campos
                      OR Regla-Hallada
               IF WS-Cse-Campo(WS-Indice) = LK-Campo
                   SET Regla-Hallada TO TRUE
                   MOVE WS-Cse-Nivel(WS-Indice) TO WS-Regla-Nivel
                   MOVE WS-Cse-Visibles(WS-Indice)
                       TO WS-Regla-Visibles
                   MOVE WS-Cse-Lado(WS-Indice) TO WS-Regla-Lado
                   MOVE WS-Cse-Impreso(WS-Indice) TO WS-Regla-Impreso
               END-IF
           END-PERFORM.
           IF NOT Regla-Hallada
               MOVE "F" TO WS-Regla-Lado
               MOVE SPACE TO WS-Regla-Impreso
               EVALUATE LK-Campo
                   WHEN "EMP-SALARIO"
                       MOVE 5 TO WS-Regla-Nivel
                       MOVE ZEROS TO WS-Regla-Visibles
                   WHEN "BAN-CLABE"
                   WHEN "PEN-CLABE"
                       MOVE 5 TO WS-Regla-Nivel
                       MOVE 4 TO WS-Regla-Visibles
                   WHEN "PEN-BENEFICIARIO"
                       MOVE 5 TO WS-Regla-Nivel
                       MOVE 1 TO WS-Regla-Visibles
                       MOVE "I" TO WS-Regla-Lado
                   WHEN "TELEFONO"
      *> La lista de llamadas de cobranza necesita el numero para
      *> marcar; en pantalla se enmascara a los operadores basicos.
                       MOVE 3 TO WS-Regla-Nivel
                       MOVE 4 TO WS-Regla-Visibles
                       MOVE "C" TO WS-Regla-Impreso
                   WHEN OTHER
                       MOVE 9 TO WS-Regla-Nivel
                       MOVE ZEROS TO WS-Regla-Visibles
               END-EVALUATE
           END-IF.
           IF WS-Regla-Nivel IS NOT NUMERIC
               MOVE 9 TO WS-Regla-Nivel
           END-IF.
           IF WS-Regla-Visibles IS NOT NUMERIC
               MOVE ZEROS TO WS-Regla-Visibles
           END-IF.

      *> Cuenta las letras y digitos del dato y cambia por "*" todos
      *> menos los que quedan a la vista al inicio o al final.
       EnmascaraValor.
           MOVE ZEROS TO WS-Caracteres.
           PERFORM VARYING WS-Posicion FROM 1 BY 1
                   UNTIL WS-Posicion > 30
               MOVE LK-Valor(WS-Posicion:1) TO WS-Caracter
               IF Caracter-Enmascarable
                   ADD 1 TO WS-Caracteres
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-Contados.
           PERFORM VARYING WS-Posicion FROM 1 BY 1
                   UNTIL WS-Posicion > 30
               MOVE LK-Valor(WS-Posicion:1) TO WS-Caracter
               IF Caracter-Enmascarable
                   ADD 1 TO WS-Contados
                   IF Regla-Al-Inicio
                       IF WS-Contados > WS-Regla-Visibles
                           MOVE "*" TO LK-Valor(WS-Posicion:1)
                       END-IF
                   ELSE
                       IF WS-Contados + WS-Regla-Visibles
                          <= WS-Caracteres
                           MOVE "*" TO LK-Valor(WS-Posicion:1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "S" TO LK-Enmascarado.

       RegistraAcceso.
           MOVE LK-Operador TO Acs-Operador.
           MOVE LK-Programa TO Acs-Programa.
           MOVE LK-Campo TO Acs-Campo.
           MOVE LK-Llave TO Acs-Llave.
           MOVE FUNCTION CURRENT-DATE TO Acs-Fecha-Hora.
           OPEN EXTEND ArchivoAccesos.
           WRITE Registro-Acceso-Sensible.
           CLOSE ArchivoAccesos.

       END PROGRAM EnmascaraDato.
