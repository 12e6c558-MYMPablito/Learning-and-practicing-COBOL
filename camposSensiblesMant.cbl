       IDENTIFICATION DIVISION.
       PROGRAM-ID. CamposSensiblesMantenimiento.

      *> Mantenimiento del catalogo de campos sensibles que consulta
      *> EnmascaraDato: por cada campo, el Op-Nivel minimo para verlo
      *> completo, cuantos caracteres quedan a la vista y de que lado,
      *> y si los reportes impresos lo llevan en claro. Alta o cambio
      *> por nombre de campo, baja y lista, en el mismo estilo de
      *> MetodosPagoMantenimiento: el catalogo se carga a una tabla y
      *> el archivo se regraba entero despues de cada movimiento.
      *> Como afloja o aprieta lo que ve cada operador, pide las
      *> credenciales de un supervisor contra operadores.dat igual
      *> que LiberaRegistrosEnUso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCamposSensibles
               ASSIGN TO "campos_sensibles.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Campos.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCamposSensibles
           LABEL RECORD IS STANDARD.
           COPY CAMPOSEN.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionBaja VALUE 2.
           88 OpcionListar VALUE 3.
           88 OpcionSalir VALUE 4.

       01 WS-Estado-Campos PIC XX VALUE SPACES.
           88 Campos-No-Existe VALUE "05" "35".
       01 WS-Fin-Campos PIC X VALUE "N".
           88 Fin-Campos VALUE "S".

       01 WS-Cantidad-Campos PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Campos.
           05 WS-Campo-Sensible OCCURS 50 TIMES.
               10 WS-Cse-Campo        PIC X(20).
               10 WS-Cse-Nivel        PIC 9.
               10 WS-Cse-Visibles     PIC 9(2).
               10 WS-Cse-Lado         PIC X.
               10 WS-Cse-Impreso      PIC X.
       01 WS-Indice PIC 9(2) VALUE ZEROS.
       01 WS-Indice-Hallado PIC 9(2) VALUE ZEROS.
       01 WS-Campo-Hallado PIC X VALUE "N".
           88 Campo-Hallado VALUE "S".

       01 WS-Campo-Capturado PIC X(20) VALUE SPACES.
       01 WS-Nivel-Capturado PIC X VALUE SPACE.
           88 Nivel-Valido VALUE "1" THRU "9".
       01 WS-Visibles-Capturado PIC 9(2) VALUE ZEROS.
       01 WS-Lado-Capturado PIC X VALUE SPACE.
           88 Lado-Valido VALUE "F" "I".
       01 WS-Impreso-Capturado PIC X VALUE SPACE.
           88 Impreso-Valido VALUE "C" "M".

      *> Credenciales del supervisor.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor PIC X(6) VALUE SPACES.
       01 WS-Password-Buscado PIC X(10) VALUE SPACES.
       01 WS-Operador-Valido PIC X VALUE "N".
           88 Operador-Valido VALUE "S".

       PROCEDURE DIVISION.
       Inicio.
       PERFORM PideSupervisor.
       PERFORM CargaCatalogo.
       PERFORM AceptaOpcion.

       AceptaOpcion.
       DISPLAY "== Mantenimiento de campos sensibles ==".
       DISPLAY "1 - Alta o cambio de campo".
       DISPLAY "2 - Baja de campo".
       DISPLAY "3 - Listar campos".
       DISPLAY "4 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
           PERFORM DarDeAlta
           PERFORM AceptaOpcion
       ELSE
           IF OpcionBaja THEN
               PERFORM DarDeBaja
               PERFORM AceptaOpcion
           ELSE
               IF OpcionListar THEN
                   PERFORM ListarCampos
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionSalir THEN
                       DISPLAY "Saliendo del mantenimiento..."
                       STOP RUN
                   ELSE
                       DISPLAY "Opcion invalida. Intente de nuevo."
                       PERFORM AceptaOpcion
                   END-IF
               END-IF
           END-IF
       END-IF.

       PideSupervisor.
           DISPLAY "ID del supervisor: ".
           ACCEPT WS-Supervisor.
           DISPLAY "Password: ".
           ACCEPT WS-Password-Buscado.
           PERFORM ValidaCredencial.
           IF NOT Operador-Valido
               DISPLAY "Credenciales invalidas o sin nivel de "
                   "supervisor."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Credenciales de un operador con nivel de supervisor.
       ValidaCredencial.
           MOVE "N" TO WS-Operador-Valido.
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
                           IF Op-ID = WS-Supervisor
                              AND Op-Password = WS-Password-Buscado
                              AND Op-Bloqueado NOT = "B"
                              AND Op-Nivel IS NUMERIC
                              AND Op-Nivel >= WS-Nivel-Requerido
                               SET Operador-Valido TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.

       CargaCatalogo.
           OPEN INPUT ArchivoCamposSensibles.
           IF Campos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Campos
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Campos
                          OR WS-Cantidad-Campos = 50
                   READ ArchivoCamposSensibles
                       AT END
                           SET Fin-Campos TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Campos
                           MOVE Registro-Campo-Sensible TO
                               WS-Campo-Sensible(WS-Cantidad-Campos)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoCamposSensibles.

       RegrabaCatalogo.
           OPEN OUTPUT ArchivoCamposSensibles.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Campos
               MOVE WS-Campo-Sensible(WS-Indice)
                   TO Registro-Campo-Sensible
               WRITE Registro-Campo-Sensible
           END-PERFORM.
           CLOSE ArchivoCamposSensibles.

      *> Un campo que ya esta en el catalogo se cambia en su lugar;
      *> uno nuevo se agrega al final.
       DarDeAlta.
           DISPLAY "Campo (EMP-SALARIO, BAN-CLABE, PEN-CLABE, "
               "PEN-BENEFICIARIO, TELEFONO): ".
           ACCEPT WS-Campo-Capturado.
           PERFORM BuscaCampo.
           IF NOT Campo-Hallado
              AND WS-Cantidad-Campos = 50
               DISPLAY "El catalogo esta lleno."
           ELSE
               PERFORM CapturaNivel
               DISPLAY "Caracteres a la vista al enmascarar (0-30): "
               ACCEPT WS-Visibles-Capturado
               PERFORM CapturaLado
               PERFORM CapturaImpreso
               IF Campo-Hallado
                   MOVE WS-Indice-Hallado TO WS-Indice
               ELSE
                   ADD 1 TO WS-Cantidad-Campos
                   MOVE WS-Cantidad-Campos TO WS-Indice
               END-IF
               MOVE WS-Campo-Capturado TO WS-Cse-Campo(WS-Indice)
               MOVE WS-Nivel-Capturado TO WS-Cse-Nivel(WS-Indice)
               MOVE WS-Visibles-Capturado
                   TO WS-Cse-Visibles(WS-Indice)
               MOVE WS-Lado-Capturado TO WS-Cse-Lado(WS-Indice)
               MOVE WS-Impreso-Capturado TO WS-Cse-Impreso(WS-Indice)
               PERFORM RegrabaCatalogo
               IF Campo-Hallado
                   DISPLAY "Campo cambiado por " WS-Supervisor "."
               ELSE
                   DISPLAY "Campo dado de alta por " WS-Supervisor "."
               END-IF
           END-IF.

       CapturaNivel.
           DISPLAY "Nivel minimo para verlo completo (1-9): ".
           ACCEPT WS-Nivel-Capturado.
           IF NOT Nivel-Valido
               DISPLAY "Nivel invalido."
               PERFORM CapturaNivel
           END-IF.

       CapturaLado.
           DISPLAY "Lado a la vista (F=final, I=inicio): ".
           ACCEPT WS-Lado-Capturado.
           IF NOT Lado-Valido
               DISPLAY "Lado invalido."
               PERFORM CapturaLado
           END-IF.

       CapturaImpreso.
           DISPLAY "En reportes impresos (C=en claro, "
               "M=enmascarado): ".
           ACCEPT WS-Impreso-Capturado.
           IF NOT Impreso-Valido
               DISPLAY "Respuesta invalida."
               PERFORM CapturaImpreso
           END-IF.

       BuscaCampo.
           MOVE "N" TO WS-Campo-Hallado.
           MOVE ZEROS TO WS-Indice-Hallado.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Campos
                      OR Campo-Hallado
               IF WS-Cse-Campo(WS-Indice) = WS-Campo-Capturado
                   SET Campo-Hallado TO TRUE
                   MOVE WS-Indice TO WS-Indice-Hallado
               END-IF
           END-PERFORM.

      *> Un campo dado de baja vuelve a los valores de fabrica de
      *> EnmascaraDato.
       DarDeBaja.
           DISPLAY "Campo a dar de baja: ".
           ACCEPT WS-Campo-Capturado.
           PERFORM BuscaCampo.
           IF NOT Campo-Hallado
               DISPLAY "Ese campo no esta en el catalogo."
           ELSE
               PERFORM VARYING WS-Indice FROM WS-Indice-Hallado BY 1
                       UNTIL WS-Indice >= WS-Cantidad-Campos
                   MOVE WS-Campo-Sensible(WS-Indice + 1)
                       TO WS-Campo-Sensible(WS-Indice)
               END-PERFORM
               SUBTRACT 1 FROM WS-Cantidad-Campos
               PERFORM RegrabaCatalogo
               DISPLAY "Campo dado de baja."
           END-IF.

       ListarCampos.
           IF WS-Cantidad-Campos = ZEROS
               DISPLAY "No hay campos en el catalogo; rigen los "
                   "valores de fabrica."
           ELSE
               DISPLAY "CAMPO                NIVEL VISIBLES LADO "
                   "IMPRESO"
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice > WS-Cantidad-Campos
                   DISPLAY WS-Cse-Campo(WS-Indice) " "
                       WS-Cse-Nivel(WS-Indice) "     "
                       WS-Cse-Visibles(WS-Indice) "       "
                       WS-Cse-Lado(WS-Indice) "    "
                       WS-Cse-Impreso(WS-Indice)
               END-PERFORM
           END-IF.

       END PROGRAM CamposSensiblesMantenimiento.
