       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiberaRegistrosEnUso.

      *> Pantalla de supervisor para el registro comun de registros
      *> en uso: lista los apartados vigentes con su antiguedad y
      *> libera uno, o todos los de un operador, cuando quedaron
      *> colgados (una terminal que se apago, un programa que se
      *> cayo a media captura). Pide las credenciales del supervisor
      *> contra operadores.dat, igual que AvanzaFechaProceso, y cada
      *> liberacion pasa por ApartaRegistro para que quede en
      *> registros_en_uso.log a nombre del supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoEnUso
               ASSIGN TO "registros_en_uso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reu-Llave
               FILE STATUS IS WS-Estado-En-Uso.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoEnUso
           LABEL RECORD IS STANDARD.
           COPY REGUSO.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 WS-Estado-En-Uso PIC XX VALUE SPACES.
           88 En-Uso-No-Existe VALUE "05" "35".
       01 WS-Fin-En-Uso PIC X VALUE "N".
           88 Fin-En-Uso VALUE "S".

       01 WS-Opcion PIC X VALUE SPACE.
           88 Opcion-Uno VALUE "U" "u".
           88 Opcion-Operador VALUE "O" "o".
           88 Opcion-Salir VALUE "S" "s".

      *> Apartados vigentes, cargados cada vez que se muestra la
      *> lista.
       01 WS-Cantidad-Apartados PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Apartados.
           05 WS-Apartado OCCURS 200 TIMES.
               10 WS-Apa-Archivo      PIC X(20).
               10 WS-Apa-Clave        PIC X(20).
               10 WS-Apa-Operador     PIC X(6).
               10 WS-Apa-Programa     PIC X(20).
               10 WS-Apa-Fecha-Hora   PIC X(21).
       01 WS-Indice PIC 9(3) VALUE ZEROS.
       01 WS-Numero-Pedido PIC 9(3) VALUE ZEROS.
       01 WS-Operador-Pedido PIC X(6) VALUE SPACES.
       01 WS-Liberados PIC 9(3) VALUE ZEROS.

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

      *> Parametros de ApartaRegistro para la liberacion.
       01 WS-Uso-Accion PIC X VALUE "S".
       01 WS-Uso-Archivo PIC X(20) VALUE SPACES.
       01 WS-Uso-Clave PIC X(20) VALUE SPACES.
       01 WS-Uso-Programa PIC X(20) VALUE "LiberaRegistrosEnUso".
       01 WS-Uso-Resultado PIC X VALUE "N".
           88 Uso-Liberado VALUE "S".
       01 WS-Uso-Tenedor PIC X(87) VALUE SPACES.

           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       LiberaApartados.
           DISPLAY "== Registros en uso ==".
           PERFORM PideSupervisor.
           PERFORM AtiendeApartados.
           STOP RUN.

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

       AtiendeApartados.
           PERFORM CargaApartados.
           PERFORM MuestraApartados.
           IF WS-Cantidad-Apartados = ZEROS
               DISPLAY "No hay registros en uso."
           ELSE
               DISPLAY "U=liberar uno, O=liberar los de un operador, "
                   "S=salir: "
               ACCEPT WS-Opcion
               IF Opcion-Uno
                   PERFORM LiberaUno
                   PERFORM AtiendeApartados
               ELSE
                   IF Opcion-Operador
                       PERFORM LiberaDeOperador
                       PERFORM AtiendeApartados
                   ELSE
                       IF NOT Opcion-Salir
                           DISPLAY "Opcion invalida."
                           PERFORM AtiendeApartados
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CargaApartados.
           MOVE ZEROS TO WS-Cantidad-Apartados.
           OPEN INPUT ArchivoEnUso.
           IF En-Uso-No-Existe
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO Reu-Llave
               MOVE "N" TO WS-Fin-En-Uso
               START ArchivoEnUso KEY IS NOT LESS THAN Reu-Llave
                   INVALID KEY
                       SET Fin-En-Uso TO TRUE
               END-START
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-En-Uso OR WS-Cantidad-Apartados = 200
                   READ ArchivoEnUso NEXT RECORD
                       AT END
                           SET Fin-En-Uso TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Apartados
                           MOVE Registro-En-Uso
                               TO WS-Apartado(WS-Cantidad-Apartados)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoEnUso.

       MuestraApartados.
           IF WS-Cantidad-Apartados > ZEROS
               DISPLAY "NUM ARCHIVO              LLAVE        "
                   "OPERADOR PROGRAMA             DESDE"
           END-IF.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Apartados
               DISPLAY WS-Indice " " WS-Apa-Archivo(WS-Indice) " "
                   WS-Apa-Clave(WS-Indice)(1:12) " "
                   WS-Apa-Operador(WS-Indice) "   "
                   WS-Apa-Programa(WS-Indice) " "
                   WS-Apa-Fecha-Hora(WS-Indice)(1:8) " "
                   WS-Apa-Fecha-Hora(WS-Indice)(9:6)
           END-PERFORM.

       LiberaUno.
           DISPLAY "Numero de apartado a liberar: ".
           ACCEPT WS-Numero-Pedido.
           IF WS-Numero-Pedido = ZEROS
              OR WS-Numero-Pedido > WS-Cantidad-Apartados
               DISPLAY "Numero fuera de la lista."
           ELSE
               MOVE WS-Numero-Pedido TO WS-Indice
               DISPLAY "Confirma liberar " WS-Apa-Archivo(WS-Indice)
                   " " WS-Apa-Clave(WS-Indice)(1:12) " de "
                   WS-Apa-Operador(WS-Indice) " (S/N): "
               PERFORM ConfirmaSN
               IF Respuesta-Afirmativa
                   PERFORM LiberaRenglon
                   IF Uso-Liberado
                       DISPLAY "Apartado liberado por " WS-Supervisor
                           "."
                   ELSE
                       DISPLAY "El apartado ya no estaba."
                   END-IF
               ELSE
                   DISPLAY "Liberacion cancelada."
               END-IF
           END-IF.

       LiberaDeOperador.
           DISPLAY "ID del operador cuyos apartados se liberan: ".
           ACCEPT WS-Operador-Pedido.
           DISPLAY "Confirma liberar todos los apartados de "
               WS-Operador-Pedido " (S/N): ".
           PERFORM ConfirmaSN.
           IF Respuesta-Afirmativa
               MOVE ZEROS TO WS-Liberados
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice > WS-Cantidad-Apartados
                   IF WS-Apa-Operador(WS-Indice) = WS-Operador-Pedido
                       PERFORM LiberaRenglon
                       IF Uso-Liberado
                           ADD 1 TO WS-Liberados
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "Apartados liberados: " WS-Liberados
           ELSE
               DISPLAY "Liberacion cancelada."
           END-IF.

       LiberaRenglon.
           MOVE WS-Apa-Archivo(WS-Indice) TO WS-Uso-Archivo.
           MOVE WS-Apa-Clave(WS-Indice) TO WS-Uso-Clave.
           CALL "ApartaRegistro" USING WS-Uso-Accion WS-Uso-Archivo
               WS-Uso-Clave WS-Supervisor WS-Uso-Programa
               WS-Uso-Resultado WS-Uso-Tenedor.

           COPY UTILPARR.

       END PROGRAM LiberaRegistrosEnUso.
