       IDENTIFICATION DIVISION.
       PROGRAM-ID. CancelaFolio.

      *> Cancelacion de un folio fiscal: el operador captura la serie
      *> y el folio, ve a quien se le emitio y por cuanto, escribe el
      *> motivo, y un supervisor lo aprueba en pantalla con sus
      *> credenciales. El folio no se borra del registro: queda
      *> marcado como cancelado con la fecha, el supervisor y el
      *> motivo, para que la serie siga sin huecos ante auditoria, y
      *> el cambio pasa por RegistraCambio. El saldo del cliente no
      *> se toca aqui; lo facturado de mas se le regresa con una nota
      *> de credito en la siguiente facturacion.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-FOLIOS
               ASSIGN TO "folio_facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Fol-Llave
               FILE STATUS IS WS-Estado-Folios.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FOLIOS
           LABEL RECORD IS STANDARD.
           COPY FOLIO.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Folios PIC XX VALUE SPACES.
           88 Folios-No-Existe VALUE "05" "35".
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".

       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

      *> Nivel minimo del supervisor que aprueba, igual al de las
      *> opciones protegidas del menu de consola.
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor-Capturado PIC X(6) VALUE SPACES.
       01 WS-Password-Capturado PIC X(10) VALUE SPACES.
       01 WS-Supervisor-Valido PIC X VALUE "N".
           88 Supervisor-Valido VALUE "S".

       01 WS-Serie PIC X(4) VALUE SPACES.
       01 WS-Folio PIC 9(9) VALUE ZEROS.
       01 WS-Motivo PIC X(40) VALUE SPACES.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Antes y despues para el rastro de auditoria comun.
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.
           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       0000-Mainline.
           DISPLAY "== Cancelacion de folio fiscal ==".
           DISPLAY "Serie (Enter = F01): ".
           ACCEPT WS-Serie.
           IF WS-Serie = SPACES
               MOVE "F01" TO WS-Serie
           END-IF.
           INSPECT WS-Serie CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Folio: ".
           ACCEPT WS-Folio.

           OPEN I-O ARCHIVO-FOLIOS.
           IF Folios-No-Existe
               DISPLAY "No existe el registro de folios todavia."
               CLOSE ARCHIVO-FOLIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Serie TO Fol-Serie.
           MOVE WS-Folio TO Fol-Numero.
           READ ARCHIVO-FOLIOS
               INVALID KEY
                   DISPLAY "Ese folio no esta en el registro."
                   CLOSE ARCHIVO-FOLIOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF Fol-Cancelado
               DISPLAY "Ese folio ya se cancelo el "
                   Fol-Fecha-Cancelacion ": " Fol-Motivo
               CLOSE ARCHIVO-FOLIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Cliente: " Fol-Cliente-ID
               "  Emitido: " Fol-Fecha-Emision.
           DISPLAY "Total: " Fol-Total "  IVA: " Fol-IVA.

           DISPLAY "Motivo de la cancelacion: ".
           ACCEPT WS-Motivo.
           IF WS-Motivo = SPACES
               DISPLAY "Sin motivo no se cancela ningun folio."
               CLOSE ARCHIVO-FOLIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-Aprueba-Supervisor.
           IF NOT Supervisor-Valido
               DISPLAY "Sin aprobacion de supervisor; no se cancela "
                   "nada."
               CLOSE ARCHIVO-FOLIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2000-Aplica-Cancelacion.
           CLOSE ARCHIVO-FOLIOS.
           PERFORM 9000-Muestra-Resumen.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Aprobacion en pantalla: credenciales del supervisor contra
      *> operadores.dat con el nivel minimo, y la confirmacion final
      *> del folio a la vista.
       1000-Aprueba-Supervisor.
           MOVE "N" TO WS-Supervisor-Valido.
           DISPLAY "ID del supervisor que aprueba: ".
           ACCEPT WS-Supervisor-Capturado.
           DISPLAY "Password del supervisor: ".
           ACCEPT WS-Password-Capturado.
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
                           IF Op-ID = WS-Supervisor-Capturado
                              AND Op-Password =
                                  WS-Password-Capturado
                              AND Op-Nivel IS NUMERIC
                              AND Op-Nivel >= WS-Nivel-Requerido
                               SET Supervisor-Valido TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.
           IF Supervisor-Valido
               DISPLAY "Cancelar el folio " WS-Serie "-" WS-Folio
                   " del cliente " Fol-Cliente-ID "? (S/N): "
               PERFORM ConfirmaSN
               IF NOT Respuesta-Afirmativa
                   MOVE "N" TO WS-Supervisor-Valido
               END-IF
           END-IF.

      *> El folio queda marcado en el registro y el cambio en
      *> cambios.log.
       2000-Aplica-Cancelacion.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy.
           SET Fol-Cancelado TO TRUE.
           MOVE WS-Fecha-Hoy TO Fol-Fecha-Cancelacion.
           MOVE WS-Supervisor-Capturado TO Fol-Supervisor.
           MOVE WS-Motivo TO Fol-Motivo.
           REWRITE Registro-Folio.

           MOVE "CANCELA FOLIO" TO WS-Cambio-Campo.
           MOVE SPACES TO WS-Cambio-Anterior.
           STRING WS-Serie "-" WS-Folio " EMITIDO"
               DELIMITED BY SIZE INTO WS-Cambio-Anterior
           END-STRING.
           MOVE WS-Motivo TO WS-Cambio-Nuevo.
           CALL "RegistraCambio" USING WS-Cambio-Campo
               WS-Cambio-Anterior WS-Cambio-Nuevo.

       9000-Muestra-Resumen.
           DISPLAY "Folio " WS-Serie "-" WS-Folio " cancelado.".
           DISPLAY "Autorizo: " WS-Supervisor-Capturado.
           DISPLAY "Motivo: " WS-Motivo.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.

       END PROGRAM CancelaFolio.
