       IDENTIFICATION DIVISION.
       PROGRAM-ID. AclaracionesMantenimiento.

      *> Mantenimiento del registro de aclaraciones
      *> (aclaraciones.dat), con el mismo menu de alta/consulta que el
      *> resto de los mantenimientos del taller. El alta abre la
      *> disputa de un cliente sobre un cargo (importe y concepto) y
      *> desde ese momento el importe sale de la base del interes y el
      *> cliente deja de recibir cartas y llamadas de cobranza. La
      *> resolucion cierra la aclaracion con su texto: en contra del
      *> cliente la cuenta regresa a cobranza normal; a su favor deja
      *> una nota de credito pendiente que GeneraCargosRecurrentes
      *> mete al siguiente lote de facturacion, donde el pre-edit la
      *> detiene hasta que un supervisor la autorice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-ACLARACIONES
               ASSIGN TO "aclaraciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acl-Llave
               FILE STATUS IS WS-Estado-Aclaraciones.

               SELECT OPTIONAL ARCHIVO-SALDOS
               ASSIGN TO "saldos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Sal-Cliente-ID
               FILE STATUS IS WS-Estado-Saldos.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ACLARACIONES
           LABEL RECORD IS STANDARD.
           COPY ACLARA.

       FD  ARCHIVO-SALDOS
           LABEL RECORD IS STANDARD.
           COPY SALDO.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa EmpleadosMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionResolver VALUE 2.
           88 OpcionConsultar VALUE 3.
           88 OpcionListar VALUE 4.
           88 OpcionSalir VALUE 5.

       01 WS-Estado-Aclaraciones PIC XX VALUE SPACES.
           88 Aclaraciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Saldos PIC XX VALUE SPACES.
           88 Saldos-No-Existe VALUE "05" "35".
       01 WS-Fin-Aclaraciones PIC X VALUE "N".
           88 Fin-Aclaraciones VALUE "S".
       01 WS-ID-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Consecutivo-Buscado PIC 9(3) VALUE ZEROS.
       01 WS-Ultimo-Consecutivo PIC 9(3) VALUE ZEROS.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

       01 WS-Importe-Disputa PIC 9(7)V99 VALUE ZEROS.
       01 WS-Concepto-Disputa PIC X(10) VALUE SPACES.
       01 WS-Saldo-Cliente PIC S9(7)V99 VALUE ZEROS.
       01 WS-Saldo-Hallado PIC X VALUE "N".
           88 Saldo-Hallado VALUE "S".

      *> Sentido de la resolucion capturado en pantalla.
       01 WS-Sentido PIC X VALUE SPACE.
           88 Sentido-A-Favor VALUE "F" "f".
           88 Sentido-En-Contra VALUE "C" "c".
       01 WS-Resolucion PIC X(40) VALUE SPACES.
       01 WS-Importe-Nota PIC 9(7)V99 VALUE ZEROS.

      *> Antes y despues para el rastro de auditoria comun.
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.
           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Mantenimiento de aclaraciones ==".
       DISPLAY "1 - Abrir aclaracion".
       DISPLAY "2 - Resolver aclaracion".
       DISPLAY "3 - Consultar aclaraciones de un cliente".
       DISPLAY "4 - Listar aclaraciones".
       DISPLAY "5 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
           PERFORM DarDeAlta
           PERFORM AceptaOpcion
       ELSE
           IF OpcionResolver THEN
               PERFORM ResolverAclaracion
               PERFORM AceptaOpcion
           ELSE
               IF OpcionConsultar THEN
                   PERFORM ConsultarCliente
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionListar THEN
                       PERFORM ListarAclaraciones
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
           END-IF
       END-IF.

      *> El importe disputado no puede pasar del saldo del maestro:
      *> no se congela interes sobre lo que el cliente no debe.
       DarDeAlta.
           DISPLAY "Numero de cliente: ".
           ACCEPT WS-ID-Buscado.
           PERFORM BuscaSaldo.
           IF NOT Saldo-Hallado
               DISPLAY "Ese cliente no esta en el maestro de saldos."
           ELSE
               DISPLAY "Saldo del cliente: " WS-Saldo-Cliente
               DISPLAY "Importe disputado (ej. 1234,56): "
               ACCEPT WS-Importe-Disputa
               IF WS-Importe-Disputa = ZEROS
                  OR WS-Importe-Disputa > WS-Saldo-Cliente
                   DISPLAY "El importe debe ser mayor que cero y no "
                       "pasar del saldo."
               ELSE
                   DISPLAY "Concepto del cargo disputado: "
                   MOVE SPACES TO WS-Concepto-Disputa
                   ACCEPT WS-Concepto-Disputa
                   INSPECT WS-Concepto-Disputa CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM GrabaAlta
               END-IF
           END-IF.

       GrabaAlta.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy.
           OPEN I-O ARCHIVO-ACLARACIONES.
           IF WS-Estado-Aclaraciones = "35"
      *> El registro aun no existe: se crea vacio y se vuelve a
      *> abrir, igual que DarDeAlta crea empleados.dat.
               OPEN OUTPUT ARCHIVO-ACLARACIONES
               CLOSE ARCHIVO-ACLARACIONES
               OPEN I-O ARCHIVO-ACLARACIONES
           END-IF.
           PERFORM BuscaUltimoConsecutivo.
           MOVE WS-ID-Buscado TO Acl-Cliente-ID.
           COMPUTE Acl-Consecutivo = WS-Ultimo-Consecutivo + 1.
           MOVE WS-Importe-Disputa TO Acl-Importe.
           MOVE WS-Concepto-Disputa TO Acl-Concepto.
           MOVE WS-Fecha-Hoy TO Acl-Fecha-Apertura.
           SET Acl-Abierta TO TRUE.
           MOVE ZEROS TO Acl-Fecha-Resolucion.
           MOVE SPACES TO Acl-Resolucion.
           MOVE ZEROS TO Acl-Importe-Nota.
           MOVE SPACE TO Acl-Nota-Estado.
           MOVE ZEROS TO Acl-Periodo-Nota.
           WRITE Registro-Aclaracion
               INVALID KEY
                   DISPLAY "No se pudo registrar la aclaracion."
               NOT INVALID KEY
                   DISPLAY "Aclaracion " Acl-Cliente-ID "-"
                       Acl-Consecutivo " abierta."
           END-WRITE.
           CLOSE ARCHIVO-ACLARACIONES.

      *> Las aclaraciones de un cliente van seguidas en la llave; la
      *> nueva toma el consecutivo siguiente al ultimo.
       BuscaUltimoConsecutivo.
           MOVE ZEROS TO WS-Ultimo-Consecutivo.
           MOVE WS-ID-Buscado TO Acl-Cliente-ID.
           MOVE ZEROS TO Acl-Consecutivo.
           START ARCHIVO-ACLARACIONES
                   KEY IS NOT LESS THAN Acl-Llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-Fin-Aclaraciones
                   PERFORM WITH TEST BEFORE UNTIL Fin-Aclaraciones
                       READ ARCHIVO-ACLARACIONES NEXT RECORD
                           AT END
                               SET Fin-Aclaraciones TO TRUE
                           NOT AT END
                               IF Acl-Cliente-ID NOT = WS-ID-Buscado
                                   SET Fin-Aclaraciones TO TRUE
                               ELSE
                                   MOVE Acl-Consecutivo
                                       TO WS-Ultimo-Consecutivo
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       BuscaSaldo.
           MOVE "N" TO WS-Saldo-Hallado.
           MOVE ZEROS TO WS-Saldo-Cliente.
           OPEN INPUT ARCHIVO-SALDOS.
           IF Saldos-No-Existe
               CONTINUE
           ELSE
               MOVE WS-ID-Buscado TO Sal-Cliente-ID
               READ ARCHIVO-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Saldo-Hallado TO TRUE
                       MOVE Sal-Saldo TO WS-Saldo-Cliente
               END-READ
           END-IF.
           CLOSE ARCHIVO-SALDOS.

      *> Solo una aclaracion abierta se resuelve, y siempre con
      *> texto de resolucion.
       ResolverAclaracion.
           DISPLAY "Numero de cliente: ".
           ACCEPT WS-ID-Buscado.
           DISPLAY "Consecutivo de la aclaracion: ".
           ACCEPT WS-Consecutivo-Buscado.

           OPEN I-O ARCHIVO-ACLARACIONES.
           IF Aclaraciones-No-Existe
               DISPLAY "No existe el registro de aclaraciones todavia."
           ELSE
               MOVE WS-ID-Buscado TO Acl-Cliente-ID
               MOVE WS-Consecutivo-Buscado TO Acl-Consecutivo
               READ ARCHIVO-ACLARACIONES
                   INVALID KEY
                       DISPLAY "Esa aclaracion no existe."
                   NOT INVALID KEY
                       IF NOT Acl-Abierta
                           DISPLAY "Esa aclaracion ya se resolvio."
                       ELSE
                           PERFORM MuestraAclaracion
                           PERFORM CapturaResolucion
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-ACLARACIONES.

       CapturaResolucion.
           DISPLAY "Resuelta a favor del cliente (F) o en contra "
               "(C): ".
           ACCEPT WS-Sentido.
           IF NOT Sentido-A-Favor AND NOT Sentido-En-Contra
               DISPLAY "Sentido invalido; no se resolvio nada."
           ELSE
               DISPLAY "Texto de la resolucion: "
               MOVE SPACES TO WS-Resolucion
               ACCEPT WS-Resolucion
               IF WS-Resolucion = SPACES
                   DISPLAY "Sin texto de resolucion no se cierra la "
                       "aclaracion."
               ELSE
                   IF Sentido-A-Favor
                       PERFORM CapturaImporteNota
                   ELSE
                       MOVE ZEROS TO WS-Importe-Nota
                   END-IF
                   DISPLAY "Confirma la resolucion (S/N): "
                   PERFORM ConfirmaSN
                   IF Respuesta-Afirmativa
                       PERFORM GrabaResolucion
                   ELSE
                       DISPLAY "No se resolvio nada."
                   END-IF
               END-IF
           END-IF.

      *> La nota sale por el importe disputado salvo que la
      *> resolucion reconozca solo una parte.
       CapturaImporteNota.
           DISPLAY "Importe de la nota de credito antes de IVA "
               "(Enter = " Acl-Importe "): ".
           MOVE ZEROS TO WS-Importe-Nota.
           ACCEPT WS-Importe-Nota.
           IF WS-Importe-Nota = ZEROS
               MOVE Acl-Importe TO WS-Importe-Nota
           END-IF.
           IF WS-Importe-Nota > Acl-Importe
               DISPLAY "La nota no puede pasar del importe "
                   "disputado; se toma el disputado."
               MOVE Acl-Importe TO WS-Importe-Nota
           END-IF.

       GrabaResolucion.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy.
           MOVE WS-Fecha-Hoy TO Acl-Fecha-Resolucion.
           MOVE WS-Resolucion TO Acl-Resolucion.
           IF Sentido-A-Favor
               SET Acl-A-Favor TO TRUE
               MOVE WS-Importe-Nota TO Acl-Importe-Nota
               SET Acl-Nota-Pendiente TO TRUE
           ELSE
               SET Acl-Contra-Cliente TO TRUE
               MOVE ZEROS TO Acl-Importe-Nota
               MOVE SPACE TO Acl-Nota-Estado
           END-IF.
           REWRITE Registro-Aclaracion.
           MOVE "ACLARACION" TO WS-Cambio-Campo.
           MOVE SPACES TO WS-Cambio-Anterior.
           STRING Acl-Cliente-ID "-" Acl-Consecutivo " ABIERTA"
               DELIMITED BY SIZE INTO WS-Cambio-Anterior
           END-STRING.
           MOVE SPACES TO WS-Cambio-Nuevo.
           IF Acl-A-Favor
               STRING "A FAVOR, NOTA " Acl-Importe-Nota
                   DELIMITED BY SIZE INTO WS-Cambio-Nuevo
               END-STRING
               DISPLAY "Resuelta a favor; la nota de credito queda "
                   "pendiente para el siguiente lote."
           ELSE
               MOVE "EN CONTRA DEL CLIENTE" TO WS-Cambio-Nuevo
               DISPLAY "Resuelta en contra; la cuenta regresa a "
                   "cobranza normal."
           END-IF.
           CALL "RegistraCambio" USING WS-Cambio-Campo
               WS-Cambio-Anterior WS-Cambio-Nuevo.

       ConsultarCliente.
           DISPLAY "Numero de cliente a consultar: ".
           ACCEPT WS-ID-Buscado.

           OPEN INPUT ARCHIVO-ACLARACIONES.
           IF Aclaraciones-No-Existe
               DISPLAY "No existe el registro de aclaraciones todavia."
           ELSE
               MOVE WS-ID-Buscado TO Acl-Cliente-ID
               MOVE ZEROS TO Acl-Consecutivo
               START ARCHIVO-ACLARACIONES
                       KEY IS NOT LESS THAN Acl-Llave
                   INVALID KEY
                       DISPLAY "Ese cliente no tiene aclaraciones."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Aclaraciones
                       PERFORM WITH TEST BEFORE
                               UNTIL Fin-Aclaraciones
                           READ ARCHIVO-ACLARACIONES NEXT RECORD
                               AT END
                                   SET Fin-Aclaraciones TO TRUE
                               NOT AT END
                                   IF Acl-Cliente-ID NOT =
                                          WS-ID-Buscado
                                       SET Fin-Aclaraciones TO TRUE
                                   ELSE
                                       PERFORM MuestraAclaracion
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF.
           CLOSE ARCHIVO-ACLARACIONES.

       MuestraAclaracion.
           DISPLAY "Aclaracion: " Acl-Cliente-ID "-" Acl-Consecutivo.
           DISPLAY "Importe disputado: " Acl-Importe
               "  Concepto: " Acl-Concepto.
           DISPLAY "Abierta el: " Acl-Fecha-Apertura.
           EVALUATE TRUE
               WHEN Acl-Abierta
                   DISPLAY "Estado: ABIERTA"
               WHEN Acl-Contra-Cliente
                   DISPLAY "Estado: RESUELTA EN CONTRA el "
                       Acl-Fecha-Resolucion
               WHEN Acl-A-Favor
                   DISPLAY "Estado: RESUELTA A FAVOR el "
                       Acl-Fecha-Resolucion
                   DISPLAY "Nota de credito: " Acl-Importe-Nota
                   IF Acl-Nota-Generada
                       DISPLAY "Nota en el lote del periodo "
                           Acl-Periodo-Nota
                   ELSE
                       DISPLAY "Nota pendiente de generar"
                   END-IF
           END-EVALUATE.
           IF NOT Acl-Abierta
               DISPLAY "Resolucion: " Acl-Resolucion
           END-IF.

       ListarAclaraciones.
           OPEN INPUT ARCHIVO-ACLARACIONES.
           IF Aclaraciones-No-Existe
               DISPLAY "No existe el registro de aclaraciones todavia."
           ELSE
               MOVE LOW-VALUES TO Acl-Llave
               START ARCHIVO-ACLARACIONES
                       KEY IS NOT LESS THAN Acl-Llave
                   INVALID KEY
                       DISPLAY "No hay aclaraciones en el registro."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Aclaraciones
                       PERFORM WITH TEST BEFORE
                               UNTIL Fin-Aclaraciones
                           READ ARCHIVO-ACLARACIONES NEXT RECORD
                               AT END
                                   SET Fin-Aclaraciones TO TRUE
                               NOT AT END
                                   DISPLAY Acl-Cliente-ID "-"
                                       Acl-Consecutivo " "
                                       Acl-Importe " "
                                       Acl-Concepto " "
                                       Acl-Fecha-Apertura " "
                                       Acl-Estado " "
                                       Acl-Nota-Estado
                           END-READ
                       END-PERFORM
               END-START
           END-IF.
           CLOSE ARCHIVO-ACLARACIONES.

           COPY UTILPARR.

       END PROGRAM AclaracionesMantenimiento.
