       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierreContable.

      *> Cierre contable mensual, a control dual: el supervisor que
      *> lo pide y un segundo operador con nivel de supervisor
      *> -credenciales validadas contra operadores.dat y distinto del
      *> iniciador- deben firmar antes de que cierre_contable.dat
      *> reciba el evento CERRADO (o REABIERTO) del mes AAAAMM con
      *> ambos IDs. Con el mes cerrado, AplicaPagos, ValidaFacturas,
      *> CondonaInteres, CastigoCartera y GeneraPoliza ya no asientan
      *> movimientos con fecha de ese mes (VerificaMesCerrado): los
      *> rechazan o los pasan al primer dia del mes abierto. La
      *> bitacora solo crece; el ultimo renglon de cada mes manda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCierres
               ASSIGN TO "cierre_contable.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cierres.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCierres
           LABEL RECORD IS STANDARD.
           COPY CIERRECT.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Cierres PIC XX VALUE SPACES.
           88 Cierres-No-Existe VALUE "05" "35".
       01 WS-Fin-Cierres PIC X VALUE "N".
           88 Fin-Cierres VALUE "S".

       01 WS-Opcion PIC X VALUE SPACE.
           88 Opcion-Cerrar VALUE "C" "c".
           88 Opcion-Reabrir VALUE "R" "r".
           88 Opcion-Listar VALUE "L" "l".
       01 WS-Mes-Pedido PIC X(6) VALUE SPACES.
       01 WS-Mes-Numerico REDEFINES WS-Mes-Pedido PIC 9(6).
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Accion-Nueva PIC X(10) VALUE SPACES.
       01 WS-Supervisor PIC X(6) VALUE SPACES.

      *> Control dual: segundo operador con nivel de supervisor,
      *> distinto del iniciador.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Segundo-Operador PIC X(6) VALUE SPACES.
       01 WS-Segundo-Password PIC X(10) VALUE SPACES.
       01 WS-Segundo-Valido PIC X VALUE "N".
           88 Segundo-Valido VALUE "S".
       01 WS-Ultima-Accion PIC X(10) VALUE SPACES.
           88 Mes-Cerrado VALUE "CERRADO".

           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       CierreContableMensual.
           DISPLAY "== Cierre contable mensual ==".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy.
           PERFORM PideOpcion.
           IF Opcion-Listar
               PERFORM ListaBitacora
               STOP RUN
           END-IF.
           DISPLAY "Mes contable (AAAAMM): ".
           ACCEPT WS-Mes-Pedido.
           IF WS-Mes-Pedido IS NOT NUMERIC
              OR WS-Mes-Pedido(5:2) < "01"
              OR WS-Mes-Pedido(5:2) > "12"
               DISPLAY "Mes invalido: " WS-Mes-Pedido
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BuscaUltimaAccion.
           IF Opcion-Cerrar
      *> Solo se cierra un mes que ya termino: asi el primer dia
      *> abierto al que se reasignan los movimientos nunca queda
      *> adelante de hoy.
               IF WS-Mes-Pedido NOT < WS-Fecha-Hoy(1:6)
                   DISPLAY "El mes " WS-Mes-Pedido " no ha "
                       "terminado; no se puede cerrar."
                   STOP RUN
               END-IF
               IF Mes-Cerrado
                   DISPLAY "El mes " WS-Mes-Pedido " ya esta "
                       "cerrado."
                   STOP RUN
               END-IF
               MOVE "CERRADO" TO WS-Accion-Nueva
           ELSE
               IF NOT Mes-Cerrado
                   DISPLAY "El mes " WS-Mes-Pedido " no esta "
                       "cerrado; no hay nada que reabrir."
                   STOP RUN
               END-IF
               MOVE "REABIERTO" TO WS-Accion-Nueva
           END-IF.
           DISPLAY "ID del supervisor que lo pide: ".
           ACCEPT WS-Supervisor.

           PERFORM PideSegundaFirma.
           IF NOT Segundo-Valido
               DISPLAY "Sin la segunda firma no hay cambio al mes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Confirma " WS-Accion-Nueva " el mes "
               WS-Mes-Pedido " (S/N): ".
           PERFORM ConfirmaSN.
           IF Respuesta-Afirmativa
               PERFORM RegistraEvento
               DISPLAY "Mes " WS-Mes-Pedido " "
                   FUNCTION TRIM(WS-Accion-Nueva) " por "
                   WS-Supervisor " con autorizacion de "
                   WS-Segundo-Operador "."
           ELSE
               DISPLAY "Operacion cancelada."
           END-IF.
           STOP RUN.

       PideOpcion.
           DISPLAY "C=cerrar mes, R=reabrir mes, L=listar bitacora: ".
           ACCEPT WS-Opcion.
           IF NOT Opcion-Cerrar AND NOT Opcion-Reabrir
              AND NOT Opcion-Listar
               DISPLAY "Opcion invalida."
               PERFORM PideOpcion
           END-IF.

      *> La segunda firma: credenciales de otro operador con nivel
      *> de supervisor; el mismo ID del iniciador no cuenta.
       PideSegundaFirma.
           MOVE "N" TO WS-Segundo-Valido.
           DISPLAY "ID del SEGUNDO operador que autoriza: ".
           ACCEPT WS-Segundo-Operador.
           IF WS-Segundo-Operador = WS-Supervisor
               DISPLAY "El segundo operador debe ser distinto del "
                   "que inicia."
               STOP RUN
           END-IF.
           DISPLAY "Password del segundo operador: ".
           ACCEPT WS-Segundo-Password.
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
                           IF Op-ID = WS-Segundo-Operador
                              AND Op-Password =
                                  WS-Segundo-Password
                              AND Op-Nivel IS NUMERIC
                              AND Op-Nivel >= WS-Nivel-Requerido
                               SET Segundo-Valido TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.

      *> Ultimo evento registrado para el mes pedido; el ultimo
      *> renglon de la bitacora manda.
       BuscaUltimaAccion.
           MOVE SPACES TO WS-Ultima-Accion.
           OPEN INPUT ArchivoCierres.
           IF Cierres-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Cierres
               PERFORM WITH TEST BEFORE UNTIL Fin-Cierres
                   READ ArchivoCierres
                       AT END
                           SET Fin-Cierres TO TRUE
                       NOT AT END
                           IF Ccn-Mes = WS-Mes-Numerico
                               MOVE Ccn-Accion TO WS-Ultima-Accion
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoCierres.

       ListaBitacora.
           OPEN INPUT ArchivoCierres.
           IF Cierres-No-Existe
               DISPLAY "No hay cierres contables registrados."
           ELSE
               DISPLAY "MES    ACCION     PIDE   AUTORIZA FECHA-HORA"
               MOVE "N" TO WS-Fin-Cierres
               PERFORM WITH TEST BEFORE UNTIL Fin-Cierres
                   READ ArchivoCierres
                       AT END
                           SET Fin-Cierres TO TRUE
                       NOT AT END
                           DISPLAY Ccn-Mes " " Ccn-Accion " "
                               Ccn-Operador " " Ccn-Autoriza "   "
                               Ccn-Fecha-Hora(1:14)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoCierres.

       RegistraEvento.
           OPEN EXTEND ArchivoCierres.
           MOVE WS-Mes-Numerico TO Ccn-Mes.
           MOVE WS-Accion-Nueva TO Ccn-Accion.
           MOVE WS-Supervisor TO Ccn-Operador.
           MOVE WS-Segundo-Operador TO Ccn-Autoriza.
           MOVE FUNCTION CURRENT-DATE TO Ccn-Fecha-Hora.
           WRITE Registro-Cierre-Contable.
           CLOSE ArchivoCierres.

           COPY UTILPARR.

       END PROGRAM CierreContable.
