       IDENTIFICATION DIVISION.
       PROGRAM-ID. AvanzaFechaProceso.

      *> Primer paso del dia: el supervisor avanza la fecha de
      *> proceso (fecha_proceso.dat) al siguiente dia habil, y desde
      *> ese momento los programas de lotes fechan con ella en vez de
      *> con el reloj de la maquina. El avance pide las credenciales
      *> del supervisor, validadas contra operadores.dat; fijar una
      *> fecha a mano (el arranque, o una correccion) pide ademas la
      *> segunda firma de otro supervisor, igual que CierreContable.
      *> Nunca se avanza mas alla del reloj, y avanzar con la ventana
      *> nocturna de la fecha actual sin terminar se confirma aparte.
      *> Cada cambio queda en la bitacora fecha_proceso.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoFechaProceso
               ASSIGN TO "fecha_proceso.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Fecha-Proceso.

               SELECT OPTIONAL ArchivoBitacora
               ASSIGN TO "fecha_proceso.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Bitacora.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoFechaProceso
           LABEL RECORD IS STANDARD.
           COPY FECPROC.

      *> Mismo layout que el registro de control.
       FD  ArchivoBitacora
           LABEL RECORD IS STANDARD.
       01  Registro-Bitacora PIC X(51).

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Fecha-Proceso PIC XX VALUE SPACES.
           88 Fecha-Proceso-No-Existe VALUE "05" "35".
       01 WS-Estado-Bitacora PIC XX VALUE SPACES.
           88 Bitacora-No-Existe VALUE "05" "35".
       01 WS-Fin-Bitacora PIC X VALUE "N".
           88 Fin-Bitacora VALUE "S".

       01 WS-Opcion PIC X VALUE SPACE.
           88 Opcion-Avanzar VALUE "A" "a".
           88 Opcion-Fijar VALUE "F" "f".
           88 Opcion-Listar VALUE "L" "l".

      *> Registro de control vigente, tal como se leyo.
       01 WS-Fecha-Actual PIC 9(8) VALUE ZEROS.
       01 WS-Ventana-Cerrada PIC X VALUE "N".
           88 Ventana-Cerrada VALUE "S".
       01 WS-Fecha-Nueva PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Pedida PIC X(8) VALUE SPACES.
       01 WS-Fecha-Reloj PIC 9(8) VALUE ZEROS.
       01 WS-Dias-Plazo PIC 9(3) VALUE 1.
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".
       01 WS-Es-Habil PIC X VALUE "N".
           88 Es-Dia-Habil VALUE "S".

      *> Credenciales del supervisor que avanza y, al fijar a mano,
      *> del segundo que autoriza.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor PIC X(6) VALUE SPACES.
       01 WS-Segundo-Operador PIC X(6) VALUE SPACES.
       01 WS-Operador-Buscado PIC X(6) VALUE SPACES.
       01 WS-Password-Buscado PIC X(10) VALUE SPACES.
       01 WS-Operador-Valido PIC X VALUE "N".
           88 Operador-Valido VALUE "S".

           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       AvanzaFechaDeProceso.
           DISPLAY "== Fecha de proceso ==".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Reloj.
           PERFORM LeeControl.
           IF WS-Fecha-Actual = ZEROS
               DISPLAY "Todavia no hay fecha de proceso."
           ELSE
               DISPLAY "Fecha de proceso vigente: " WS-Fecha-Actual
               IF Ventana-Cerrada
                   DISPLAY "La ventana nocturna de esa fecha ya "
                       "termino."
               ELSE
                   DISPLAY "La ventana nocturna de esa fecha no ha "
                       "terminado."
               END-IF
           END-IF.
           PERFORM PideOpcion.
           IF Opcion-Listar
               PERFORM ListaBitacora
               STOP RUN
           END-IF.

           IF Opcion-Avanzar
               PERFORM PreparaAvance
           ELSE
               PERFORM PreparaFijada
           END-IF.

           DISPLAY "Confirma la fecha de proceso " WS-Fecha-Nueva
               " (S/N): ".
           PERFORM ConfirmaSN.
           IF Respuesta-Afirmativa
               PERFORM GrabaControl
               DISPLAY "Fecha de proceso: " WS-Fecha-Nueva "."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Operacion cancelada."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PideOpcion.
           DISPLAY "A=avanzar al siguiente dia habil, F=fijar fecha, "
               "L=listar bitacora: ".
           ACCEPT WS-Opcion.
           IF NOT Opcion-Avanzar AND NOT Opcion-Fijar
              AND NOT Opcion-Listar
               DISPLAY "Opcion invalida."
               PERFORM PideOpcion
           END-IF.

      *> El avance es del dia habil siguiente a la fecha vigente, y
      *> nunca mas alla del reloj.
       PreparaAvance.
           IF WS-Fecha-Actual = ZEROS
               DISPLAY "No hay fecha que avanzar; use F para fijar "
                   "la primera."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "ProximoDiaHabil" USING WS-Fecha-Actual WS-Dias-Plazo
               WS-Fecha-Nueva.
           IF WS-Fecha-Nueva > WS-Fecha-Reloj
               DISPLAY "El siguiente dia habil es " WS-Fecha-Nueva
                   "; no se puede avanzar mas alla del reloj."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PideSupervisor.
           MOVE SPACES TO WS-Segundo-Operador.
           IF NOT Ventana-Cerrada
               DISPLAY "La ventana nocturna del " WS-Fecha-Actual
                   " no ha terminado; avanzar la deja atras. "
                   "Continuar (S/N): "
               PERFORM ConfirmaSN
               IF NOT Respuesta-Afirmativa
                   DISPLAY "Operacion cancelada."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Fijar a mano: fecha de calendario valida, no futura y dia
      *> habil, con segunda firma.
       PreparaFijada.
           DISPLAY "Fecha de proceso (AAAAMMDD): ".
           ACCEPT WS-Fecha-Pedida.
           CALL "ValidaFecha" USING WS-Fecha-Pedida WS-Fecha-Valida.
           IF NOT Fecha-Valida
               DISPLAY "Fecha invalida o futura: " WS-Fecha-Pedida
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Fecha-Pedida TO WS-Fecha-Nueva.
           CALL "VerificaFechaHabil" USING WS-Fecha-Nueva
               WS-Es-Habil.
           IF NOT Es-Dia-Habil
               DISPLAY "El " WS-Fecha-Nueva " no es dia habil."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PideSupervisor.
           DISPLAY "ID del SEGUNDO operador que autoriza: ".
           ACCEPT WS-Segundo-Operador.
           IF WS-Segundo-Operador = WS-Supervisor
               DISPLAY "El segundo operador debe ser distinto del "
                   "que inicia."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Segundo-Operador TO WS-Operador-Buscado.
           DISPLAY "Password del segundo operador: ".
           ACCEPT WS-Password-Buscado.
           PERFORM ValidaCredencial.
           IF NOT Operador-Valido
               DISPLAY "Sin la segunda firma no hay cambio de fecha."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PideSupervisor.
           DISPLAY "ID del supervisor: ".
           ACCEPT WS-Supervisor.
           MOVE WS-Supervisor TO WS-Operador-Buscado.
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
                           IF Op-ID = WS-Operador-Buscado
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

       LeeControl.
           MOVE ZEROS TO WS-Fecha-Actual.
           MOVE "N" TO WS-Ventana-Cerrada.
           OPEN INPUT ArchivoFechaProceso.
           IF Fecha-Proceso-No-Existe
               CONTINUE
           ELSE
               READ ArchivoFechaProceso
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Fpr-Fecha-Proceso IS NUMERIC
                           MOVE Fpr-Fecha-Proceso TO WS-Fecha-Actual
                           MOVE Fpr-Ventana-Cerrada
                               TO WS-Ventana-Cerrada
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoFechaProceso.

      *> El registro de control se reemplaza completo; la ventana
      *> de la fecha nueva empieza sin correr.
       GrabaControl.
           MOVE WS-Fecha-Nueva TO Fpr-Fecha-Proceso.
           MOVE WS-Fecha-Actual TO Fpr-Fecha-Anterior.
           IF Opcion-Avanzar
               MOVE "A" TO Fpr-Accion
           ELSE
               MOVE "F" TO Fpr-Accion
           END-IF.
           MOVE WS-Supervisor TO Fpr-Operador.
           MOVE WS-Segundo-Operador TO Fpr-Autoriza.
           MOVE FUNCTION CURRENT-DATE TO Fpr-Fecha-Hora.
           MOVE "N" TO Fpr-Ventana-Cerrada.
           OPEN OUTPUT ArchivoFechaProceso.
           WRITE Registro-Fecha-Proceso.
           CLOSE ArchivoFechaProceso.
           OPEN EXTEND ArchivoBitacora.
           WRITE Registro-Bitacora FROM Registro-Fecha-Proceso.
           CLOSE ArchivoBitacora.

       ListaBitacora.
           OPEN INPUT ArchivoBitacora.
           IF Bitacora-No-Existe
               DISPLAY "No hay cambios de fecha de proceso."
           ELSE
               DISPLAY "FECHA    ANTERIOR A PIDE   AUTORIZA FECHA-HORA"
               MOVE "N" TO WS-Fin-Bitacora
               PERFORM WITH TEST BEFORE UNTIL Fin-Bitacora
                   READ ArchivoBitacora INTO Registro-Fecha-Proceso
                       AT END
                           SET Fin-Bitacora TO TRUE
                       NOT AT END
                           DISPLAY Fpr-Fecha-Proceso " "
                               Fpr-Fecha-Anterior " " Fpr-Accion " "
                               Fpr-Operador " " Fpr-Autoriza "   "
                               Fpr-Fecha-Hora(1:14)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoBitacora.

           COPY UTILPARR.

       END PROGRAM AvanzaFechaProceso.
