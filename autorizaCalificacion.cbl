       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutorizaCalificacion.

      *> Autorizacion de las propuestas de la calificacion mensual de
      *> clientes: el supervisor -identificado una vez con sus
      *> credenciales- ve en pantalla cada propuesta pendiente de
      *> calificacion_propuestas.dat con el puntaje, la banda y lo
      *> que la sostiene, y decide cliente por cliente. Solo lo
      *> aprobado se escribe en clientes.dat, con el rastro del valor
      *> anterior en cambios.log via RegistraCambio; lo rechazado
      *> queda anotado. La propuesta cuyo cliente ya cambio de nivel
      *> o de limite desde que se califico se marca obsoleta sin
      *> tocar el maestro. Todo sale en autoriza_calificacion.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchivoPropuestas
               ASSIGN TO "calificacion_propuestas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Propuestas.

               SELECT ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

               SELECT ArchivoReporte
               ASSIGN TO "autoriza_calificacion.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPropuestas
           LABEL RECORD IS STANDARD.
           COPY CALIFCLI.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Propuestas PIC XX VALUE SPACES.
           88 Propuestas-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Propuestas PIC X VALUE "N".
           88 Fin-Propuestas VALUE "S".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

      *> Supervisor de la corrida: confirma una vez sus credenciales
      *> y luego cada propuesta en pantalla.
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor-Capturado PIC X(6) VALUE SPACES.
       01 WS-Password-Capturado PIC X(10) VALUE SPACES.
       01 WS-Supervisor-Valido PIC X VALUE "N".
           88 Supervisor-Valido VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Limite-Maestro PIC 9(7)V99 VALUE ZEROS.

      *> Antes y despues para el rastro de auditoria comun.
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.
       01 WS-Limite-Edit PIC 9(7),99.
           COPY CONFIRMASN.

       01 WS-Total-Pendientes PIC 9(5) VALUE ZEROS.
       01 WS-Total-Aprobadas PIC 9(5) VALUE ZEROS.
       01 WS-Total-Rechazadas PIC 9(5) VALUE ZEROS.
       01 WS-Total-Obsoletas PIC 9(5) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Columnas PIC X(80) VALUE
           "CLIENTE  PTS B  NIV  LIM ACTUAL  LIM PROPU.  RESOLUCION".

       01 WS-Linea-Resolucion.
           05 WS-Rep-Cliente PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Rep-Puntaje PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Rep-Banda PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Rep-Nivel-Actual PIC X.
           05 FILLER PIC X VALUE ">".
           05 WS-Rep-Nivel-Propuesto PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Rep-Limite-Actual PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Rep-Limite-Propuesto PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Rep-Nota PIC X(15).

       01 WS-Linea-Firma.
           05 FILLER PIC X(15) VALUE "AUTORIZADO POR ".
           05 WS-Fir-Supervisor PIC X(6).

       PROCEDURE DIVISION.
       0000-Mainline.
           OPEN I-O ArchivoPropuestas
           IF Propuestas-No-Existe
               DISPLAY "No hay propuestas de calificacion; corra "
                   "primero CalificaClientes."
               CLOSE ArchivoPropuestas
      *> Codigo de retorno 4: no hubo nada que autorizar.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy
           PERFORM 1300-Valida-Supervisor
           IF NOT Supervisor-Valido
               DISPLAY "Sin credenciales de supervisor no se "
                   "autorizan cambios de calificacion."
               CLOSE ArchivoPropuestas
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ArchivoClientes
           IF Clientes-No-Existe
               DISPLAY "No existe el archivo de clientes."
               CLOSE ArchivoClientes
               CLOSE ArchivoPropuestas
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ArchivoReporte
           MOVE "AUTORIZACION DE CALIFICACION" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Supervisor-Capturado TO WS-Fir-Supervisor
           MOVE WS-Linea-Firma TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Columnas TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM WITH TEST BEFORE UNTIL Fin-Propuestas
               READ ArchivoPropuestas
                   AT END
                       SET Fin-Propuestas TO TRUE
                   NOT AT END
                       IF Cal-Pendiente
                           PERFORM 2000-Revisa-Propuesta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchivoPropuestas
           CLOSE ArchivoClientes
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           IF WS-Total-Pendientes = ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1300-Valida-Supervisor.
           MOVE "N" TO WS-Supervisor-Valido
           DISPLAY "ID del supervisor: "
           ACCEPT WS-Supervisor-Capturado
           DISPLAY "Password: "
           ACCEPT WS-Password-Capturado
           OPEN INPUT ArchivoOperadores
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
           END-IF
           CLOSE ArchivoOperadores.

      *> Cada propuesta pendiente se resuelve y se reescribe en su
      *> lugar con el supervisor y la fecha.
       2000-Revisa-Propuesta.
           ADD 1 TO WS-Total-Pendientes
           MOVE Cal-Cliente-ID TO WS-Rep-Cliente
           MOVE Cal-Puntaje TO WS-Rep-Puntaje
           MOVE Cal-Banda TO WS-Rep-Banda
           MOVE Cal-Nivel-Actual TO WS-Rep-Nivel-Actual
           MOVE Cal-Nivel-Propuesto TO WS-Rep-Nivel-Propuesto
           MOVE Cal-Limite-Actual TO WS-Rep-Limite-Actual
           MOVE Cal-Limite-Propuesto TO WS-Rep-Limite-Propuesto
           MOVE Cal-Cliente-ID TO Cli-ID
           READ ArchivoClientes
               INVALID KEY
                   SET Cal-Obsoleta TO TRUE
                   MOVE "SIN CLIENTE" TO WS-Rep-Nota
               NOT INVALID KEY
                   PERFORM 2100-Confirma-Propuesta
           END-READ
           IF Cal-Obsoleta
               ADD 1 TO WS-Total-Obsoletas
           END-IF
           MOVE WS-Supervisor-Capturado TO Cal-Supervisor
           MOVE WS-Fecha-Hoy TO Cal-Fecha-Resolucion
           REWRITE Registro-Calificacion
           MOVE WS-Linea-Resolucion TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> La propuesta vale contra el maestro tal como estaba al
      *> calificar; si alguien ya le cambio el nivel o el limite, se
      *> descarta y la siguiente calificacion partira de lo nuevo.
       2100-Confirma-Propuesta.
           IF Cli-Limite-Credito IS NUMERIC
               MOVE Cli-Limite-Credito TO WS-Limite-Maestro
           ELSE
               MOVE ZEROS TO WS-Limite-Maestro
           END-IF
           IF Cli-Nivel-Tarifa NOT = Cal-Nivel-Actual
              OR WS-Limite-Maestro NOT = Cal-Limite-Actual
               SET Cal-Obsoleta TO TRUE
               MOVE "MAESTRO CAMBIO" TO WS-Rep-Nota
           ELSE
               DISPLAY "Cliente " Cal-Cliente-ID " "
                   Cont-Nombre " " Cont-Primer-Apellido
               DISPLAY "  Puntaje " Cal-Puntaje " banda " Cal-Banda
                   ", " Cal-Dias-Promedio " dias promedio de pago en "
                   Cal-Estados-Contados " estados"
               DISPLAY "  Cartas " Cal-Cartas ", devoluciones "
                   Cal-Devoluciones ", convenio roto "
                   Cal-Convenio-Roto
               DISPLAY "  Nivel [" Cal-Nivel-Actual "] -> ["
                   Cal-Nivel-Propuesto "], limite "
                   Cal-Limite-Actual " -> " Cal-Limite-Propuesto
               DISPLAY "Autorizar el cambio? (S/N): "
               PERFORM ConfirmaSN
               IF Respuesta-Afirmativa
                   PERFORM 2200-Aplica-Propuesta
                   SET Cal-Aprobada TO TRUE
                   ADD 1 TO WS-Total-Aprobadas
                   MOVE "APROBADA" TO WS-Rep-Nota
               ELSE
                   SET Cal-Rechazada TO TRUE
                   ADD 1 TO WS-Total-Rechazadas
                   MOVE "RECHAZADA" TO WS-Rep-Nota
               END-IF
           END-IF.

      *> Solo se registra en la bitacora de cambios el campo que de
      *> verdad cambia.
       2200-Aplica-Propuesta.
           IF Cal-Nivel-Propuesto NOT = Cli-Nivel-Tarifa
               MOVE "Cli-Nivel-Tarifa" TO WS-Cambio-Campo
               MOVE Cli-Nivel-Tarifa TO WS-Cambio-Anterior
               MOVE Cal-Nivel-Propuesto TO WS-Cambio-Nuevo
               CALL "RegistraCambio" USING WS-Cambio-Campo
                   WS-Cambio-Anterior WS-Cambio-Nuevo
               MOVE Cal-Nivel-Propuesto TO Cli-Nivel-Tarifa
           END-IF
           IF Cal-Limite-Propuesto NOT = WS-Limite-Maestro
               MOVE "Cli-Limite-Credito" TO WS-Cambio-Campo
               MOVE WS-Limite-Maestro TO WS-Limite-Edit
               MOVE WS-Limite-Edit TO WS-Cambio-Anterior
               MOVE Cal-Limite-Propuesto TO WS-Limite-Edit
               MOVE WS-Limite-Edit TO WS-Cambio-Nuevo
               CALL "RegistraCambio" USING WS-Cambio-Campo
                   WS-Cambio-Anterior WS-Cambio-Nuevo
               MOVE Cal-Limite-Propuesto TO Cli-Limite-Credito
           END-IF
           REWRITE Registro-Cliente.

       9000-Muestra-Resumen.
           DISPLAY "== Autorizacion de calificacion ==".
           DISPLAY "Propuestas pendientes: " WS-Total-Pendientes.
           DISPLAY "Aprobadas: " WS-Total-Aprobadas.
           DISPLAY "Rechazadas: " WS-Total-Rechazadas.
           DISPLAY "Obsoletas: " WS-Total-Obsoletas.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILPARR.
           COPY UTILREP.

       END PROGRAM AutorizaCalificacion.
