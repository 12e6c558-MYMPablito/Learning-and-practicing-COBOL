       PROGRAM-ID. VacacionesSolicitud.

      *> Tramite de solicitudes de vacaciones: el empleado captura su
      *> rango de fechas y la solicitud queda pendiente; un jefe de
      *> su linea de reporte (Emp-Supervisor-ID, hacia arriba) la
      *> aprueba o rechaza viendo el saldo de vacaciones.dat, los
      *> feriados que caen dentro del rango y el traslape con
      *> solicitudes ya aprobadas del mismo departamento. Los dias
      *> solo se abonan a Vac-Dias-Tomados al aprobar, de modo que
      *> RegistraDiasTomados de VacacionesCaptura queda para
      *> correcciones y el tramite normal pasa por aqui.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Feriados.

      *> Credenciales de operadores: la de quien aprueba trae su
      *> numero de empleado (Op-Emp-ID) para ubicarlo en la linea de
      *> reporte del solicitante.
               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

      *> La autoridad para resolver es la linea de reporte, no el
      *> nivel del operador: cualquier jefe de la cadena del
      *> solicitante, y solo ellos, ve y resuelve su solicitud.
       01 WS-Operador-Capturado PIC X(6) VALUE SPACES.
       01 WS-Password-Capturado PIC X(10) VALUE SPACES.
       01 WS-Supervisor-Valido PIC X VALUE "N".
           88 Supervisor-Valido VALUE "S".
       01 WS-Aprobador-Emp-ID PIC 9(6) VALUE ZEROS.
       01 WS-En-Cadena PIC X VALUE "N".
           88 En-Cadena VALUE "S".
       01 WS-Pendientes-Propias PIC 9(3) VALUE ZEROS.

      *> Solicitudes cargadas a memoria; el archivo se regraba
      *> entero despues de cada movimiento, igual que los catalogos
               PERFORM CapturaFechaFin
           END-IF.

      *> Resolucion del jefe: credenciales contra operadores.dat, la
      *> solicitud debe estar en su linea de reporte, saldo a la
      *> vista, feriados dentro del rango y traslapes con aprobadas
      *> del mismo departamento como advertencias, y el abono a
      *> Vac-Dias-Tomados solo al aprobar.
       ResuelveSolicitud.
           PERFORM ValidaSupervisor.
           IF NOT Supervisor-Valido
               DISPLAY "Credenciales invalidas o sin numero de "
                   "empleado asociado."
           ELSE
               PERFORM ListarPendientes
               DISPLAY "Folio a resolver: "
               IF NOT Solicitud-Hallada
                   DISPLAY "Ese folio no existe."
               ELSE
                   MOVE WS-Indice-Hallado TO WS-Indice
                   PERFORM VerificaLineaMando
                   IF WS-Sol-Estado(WS-Indice-Hallado) NOT = "P"
                       DISPLAY "Esa solicitud ya fue resuelta."
                   ELSE
                       IF NOT En-Cadena
                           DISPLAY "Esa solicitud no esta en su "
                               "linea de reporte."
                       ELSE
                           PERFORM DecideSolicitud
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DecideSolicitud.
           PERFORM MuestraContexto.
           DISPLAY "Aprobar la solicitud? (S/N): ".
           PERFORM ConfirmaSN.
           IF Respuesta-Afirmativa
               PERFORM ApruebaSolicitud
           ELSE
               MOVE "R" TO WS-Sol-Estado(WS-Indice-Hallado)
               MOVE WS-Operador-Capturado TO
                   WS-Sol-Operador(WS-Indice-Hallado)
               MOVE FUNCTION CURRENT-DATE TO
                   WS-Sol-Fecha-Hora(WS-Indice-Hallado)
               PERFORM RegrabaSolicitudes
               DISPLAY "Solicitud rechazada."
           END-IF.

       ValidaSupervisor.
           MOVE "N" TO WS-Supervisor-Valido.
           MOVE ZEROS TO WS-Aprobador-Emp-ID.
           DISPLAY "ID del operador: ".
           ACCEPT WS-Operador-Capturado.
           DISPLAY "Password: ".
                           IF Op-ID = WS-Operador-Capturado
                              AND Op-Password =
                                  WS-Password-Capturado
                              AND Op-Emp-ID IS NUMERIC
                              AND Op-Emp-ID > ZEROS
                               MOVE "S" TO WS-Supervisor-Valido
                               MOVE Op-Emp-ID TO WS-Aprobador-Emp-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.

      *> La bandeja del jefe: solo las pendientes de su linea de
      *> reporte.
       ListarPendientes.
           DISPLAY "Solicitudes pendientes de su linea de reporte:".
           MOVE ZEROS TO WS-Pendientes-Propias.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Solicitudes
               IF WS-Sol-Estado(WS-Indice) = "P"
                   PERFORM VerificaLineaMando
                   IF En-Cadena
                       ADD 1 TO WS-Pendientes-Propias
                       DISPLAY WS-Sol-Folio(WS-Indice) " EMP "
                           WS-Sol-Emp-ID(WS-Indice) " "
                           WS-Sol-Inicio(WS-Indice) " - "
                           WS-Sol-Fin(WS-Indice) " ("
                           WS-Sol-Dias(WS-Indice) " DIAS)"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Pendientes-Propias = ZEROS
               DISPLAY "  (ninguna)"
           END-IF.

       VerificaLineaMando.
           CALL "VerificaCadenaMando" USING WS-Sol-Emp-ID(WS-Indice)
               WS-Aprobador-Emp-ID WS-En-Cadena.

       BuscaFolio.
           MOVE "N" TO WS-Solicitud-Hallada.
