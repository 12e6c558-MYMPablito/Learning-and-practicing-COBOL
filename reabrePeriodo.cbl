           88 Fin-Periodos VALUE "S".

       01 WS-Periodo-Pedido PIC X(6) VALUE SPACES.
      *> Grupo de pago del periodo: la semana y la quincena del mismo
      *> numero son periodos distintos en la bitacora.
       01 WS-Grupo-Pedido PIC X VALUE "Q".
           88 Grupo-Valido VALUE "Q" "S".
       01 WS-Grupo-Renglon PIC X VALUE SPACE.
      *> Empresa del periodo: cada empresa cierra sus quincenas por
      *> separado. Los renglones sin empresa son de la original.
       01 WS-Empresa-Pedida PIC X(2) VALUE "01".
       01 WS-Empresa-Renglon PIC X(2) VALUE SPACES.
       01 WS-Supervisor PIC X(6) VALUE SPACES.

      *> Control dual: segundo operador con nivel de supervisor,
       PROCEDURE DIVISION.
       ReabrePeriodoCerrado.
           DISPLAY "== Reapertura de periodo de nomina ==".
           PERFORM PideGrupo.
           DISPLAY "Empresa (Enter = 01): ".
           ACCEPT WS-Empresa-Pedida.
           IF WS-Empresa-Pedida = SPACES
               MOVE "01" TO WS-Empresa-Pedida
           END-IF.
           DISPLAY "Periodo a reabrir (AAAAQQ o AAAASS): ".
           ACCEPT WS-Periodo-Pedido.
           DISPLAY "ID del supervisor que autoriza: ".
           ACCEPT WS-Supervisor.
           END-IF.
           STOP RUN.

       PideGrupo.
           DISPLAY "Grupo de pago (Q=quincenal, S=semanal): ".
           ACCEPT WS-Grupo-Pedido.
           IF NOT Grupo-Valido
               DISPLAY "Grupo de pago invalido."
               PERFORM PideGrupo
           END-IF.

      *> La segunda firma: credenciales de otro operador con nivel
      *> de supervisor; el mismo ID del iniciador no cuenta.
       PideSegundaFirma.
                       AT END
                           SET Fin-Periodos TO TRUE
                       NOT AT END
                           MOVE Per-Grupo TO WS-Grupo-Renglon
                           IF WS-Grupo-Renglon = SPACE
                               MOVE "Q" TO WS-Grupo-Renglon
                           END-IF
                           MOVE Per-Empresa TO WS-Empresa-Renglon
                           IF WS-Empresa-Renglon = SPACES
                               MOVE "01" TO WS-Empresa-Renglon
                           END-IF
                           IF Per-ID = WS-Periodo-Pedido
                              AND WS-Grupo-Renglon = WS-Grupo-Pedido
                              AND WS-Empresa-Renglon =
                                  WS-Empresa-Pedida
                               MOVE Per-Accion TO WS-Ultima-Accion
                           END-IF
                   END-READ
           MOVE WS-Supervisor TO Per-Operador.
           MOVE FUNCTION CURRENT-DATE TO Per-Fecha-Hora.
           MOVE WS-Segundo-Operador TO Per-Autoriza.
           MOVE WS-Grupo-Pedido TO Per-Grupo.
           MOVE WS-Empresa-Pedida TO Per-Empresa.
           WRITE Registro-Periodo.
           CLOSE ArchivoPeriodos.

