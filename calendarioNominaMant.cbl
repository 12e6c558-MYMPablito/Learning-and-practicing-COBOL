      *> FeriadosMantenimiento. El calendario completo se carga a una
      *> tabla y el archivo se regraba entero despues de cada
      *> movimiento, igual que el resto de los catalogos secuenciales
      *> chicos. El grupo de pago semanal lleva su propio
      *> calendario de semanas (calendario_semanal.dat, Per-ID
      *> AAAASS) con el mismo layout; el grupo se elige al entrar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCalendario
               ASSIGN TO DYNAMIC WS-Nombre-Calendario
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Calendario.

           88 OpcionListar VALUE 3.
           88 OpcionSalir VALUE 4.

       01 WS-Grupo-Pago PIC X VALUE "Q".
           88 Grupo-Quincenal VALUE "Q".
           88 Grupo-Valido VALUE "Q" "S".
       01 WS-Nombre-Calendario PIC X(40)
           VALUE "calendario_nomina.dat".
       01 WS-Estado-Calendario PIC XX VALUE SPACES.
           88 Calendario-No-Existe VALUE "05" "35".
       01 WS-Fin-Calendario PIC X VALUE "N".

       PROCEDURE DIVISION.
       Inicio.
       PERFORM PideGrupo.
       PERFORM CargaCalendario.
       PERFORM AceptaOpcion.

           END-IF
       END-IF.

       PideGrupo.
           DISPLAY "Grupo de pago (Q=quincenal, S=semanal): ".
           ACCEPT WS-Grupo-Pago.
           IF NOT Grupo-Valido
               DISPLAY "Grupo de pago invalido."
               PERFORM PideGrupo
           ELSE
               IF Grupo-Quincenal
                   MOVE "calendario_nomina.dat" TO WS-Nombre-Calendario
               ELSE
                   MOVE "calendario_semanal.dat"
                       TO WS-Nombre-Calendario
               END-IF
           END-IF.

       CargaCalendario.
           OPEN INPUT ArchivoCalendario.
           IF Calendario-No-Existe
           IF WS-Cantidad-Quincenas = 100
               DISPLAY "El calendario esta lleno."
           ELSE
               DISPLAY "Periodo (AAAAQQ o AAAASS): "
               ACCEPT WS-Per-Capturado
               PERFORM BuscaQuincena
               IF Quincena-Hallada
           END-PERFORM.

       DarDeBaja.
           DISPLAY "Periodo a dar de baja (AAAAQQ o AAAASS): ".
           ACCEPT WS-Per-Capturado.
           PERFORM BuscaQuincena.
           IF NOT Quincena-Hallada
