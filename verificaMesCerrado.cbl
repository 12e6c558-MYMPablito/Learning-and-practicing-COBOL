       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificaMesCerrado.

      *> Candado del cierre contable: dice si una fecha AAAAMMDD cae
      *> en un mes que contabilidad ya cerro (ultimo evento CERRADO
      *> en cierre_contable.dat) y, si es asi, cual es la primera
      *> fecha del siguiente mes abierto, para que quien asienta el
      *> movimiento lo rechace o lo reasigne ahi. El criterio queda
      *> en un solo lugar, igual que VerificaFechaHabil. La bitacora
      *> se lee una vez por corrida: una corrida no ve un cierre que
      *> se haga mientras ella esta en marcha.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCierres
               ASSIGN TO "cierre_contable.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cierres.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCierres
           LABEL RECORD IS STANDARD.
           COPY CIERRECT.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Cierres PIC XX VALUE SPACES.
           88 Cierres-No-Existe VALUE "05" "35".
       01 WS-Fin-Cierres PIC X VALUE "N".
           88 Fin-Cierres VALUE "S".
       01 WS-Bitacora-Cargada PIC X VALUE "N".
           88 Bitacora-Cargada VALUE "S".

      *> Estado vigente de cada mes con eventos: el ultimo renglon de
      *> la bitacora para ese mes.
       01 WS-Cantidad-Meses PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Meses.
           05 WS-Mes-Evento OCCURS 600 TIMES.
               10 WS-Mev-Mes          PIC 9(6).
               10 WS-Mev-Cerrado      PIC X.
       01 WS-Indice-Mes PIC 9(3) VALUE ZEROS.

       01 WS-Mes-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Mes-Partes REDEFINES WS-Mes-Buscado.
           05 WS-Mes-Anio PIC 9(4).
           05 WS-Mes-Mes PIC 9(2).
       01 WS-Mes-Esta-Cerrado PIC X VALUE "N".
           88 Mes-Esta-Cerrado VALUE "S".

       LINKAGE SECTION.
      *> Fecha del movimiento; resultado "S" mes cerrado, "N"
      *> abierto; y la fecha con que se puede asentar: la misma si
      *> el mes esta abierto, o el dia 1 del siguiente mes abierto.
       01 LK-Fecha PIC 9(8).
       01 LK-Mes-Cerrado PIC X.
       01 LK-Fecha-Abierta PIC 9(8).

       PROCEDURE DIVISION USING LK-Fecha LK-Mes-Cerrado
               LK-Fecha-Abierta.
       Verifica.
           IF NOT Bitacora-Cargada
               PERFORM CargaBitacora
           END-IF.
           MOVE "N" TO LK-Mes-Cerrado.
           MOVE LK-Fecha TO LK-Fecha-Abierta.
           IF LK-Fecha IS NOT NUMERIC
               GOBACK
           END-IF.
           MOVE LK-Fecha(1:6) TO WS-Mes-Buscado.
           PERFORM BuscaMes.
           IF Mes-Esta-Cerrado
               MOVE "S" TO LK-Mes-Cerrado
               PERFORM WITH TEST BEFORE UNTIL NOT Mes-Esta-Cerrado
                   IF WS-Mes-Mes = 12
                       ADD 1 TO WS-Mes-Anio
                       MOVE 1 TO WS-Mes-Mes
                   ELSE
                       ADD 1 TO WS-Mes-Mes
                   END-IF
                   PERFORM BuscaMes
               END-PERFORM
               COMPUTE LK-Fecha-Abierta = WS-Mes-Buscado * 100 + 1
           END-IF.
           GOBACK.

       BuscaMes.
           MOVE "N" TO WS-Mes-Esta-Cerrado.
           PERFORM VARYING WS-Indice-Mes FROM 1 BY 1
                   UNTIL WS-Indice-Mes > WS-Cantidad-Meses
               IF WS-Mev-Mes(WS-Indice-Mes) = WS-Mes-Buscado
                   MOVE WS-Mev-Cerrado(WS-Indice-Mes)
                       TO WS-Mes-Esta-Cerrado
                   MOVE WS-Cantidad-Meses TO WS-Indice-Mes
               END-IF
           END-PERFORM.

       CargaBitacora.
           SET Bitacora-Cargada TO TRUE.
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
                           PERFORM GuardaEvento
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoCierres.

       GuardaEvento.
           MOVE Ccn-Mes TO WS-Mes-Buscado.
           PERFORM VARYING WS-Indice-Mes FROM 1 BY 1
                   UNTIL WS-Indice-Mes > WS-Cantidad-Meses
                      OR WS-Mev-Mes(WS-Indice-Mes) = WS-Mes-Buscado
               CONTINUE
           END-PERFORM.
           IF WS-Indice-Mes > WS-Cantidad-Meses
               IF WS-Cantidad-Meses < 600
                   ADD 1 TO WS-Cantidad-Meses
                   MOVE WS-Cantidad-Meses TO WS-Indice-Mes
                   MOVE Ccn-Mes TO WS-Mev-Mes(WS-Indice-Mes)
               ELSE
                   MOVE ZEROS TO WS-Indice-Mes
               END-IF
           END-IF.
           IF WS-Indice-Mes > ZEROS
               IF Ccn-Cerrado
                   MOVE "S" TO WS-Mev-Cerrado(WS-Indice-Mes)
               ELSE
                   MOVE "N" TO WS-Mev-Cerrado(WS-Indice-Mes)
               END-IF
           END-IF.

       END PROGRAM VerificaMesCerrado.
