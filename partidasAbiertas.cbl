       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartidasAbiertas.

      *> Punto unico de mantenimiento de las partidas abiertas de
      *> cuentas por cobrar, en el espiritu de ConsultaEmpresa: cada
      *> programa que mueve el saldo de un cliente en el maestro le
      *> pide aqui el mismo movimiento cargo por cargo, para que la
      *> suma de lo abierto siga al saldo. Funciones:
      *>   "C" cargo nuevo: una partida por el importe, con su
      *>       concepto, fecha y fecha limite.
      *>   "I" saldo inicial: igual que "C" con concepto SALDOINI,
      *>       solo si el cliente todavia no tiene ninguna partida.
      *>   "A" abono: baja primero las partidas del concepto y
      *>       periodo (AAAAMM del cargo) indicados, si los hay, y el
      *>       resto de la mas vieja a la mas nueva.
      *>   "K" castigo: cierra todas las partidas abiertas.
      *>   "F" fusion: pasa las partidas al cliente destino.
      *> En LK-Aplicado regresa lo que realmente se registro, abono
      *> o cierre; un abono mayor que lo abierto deja el sobrante sin
      *> aplicar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-PARTIDAS
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pta-Llave
               FILE STATUS IS WS-Estado-Partidas.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARTIDAS
           LABEL RECORD IS STANDARD.
           COPY PARTIDA.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Partidas PIC XX VALUE SPACES.
           88 Partidas-No-Existe VALUE "05" "35".
       01 WS-Fin-Partidas PIC X VALUE "N".
           88 Fin-Partidas VALUE "S".

       01 WS-Por-Aplicar PIC S9(7)V99 VALUE ZEROS.
       01 WS-Abono-Partida PIC S9(7)V99 VALUE ZEROS.
       01 WS-Tiene-Partidas PIC X VALUE "N".
           88 Tiene-Partidas VALUE "S".
       01 WS-Ultimo-Consecutivo PIC 9(3) VALUE ZEROS.
      *> Cliente y fecha de cargo que se recorren para el siguiente
      *> consecutivo.
       01 WS-Cliente-Recorrido PIC 9(6) VALUE ZEROS.
       01 WS-Fecha-Recorrida PIC 9(8) VALUE ZEROS.
      *> Pasada del abono: 1 = solo lo indicado, 2 = lo demas de la
      *> mas vieja a la mas nueva.
       01 WS-Pasada PIC 9 VALUE ZERO.
       01 WS-Partida-Elegible PIC X VALUE "N".
           88 Partida-Elegible VALUE "S".

      *> Partidas del cliente de origen en una fusion, para
      *> reescribirlas con la llave del destino.
       01 WS-Cantidad-Movidas PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Movidas.
           05 WS-Movida OCCURS 500 TIMES PIC X(62).
       01 WS-Indice-Mov PIC 9(3) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-Funcion PIC X.
           88 Funcion-Cargo VALUE "C".
           88 Funcion-Saldo-Inicial VALUE "I".
           88 Funcion-Abono VALUE "A".
           88 Funcion-Castigo VALUE "K".
           88 Funcion-Fusion VALUE "F".
       01 LK-Cliente-ID PIC 9(6).
      *> Solo en "F": el cliente que se queda con las partidas.
       01 LK-Cliente-Destino PIC 9(6).
      *> Fecha del cargo en "C" e "I"; fecha del abono en los demas.
       01 LK-Fecha PIC 9(8).
      *> Concepto del cargo, o el concepto al que se dirige el abono
      *> (espacios = ninguno en particular).
       01 LK-Concepto PIC X(10).
      *> Periodo AAAAMM del cargo al que se dirige el abono
      *> (espacios o ceros = cualquiera del concepto).
       01 LK-Periodo PIC X(6).
       01 LK-Importe PIC 9(7)V99.
       01 LK-Vencimiento PIC 9(8).
       01 LK-Aplicado PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-Funcion LK-Cliente-ID
               LK-Cliente-Destino LK-Fecha LK-Concepto LK-Periodo
               LK-Importe LK-Vencimiento LK-Aplicado.
       Inicio.
           MOVE ZEROS TO LK-Aplicado.
           OPEN I-O ARCHIVO-PARTIDAS.
           IF Partidas-No-Existe
               IF Funcion-Cargo OR Funcion-Saldo-Inicial
                   OPEN OUTPUT ARCHIVO-PARTIDAS
                   CLOSE ARCHIVO-PARTIDAS
                   OPEN I-O ARCHIVO-PARTIDAS
               ELSE
      *> Sin partidas no hay nada que abonar, castigar ni fusionar.
                   CLOSE ARCHIVO-PARTIDAS
                   GOBACK
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN Funcion-Cargo
                   PERFORM RegistraCargo
               WHEN Funcion-Saldo-Inicial
                   MOVE LK-Cliente-ID TO WS-Cliente-Recorrido
                   MOVE LK-Fecha TO WS-Fecha-Recorrida
                   PERFORM RecorreCliente
                   IF NOT Tiene-Partidas
                       MOVE "SALDOINI" TO LK-Concepto
                       PERFORM RegistraCargo
                   END-IF
               WHEN Funcion-Abono
                   MOVE LK-Importe TO WS-Por-Aplicar
                   IF LK-Concepto NOT = SPACES
                       MOVE 1 TO WS-Pasada
                       PERFORM AplicaPasada
                   END-IF
                   MOVE 2 TO WS-Pasada
                   PERFORM AplicaPasada
               WHEN Funcion-Castigo
                   PERFORM CastigaPartidas
               WHEN Funcion-Fusion
                   PERFORM FusionaPartidas
           END-EVALUATE.
           CLOSE ARCHIVO-PARTIDAS.
           GOBACK.

      *> Recorre las partidas del cliente para saber si tiene alguna
      *> y cual es el ultimo consecutivo usado en la fecha del cargo.
       RecorreCliente.
           MOVE "N" TO WS-Tiene-Partidas.
           MOVE ZEROS TO WS-Ultimo-Consecutivo.
           MOVE WS-Cliente-Recorrido TO Pta-Cliente-ID.
           MOVE ZEROS TO Pta-Fecha-Cargo.
           MOVE ZEROS TO Pta-Consecutivo.
           MOVE "N" TO WS-Fin-Partidas.
           START ARCHIVO-PARTIDAS KEY IS NOT LESS THAN Pta-Llave
               INVALID KEY
                   SET Fin-Partidas TO TRUE
           END-START.
           PERFORM WITH TEST BEFORE UNTIL Fin-Partidas
               READ ARCHIVO-PARTIDAS NEXT RECORD
                   AT END
                       SET Fin-Partidas TO TRUE
                   NOT AT END
                       IF Pta-Cliente-ID NOT = WS-Cliente-Recorrido
                           SET Fin-Partidas TO TRUE
                       ELSE
                           SET Tiene-Partidas TO TRUE
                           IF Pta-Fecha-Cargo = WS-Fecha-Recorrida
                               MOVE Pta-Consecutivo
                                   TO WS-Ultimo-Consecutivo
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RegistraCargo.
           IF LK-Importe > ZEROS
               MOVE LK-Cliente-ID TO WS-Cliente-Recorrido
               MOVE LK-Fecha TO WS-Fecha-Recorrida
               PERFORM RecorreCliente
               MOVE LK-Cliente-ID TO Pta-Cliente-ID
               MOVE LK-Fecha TO Pta-Fecha-Cargo
               COMPUTE Pta-Consecutivo = WS-Ultimo-Consecutivo + 1
               MOVE LK-Concepto TO Pta-Concepto
               MOVE LK-Importe TO Pta-Importe-Original
               MOVE LK-Importe TO Pta-Importe-Abierto
               MOVE LK-Vencimiento TO Pta-Fecha-Vencimiento
               MOVE ZEROS TO Pta-Fecha-Ult-Abono
               SET Pta-Abierta TO TRUE
               WRITE Registro-Partida
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LK-Importe TO LK-Aplicado
               END-WRITE
           END-IF.

      *> Una pasada sobre las partidas del cliente en orden de llave,
      *> que es el orden de antiguedad del cargo.
       AplicaPasada.
           MOVE LK-Cliente-ID TO Pta-Cliente-ID.
           MOVE ZEROS TO Pta-Fecha-Cargo.
           MOVE ZEROS TO Pta-Consecutivo.
           MOVE "N" TO WS-Fin-Partidas.
           START ARCHIVO-PARTIDAS KEY IS NOT LESS THAN Pta-Llave
               INVALID KEY
                   SET Fin-Partidas TO TRUE
           END-START.
           PERFORM WITH TEST BEFORE
                   UNTIL Fin-Partidas OR WS-Por-Aplicar = ZEROS
               READ ARCHIVO-PARTIDAS NEXT RECORD
                   AT END
                       SET Fin-Partidas TO TRUE
                   NOT AT END
                       IF Pta-Cliente-ID NOT = LK-Cliente-ID
                           SET Fin-Partidas TO TRUE
                       ELSE
                           PERFORM EvaluaPartida
                           IF Partida-Elegible
                               PERFORM AbonaPartida
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> En la primera pasada solo entran las del concepto y periodo
      *> indicados; en la segunda, cualquiera que siga abierta.
       EvaluaPartida.
           MOVE "N" TO WS-Partida-Elegible.
           IF Pta-Abierta AND Pta-Importe-Abierto > ZEROS
               IF WS-Pasada = 2
                   SET Partida-Elegible TO TRUE
               ELSE
                   IF Pta-Concepto = LK-Concepto
                       IF LK-Periodo = SPACES OR LK-Periodo = ZEROS
                          OR LK-Periodo = Pta-Fecha-Cargo(1:6)
                           SET Partida-Elegible TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AbonaPartida.
           IF WS-Por-Aplicar < Pta-Importe-Abierto
               MOVE WS-Por-Aplicar TO WS-Abono-Partida
           ELSE
               MOVE Pta-Importe-Abierto TO WS-Abono-Partida
           END-IF.
           SUBTRACT WS-Abono-Partida FROM Pta-Importe-Abierto.
           SUBTRACT WS-Abono-Partida FROM WS-Por-Aplicar.
           ADD WS-Abono-Partida TO LK-Aplicado.
           MOVE LK-Fecha TO Pta-Fecha-Ult-Abono.
           IF Pta-Importe-Abierto = ZEROS
               SET Pta-Pagada TO TRUE
           END-IF.
           REWRITE Registro-Partida.

      *> El castigo cierra lo abierto; la partida conserva su
      *> importe abierto como constancia de lo que se castigo.
       CastigaPartidas.
           MOVE LK-Cliente-ID TO Pta-Cliente-ID.
           MOVE ZEROS TO Pta-Fecha-Cargo.
           MOVE ZEROS TO Pta-Consecutivo.
           MOVE "N" TO WS-Fin-Partidas.
           START ARCHIVO-PARTIDAS KEY IS NOT LESS THAN Pta-Llave
               INVALID KEY
                   SET Fin-Partidas TO TRUE
           END-START.
           PERFORM WITH TEST BEFORE UNTIL Fin-Partidas
               READ ARCHIVO-PARTIDAS NEXT RECORD
                   AT END
                       SET Fin-Partidas TO TRUE
                   NOT AT END
                       IF Pta-Cliente-ID NOT = LK-Cliente-ID
                           SET Fin-Partidas TO TRUE
                       ELSE
                           IF Pta-Abierta
                              AND Pta-Importe-Abierto > ZEROS
                               ADD Pta-Importe-Abierto TO LK-Aplicado
                               MOVE LK-Fecha TO Pta-Fecha-Ult-Abono
                               SET Pta-Castigada TO TRUE
                               REWRITE Registro-Partida
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Las partidas del duplicado se juntan en memoria, se borran
      *> y se vuelven a escribir con el numero del destino, cada una
      *> con el siguiente consecutivo libre de su fecha.
       FusionaPartidas.
           MOVE ZEROS TO WS-Cantidad-Movidas.
           MOVE LK-Cliente-ID TO Pta-Cliente-ID.
           MOVE ZEROS TO Pta-Fecha-Cargo.
           MOVE ZEROS TO Pta-Consecutivo.
           MOVE "N" TO WS-Fin-Partidas.
           START ARCHIVO-PARTIDAS KEY IS NOT LESS THAN Pta-Llave
               INVALID KEY
                   SET Fin-Partidas TO TRUE
           END-START.
           PERFORM WITH TEST BEFORE
                   UNTIL Fin-Partidas OR WS-Cantidad-Movidas = 500
               READ ARCHIVO-PARTIDAS NEXT RECORD
                   AT END
                       SET Fin-Partidas TO TRUE
                   NOT AT END
                       IF Pta-Cliente-ID NOT = LK-Cliente-ID
                           SET Fin-Partidas TO TRUE
                       ELSE
                           ADD 1 TO WS-Cantidad-Movidas
                           MOVE Registro-Partida
                               TO WS-Movida(WS-Cantidad-Movidas)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-Indice-Mov FROM 1 BY 1
                   UNTIL WS-Indice-Mov > WS-Cantidad-Movidas
               MOVE WS-Movida(WS-Indice-Mov) TO Registro-Partida
               DELETE ARCHIVO-PARTIDAS RECORD
               MOVE LK-Cliente-Destino TO WS-Cliente-Recorrido
               MOVE Pta-Fecha-Cargo TO WS-Fecha-Recorrida
               PERFORM RecorreCliente
               MOVE WS-Movida(WS-Indice-Mov) TO Registro-Partida
               MOVE LK-Cliente-Destino TO Pta-Cliente-ID
               COMPUTE Pta-Consecutivo = WS-Ultimo-Consecutivo + 1
               WRITE Registro-Partida
               IF Pta-Abierta
                   ADD Pta-Importe-Abierto TO LK-Aplicado
               END-IF
           END-PERFORM.

       END PROGRAM PartidasAbiertas.
