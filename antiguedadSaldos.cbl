      *> ha venido arrastrandose sin bajar a cero, y con ella el saldo
      *> se clasifica en corriente, 30, 60 o 90-y-mas dias, con
      *> totales por columna, para que cobranza sepa a quien llamarle
      *> primero. El cliente que ya tiene partidas abiertas se
      *> clasifica cargo por cargo con ellas, cada partida por los
      *> dias desde su cargo; la historia solo cuenta para quien aun
      *> no tiene ninguna.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Historia.

               SELECT OPTIONAL ARCHIVO-PARTIDAS
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pta-Llave
               FILE STATUS IS WS-Estado-Partidas.

               SELECT ArchivoReporte
               ASSIGN TO "antiguedad_saldos.rpt"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY HISTEDO.

       FD  ARCHIVO-PARTIDAS
           LABEL RECORD IS STANDARD.
           COPY PARTIDA.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       01 WS-Fin-Historia PIC X VALUE "N".
           88 Fin-Historia VALUE "S".
       01 WS-Estado-Partidas PIC XX VALUE SPACES.
           88 Partidas-No-Existe VALUE "05" "35".
       01 WS-Fin-Partidas PIC X VALUE "N".
           88 Fin-Partidas VALUE "S".
       01 WS-Cliente-Partidas PIC 9(6) VALUE ZEROS.

      *> Estado por cliente reconstruido de la historia: su saldo mas
      *> reciente y la fecha de corte desde la que el saldo viene
               10 WS-Ant-Cliente-ID   PIC 9(6).
               10 WS-Ant-Saldo        PIC S9(7)V99.
               10 WS-Ant-Fecha-Origen PIC 9(8).
      *> "S" cuando el cliente tiene partidas abiertas: su saldo sale
      *> ya repartido en columnas, partida por partida.
               10 WS-Ant-Con-Partidas PIC X.
               10 WS-Ant-Corriente    PIC S9(7)V99.
               10 WS-Ant-30           PIC S9(7)V99.
               10 WS-Ant-60           PIC S9(7)V99.
               10 WS-Ant-90           PIC S9(7)V99.
       01 WS-Indice-Cli PIC 9(4) VALUE ZEROS.
       01 WS-Cliente-Hallado PIC X VALUE "N".
           88 Cliente-Hallado VALUE "S".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Tot-90 PIC Z(6)9,99-.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "AntiguedadSaldos" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoHistoria
           IF Historia-No-Existe
               DISPLAY "No existe la historia de estados de cuenta "
               CLOSE ArchivoHistoria
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               PERFORM WITH TEST BEFORE UNTIL Fin-Historia
                   READ ArchivoHistoria
                       AT END SET Fin-Historia TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchivoHistoria
               PERFORM 2000-Aplica-Partidas
               PERFORM 3000-Escribe-Reporte
               IF WS-Clientes-Omitidos > ZEROS
                   DISPLAY "Aviso: " WS-Clientes-Omitidos
                       TO WS-Ant-Cliente-ID(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Saldo(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Fecha-Origen(WS-Indice-Cli)
                   MOVE "N" TO WS-Ant-Con-Partidas(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Corriente(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-30(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-60(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-90(WS-Indice-Cli)
                   SET Cliente-Hallado TO TRUE
               ELSE
      *> Tabla llena: el cliente nuevo no entra al reporte; se cuenta
               END-IF
           END-IF.

      *> Las partidas vienen en orden de cliente y de cargo. La
      *> primera de cada cliente borra lo que la historia dijo de el:
      *> desde ahi su saldo es la suma de lo abierto, y cada partida
      *> cae en la columna de los dias desde su cargo.
       2000-Aplica-Partidas.
           OPEN INPUT ARCHIVO-PARTIDAS
           IF Partidas-No-Existe
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-Cliente-Partidas
               PERFORM WITH TEST BEFORE UNTIL Fin-Partidas
                   READ ARCHIVO-PARTIDAS NEXT RECORD
                       AT END
                           SET Fin-Partidas TO TRUE
                       NOT AT END
                           PERFORM 2100-Aplica-Partida
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-PARTIDAS.

       2100-Aplica-Partida.
           MOVE Pta-Cliente-ID TO His-Cliente-ID
           PERFORM 1100-Ubica-Cliente
           IF NOT Cliente-Hallado
               CONTINUE
           ELSE
               IF Pta-Cliente-ID NOT = WS-Cliente-Partidas
                   MOVE Pta-Cliente-ID TO WS-Cliente-Partidas
                   MOVE "S" TO WS-Ant-Con-Partidas(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Saldo(WS-Indice-Cli)
               END-IF
               IF Pta-Abierta AND Pta-Importe-Abierto > ZEROS
                   ADD Pta-Importe-Abierto
                       TO WS-Ant-Saldo(WS-Indice-Cli)
                   COMPUTE WS-Dias-Antiguedad =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
                       - FUNCTION INTEGER-OF-DATE(Pta-Fecha-Cargo)
                   EVALUATE TRUE
                       WHEN WS-Dias-Antiguedad < 30
                           ADD Pta-Importe-Abierto
                               TO WS-Ant-Corriente(WS-Indice-Cli)
                       WHEN WS-Dias-Antiguedad < 60
                           ADD Pta-Importe-Abierto
                               TO WS-Ant-30(WS-Indice-Cli)
                       WHEN WS-Dias-Antiguedad < 90
                           ADD Pta-Importe-Abierto
                               TO WS-Ant-60(WS-Indice-Cli)
                       WHEN OTHER
                           ADD Pta-Importe-Abierto
                               TO WS-Ant-90(WS-Indice-Cli)
                   END-EVALUATE
               END-IF
           END-IF.

       3000-Escribe-Reporte.
           OPEN OUTPUT ArchivoReporte
           MOVE WS-Fecha-Hoy TO WS-Enc-Fecha
      *> transcurridos desde que el adeudo se origino. Los clientes
      *> sin saldo no ocupan renglon.
       3100-Escribe-Cliente.
           IF WS-Ant-Saldo(WS-Indice-Cli) <= ZEROS
               CONTINUE
           ELSE
               IF WS-Ant-Con-Partidas(WS-Indice-Cli) = "S"
                   PERFORM 3200-Escribe-Por-Partidas
               ELSE
                   PERFORM 3300-Escribe-Por-Historia
               END-IF
           END-IF.

       3200-Escribe-Por-Partidas.
           MOVE WS-Ant-Cliente-ID(WS-Indice-Cli) TO WS-Det-Cliente
           MOVE WS-Ant-Corriente(WS-Indice-Cli) TO WS-Det-Corriente
           MOVE WS-Ant-30(WS-Indice-Cli) TO WS-Det-30
           MOVE WS-Ant-60(WS-Indice-Cli) TO WS-Det-60
           MOVE WS-Ant-90(WS-Indice-Cli) TO WS-Det-90
           ADD WS-Ant-Corriente(WS-Indice-Cli) TO WS-Bucket-Corriente
           ADD WS-Ant-30(WS-Indice-Cli) TO WS-Bucket-30
           ADD WS-Ant-60(WS-Indice-Cli) TO WS-Bucket-60
           ADD WS-Ant-90(WS-Indice-Cli) TO WS-Bucket-90
           WRITE Linea-Reporte FROM WS-Linea-Detalle.

      *> Sin partidas, todo el saldo cae en la columna de los dias
      *> desde que el adeudo se origino segun la historia.
       3300-Escribe-Por-Historia.
           IF WS-Ant-Saldo(WS-Indice-Cli) <= ZEROS
               CONTINUE
           ELSE
               WRITE Linea-Reporte FROM WS-Linea-Detalle
           END-IF.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM AntiguedadSaldos.
