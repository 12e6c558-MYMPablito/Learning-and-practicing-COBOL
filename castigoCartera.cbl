
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARCHIVO-PARTIDAS
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pta-Llave
               FILE STATUS IS WS-Estado-Partidas.

               SELECT ArchivoHistoria
               ASSIGN TO "estado_cuenta_hist.dat"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY HISTEDO.

       FD  ARCHIVO-PARTIDAS
           LABEL RECORD IS STANDARD.
           COPY PARTIDA.

       FD  ARCHIVO-SALDOS
           LABEL RECORD IS STANDARD.
           COPY SALDO.

       01 WS-Fin-Historia PIC X VALUE "N".
           88 Fin-Historia VALUE "S".
       01 WS-Estado-Partidas PIC XX VALUE SPACES.
           88 Partidas-No-Existe VALUE "05" "35".
       01 WS-Fin-Partidas PIC X VALUE "N".
           88 Fin-Partidas VALUE "S".
       01 WS-Cliente-Partidas PIC 9(6) VALUE ZEROS.
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor-Capturado PIC X(6) VALUE SPACES.
       01 WS-Password-Capturado PIC X(10) VALUE SPACES.

      *> Rastro de la firma en la bitacora de autorizaciones.
       01 WS-Aut-Programa PIC X(20) VALUE "CastigoCartera".
       01 WS-Aut-Operacion PIC X(20) VALUE "CASTIGO DE CARTERA".
       01 WS-Aut-Operador PIC X(6) VALUE SPACES.
       01 WS-Aut-Referencia PIC X(20) VALUE SPACES.
       01 WS-Supervisor-Valido PIC X VALUE "N".
           88 Supervisor-Valido VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Dias-Antiguedad PIC S9(5) VALUE ZEROS.

      *> Cierre contable: si el mes de hoy ya esta cerrado, los
      *> castigos se asientan con la primera fecha del mes abierto
      *> siguiente y cada uno queda en la bitacora de fechas
      *> reasignadas. La antiguedad se sigue midiendo contra hoy, y
      *> la cartera castigada guarda el dia en que se castigo, que es
      *> el que la poliza del dia busca.
       01 WS-Fecha-Movimiento PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Cerrado PIC X VALUE "N".
           88 Mes-Cerrado VALUE "S".
       01 WS-Fre-Programa PIC X(20) VALUE "CastigoCartera".
       01 WS-Fre-Movimiento PIC X(10) VALUE "CASTIGO".
       01 WS-Fre-Referencia PIC X(12) VALUE SPACES.
       01 WS-Fre-Importe PIC 9(11)V99 VALUE ZEROS.

      *> La misma tabla de antiguedad que arma AntiguedadSaldos.
       01 WS-Cantidad-Clientes PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Antiguedad.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Rep-Nota PIC X(12).

      *> Al castigar, las partidas abiertas del cliente se cierran
      *> como castigadas en PartidasAbiertas.
       01 WS-Pta-Funcion PIC X VALUE "K".
       01 WS-Pta-Destino PIC 9(6) VALUE ZEROS.
       01 WS-Pta-Concepto PIC X(10) VALUE SPACES.
       01 WS-Pta-Periodo PIC X(6) VALUE SPACES.
       01 WS-Pta-Importe PIC 9(7)V99 VALUE ZEROS.
       01 WS-Pta-Vencimiento PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Aplicado PIC 9(7)V99 VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Fre-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoHistoria
           IF Historia-No-Existe
               DISPLAY "No existe la historia de estados de cuenta "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM WITH TEST BEFORE UNTIL Fin-Historia
               READ ArchivoHistoria
                   AT END SET Fin-Historia TO TRUE
               END-READ
           END-PERFORM
           CLOSE ArchivoHistoria
           PERFORM 1050-Aplica-Partidas

           PERFORM 1200-Carga-Parametros
           PERFORM 1300-Valida-Supervisor
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "FECHA " DELIMITED BY SIZE
               WS-Fecha-Hoy DELIMITED BY SIZE
               INTO WS-Aut-Referencia
           CALL "RegistraAutorizacion" USING WS-Aut-Programa
               WS-Aut-Operacion WS-Aut-Operador
               WS-Supervisor-Capturado WS-Aut-Referencia

           OPEN I-O ARCHIVO-SALDOS
           IF Saldos-No-Existe
               STOP RUN
           END-IF
           PERFORM 1400-Abre-Castigos
           CALL "VerificaMesCerrado" USING WS-Fecha-Hoy WS-Mes-Cerrado
               WS-Fecha-Movimiento
           IF Mes-Cerrado
               DISPLAY "El mes contable de hoy esta cerrado; los "
                   "castigos se asientan el " WS-Fecha-Movimiento
           END-IF
           OPEN OUTPUT ArchivoReporte
           MOVE "CASTIGO DE CARTERA" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
               MOVE His-Saldo-Nuevo TO WS-Ant-Saldo(WS-Indice-Cli)
           END-IF.

      *> El cliente que ya tiene partidas abiertas se cobra con ellas:
      *> su saldo es la suma de lo abierto y el adeudo se origino con
      *> el cargo abierto mas viejo. Las partidas vienen en orden de
      *> cliente y fecha de cargo; la historia solo queda para quien
      *> aun no tiene ninguna.
       1050-Aplica-Partidas.
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
                           PERFORM 1060-Aplica-Partida
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-PARTIDAS.

       1060-Aplica-Partida.
           MOVE Pta-Cliente-ID TO His-Cliente-ID
           PERFORM 1100-Ubica-Cliente
           IF NOT Cliente-Hallado
               CONTINUE
           ELSE
               IF Pta-Cliente-ID NOT = WS-Cliente-Partidas
                   MOVE Pta-Cliente-ID TO WS-Cliente-Partidas
                   MOVE ZEROS TO WS-Ant-Saldo(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Fecha-Origen(WS-Indice-Cli)
               END-IF
               IF Pta-Abierta AND Pta-Importe-Abierto > ZEROS
                   ADD Pta-Importe-Abierto
                       TO WS-Ant-Saldo(WS-Indice-Cli)
                   IF WS-Ant-Fecha-Origen(WS-Indice-Cli) = ZEROS
                       MOVE Pta-Fecha-Cargo
                           TO WS-Ant-Fecha-Origen(WS-Indice-Cli)
                   END-IF
               END-IF
           END-IF.

       1100-Ubica-Cliente.
           MOVE "N" TO WS-Cliente-Hallado
           PERFORM VARYING WS-Indice-Cli FROM 1 BY 1
                   CALL "RegistraCambio" USING WS-Cambio-Campo
                       WS-Cambio-Anterior WS-Cambio-Nuevo
                   PERFORM 2300-Abona-Cartera-Castigada
                   IF Mes-Cerrado
                       PERFORM 2400-Registra-Fecha-Reasignada
                   END-IF
                   ADD Sal-Saldo TO WS-Suma-Castigada
                   MOVE ZEROS TO Sal-Saldo
                   MOVE WS-Fecha-Movimiento TO Sal-Fecha-Ult-Mov
                   REWRITE Registro-Saldo
                   CALL "PartidasAbiertas" USING WS-Pta-Funcion
                       Sal-Cliente-ID WS-Pta-Destino
                       WS-Fecha-Movimiento
                       WS-Pta-Concepto WS-Pta-Periodo WS-Pta-Importe
                       WS-Pta-Vencimiento WS-Pta-Aplicado
                   ADD 1 TO WS-Total-Castigados
           END-READ.

               REWRITE Registro-Castigo
           END-IF.

       2400-Registra-Fecha-Reasignada.
           MOVE Sal-Cliente-ID TO WS-Fre-Referencia
           MOVE Sal-Saldo TO WS-Fre-Importe
           CALL "RegistraFechaReasignada" USING WS-Fre-Programa
               WS-Fre-Movimiento WS-Fre-Referencia WS-Fecha-Hoy
               WS-Fecha-Movimiento WS-Fre-Importe.

       9000-Muestra-Resumen.
           DISPLAY "== Castigo de cartera ==".
           DISPLAY "Candidatos evaluados: " WS-Total-Candidatos.
           COPY UTILPARR.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CastigoCartera.
