
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARCHIVO-ACLARACIONES
               ASSIGN TO "aclaraciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Acl-Llave
               FILE STATUS IS WS-Estado-Aclaraciones.

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

       FD  ARCHIVO-ACLARACIONES
           LABEL RECORD IS STANDARD.
           COPY ACLARA.

       FD  ARCHIVO-ESTADO-CUENTA
           LABEL RECORD IS STANDARD.
           COPY ESTADOCU.

       01 WS-Fin-Historia PIC X VALUE "N".
           88 Fin-Historia VALUE "S".
       01 WS-Estado-Partidas PIC XX VALUE SPACES.
           88 Partidas-No-Existe VALUE "05" "35".
       01 WS-Fin-Partidas PIC X VALUE "N".
           88 Fin-Partidas VALUE "S".
       01 WS-Cliente-Partidas PIC 9(6) VALUE ZEROS.
      *> Clientes con aclaracion abierta: no se les cobra hasta que
      *> la aclaracion se resuelva.
       01 WS-Estado-Aclaraciones PIC XX VALUE SPACES.
           88 Aclaraciones-No-Existe VALUE "05" "35".
       01 WS-Fin-Aclaraciones PIC X VALUE "N".
           88 Fin-Aclaraciones VALUE "S".
       01 WS-Cantidad-Aclaraciones PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Aclaraciones.
           05 WS-Acl-Cliente-ID OCCURS 1000 TIMES PIC 9(6).
       01 WS-Indice-Acl PIC 9(4) VALUE ZEROS.
       01 WS-En-Aclaracion PIC X VALUE "N".
           88 En-Aclaracion VALUE "S".
       01 WS-Total-En-Aclaracion PIC 9(5) VALUE ZEROS.
       01 WS-Fin-Estados PIC X VALUE "N".
           88 Fin-Estados VALUE "S".
       01 WS-Fin-Clientes PIC X VALUE "N".
           05 FILLER PIC X(21) VALUE "  FECHA LIMITE FUE:  ".
           05 WS-Ade-Vencimiento PIC 9(8).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "GeneraCartasCobranza" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoHistoria
           IF Historia-No-Existe
               DISPLAY "No existe la historia de estados de cuenta "
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               PERFORM WITH TEST BEFORE UNTIL Fin-Historia
                   READ ArchivoHistoria
                       AT END SET Fin-Historia TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchivoHistoria
               PERFORM 1050-Aplica-Partidas
               PERFORM 1070-Carga-Aclaraciones
               PERFORM 1200-Carga-Nombres
               PERFORM 1300-Carga-Vencimientos
               PERFORM 1400-Carga-Bitacora
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

      *> Clientes con aclaracion abierta, sin repetir: el registro
      *> viene en orden de cliente.
       1070-Carga-Aclaraciones.
           OPEN INPUT ARCHIVO-ACLARACIONES
           IF Aclaraciones-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Aclaraciones
                   READ ARCHIVO-ACLARACIONES
                       AT END
                           SET Fin-Aclaraciones TO TRUE
                       NOT AT END
                           PERFORM 1080-Guarda-Aclaracion
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-ACLARACIONES.

       1080-Guarda-Aclaracion.
           IF NOT Acl-Abierta
               CONTINUE
           ELSE
               IF WS-Cantidad-Aclaraciones > ZEROS
                  AND WS-Acl-Cliente-ID(WS-Cantidad-Aclaraciones) =
                      Acl-Cliente-ID
                   CONTINUE
               ELSE
                   IF WS-Cantidad-Aclaraciones < 1000
                       ADD 1 TO WS-Cantidad-Aclaraciones
                       MOVE Acl-Cliente-ID TO
                           WS-Acl-Cliente-ID(WS-Cantidad-Aclaraciones)
                   END-IF
               END-IF
           END-IF.

       1100-Ubica-Cliente.
           MOVE "N" TO WS-Cliente-Hallado
           PERFORM VARYING WS-Indice-Cli FROM 1 BY 1
      *> envia es a lo mas una arriba de la ultima enviada. Un
      *> cliente que ya recibio la carta de su nivel no la recibe
      *> dos veces en la misma corrida de generacion.
      *> El cliente en turno tiene aclaracion abierta?
       2050-Busca-Aclaracion.
           MOVE "N" TO WS-En-Aclaracion
           PERFORM VARYING WS-Indice-Acl FROM 1 BY 1
                   UNTIL WS-Indice-Acl > WS-Cantidad-Aclaraciones
                      OR En-Aclaracion
               IF WS-Acl-Cliente-ID(WS-Indice-Acl) =
                       WS-Ant-Cliente-ID(WS-Indice-Cli)
                   SET En-Aclaracion TO TRUE
               END-IF
           END-PERFORM.

      *> Un cliente con aclaracion abierta no recibe carta ni sube
      *> de nivel mientras la aclaracion siga abierta.
       2000-Evalua-Cliente.
           PERFORM 2050-Busca-Aclaracion
           IF En-Aclaracion
               ADD 1 TO WS-Total-En-Aclaracion
           ELSE
               PERFORM 2100-Evalua-Antiguedad
           END-IF.

       2100-Evalua-Antiguedad.
           IF WS-Ant-Saldo(WS-Indice-Cli) <= ZEROS
              OR WS-Ant-Fecha-Origen(WS-Indice-Cli) = ZEROS
               CONTINUE
           DISPLAY "Cartas generadas: " WS-Total-Cartas.
           DISPLAY "Clientes ya con carta de su nivel: "
               WS-Total-Omitidos-Nivel.
           DISPLAY "Clientes con aclaracion abierta (sin carta): "
               WS-Total-En-Aclaracion.
           IF WS-Clientes-Omitidos > ZEROS
               DISPLAY "Clientes fuera de la tabla: "
                   WS-Clientes-Omitidos
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM GeneraCartasCobranza.
