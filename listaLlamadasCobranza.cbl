      *> bucket (90+ primero) y dentro del bucket por saldo de mayor
      *> a menor, con el verbo SORT, para que cobranza marque en
      *> orden de dinero y no en orden de archivo.
      *> Los resultados de llamadas de promesas_pago.dat mandan
      *> sobre la antiguedad: el cliente con promesa de pago vigente
      *> no se lista, y el que rompio su ultima promesa sale hasta
      *> arriba, antes del bucket de 90+. La lista sale tambien en
      *> lista_llamadas.dat, de donde la captura de resultados la
      *> recorre.
      *> Cada cliente listado queda asignado a un cobrador del
      *> catalogo cobradores.dat (asignacion_cobranza.dat). Se le
      *> respeta el que ya tenia mientras siga activo y elegible; si
      *> no, se elige entre los elegibles el de regla mas especifica
      *> (bucket y zona postal de Cont-CP) y, entre iguales, el de
      *> menos clientes listados en los ultimos 30 dias, sin pasar
      *> su tope. Sin catalogo de cobradores la lista sale igual que
      *> antes, sin cobrador.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

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
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Suspenso.

               SELECT OPTIONAL ARCHIVO-PROMESAS
               ASSIGN TO "promesas_pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pro-Llave
               FILE STATUS IS WS-Estado-Promesas.

               SELECT OPTIONAL ArchivoCobradores
               ASSIGN TO "cobradores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cobradores.

               SELECT ARCHIVO-ASIGNACIONES
               ASSIGN TO "asignacion_cobranza.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acb-Cliente-ID
               FILE STATUS IS WS-Estado-Asignaciones.

               SELECT ArchivoLista
               ASSIGN TO "lista_llamadas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lista.

               SELECT ArchivoOrdenamiento
               ASSIGN TO "llamadas_sort.tmp".

           LABEL RECORD IS STANDARD.
           COPY HISTEDO.

       FD  ARCHIVO-PARTIDAS
           LABEL RECORD IS STANDARD.
           COPY PARTIDA.

       FD  ARCHIVO-ACLARACIONES
           LABEL RECORD IS STANDARD.
           COPY ACLARA.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.
           LABEL RECORD IS STANDARD.
           COPY SUSPPAGO.

       FD  ARCHIVO-PROMESAS
           LABEL RECORD IS STANDARD.
           COPY PROMESA.

       FD  ArchivoCobradores
           LABEL RECORD IS STANDARD.
           COPY COBRADOR.

       FD  ARCHIVO-ASIGNACIONES
           LABEL RECORD IS STANDARD.
           COPY ASIGCOB.

       FD  ArchivoLista
           LABEL RECORD IS STANDARD.
           COPY LLAMADA.

      *> Registro de trabajo del SORT: bucket (0=promesa rota,
      *> 1=90+, 2=60) y el saldo en complemento para que el mayor
      *> salga primero.
       SD  ArchivoOrdenamiento.
       01  Registro-Ordenamiento.
           05 Ord-Bucket              PIC 9.

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
      *> Ultima promesa de cada cliente (las llamadas sin promesa no
      *> cuentan): vigente lo saca de la lista, rota lo sube.
       01 WS-Estado-Promesas PIC XX VALUE SPACES.
           88 Promesas-No-Existe VALUE "05" "35".
       01 WS-Estado-Lista PIC XX VALUE SPACES.
       01 WS-Fin-Promesas PIC X VALUE "N".
           88 Fin-Promesas VALUE "S".
       01 WS-Cantidad-Promesas PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Promesas.
           05 WS-Prm OCCURS 1000 TIMES.
               10 WS-Prm-Cliente-ID   PIC 9(6).
               10 WS-Prm-Estado       PIC X.
       01 WS-Indice-Prm PIC 9(4) VALUE ZEROS.
       01 WS-Estado-Promesa PIC X VALUE SPACE.
           88 Promesa-Vigente VALUE "V".
           88 Promesa-Rota VALUE "R".
       01 WS-Total-Con-Promesa PIC 9(5) VALUE ZEROS.
       01 WS-Total-Promesas-Rotas PIC 9(5) VALUE ZEROS.
       01 WS-Fin-Ladas PIC X VALUE "N".
           88 Fin-Ladas VALUE "S".
       01 WS-Fin-Suspenso PIC X VALUE "N".

       01 WS-Total-Listados PIC 9(5) VALUE ZEROS.

      *> Catalogo de cobradores en memoria con su carga: clientes
      *> asignados que salieron en la lista en los ultimos 30 dias.
       01 WS-Estado-Cobradores PIC XX VALUE SPACES.
           88 Cobradores-No-Existe VALUE "05" "35".
       01 WS-Fin-Cobradores PIC X VALUE "N".
           88 Fin-Cobradores VALUE "S".
       01 WS-Estado-Asignaciones PIC XX VALUE SPACES.
           88 Asignaciones-No-Existe VALUE "05" "35".
       01 WS-Fin-Asignaciones PIC X VALUE "N".
           88 Fin-Asignaciones VALUE "S".
       01 WS-Cantidad-Cobradores PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Cobradores.
           05 WS-Cbr OCCURS 100 TIMES.
               10 WS-Cbr-ID           PIC X(4).
               10 WS-Cbr-Estado       PIC X.
               10 WS-Cbr-Bucket       PIC X(4).
               10 WS-Cbr-CP-Desde     PIC X(5).
               10 WS-Cbr-CP-Hasta     PIC X(5).
               10 WS-Cbr-Max-Clientes PIC 9(4).
               10 WS-Cbr-Carga        PIC 9(5).
               10 WS-Cbr-Listados     PIC 9(5).
       01 WS-Indice-Cbr PIC 9(3) VALUE ZEROS.
       01 WS-Indice-Cbr-Actual PIC 9(3) VALUE ZEROS.
       01 WS-Indice-Cbr-Elegido PIC 9(3) VALUE ZEROS.
       01 WS-Cbr-Elegible PIC X VALUE "N".
           88 Cbr-Elegible VALUE "S".
       01 WS-Especificidad PIC 9 VALUE ZERO.
       01 WS-Especificidad-Elegida PIC 9 VALUE ZERO.
       01 WS-Asignacion-Nueva PIC X VALUE "N".
           88 Asignacion-Nueva VALUE "S".
       01 WS-Asignacion-Contada PIC X VALUE "N".
           88 Asignacion-Contada VALUE "S".
       01 WS-Dias-Ult-Lista PIC S9(5) VALUE ZEROS.
       01 WS-CP-Cliente PIC X(5) VALUE SPACES.
       01 WS-Nombre-Contacto PIC X(20) VALUE SPACES.
       01 WS-Total-Reasignados PIC 9(5) VALUE ZEROS.
       01 WS-Total-Sin-Cobrador PIC 9(5) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

           05 FILLER PIC X VALUE SPACE.
           05 WS-Lla-Cliente PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lla-Nombre PIC X(15).
           05 FILLER PIC X(2) VALUE "$ ".
           05 WS-Lla-Saldo PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lla-Telefono PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lla-Ciudad PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lla-Marcas PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lla-Cobrador PIC X(4).

      *> El telefono de la lista impresa pasa por el enmascarado de
      *> campos sensibles como reporte (nivel cero); el catalogo lo
      *> trae en claro porque la lista es para marcar. El archivo de
      *> llamadas lleva siempre el numero completo.
           COPY MASCWS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ListaLlamadasCobranza" TO Fpw-Programa
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
           PERFORM 1070-Carga-Aclaraciones
           PERFORM 1090-Carga-Promesas

           PERFORM 1200-Carga-Ladas
           PERFORM 1300-Carga-Suspensos
           PERFORM 1400-Carga-Cobradores
           PERFORM 1450-Carga-Asignaciones
           OPEN INPUT ArchivoClientes
           OPEN INPUT ARCHIVO-CONVENIOS
           OPEN OUTPUT ArchivoReporte
           OPEN OUTPUT ArchivoLista
           MOVE "LISTA DE LLAMADAS DE COBRANZA"
               TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           CLOSE ArchivoClientes
           CLOSE ARCHIVO-CONVENIOS
           CLOSE ArchivoReporte
           CLOSE ArchivoLista
           CLOSE ARCHIVO-ASIGNACIONES
           PERFORM 9000-Muestra-Resumen
           MOVE 0 TO RETURN-CODE
           STOP RUN.
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

      *> Ultima promesa de cada cliente; el registro viene en orden
      *> de cliente y consecutivo, asi que la ultima leida gana.
       1090-Carga-Promesas.
           OPEN INPUT ARCHIVO-PROMESAS
           IF Promesas-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Promesas
                   READ ARCHIVO-PROMESAS
                       AT END
                           SET Fin-Promesas TO TRUE
                       NOT AT END
                           IF NOT Pro-Sin-Promesa
                               PERFORM 1095-Guarda-Promesa
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-PROMESAS.

       1095-Guarda-Promesa.
           IF WS-Cantidad-Promesas > ZEROS
              AND WS-Prm-Cliente-ID(WS-Cantidad-Promesas) =
                  Pro-Cliente-ID
               MOVE Pro-Estado TO WS-Prm-Estado(WS-Cantidad-Promesas)
           ELSE
               IF WS-Cantidad-Promesas < 1000
                   ADD 1 TO WS-Cantidad-Promesas
                   MOVE Pro-Cliente-ID TO
                       WS-Prm-Cliente-ID(WS-Cantidad-Promesas)
                   MOVE Pro-Estado TO
                       WS-Prm-Estado(WS-Cantidad-Promesas)
               END-IF
           END-IF.

       1100-Ubica-Cliente.
           MOVE "N" TO WS-Cliente-Hallado
           PERFORM VARYING WS-Indice-Cli FROM 1 BY 1
               CLOSE ArchivoSuspenso
           END-IF.

       1400-Carga-Cobradores.
           OPEN INPUT ArchivoCobradores
           IF Cobradores-No-Existe
               CLOSE ArchivoCobradores
           ELSE
               MOVE "N" TO WS-Fin-Cobradores
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Cobradores
                          OR WS-Cantidad-Cobradores = 100
                   READ ArchivoCobradores
                       AT END
                           SET Fin-Cobradores TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Cobradores
                           MOVE WS-Cantidad-Cobradores TO WS-Indice-Cbr
                           MOVE Cob-ID TO WS-Cbr-ID(WS-Indice-Cbr)
                           MOVE Cob-Estado
                               TO WS-Cbr-Estado(WS-Indice-Cbr)
                           MOVE Cob-Bucket
                               TO WS-Cbr-Bucket(WS-Indice-Cbr)
                           MOVE Cob-CP-Desde
                               TO WS-Cbr-CP-Desde(WS-Indice-Cbr)
                           MOVE Cob-CP-Hasta
                               TO WS-Cbr-CP-Hasta(WS-Indice-Cbr)
                           MOVE Cob-Max-Clientes
                               TO WS-Cbr-Max-Clientes(WS-Indice-Cbr)
                           MOVE ZEROS TO WS-Cbr-Carga(WS-Indice-Cbr)
                           MOVE ZEROS TO WS-Cbr-Listados(WS-Indice-Cbr)
                   END-READ
               END-PERFORM
               CLOSE ArchivoCobradores
           END-IF.

      *> La carga de cada cobrador: sus clientes que salieron en la
      *> lista en los ultimos 30 dias. Un cliente que ya no aparece
      *> deja de pesarle aunque conserve la asignacion.
       1450-Carga-Asignaciones.
           OPEN I-O ARCHIVO-ASIGNACIONES
           IF Asignaciones-No-Existe
               OPEN OUTPUT ARCHIVO-ASIGNACIONES
               CLOSE ARCHIVO-ASIGNACIONES
               OPEN I-O ARCHIVO-ASIGNACIONES
           END-IF
           MOVE ZEROS TO Acb-Cliente-ID
           START ARCHIVO-ASIGNACIONES
                   KEY IS NOT LESS THAN Acb-Cliente-ID
               INVALID KEY
                   SET Fin-Asignaciones TO TRUE
           END-START
           PERFORM WITH TEST BEFORE UNTIL Fin-Asignaciones
               READ ARCHIVO-ASIGNACIONES NEXT RECORD
                   AT END
                       SET Fin-Asignaciones TO TRUE
                   NOT AT END
                       PERFORM 1460-Cuenta-Asignacion
               END-READ
           END-PERFORM.

       1460-Cuenta-Asignacion.
           PERFORM 1470-Revisa-Vigencia
           IF Asignacion-Contada
               PERFORM 3410-Busca-Cobrador
               IF WS-Indice-Cbr-Actual > ZEROS
                   ADD 1 TO WS-Cbr-Carga(WS-Indice-Cbr-Actual)
               END-IF
           END-IF.

      *> La asignacion leida cuenta en la carga si el cliente salio
      *> en la lista en los ultimos 30 dias.
       1470-Revisa-Vigencia.
           MOVE "N" TO WS-Asignacion-Contada
           IF Acb-Fecha-Ult-Lista NOT = ZEROS
               COMPUTE WS-Dias-Ult-Lista =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
                   - FUNCTION INTEGER-OF-DATE(Acb-Fecha-Ult-Lista)
               IF WS-Dias-Ult-Lista <= 30
                   SET Asignacion-Contada TO TRUE
               END-IF
           END-IF.

      *> Solo los buckets de 60 y 90+ entran a la lista, mas la
      *> promesa rota con saldo, que va antes que todos.
      *> Un cliente con aclaracion abierta no entra a la lista
      *> mientras la aclaracion siga abierta, ni el que tiene una
      *> promesa de pago vigente.
       2000-Alimenta-Vencidos.
           PERFORM VARYING WS-Indice-Cli FROM 1 BY 1
                   UNTIL WS-Indice-Cli > WS-Cantidad-Clientes
               PERFORM 2050-Busca-Aclaracion
               PERFORM 2060-Busca-Promesa
               IF En-Aclaracion
                   ADD 1 TO WS-Total-En-Aclaracion
               ELSE
                   IF Promesa-Vigente
                       ADD 1 TO WS-Total-Con-Promesa
                   ELSE
                       PERFORM 2100-Clasifica-Vencido
                   END-IF
               END-IF
           END-PERFORM.
       2000-Alimenta-Vencidos-Fin.
           EXIT.

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

      *> Ultima promesa del cliente en turno.
       2060-Busca-Promesa.
           MOVE SPACE TO WS-Estado-Promesa
           PERFORM VARYING WS-Indice-Prm FROM 1 BY 1
                   UNTIL WS-Indice-Prm > WS-Cantidad-Promesas
               IF WS-Prm-Cliente-ID(WS-Indice-Prm) =
                       WS-Ant-Cliente-ID(WS-Indice-Cli)
                   MOVE WS-Prm-Estado(WS-Indice-Prm)
                       TO WS-Estado-Promesa
                   MOVE WS-Cantidad-Promesas TO WS-Indice-Prm
               END-IF
           END-PERFORM.

       2100-Clasifica-Vencido.
           IF WS-Ant-Saldo(WS-Indice-Cli) > ZEROS
              AND WS-Ant-Fecha-Origen(WS-Indice-Cli) NOT = ZEROS
               COMPUTE WS-Dias-Antiguedad =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-Ant-Fecha-Origen(WS-Indice-Cli))
               IF Promesa-Rota OR WS-Dias-Antiguedad >= 60
                   EVALUATE TRUE
                       WHEN Promesa-Rota
                           MOVE 0 TO Ord-Bucket
                           ADD 1 TO WS-Total-Promesas-Rotas
                       WHEN WS-Dias-Antiguedad >= 90
                           MOVE 1 TO Ord-Bucket
                       WHEN OTHER
                           MOVE 2 TO Ord-Bucket
                   END-EVALUATE
                   MOVE WS-Ant-Saldo(WS-Indice-Cli) TO Ord-Saldo
                   MOVE WS-Ant-Cliente-ID(WS-Indice-Cli)
                       TO Ord-Cliente-ID
                   MOVE WS-Dias-Antiguedad TO Ord-Dias
                   RELEASE Registro-Ordenamiento
               END-IF
           END-IF.

       3000-Lista-Ordenados.
           MOVE "N" TO WS-Fin-Sort
           PERFORM WITH TEST BEFORE UNTIL Fin-Sort
           EXIT.

       3100-Arma-Renglon.
           EVALUATE Ord-Bucket
               WHEN 0
                   MOVE "ROTA" TO WS-Lla-Bucket
               WHEN 1
                   MOVE "90+ " TO WS-Lla-Bucket
               WHEN OTHER
                   MOVE "60  " TO WS-Lla-Bucket
           END-EVALUATE
           MOVE Ord-Cliente-ID TO WS-Lla-Cliente
           MOVE Ord-Saldo TO WS-Lla-Saldo
           PERFORM 3200-Busca-Contacto
           PERFORM 3300-Arma-Marcas
           MOVE SPACES TO WS-Lla-Cobrador
           IF WS-Cantidad-Cobradores > ZEROS
               PERFORM 3400-Asigna-Cobrador
           END-IF
           MOVE WS-Linea-Llamada TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE Ord-Cliente-ID TO Lll-Cliente-ID
           MOVE WS-Lla-Bucket TO Lll-Bucket
           MOVE Ord-Saldo TO Lll-Saldo
           MOVE WS-Nombre-Contacto TO Lll-Nombre
           MOVE WS-Mejor-Telefono TO Lll-Telefono
           MOVE WS-Marcas TO Lll-Marcas
           MOVE WS-Lla-Cobrador TO Lll-Cobrador
           WRITE Registro-Llamada
           ADD 1 TO WS-Total-Listados.

      *> Mejor telefono: el mas reciente del historial (el de mayor
      *> indice), prefiriendo la etiqueta que parezca celular; la
      *> lada de sus tres primeros digitos da la ciudad.
       3200-Busca-Contacto.
           MOVE SPACES TO WS-Nombre-Contacto
           MOVE SPACES TO WS-CP-Cliente
           MOVE SPACES TO WS-Mejor-Telefono
           MOVE SPACES TO WS-Ciudad-Lada
           IF Clientes-No-Existe
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Cont-Nombre TO WS-Nombre-Contacto
                       MOVE Cont-CP TO WS-CP-Cliente
                       PERFORM 3210-Elige-Telefono
                       PERFORM 3220-Busca-Lada
               END-READ
           END-IF
           MOVE WS-Nombre-Contacto TO WS-Lla-Nombre
           MOVE "ListaLlamadasCobranza" TO Msk-Programa
           MOVE "TELEFONO" TO Msk-Campo
           MOVE Ord-Cliente-ID TO Msk-Llave
           MOVE WS-Mejor-Telefono TO Msk-Valor
           PERFORM EnmascaraDato
           MOVE Msk-Valor(1:12) TO WS-Lla-Telefono
           MOVE WS-Ciudad-Lada(1:10) TO WS-Lla-Ciudad.

       3210-Elige-Telefono.
           PERFORM VARYING WS-Indice-Tel FROM 1 BY 1
           END-PERFORM
           MOVE WS-Marcas TO WS-Lla-Marcas.

      *> El cliente conserva a su cobrador mientras este siga activo
      *> y elegible; si no, se le busca otro y la asignacion cambia
      *> de fecha para que la comision corra desde hoy. Sin cobrador
      *> elegible con cupo la asignacion vieja se borra.
       3400-Asigna-Cobrador.
           MOVE Ord-Cliente-ID TO Acb-Cliente-ID
           MOVE ZEROS TO WS-Indice-Cbr-Actual
           MOVE "N" TO WS-Asignacion-Contada
           READ ARCHIVO-ASIGNACIONES
               INVALID KEY
                   SET Asignacion-Nueva TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WS-Asignacion-Nueva
                   PERFORM 1470-Revisa-Vigencia
                   PERFORM 3410-Busca-Cobrador
           END-READ
           MOVE "N" TO WS-Cbr-Elegible
           IF WS-Indice-Cbr-Actual > ZEROS
               MOVE WS-Indice-Cbr-Actual TO WS-Indice-Cbr
               PERFORM 3420-Evalua-Elegible
           END-IF
           IF Cbr-Elegible
               MOVE WS-Indice-Cbr-Actual TO WS-Indice-Cbr-Elegido
               IF NOT Asignacion-Contada
                   ADD 1 TO WS-Cbr-Carga(WS-Indice-Cbr-Elegido)
               END-IF
           ELSE
               PERFORM 3430-Elige-Cobrador
               IF WS-Indice-Cbr-Elegido > ZEROS
                   IF Asignacion-Contada
                      AND WS-Indice-Cbr-Actual > ZEROS
                       SUBTRACT 1 FROM
                           WS-Cbr-Carga(WS-Indice-Cbr-Actual)
                   END-IF
                   ADD 1 TO WS-Cbr-Carga(WS-Indice-Cbr-Elegido)
                   IF NOT Asignacion-Nueva
                       ADD 1 TO WS-Total-Reasignados
                   END-IF
                   MOVE Ord-Cliente-ID TO Acb-Cliente-ID
                   MOVE WS-Cbr-ID(WS-Indice-Cbr-Elegido)
                       TO Acb-Cobrador
                   MOVE WS-Fecha-Hoy TO Acb-Fecha-Asignacion
               END-IF
           END-IF
           IF WS-Indice-Cbr-Elegido = ZEROS
               ADD 1 TO WS-Total-Sin-Cobrador
               IF NOT Asignacion-Nueva
                   DELETE ARCHIVO-ASIGNACIONES RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           ELSE
               MOVE WS-Cbr-ID(WS-Indice-Cbr-Elegido)
                   TO WS-Lla-Cobrador
               ADD 1 TO WS-Cbr-Listados(WS-Indice-Cbr-Elegido)
               MOVE WS-Lla-Bucket TO Acb-Bucket
               MOVE WS-Fecha-Hoy TO Acb-Fecha-Ult-Lista
               IF Asignacion-Nueva
                   WRITE Registro-Asignacion-Cobranza
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE Registro-Asignacion-Cobranza
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      *> Renglon del catalogo del cobrador de la asignacion leida.
       3410-Busca-Cobrador.
           MOVE ZEROS TO WS-Indice-Cbr-Actual
           PERFORM VARYING WS-Indice-Cbr FROM 1 BY 1
                   UNTIL WS-Indice-Cbr > WS-Cantidad-Cobradores
               IF WS-Cbr-ID(WS-Indice-Cbr) = Acb-Cobrador
                   MOVE WS-Indice-Cbr TO WS-Indice-Cbr-Actual
                   MOVE WS-Cantidad-Cobradores TO WS-Indice-Cbr
               END-IF
           END-PERFORM.

      *> Elegible: activo, y el bucket y la zona postal del cliente
      *> caben en sus reglas. Cada regla que acota y se cumple suma
      *> a la especificidad.
       3420-Evalua-Elegible.
           MOVE "S" TO WS-Cbr-Elegible
           MOVE ZERO TO WS-Especificidad
           IF WS-Cbr-Estado(WS-Indice-Cbr) = "B"
               MOVE "N" TO WS-Cbr-Elegible
           END-IF
           IF WS-Cbr-Bucket(WS-Indice-Cbr) NOT = SPACES
               IF WS-Cbr-Bucket(WS-Indice-Cbr) = WS-Lla-Bucket
                   ADD 1 TO WS-Especificidad
               ELSE
                   MOVE "N" TO WS-Cbr-Elegible
               END-IF
           END-IF
           IF WS-Cbr-CP-Desde(WS-Indice-Cbr) NOT = SPACES
               IF WS-CP-Cliente NOT = SPACES
                  AND WS-CP-Cliente >= WS-Cbr-CP-Desde(WS-Indice-Cbr)
                  AND WS-CP-Cliente <= WS-Cbr-CP-Hasta(WS-Indice-Cbr)
                   ADD 1 TO WS-Especificidad
               ELSE
                   MOVE "N" TO WS-Cbr-Elegible
               END-IF
           END-IF.

      *> El elegible con cupo de regla mas especifica; entre iguales,
      *> el de menor carga.
       3430-Elige-Cobrador.
           MOVE ZEROS TO WS-Indice-Cbr-Elegido
           MOVE ZERO TO WS-Especificidad-Elegida
           PERFORM VARYING WS-Indice-Cbr FROM 1 BY 1
                   UNTIL WS-Indice-Cbr > WS-Cantidad-Cobradores
               PERFORM 3420-Evalua-Elegible
               IF Cbr-Elegible
                  AND (WS-Cbr-Max-Clientes(WS-Indice-Cbr) = ZEROS
                   OR WS-Cbr-Carga(WS-Indice-Cbr) <
                      WS-Cbr-Max-Clientes(WS-Indice-Cbr))
                   IF WS-Indice-Cbr-Elegido = ZEROS
                      OR WS-Especificidad > WS-Especificidad-Elegida
                      OR (WS-Especificidad = WS-Especificidad-Elegida
                          AND WS-Cbr-Carga(WS-Indice-Cbr) <
                              WS-Cbr-Carga(WS-Indice-Cbr-Elegido))
                       MOVE WS-Indice-Cbr TO WS-Indice-Cbr-Elegido
                       MOVE WS-Especificidad
                           TO WS-Especificidad-Elegida
                   END-IF
               END-IF
           END-PERFORM.

       9000-Muestra-Resumen.
           DISPLAY "== Lista de llamadas de cobranza ==".
           DISPLAY "Clientes en la lista: " WS-Total-Listados.
           DISPLAY "Clientes con aclaracion abierta (sin llamada): "
               WS-Total-En-Aclaracion.
           DISPLAY "Clientes con promesa vigente (sin llamada): "
               WS-Total-Con-Promesa.
           DISPLAY "Promesas rotas al principio de la lista: "
               WS-Total-Promesas-Rotas.
           IF WS-Clientes-Omitidos > ZEROS
               DISPLAY "Clientes fuera de la tabla: "
                   WS-Clientes-Omitidos
           END-IF.
           IF WS-Cantidad-Cobradores > ZEROS
               DISPLAY "Clientes reasignados de cobrador: "
                   WS-Total-Reasignados
               DISPLAY "Clientes sin cobrador elegible: "
                   WS-Total-Sin-Cobrador
               PERFORM VARYING WS-Indice-Cbr FROM 1 BY 1
                       UNTIL WS-Indice-Cbr > WS-Cantidad-Cobradores
                   IF WS-Cbr-Listados(WS-Indice-Cbr) > ZEROS
                       DISPLAY "  Cobrador " WS-Cbr-ID(WS-Indice-Cbr)
                           " hoy " WS-Cbr-Listados(WS-Indice-Cbr)
                           " cartera 30 dias "
                           WS-Cbr-Carga(WS-Indice-Cbr)
                   END-IF
               END-PERFORM
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Enmascarado de campos sensibles del reporte impreso.
           COPY UTILMASC.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ListaLlamadasCobranza.
