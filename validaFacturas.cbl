      *> anterior no negativo y Fac-Cliente-ID presente en
      *> clientes.dat- para que un error de captura se detenga aqui
      *> con su motivo, en vez de navegar directo a estado_cuenta.dat.
      *> Ademas del limite de credito de cada cliente se aplica el
      *> limite del grupo al que pertenece (grupos_clientes.dat): la
      *> suma de saldos de todos los miembros mas lo aceptado en la
      *> corrida para cualquiera de ellos.
      *> Los registros limpios pasan a facturas_validas.dat, que es la
      *> entrada real de FacturacionLotes; los malos se van a
      *> facturas_rechazadas.log, el mismo patron de suspenso que
               RECORD KEY IS Cnc-Codigo
               FILE STATUS IS WS-Estado-Conceptos.

      *> Grupos de clientes, para el limite de credito del grupo;
      *> sin catalogo solo aplica el limite de cada cliente.
               SELECT OPTIONAL ARCHIVO-GRUPOS
               ASSIGN TO "grupos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gpo-Cliente-ID
               ALTERNATE RECORD KEY IS Gpo-Matriz-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Grupos.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoFacturas
           LABEL RECORD IS STANDARD.
           COPY CONCEPTO.

       FD  ARCHIVO-GRUPOS
           LABEL RECORD IS STANDARD.
           COPY GRUPOCLI.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Facturas PIC XX VALUE SPACES.
           88 Facturas-No-Existe VALUE "05" "35".
       01 WS-Saldo-Actual PIC S9(7)V99 VALUE ZEROS.
       01 WS-Saldo-Proyectado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Total-Retenidas PIC 9(6) VALUE ZEROS.
       01 WS-Motivo-Retencion PIC X(20) VALUE SPACES.
       01 WS-Limite-Aplicado PIC 9(9)V99 VALUE ZEROS.

      *> Grupos del lote ya vistos: el saldo de todos sus miembros
      *> se suma una sola vez, al primer detalle de cualquiera de
      *> ellos, y lo aceptado en la corrida se acumula por grupo.
       01 WS-Estado-Grupos PIC XX VALUE SPACES.
           88 Grupos-No-Existe VALUE "05" "35".
       01 WS-Fin-Grupo PIC X VALUE "N".
           88 Fin-Grupo VALUE "S".
       01 WS-Cantidad-Grupos PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Grupos.
           05 WS-Grupo-Con OCCURS 200 TIMES.
               10 WS-Grupo-Matriz     PIC 9(6).
               10 WS-Grupo-Limite     PIC 9(9)V99.
               10 WS-Grupo-Saldo      PIC S9(11)V99.
               10 WS-Grupo-Pendiente  PIC S9(11)V99.
       01 WS-Indice-Gpo PIC 9(3) VALUE ZEROS.
       01 WS-Indice-Grupo PIC 9(3) VALUE ZEROS.
       01 WS-Matriz-En-Proceso PIC 9(6) VALUE ZEROS.

      *> Catalogo de conceptos en memoria; sin catalogo la tabla
      *> queda vacia y la prueba de concepto no aplica.
           05 FILLER PIC X(12) VALUE " PROYECTADO ".
           05 WS-Ret-Proyectado PIC Z(8)9,99.
           05 FILLER PIC X(9) VALUE " LIMITE $".
           05 WS-Ret-Limite PIC Z(8)9,99.

      *> Cliente de la ultima cabecera aceptada: un detalle solo es
      *> valido si viene debajo de una cabecera valida con su mismo
           88 Notas-Autorizadas VALUE "S".
       01 WS-Total-Notas PIC 9(6) VALUE ZEROS.

      *> Rastro de la firma en la bitacora de autorizaciones.
       01 WS-Aut-Programa PIC X(20) VALUE "ValidaFacturas".
       01 WS-Aut-Operacion PIC X(20) VALUE "NOTAS DE CREDITO".
       01 WS-Aut-Operador PIC X(6) VALUE SPACES.
       01 WS-Aut-Referencia PIC X(20) VALUE SPACES.

      *> Cierre contable: la linea fechada en un mes ya cerrado se
      *> rechaza para que contabilidad decida con que fecha entra.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Movimiento PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Cerrado PIC X VALUE "N".
           88 Mes-Cerrado VALUE "S".
       01 WS-Fecha-Abierta PIC 9(8) VALUE ZEROS.
       01 WS-Total-Mes-Cerrado PIC 9(6) VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoFacturas
           IF Facturas-No-Existe
               DISPLAY "No existe el archivo de facturas todavia."
               PERFORM 1100-Carga-Conceptos
               PERFORM 1200-Carga-Bloqueados
               PERFORM 1300-Carga-Monedas
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               OPEN INPUT ARCHIVO-SALDOS
               OPEN INPUT ARCHIVO-GRUPOS
               OPEN OUTPUT ArchivoListadoRet
               MOVE "FACTURACION RETENIDA POR LIMITE DE CREDITO"
                   TO Linea-Listado-Ret
               CLOSE ArchivoFacturasValidas
               CLOSE ArchivoClientes
               CLOSE ARCHIVO-SALDOS
               CLOSE ARCHIVO-GRUPOS
               CLOSE ArchivoListadoRet
               PERFORM 9000-Muestra-Resumen
               MOVE WS-Total-Leidas TO WS-Corrida-Leidos
                   IF Registro-Valido
                       PERFORM 2420-Valida-Concepto
                   END-IF
                   IF Registro-Valido
                       PERFORM 2430-Verifica-Mes-Cerrado
                   END-IF
                   IF Registro-Valido
                       PERFORM 2450-Verifica-Limite
                   END-IF
               END-IF
           END-IF.

      *> La fecha del movimiento (o la de la corrida si la linea no
      *> trae una) no puede caer en un mes contable cerrado.
       2430-Verifica-Mes-Cerrado.
           IF Fac-Fecha-Movimiento IS NUMERIC
              AND Fac-Fecha-Movimiento > ZEROS
               MOVE Fac-Fecha-Movimiento TO WS-Fecha-Movimiento
           ELSE
               MOVE WS-Fecha-Hoy TO WS-Fecha-Movimiento
           END-IF
           CALL "VerificaMesCerrado" USING WS-Fecha-Movimiento
               WS-Mes-Cerrado WS-Fecha-Abierta
           IF Mes-Cerrado
               MOVE "N" TO WS-Registro-Valido
               MOVE "MES CERRADO" TO WS-Motivo-Rechazo
               ADD 1 TO WS-Total-Mes-Cerrado
           END-IF.

      *> Una moneda extranjera que ningun pais del catalogo carga
      *> es un codigo inventado; con la tabla vacia la prueba no
      *> aplica.
      *> cargos del lote ya aceptados para el cliente, mas la linea
      *> en curso, contra su limite. Sin limite capturado (ceros) o
      *> sin renglon en el maestro de saldos, la linea pasa; el que
      *> rebasa se retiene, no se rechaza. La linea que pasa el
      *> limite del cliente se prueba despues contra el de su grupo,
      *> y solo la que pasa los dos se acumula como aceptada.
       2450-Verifica-Limite.
           PERFORM 2460-Ubica-Cliente-Tabla
           MOVE "LIMITE DE CREDITO" TO WS-Motivo-Retencion
           IF WS-Indice-Limite = ZEROS
              OR WS-Cliente-Limite(WS-Indice-Limite) = ZEROS
               CONTINUE
               IF WS-Saldo-Proyectado >
                      WS-Cliente-Limite(WS-Indice-Limite)
                   SET Registro-Retenido TO TRUE
                   MOVE WS-Cliente-Limite(WS-Indice-Limite)
                       TO WS-Limite-Aplicado
               END-IF
           END-IF
           IF NOT Registro-Retenido
               PERFORM 2470-Verifica-Limite-Grupo
           END-IF
           IF NOT Registro-Retenido
               IF WS-Indice-Limite > ZEROS
                   ADD Fac-Importe TO
                       WS-Cliente-Pendiente(WS-Indice-Limite)
               END-IF
               IF WS-Indice-Grupo > ZEROS
                   ADD Fac-Importe TO
                       WS-Grupo-Pendiente(WS-Indice-Grupo)
               END-IF
           END-IF.

      *> Limite del grupo: el saldo de todos los miembros, mas lo
      *> aceptado en la corrida para cualquiera de ellos, mas la
      *> linea en curso. Cliente sin grupo o grupo sin limite pasa.
       2470-Verifica-Limite-Grupo.
           MOVE ZEROS TO WS-Indice-Grupo
           IF NOT Grupos-No-Existe
               MOVE Fac-Cliente-ID TO Gpo-Cliente-ID
               READ ARCHIVO-GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Gpo-Matriz-ID TO WS-Matriz-En-Proceso
                       PERFORM 2480-Ubica-Grupo-Tabla
               END-READ
           END-IF
           IF WS-Indice-Grupo > ZEROS
              AND WS-Grupo-Limite(WS-Indice-Grupo) > ZEROS
               COMPUTE WS-Saldo-Proyectado =
                   WS-Grupo-Saldo(WS-Indice-Grupo)
                   + WS-Grupo-Pendiente(WS-Indice-Grupo)
                   + Fac-Importe
               IF WS-Saldo-Proyectado >
                      WS-Grupo-Limite(WS-Indice-Grupo)
                   SET Registro-Retenido TO TRUE
                   MOVE "LIMITE DE GRUPO" TO WS-Motivo-Retencion
                   MOVE WS-Grupo-Limite(WS-Indice-Grupo)
                       TO WS-Limite-Aplicado
               END-IF
           END-IF.

      *> El grupo visto por primera vez entra a la tabla con el
      *> limite del renglon de la matriz y la suma de los saldos de
      *> sus miembros, recorridos por la llave alterna.
       2480-Ubica-Grupo-Tabla.
           PERFORM VARYING WS-Indice-Gpo FROM 1 BY 1
                   UNTIL WS-Indice-Gpo > WS-Cantidad-Grupos
                      OR WS-Indice-Grupo > ZEROS
               IF WS-Grupo-Matriz(WS-Indice-Gpo) = WS-Matriz-En-Proceso
                   MOVE WS-Indice-Gpo TO WS-Indice-Grupo
               END-IF
           END-PERFORM
           IF WS-Indice-Grupo = ZEROS
              AND WS-Cantidad-Grupos < 200
               ADD 1 TO WS-Cantidad-Grupos
               MOVE WS-Cantidad-Grupos TO WS-Indice-Grupo
               MOVE WS-Matriz-En-Proceso
                   TO WS-Grupo-Matriz(WS-Indice-Grupo)
               MOVE ZEROS TO WS-Grupo-Limite(WS-Indice-Grupo)
               MOVE ZEROS TO WS-Grupo-Saldo(WS-Indice-Grupo)
               MOVE ZEROS TO WS-Grupo-Pendiente(WS-Indice-Grupo)
               MOVE WS-Matriz-En-Proceso TO Gpo-Matriz-ID
               START ARCHIVO-GRUPOS KEY IS EQUAL TO Gpo-Matriz-ID
                   INVALID KEY
                       SET Fin-Grupo TO TRUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Grupo
               END-START
               PERFORM WITH TEST BEFORE UNTIL Fin-Grupo
                   READ ARCHIVO-GRUPOS NEXT RECORD
                       AT END
                           SET Fin-Grupo TO TRUE
                       NOT AT END
                           IF Gpo-Matriz-ID NOT = WS-Matriz-En-Proceso
                               SET Fin-Grupo TO TRUE
                           ELSE
                               PERFORM 2490-Suma-Miembro
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2490-Suma-Miembro.
           IF Gpo-Cliente-ID = Gpo-Matriz-ID
              AND Gpo-Limite-Credito IS NUMERIC
               MOVE Gpo-Limite-Credito
                   TO WS-Grupo-Limite(WS-Indice-Grupo)
           END-IF
           IF NOT Saldos-No-Existe
               MOVE Gpo-Cliente-ID TO Sal-Cliente-ID
               READ ARCHIVO-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD Sal-Saldo TO WS-Grupo-Saldo(WS-Indice-Grupo)
               END-READ
           END-IF.

       2460-Ubica-Cliente-Tabla.
       2600-Retiene-Factura.
           OPEN EXTEND ArchivoRetenidas
           MOVE Registro-Factura TO Ret-Registro
           MOVE WS-Motivo-Retencion TO Ret-Motivo
           MOVE FUNCTION CURRENT-DATE TO Ret-Fecha-Hora
           WRITE Registro-Retenida
           CLOSE ArchivoRetenidas
           MOVE Fac-Cliente-ID TO WS-Ret-Cliente
           MOVE Fac-Importe TO WS-Ret-Importe
           MOVE WS-Saldo-Proyectado TO WS-Ret-Proyectado
           MOVE WS-Limite-Aplicado TO WS-Ret-Limite
           WRITE Linea-Listado-Ret FROM WS-Linea-Retencion
           ADD 1 TO WS-Total-Retenidas.

                   MOVE "N" TO WS-Registro-Valido
                   MOVE "NC SIN CABECERA" TO WS-Motivo-Rechazo
               ELSE
                   PERFORM 2430-Verifica-Mes-Cerrado
               END-IF
               IF Registro-Valido
                   IF NOT Autorizacion-Pedida
                       PERFORM 2510-Pide-Autorizacion
                   END-IF
           IF Notas-Autorizadas
               DISPLAY "Notas de credito autorizadas por "
                   WS-Operador-Capturado "."
               STRING "LOTE " DELIMITED BY SIZE
                   WS-Fecha-Hoy DELIMITED BY SIZE
                   INTO WS-Aut-Referencia
               CALL "RegistraAutorizacion" USING WS-Aut-Programa
                   WS-Aut-Operacion WS-Aut-Operador
                   WS-Operador-Capturado WS-Aut-Referencia
           ELSE
               DISPLAY "Credenciales sin nivel de supervisor: las "
                   "notas de credito del lote se rechazaran."
           IF WS-Total-Notas > ZEROS
               DISPLAY "Notas de credito aceptadas: " WS-Total-Notas
           END-IF.
           IF WS-Total-Mes-Cerrado > ZEROS
               DISPLAY "Rechazadas por mes contable cerrado: "
                   WS-Total-Mes-Cerrado
           END-IF.
           IF WS-Total-Retenidas > ZEROS
               DISPLAY "Lineas retenidas por limite de credito "
                   "(cliente o grupo): "
                   WS-Total-Retenidas
           END-IF.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ValidaFacturas.
