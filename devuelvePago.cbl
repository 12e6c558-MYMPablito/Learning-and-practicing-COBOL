       IDENTIFICATION DIVISION.
       PROGRAM-ID. DevuelvePago.

      *> Devolucion de un pago ya aplicado (cheque sin fondos, cargo
      *> rechazado por el banco): el operador captura el cliente, ve
      *> sus pagos aplicados de la historia y escoge el que el banco
      *> regreso. La devolucion deshace lo que hizo AplicaPagos: el
      *> saldo del cliente vuelve a subir, el convenio recupera el
      *> abono (y la cuota, si el pago la cumplio), el IVA cobrado
      *> regresa a pendiente, y el importe queda como partida abierta
      *> otra vez. Encima se cobra la comision por cheque devuelto
      *> con el concepto y el importe de cheque_devuelto.dat. Todo
      *> queda en pagos_devueltos.dat para la poliza y la cuadratura
      *> del dia, y el cliente que junta dos devoluciones en doce
      *> meses pasa a clientes_sin_cheque.dat: AplicaPagos ya no le
      *> acepta cheques.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoHistoria
               ASSIGN TO "pagos_historia.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Historia.

               SELECT OPTIONAL ArchivoDevueltos
               ASSIGN TO "pagos_devueltos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Devueltos.

               SELECT ARCHIVO-SALDOS
               ASSIGN TO "saldos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Sal-Cliente-ID
               FILE STATUS IS WS-Estado-Saldos.

               SELECT OPTIONAL ARCHIVO-CONVENIOS
               ASSIGN TO "convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cvn-Cliente-ID
               FILE STATUS IS WS-Estado-Convenios.

               SELECT OPTIONAL ARCHIVO-IVA-PENDIENTE
               ASSIGN TO "iva_pendiente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Ivp-Cliente-ID
               FILE STATUS IS WS-Estado-IVA-Pendiente.

               SELECT OPTIONAL ArchivoMovIVA
               ASSIGN TO "iva_movimientos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Mov-IVA.

               SELECT OPTIONAL ARCHIVO-VETOS
               ASSIGN TO "clientes_sin_cheque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Vch-Cliente-ID
               FILE STATUS IS WS-Estado-Vetos.

      *> Comision por cheque devuelto editable: un renglon con el
      *> concepto del catalogo de cargos y el importe. Se edita el
      *> archivo cuando cambia la comision, no el programa.
               SELECT OPTIONAL ArchivoParametro
               ASSIGN TO "cheque_devuelto.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Parametro.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoHistoria
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ArchivoDevueltos
           LABEL RECORD IS STANDARD.
           COPY DEVPAGO.

       FD  ARCHIVO-SALDOS
           LABEL RECORD IS STANDARD.
           COPY SALDO.

       FD  ARCHIVO-CONVENIOS
           LABEL RECORD IS STANDARD.
           COPY CONVENIO.

       FD  ARCHIVO-IVA-PENDIENTE
           LABEL RECORD IS STANDARD.
           COPY IVAPEND.

       FD  ArchivoMovIVA
           LABEL RECORD IS STANDARD.
           COPY IVAMOV.

       FD  ARCHIVO-VETOS
           LABEL RECORD IS STANDARD.
           COPY RESTCHQ.

       FD  ArchivoParametro
           LABEL RECORD IS STANDARD.
       01  Registro-Parametro-Cheque.
           05 Pch-Concepto            PIC X(10).
           05 Pch-Importe             PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Historia PIC XX VALUE SPACES.
           88 Historia-No-Existe VALUE "05" "35".
       01 WS-Estado-Devueltos PIC XX VALUE SPACES.
           88 Devueltos-No-Existe VALUE "05" "35".
       01 WS-Estado-Saldos PIC XX VALUE SPACES.
           88 Saldos-No-Existe VALUE "05" "35".
       01 WS-Estado-Convenios PIC XX VALUE SPACES.
           88 Convenios-No-Existe VALUE "05" "35".
       01 WS-Estado-IVA-Pendiente PIC XX VALUE SPACES.
           88 IVA-Pendiente-No-Existe VALUE "05" "35".
       01 WS-Estado-Mov-IVA PIC XX VALUE SPACES.
       01 WS-Estado-Vetos PIC XX VALUE SPACES.
           88 Vetos-No-Existe VALUE "05" "35".
       01 WS-Estado-Parametro PIC XX VALUE SPACES.
           88 Parametro-No-Existe VALUE "05" "35".

       01 WS-Fin-Historia PIC X VALUE "N".
           88 Fin-Historia VALUE "S".
       01 WS-Fin-Devueltos PIC X VALUE "N".
           88 Fin-Devueltos VALUE "S".

       01 WS-Cliente-ID PIC 9(6) VALUE ZEROS.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Motivo PIC X(30) VALUE SPACES.

      *> Pagos aplicados del cliente que aun se pueden devolver, con
      *> su posicion en la historia para volver a leerlos y
      *> marcarlos.
       01 WS-Cantidad-Pagos PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Pagos.
           05 WS-Pago-Hist OCCURS 30 TIMES.
               10 WS-Phi-Posicion     PIC 9(7).
               10 WS-Phi-Fecha        PIC 9(8).
               10 WS-Phi-Importe      PIC 9(7)V99.
               10 WS-Phi-Metodo       PIC X(10).
       01 WS-Indice PIC 9(2) VALUE ZEROS.
       01 WS-Pago-Elegido PIC 9(2) VALUE ZEROS.
       01 WS-Posicion PIC 9(7) VALUE ZEROS.
       01 WS-Posicion-Buscada PIC 9(7) VALUE ZEROS.

      *> Comision por cheque devuelto; sin parametro no se cobra y se
      *> avisa.
       01 WS-Concepto-Comision PIC X(10) VALUE "CHEQUEDEV".
       01 WS-Comision PIC 9(7)V99 VALUE ZEROS.

       01 WS-Saldo-Antes PIC S9(7)V99 VALUE ZEROS.
       01 WS-Fecha-Saldo-Antes PIC 9(8) VALUE ZEROS.
       01 WS-Devoluciones-12-Meses PIC 9(2) VALUE ZEROS.
       01 WS-Dias-Transcurridos PIC S9(7) VALUE ZEROS.
       01 WS-Cliente-Vetado PIC X VALUE "N".
           88 Cliente-Vetado VALUE "S".

      *> Partida abierta del importe devuelto y de la comision, por
      *> PartidasAbiertas.
       01 WS-Pta-Funcion PIC X VALUE SPACE.
       01 WS-Pta-Destino PIC 9(6) VALUE ZEROS.
       01 WS-Pta-Fecha PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Concepto PIC X(10) VALUE SPACES.
       01 WS-Pta-Periodo PIC X(6) VALUE SPACES.
       01 WS-Pta-Importe PIC 9(7)V99 VALUE ZEROS.
       01 WS-Pta-Vencimiento PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Aplicado PIC 9(7)V99 VALUE ZEROS.

      *> Antes y despues para el rastro de auditoria comun.
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.
           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy.
           DISPLAY "== Devolucion de pago aplicado ==".
           DISPLAY "Numero de cliente: ".
           ACCEPT WS-Cliente-ID.

           PERFORM 1000-Carga-Pagos-Cliente.
           IF WS-Cantidad-Pagos = ZEROS
               DISPLAY "El cliente no tiene pagos aplicados que "
                   "devolver en la historia."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Pagos
               DISPLAY WS-Indice ") " WS-Phi-Fecha(WS-Indice) " "
                   WS-Phi-Importe(WS-Indice) " "
                   WS-Phi-Metodo(WS-Indice)
           END-PERFORM.
           DISPLAY "Pago que el banco devolvio (numero): ".
           ACCEPT WS-Pago-Elegido.
           IF WS-Pago-Elegido = ZEROS
              OR WS-Pago-Elegido > WS-Cantidad-Pagos
               DISPLAY "Ese numero no esta en la lista."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Motivo (Enter = FONDOS INSUFICIENTES): ".
           ACCEPT WS-Motivo.
           IF WS-Motivo = SPACES
               MOVE "FONDOS INSUFICIENTES" TO WS-Motivo
           END-IF.

           OPEN I-O ARCHIVO-SALDOS.
           IF Saldos-No-Existe
               DISPLAY "No existe el maestro de saldos."
               CLOSE ARCHIVO-SALDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Cliente-ID TO Sal-Cliente-ID.
           READ ARCHIVO-SALDOS
               INVALID KEY
                   DISPLAY "El cliente no esta en el maestro de "
                       "saldos."
                   CLOSE ARCHIVO-SALDOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.

           PERFORM 1100-Lee-Comision.
           DISPLAY "Se devuelve el pago de " WS-Phi-Importe
               (WS-Pago-Elegido) " del " WS-Phi-Fecha(WS-Pago-Elegido)
               " mas comision de " WS-Comision ". Confirma? (S/N): ".
           PERFORM ConfirmaSN.
           IF NOT Respuesta-Afirmativa
               DISPLAY "No se devolvio nada."
               CLOSE ARCHIVO-SALDOS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2000-Marca-Historia.
           PERFORM 2100-Revierte-Saldo.
           PERFORM 2200-Revierte-Convenio.
           PERFORM 2300-Revierte-IVA.
           PERFORM 2400-Reabre-Partidas.
           PERFORM 2500-Registra-Devolucion.
           PERFORM 3000-Revisa-Veto.
           PERFORM 2600-Registra-Cambio.
           PERFORM 9000-Muestra-Resumen.
           CLOSE ArchivoHistoria.
           CLOSE ARCHIVO-SALDOS.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Los pagos aplicados del cliente que no se han devuelto, con
      *> su posicion en la historia; los 30 mas recientes bastan.
       1000-Carga-Pagos-Cliente.
           OPEN INPUT ArchivoHistoria.
           IF Historia-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Historia
                   READ ArchivoHistoria
                       AT END
                           SET Fin-Historia TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Posicion
                           IF Phi-Cliente-ID = WS-Cliente-ID
                              AND Phi-Aplicado
                               PERFORM 1010-Guarda-Pago
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoHistoria.

      *> Con la tabla llena se recorre un lugar y el mas viejo sale.
       1010-Guarda-Pago.
           IF WS-Cantidad-Pagos = 30
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice >= 30
                   MOVE WS-Pago-Hist(WS-Indice + 1)
                       TO WS-Pago-Hist(WS-Indice)
               END-PERFORM
           ELSE
               ADD 1 TO WS-Cantidad-Pagos
           END-IF.
           MOVE WS-Posicion TO WS-Phi-Posicion(WS-Cantidad-Pagos).
           MOVE Phi-Fecha TO WS-Phi-Fecha(WS-Cantidad-Pagos).
           MOVE Phi-Importe TO WS-Phi-Importe(WS-Cantidad-Pagos).
           MOVE Phi-Metodo TO WS-Phi-Metodo(WS-Cantidad-Pagos).

       1100-Lee-Comision.
           OPEN INPUT ArchivoParametro.
           IF Parametro-No-Existe
               DISPLAY "Aviso: no existe cheque_devuelto.dat; la "
                   "devolucion no cobra comision."
           ELSE
               READ ArchivoParametro
                   AT END
                       DISPLAY "Aviso: cheque_devuelto.dat esta "
                           "vacio; la devolucion no cobra comision."
                   NOT AT END
                       IF Pch-Concepto NOT = SPACES
                           MOVE Pch-Concepto TO WS-Concepto-Comision
                       END-IF
                       IF Pch-Importe IS NUMERIC
                           MOVE Pch-Importe TO WS-Comision
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoParametro.

      *> Vuelve a leer la historia hasta el pago escogido y lo marca
      *> devuelto con la fecha de hoy. La historia queda abierta con
      *> el renglon del pago a la mano para el resto de la
      *> devolucion.
       2000-Marca-Historia.
           MOVE WS-Phi-Posicion(WS-Pago-Elegido)
               TO WS-Posicion-Buscada.
           MOVE ZEROS TO WS-Posicion.
           MOVE "N" TO WS-Fin-Historia.
           OPEN I-O ArchivoHistoria.
           PERFORM WITH TEST BEFORE
                   UNTIL Fin-Historia
                      OR WS-Posicion = WS-Posicion-Buscada
               READ ArchivoHistoria
                   AT END
                       SET Fin-Historia TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Posicion
               END-READ
           END-PERFORM.
           SET Phi-Devuelto TO TRUE.
           MOVE WS-Fecha-Hoy TO Phi-Fecha-Devolucion.
           REWRITE Registro-Historia-Pago.

      *> El saldo sube por el pago devuelto y por la comision.
       2100-Revierte-Saldo.
           MOVE Sal-Saldo TO WS-Saldo-Antes.
           MOVE Sal-Fecha-Ult-Mov TO WS-Fecha-Saldo-Antes.
           ADD Phi-Importe TO Sal-Saldo.
           ADD WS-Comision TO Sal-Saldo.
           MOVE WS-Fecha-Hoy TO Sal-Fecha-Ult-Mov.
           REWRITE Registro-Saldo.

      *> El convenio recupera el abono al saldo en plan; si el pago
      *> cumplio una cuota, la cuota se descuenta y la proxima fecha
      *> regresa un intervalo; si lo dejo cumplido, vuelve a activo.
       2200-Revierte-Convenio.
           IF Phi-Sin-Convenio
               CONTINUE
           ELSE
               OPEN I-O ARCHIVO-CONVENIOS
               IF Convenios-No-Existe
                   CONTINUE
               ELSE
                   MOVE WS-Cliente-ID TO Cvn-Cliente-ID
                   READ ARCHIVO-CONVENIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2210-Aplica-Reverso-Convenio
                   END-READ
               END-IF
               CLOSE ARCHIVO-CONVENIOS
           END-IF.

       2210-Aplica-Reverso-Convenio.
           ADD Phi-Importe TO Cvn-Saldo-Plan.
           IF Phi-Cuota-Convenio AND Cvn-Cuotas-Cumplidas > ZEROS
               SUBTRACT 1 FROM Cvn-Cuotas-Cumplidas
               COMPUTE Cvn-Proxima-Fecha =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(Cvn-Proxima-Fecha)
                    - Cvn-Dias-Entre-Cuotas)
           END-IF.
           IF Phi-Cerro-Convenio = "S" AND Cvn-Cumplido
               MOVE "A" TO Cvn-Estado
           END-IF.
           REWRITE Registro-Convenio.

      *> El IVA que el pago cobro regresa a pendiente, y el libro de
      *> IVA lleva el cobro en negativo para el reporte del mes.
       2300-Revierte-IVA.
           IF Phi-IVA-Cobrado = ZEROS
               CONTINUE
           ELSE
               OPEN I-O ARCHIVO-IVA-PENDIENTE
               IF IVA-Pendiente-No-Existe
                   CONTINUE
               ELSE
                   MOVE WS-Cliente-ID TO Ivp-Cliente-ID
                   READ ARCHIVO-IVA-PENDIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD Phi-IVA-Cobrado TO Ivp-Pendiente
                           REWRITE Registro-IVA-Pendiente
                           OPEN EXTEND ArchivoMovIVA
                           MOVE WS-Fecha-Hoy TO Ivm-Fecha
                           MOVE Ivp-Empresa TO Ivm-Empresa
                           MOVE "C" TO Ivm-Origen
                           MOVE WS-Cliente-ID TO Ivm-Cliente-ID
                           MOVE "G" TO Ivm-Tipo-IVA
                           MOVE ZEROS TO Ivm-Tasa-IVA
                           MOVE ZEROS TO Ivm-Base
                           COMPUTE Ivm-Impuesto = 0 - Phi-IVA-Cobrado
                           WRITE Registro-Movimiento-IVA
                           CLOSE ArchivoMovIVA
                   END-READ
               END-IF
               CLOSE ARCHIVO-IVA-PENDIENTE
           END-IF.

      *> El importe devuelto y la comision quedan como partidas
      *> abiertas con vencimiento inmediato. Un cliente que aun no
      *> tenia partidas abre primero su saldo inicial, como en la
      *> facturacion.
       2400-Reabre-Partidas.
           MOVE SPACES TO WS-Pta-Periodo.
           IF WS-Saldo-Antes > ZEROS
               MOVE "I" TO WS-Pta-Funcion
               MOVE WS-Fecha-Saldo-Antes TO WS-Pta-Fecha
               MOVE WS-Fecha-Saldo-Antes TO WS-Pta-Vencimiento
               MOVE "SALDOINI" TO WS-Pta-Concepto
               MOVE WS-Saldo-Antes TO WS-Pta-Importe
               PERFORM 2410-Llama-Partidas
           END-IF.
           MOVE "C" TO WS-Pta-Funcion.
           MOVE WS-Fecha-Hoy TO WS-Pta-Fecha.
           MOVE WS-Fecha-Hoy TO WS-Pta-Vencimiento.
           MOVE "PAGODEVUEL" TO WS-Pta-Concepto.
           MOVE Phi-Importe TO WS-Pta-Importe.
           PERFORM 2410-Llama-Partidas.
           IF WS-Comision > ZEROS
               MOVE WS-Concepto-Comision TO WS-Pta-Concepto
               MOVE WS-Comision TO WS-Pta-Importe
               PERFORM 2410-Llama-Partidas
           END-IF.

       2410-Llama-Partidas.
           CALL "PartidasAbiertas" USING WS-Pta-Funcion
               WS-Cliente-ID WS-Pta-Destino WS-Pta-Fecha
               WS-Pta-Concepto WS-Pta-Periodo WS-Pta-Importe
               WS-Pta-Vencimiento WS-Pta-Aplicado.

       2500-Registra-Devolucion.
           OPEN EXTEND ArchivoDevueltos.
           MOVE WS-Fecha-Hoy TO Dev-Fecha.
           MOVE WS-Cliente-ID TO Dev-Cliente-ID.
           MOVE Phi-Fecha TO Dev-Fecha-Pago.
           MOVE Phi-Importe TO Dev-Importe.
           MOVE Phi-Metodo TO Dev-Metodo.
           MOVE Phi-IVA-Cobrado TO Dev-IVA-Revertido.
           MOVE WS-Concepto-Comision TO Dev-Concepto-Comision.
           MOVE WS-Comision TO Dev-Comision.
           MOVE WS-Motivo TO Dev-Motivo.
           WRITE Registro-Pago-Devuelto.
           CLOSE ArchivoDevueltos.

       2600-Registra-Cambio.
           MOVE "PAGO DEVUELTO" TO WS-Cambio-Campo.
           MOVE SPACES TO WS-Cambio-Anterior.
           STRING WS-Cliente-ID " " Phi-Fecha " " Phi-Metodo
               DELIMITED BY SIZE INTO WS-Cambio-Anterior
           END-STRING.
           MOVE WS-Motivo TO WS-Cambio-Nuevo.
           CALL "RegistraCambio" USING WS-Cambio-Campo
               WS-Cambio-Anterior WS-Cambio-Nuevo.

      *> Dos devoluciones del cliente en los ultimos doce meses
      *> (contando la de hoy) lo vetan para pagar con cheque.
       3000-Revisa-Veto.
           MOVE ZEROS TO WS-Devoluciones-12-Meses.
           OPEN INPUT ArchivoDevueltos.
           IF Devueltos-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Devueltos
                   READ ArchivoDevueltos
                       AT END
                           SET Fin-Devueltos TO TRUE
                       NOT AT END
                           IF Dev-Cliente-ID = WS-Cliente-ID
                               COMPUTE WS-Dias-Transcurridos =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-Fecha-Hoy)
                                   - FUNCTION INTEGER-OF-DATE
                                       (Dev-Fecha)
                               IF WS-Dias-Transcurridos <= 365
                                   ADD 1 TO WS-Devoluciones-12-Meses
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoDevueltos.
           IF WS-Devoluciones-12-Meses >= 2
               PERFORM 3100-Veta-Cliente
           END-IF.

       3100-Veta-Cliente.
           OPEN I-O ARCHIVO-VETOS.
           IF Vetos-No-Existe
               OPEN OUTPUT ARCHIVO-VETOS
               CLOSE ARCHIVO-VETOS
               OPEN I-O ARCHIVO-VETOS
           END-IF.
           MOVE WS-Cliente-ID TO Vch-Cliente-ID.
           READ ARCHIVO-VETOS
               INVALID KEY
                   MOVE WS-Fecha-Hoy TO Vch-Fecha-Veto
                   MOVE WS-Devoluciones-12-Meses TO Vch-Devoluciones
                   WRITE Registro-Veto-Cheque
               NOT INVALID KEY
                   MOVE WS-Devoluciones-12-Meses TO Vch-Devoluciones
                   REWRITE Registro-Veto-Cheque
           END-READ.
           CLOSE ARCHIVO-VETOS.
           SET Cliente-Vetado TO TRUE.

       9000-Muestra-Resumen.
           DISPLAY "Pago devuelto: " Phi-Importe " del " Phi-Fecha
               " (" Phi-Metodo ")".
           DISPLAY "Comision " WS-Concepto-Comision ": " WS-Comision.
           DISPLAY "Saldo del cliente: " Sal-Saldo.
           IF Phi-IVA-Cobrado > ZEROS
               DISPLAY "IVA regresado a pendiente: " Phi-IVA-Cobrado
           END-IF.
           IF Cliente-Vetado
               DISPLAY "El cliente lleva " WS-Devoluciones-12-Meses
                   " devoluciones en doce meses: ya no se le aceptan "
                   "cheques."
           END-IF.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.

       END PROGRAM DevuelvePago.
