      *> para revision de caja, en vez de aplicarse a ciegas. Con esta
      *> corrida los saldos del sistema por fin bajan cuando el
      *> cliente paga, no solo suben cuando se factura.
      *> Cada pago aplicado queda ademas en la historia
      *> pagos_historia.dat, de donde la devolucion de pagos lo toma
      *> si el banco lo regresa; el cliente vetado por cheques
      *> devueltos ya no paga con cheque. Antes de aplicar, cada
      *> pago se compara contra los del mismo lote y los aplicados
      *> en los ultimos 30 dias de la historia: mismo cliente, mismo
      *> importe, mismo metodo y fecha igual o contigua es un
      *> probable duplicado (la doble captura en caja, o la
      *> transferencia que ademas se tecleo en ventanilla) y se va a
      *> suspenso con su propio motivo en vez de aplicarse.
      *> El pago de grupo (concepto GRUPO, citando a la matriz o a
      *> cualquier miembro) se reparte entre los saldos deudores de
      *> los miembros del grupo de grupos_clientes.dat, y cada parte
      *> se aplica como el pago de ese miembro.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Aplicados.

      *> Historia acumulada de pagos aplicados, para la devolucion
      *> de un pago dias despues y para reconocer un duplicado de
      *> un pago ya aplicado.
               SELECT OPTIONAL ArchivoHistoria
               ASSIGN TO "pagos_historia.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Historia.

      *> Clientes vetados para pagar con cheque, y las devoluciones
      *> del dia para el reporte de tesoreria por metodo.
               SELECT OPTIONAL ARCHIVO-VETOS
               ASSIGN TO "clientes_sin_cheque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Vch-Cliente-ID
               FILE STATUS IS WS-Estado-Vetos.

               SELECT OPTIONAL ArchivoDevueltos
               ASSIGN TO "pagos_devueltos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Devueltos.

      *> IVA trasladado pendiente de cobro por cliente, que deja
      *> FacturacionLotes; cada pago cobra su parte proporcional.
               SELECT OPTIONAL ARCHIVO-IVA-PENDIENTE
               ASSIGN TO "iva_pendiente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Ivp-Cliente-ID
               FILE STATUS IS WS-Estado-IVA-Pendiente.

      *> Libro de IVA, donde queda el IVA cobrado de cada pago para
      *> el reporte mensual de IVA.
               SELECT OPTIONAL ArchivoMovIVA
               ASSIGN TO "iva_movimientos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Mov-IVA.

      *> Grupos de clientes, para repartir el pago de grupo entre
      *> los miembros.
               SELECT OPTIONAL ARCHIVO-GRUPOS
               ASSIGN TO "grupos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gpo-Cliente-ID
               ALTERNATE RECORD KEY IS Gpo-Matriz-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Grupos.

      *> Punto de reanudacion: el checkpoint de un solo registro y el
      *> avance pago por pago desde el ultimo checkpoint (ver
      *> CHKPAGO.cpy y AVAPAGO.cpy).
               SELECT OPTIONAL ArchivoCheckpoint
               ASSIGN TO "pagos_checkpoint.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Checkpoint.

               SELECT OPTIONAL ArchivoAvance
               ASSIGN TO "pagos_avance.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Avance.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPagos
           LABEL RECORD IS STANDARD.
           COPY PAGAPL.

       FD  ArchivoHistoria
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ARCHIVO-VETOS
           LABEL RECORD IS STANDARD.
           COPY RESTCHQ.

       FD  ArchivoDevueltos
           LABEL RECORD IS STANDARD.
           COPY DEVPAGO.

       FD  ARCHIVO-IVA-PENDIENTE
           LABEL RECORD IS STANDARD.
           COPY IVAPEND.

       FD  ArchivoMovIVA
           LABEL RECORD IS STANDARD.
           COPY IVAMOV.

       FD  ARCHIVO-GRUPOS
           LABEL RECORD IS STANDARD.
           COPY GRUPOCLI.

       FD  ArchivoCheckpoint
           LABEL RECORD IS STANDARD.
           COPY CHKPAGO.

       FD  ArchivoAvance
           LABEL RECORD IS STANDARD.
       01  Linea-Avance PIC X(149).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Pagos PIC XX VALUE SPACES.
           88 Pagos-No-Existe VALUE "05" "35".
           88 Cuentas-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Historia PIC XX VALUE SPACES.
           88 Historia-No-Existe VALUE "05" "35".
       01 WS-Fin-Historia PIC X VALUE "N".
           88 Fin-Historia VALUE "S".
       01 WS-Estado-Vetos PIC XX VALUE SPACES.
           88 Vetos-No-Existe VALUE "05" "35".
       01 WS-Estado-Devueltos PIC XX VALUE SPACES.
           88 Devueltos-No-Existe VALUE "05" "35".
       01 WS-Fin-Devueltos PIC X VALUE "N".
           88 Fin-Devueltos VALUE "S".
       01 WS-Fin-Cuentas PIC X VALUE "N".
           88 Fin-Cuentas VALUE "S".
       01 WS-Fin-Clientes PIC X VALUE "N".
       01 WS-Metodo-Valido PIC X VALUE "N".
           88 Metodo-Valido VALUE "S".

      *> Pagos con cheque: metodo de clase "C" en el catalogo, o el
      *> texto CHEQUE cuando no hay catalogo. Un cliente vetado por
      *> cheques devueltos no los puede usar.
       01 WS-Pago-Con-Cheque PIC X VALUE "N".
           88 Pago-Con-Cheque VALUE "S".
       01 WS-Cliente-Sin-Cheques PIC X VALUE "N".
           88 Cliente-Sin-Cheques VALUE "S".
       01 WS-Total-Cheques-Vetados PIC 9(6) VALUE ZEROS.

      *> Pagos contra los que se busca el duplicado: los aplicados
      *> de la historia en los ultimos 30 dias y los del lote ya
      *> leidos. Con la tabla llena los pagos que siguen ya no se
      *> guardan (se avisa una vez) pero se siguen comparando.
       01 WS-Dias-Ventana-Duplicado PIC 9(2) VALUE 30.
       01 WS-Cantidad-Recientes PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Recientes.
           05 WS-Reciente OCCURS 5000 TIMES.
               10 WS-Rec-Cliente-ID   PIC 9(6).
               10 WS-Rec-Fecha        PIC 9(8).
               10 WS-Rec-Importe      PIC 9(7)V99.
               10 WS-Rec-Metodo       PIC X(10).
       01 WS-Indice-Rec PIC 9(4) VALUE ZEROS.
       01 WS-Recientes-Llenos PIC X VALUE "N".
           88 Recientes-Llenos VALUE "S".
       01 WS-Pago-Duplicado PIC X VALUE "N".
           88 Pago-Duplicado VALUE "S".
       01 WS-Dias-Entre-Pagos PIC S9(7) VALUE ZEROS.
       01 WS-Total-Duplicados PIC 9(6) VALUE ZEROS.

      *> Reparto del pago de grupo: los miembros con saldo deudor, en
      *> el orden en que entraron al grupo, y lo que falta repartir.
       01 WS-Estado-Grupos PIC XX VALUE SPACES.
           88 Grupos-No-Existe VALUE "05" "35".
       01 WS-Fin-Grupo PIC X VALUE "N".
           88 Fin-Grupo VALUE "S".
       01 WS-Matriz-Grupo PIC 9(6) VALUE ZEROS.
       01 WS-Cantidad-Miembros PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Miembros.
           05 WS-Miembro OCCURS 200 TIMES.
               10 WS-Mie-Cliente-ID   PIC 9(6).
               10 WS-Mie-Saldo        PIC S9(7)V99.
       01 WS-Indice-Mie PIC 9(3) VALUE ZEROS.
       01 WS-Saldo-Grupo PIC S9(11)V99 VALUE ZEROS.
       01 WS-Pagador-Grupo PIC 9(6) VALUE ZEROS.
       01 WS-Importe-Grupo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Restante-Grupo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Porcion-Miembro PIC 9(7)V99 VALUE ZEROS.
       01 WS-Miembro-Bloqueado PIC X VALUE "N".
           88 Miembro-Bloqueado VALUE "S".
       01 WS-Total-Pagos-Grupo PIC 9(6) VALUE ZEROS.

      *> Lo que el pago hizo con el convenio, para la historia.
       01 WS-Efecto-Convenio PIC X VALUE "N".
       01 WS-Cerro-Convenio PIC X VALUE "N".

      *> Devoluciones del dia por metodo, para tesoreria.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Cantidad-Dev-Met PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Dev-Met.
           05 WS-Dev-Met OCCURS 30 TIMES.
               10 WS-Dvm-Codigo       PIC X(10).
               10 WS-Dvm-Cantidad     PIC 9(6).
               10 WS-Dvm-Importe      PIC 9(11)V99.
       01 WS-Indice-Dvm PIC 9(2) VALUE ZEROS.
       01 WS-Dev-Met-Hallado PIC X VALUE "N".
           88 Dev-Met-Hallado VALUE "S".

       01 WS-Linea-Met-Detalle.
           05 WS-LMet-Codigo PIC X(10).
           05 FILLER PIC X VALUE SPACE.

       01 WS-Motivo-Suspenso PIC X(20) VALUE SPACES.

      *> Cierre contable: el pago fechado en un mes ya cerrado se
      *> aplica con la primera fecha del mes abierto siguiente y
      *> queda en la bitacora de fechas reasignadas para el contador.
       01 WS-Mes-Cerrado PIC X VALUE "N".
           88 Mes-Cerrado VALUE "S".
       01 WS-Fecha-Abierta PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Original PIC 9(8) VALUE ZEROS.
       01 WS-Fre-Movimiento PIC X(10) VALUE "PAGO".
       01 WS-Fre-Referencia PIC X(12) VALUE SPACES.
       01 WS-Fre-Importe PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Reasignados PIC 9(6) VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas. Los contadores se
      *> pasan por los campos puente de 9(7), el largo que
       01 WS-Total-Recuperaciones PIC 9(6) VALUE ZEROS.
       01 WS-Importe-Recuperado PIC 9(9)V99 VALUE ZEROS.

      *> IVA cobrado: la parte del pago proporcional al IVA pendiente
      *> del cliente contra su saldo antes del pago, con el redondeo
      *> unico del taller y nunca mas de lo pendiente.
       01 WS-Estado-IVA-Pendiente PIC XX VALUE SPACES.
           88 IVA-Pendiente-No-Existe VALUE "05" "35".
       01 WS-Estado-Mov-IVA PIC XX VALUE SPACES.
       01 WS-Hay-IVA-Pendiente PIC X VALUE "N".
           88 Hay-IVA-Pendiente VALUE "S".
       01 WS-Saldo-Antes-Pago PIC S9(9)V99 VALUE ZEROS.
       01 WS-IVA-Cobrado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Total-IVA-Cobrado PIC 9(11)V99 VALUE ZEROS.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.

      *> Aplicacion del pago a las partidas abiertas del cliente, por
      *> PartidasAbiertas.
       01 WS-Pta-Funcion PIC X VALUE "A".
       01 WS-Pta-Destino PIC 9(6) VALUE ZEROS.
       01 WS-Pta-Vencimiento PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Aplicado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Total-A-Partidas PIC 9(11)V99 VALUE ZEROS.

       01 WS-Linea-Encabezado.
           05 FILLER PIC X(26) VALUE "PAGOS APLICADOS DEL DIA - ".
           05 WS-Enc-Fecha PIC X(8).
           05 FILLER PIC X(11) VALUE " IMPORTE $ ".
           05 WS-Tot-Importe PIC Z(8)9,99.

      *> Reanudacion. Cada pago atendido deja su renglon en el
      *> avance, y cada WS-Intervalo-Checkpoint pagos el checkpoint
      *> junta todo en un registro y vacia el avance. Si la corrida
      *> se cae, la misma corrida del mismo dia de proceso se lanza
      *> otra vez y continua despues del ultimo pago registrado: los
      *> pagos ya atendidos se leen sin aplicarse (solo vuelven a la
      *> tabla de duplicados, como en la corrida original), los
      *> totales se toman del checkpoint y del avance, y el listado y
      *> el extracto de aplicados se siguen escribiendo donde
      *> quedaron. Al terminar bien los dos archivos quedan vacios.
       01 WS-Estado-Checkpoint PIC XX VALUE SPACES.
           88 Checkpoint-No-Existe VALUE "05" "35".
       01 WS-Estado-Avance PIC XX VALUE SPACES.
           88 Avance-No-Existe VALUE "05" "35".
       01 WS-Fin-Avance PIC X VALUE "N".
           88 Fin-Avance VALUE "S".
       01 WS-Intervalo-Checkpoint PIC 9(4) VALUE 100.
       01 WS-Pagos-Sin-Checkpoint PIC 9(4) VALUE ZEROS.
       01 WS-Reanudando PIC X VALUE "N".
           88 Reanudando VALUE "S".
           88 Checkpoint-Otro-Dia VALUE "O".
       01 WS-Rea-Fecha PIC 9(8) VALUE ZEROS.
      *> Frontera del ultimo pago registrado: pagos de pagos.dat ya
      *> atendidos y el cliente del ultimo.
       01 WS-Rea-Posicion PIC 9(7) VALUE ZEROS.
       01 WS-Rea-Cliente PIC 9(6) VALUE ZEROS.
       01 WS-Rea-Saltados PIC 9(7) VALUE ZEROS.
       01 WS-Rea-Ultimo-Cliente PIC 9(6) VALUE ZEROS.
      *> Registros de la historia de pagos antes de la corrida.
       01 WS-Historia-Leida PIC 9(7) VALUE ZEROS.
       01 WS-Historia-Inicial PIC 9(7) VALUE ZEROS.
      *> Metodo que movio el pago en curso, para el avance.
       01 WS-Indice-Met-Avance PIC 9(2) VALUE ZEROS.
           COPY AVAPAGO.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 0500-Lee-Reanudacion
           OPEN INPUT ArchivoPagos
           IF Pagos-No-Existe
               DISPLAY "No existe el archivo de pagos todavia."
               ELSE
                   OPEN I-O ARCHIVO-CONVENIOS
                   OPEN I-O ARCHIVO-CASTIGOS
                   PERFORM 0300-Abre-IVA
                   OPEN INPUT ARCHIVO-VETOS
                   OPEN INPUT ARCHIVO-GRUPOS
                   PERFORM 0400-Carga-Pagos-Recientes
                   OPEN EXTEND ArchivoHistoria
                   PERFORM 0100-Carga-Metodos
                   PERFORM 0200-Carga-Bloqueados
                   IF Reanudando
                       PERFORM 0520-Restaura-Reanudacion
                       PERFORM 0540-Salta-Pagos-Atendidos
                       OPEN EXTEND ArchivoAplicados
                       OPEN EXTEND ArchivoListado
                   ELSE
                       OPEN OUTPUT ArchivoAplicados
                       OPEN OUTPUT ArchivoListado
                       MOVE Fpw-Fecha-Proceso TO WS-Enc-Fecha
                       WRITE Linea-Listado FROM WS-Linea-Encabezado
                       MOVE ALL "-" TO Linea-Listado
                       WRITE Linea-Listado
                   END-IF
                   PERFORM 2100-Escribe-Checkpoint
                   PERFORM WITH TEST BEFORE UNTIL Fin-Pagos
                       READ ArchivoPagos
                           AT END SET Fin-Pagos TO TRUE
                   CLOSE ARCHIVO-SALDOS
                   CLOSE ARCHIVO-CONVENIOS
                   CLOSE ARCHIVO-CASTIGOS
                   CLOSE ARCHIVO-VETOS
                   CLOSE ARCHIVO-GRUPOS
                   CLOSE ArchivoHistoria
                   IF Hay-IVA-Pendiente
                       CLOSE ARCHIVO-IVA-PENDIENTE
                       CLOSE ArchivoMovIVA
                   END-IF
                   CLOSE ArchivoAplicados
                   CLOSE ArchivoListado
                   PERFORM 9000-Muestra-Resumen
                       WS-Corrida-Programa WS-Corrida-Leidos
                       WS-Corrida-Escritos WS-Corrida-Rechazados
                       WS-Corrida-Estado
                   PERFORM 2200-Limpia-Reanudacion
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           CLOSE ArchivoMetodos.

      *> Los pagos aplicados (no devueltos) de la historia con fecha
      *> dentro de la ventana, antes de abrirla para agregar los de
      *> hoy. Al reanudar se leen solo los registros que la historia
      *> tenia antes de la corrida interrumpida: los que ella agrego
      *> vuelven a la tabla al releer los pagos ya atendidos.
       0400-Carga-Pagos-Recientes.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           MOVE ZEROS TO WS-Historia-Leida
           OPEN INPUT ArchivoHistoria
           IF Historia-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Historia
                          OR (Reanudando
                          AND WS-Historia-Leida = WS-Historia-Inicial)
                   READ ArchivoHistoria
                       AT END
                           SET Fin-Historia TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Historia-Leida
                           IF Phi-Aplicado
                              AND Phi-Fecha IS NUMERIC
                              AND Phi-Fecha > 19000000
                              AND FUNCTION INTEGER-OF-DATE
                                  (WS-Fecha-Hoy)
                                  - FUNCTION INTEGER-OF-DATE
                                  (Phi-Fecha)
                                  <= WS-Dias-Ventana-Duplicado
                               MOVE Phi-Cliente-ID TO Pag-Cliente-ID
                               MOVE Phi-Fecha TO Pag-Fecha
                               MOVE Phi-Importe TO Pag-Importe
                               MOVE Phi-Metodo TO Pag-Metodo
                               PERFORM 1059-Guarda-Reciente
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoHistoria
           IF NOT Reanudando
               MOVE WS-Historia-Leida TO WS-Historia-Inicial
           END-IF.

      *> Carga los titulares de cuentas bloqueadas y los casa por
      *> nombre completo contra clientes.dat, igual que el cruce de
      *> cuentas liga por titular; los numeros resultantes quedan
      *> saldo; cualquier otro caso se va a suspenso con su motivo.
       1000-Aplica-Pago.
           ADD 1 TO WS-Total-Pagos
           MOVE ZEROS TO WS-Indice-Met-Avance
           PERFORM 1050-Valida-Metodo
           PERFORM 1055-Verifica-Bloqueo
           PERFORM 1057-Verifica-Veto-Cheque
           PERFORM 1058-Verifica-Duplicado
           EVALUATE TRUE
               WHEN NOT Metodo-Valido
                   MOVE "METODO DESCONOCIDO" TO WS-Motivo-Suspenso
                   MOVE "CUENTA BLOQUEADA" TO WS-Motivo-Suspenso
                   PERFORM 1200-Manda-A-Suspenso
                   ADD 1 TO WS-Total-Bloqueados
               WHEN Pago-Duplicado
                   MOVE "PAGO DUPLICADO" TO WS-Motivo-Suspenso
                   PERFORM 1200-Manda-A-Suspenso
                   ADD 1 TO WS-Total-Duplicados
               WHEN Pago-Con-Cheque AND Cliente-Sin-Cheques
                   MOVE "CHEQUE NO ACEPTADO" TO WS-Motivo-Suspenso
                   PERFORM 1200-Manda-A-Suspenso
                   ADD 1 TO WS-Total-Cheques-Vetados
               WHEN Pag-Pago-De-Grupo
                   PERFORM 1070-Verifica-Mes-Cerrado
                   PERFORM 1800-Reparte-Pago-Grupo
               WHEN OTHER
                   PERFORM 1070-Verifica-Mes-Cerrado
                   PERFORM 1060-Aplica-Contra-Saldos
           END-EVALUATE
           PERFORM 2000-Registra-Avance.

      *> El dinero ya se recibio: un pago con fecha de un mes
      *> contable cerrado no se rechaza, se aplica con la primera
      *> fecha del mes abierto. La busqueda de duplicados ya corrio
      *> con la fecha original.
       1070-Verifica-Mes-Cerrado.
           CALL "VerificaMesCerrado" USING Pag-Fecha WS-Mes-Cerrado
               WS-Fecha-Abierta
           IF Mes-Cerrado
               MOVE Pag-Fecha TO WS-Fecha-Original
               MOVE WS-Fecha-Abierta TO Pag-Fecha
               MOVE Pag-Cliente-ID TO WS-Fre-Referencia
               MOVE Pag-Importe TO WS-Fre-Importe
               CALL "RegistraFechaReasignada" USING
                   WS-Corrida-Programa WS-Fre-Movimiento
                   WS-Fre-Referencia WS-Fecha-Original Pag-Fecha
                   WS-Fre-Importe
               ADD 1 TO WS-Total-Reasignados
           END-IF.

       1055-Verifica-Bloqueo.
           MOVE "N" TO WS-Cliente-Bloqueado

       1050-Valida-Metodo.
           SET Metodo-Valido TO TRUE
           MOVE "N" TO WS-Pago-Con-Cheque
           IF WS-Cantidad-Metodos = ZEROS
               IF Pag-Metodo = "CHEQUE"
                   SET Pago-Con-Cheque TO TRUE
               END-IF
           ELSE
               MOVE "N" TO WS-Metodo-Valido
               PERFORM VARYING WS-Indice-Met FROM 1 BY 1
                          OR Metodo-Valido
                   IF WS-Met-Codigo(WS-Indice-Met) = Pag-Metodo
                       SET Metodo-Valido TO TRUE
                       IF WS-Met-Clase(WS-Indice-Met) = "C"
                           SET Pago-Con-Cheque TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Solo importa para pagos con cheque.
       1057-Verifica-Veto-Cheque.
           MOVE "N" TO WS-Cliente-Sin-Cheques
           IF Pago-Con-Cheque AND NOT Vetos-No-Existe
               MOVE Pag-Cliente-ID TO Vch-Cliente-ID
               READ ARCHIVO-VETOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Cliente-Sin-Cheques TO TRUE
               END-READ
           END-IF.

      *> Mismo cliente, importe y metodo, con fecha igual o del dia
      *> anterior o siguiente, contra la historia reciente y el lote.
      *> El pago que no es duplicado se guarda para los que siguen.
       1058-Verifica-Duplicado.
           MOVE "N" TO WS-Pago-Duplicado
           PERFORM VARYING WS-Indice-Rec FROM 1 BY 1
                   UNTIL WS-Indice-Rec > WS-Cantidad-Recientes
                      OR Pago-Duplicado
               IF WS-Rec-Cliente-ID(WS-Indice-Rec) = Pag-Cliente-ID
                  AND WS-Rec-Importe(WS-Indice-Rec) = Pag-Importe
                  AND WS-Rec-Metodo(WS-Indice-Rec) = Pag-Metodo
                   IF WS-Rec-Fecha(WS-Indice-Rec) = Pag-Fecha
                       SET Pago-Duplicado TO TRUE
                   ELSE
                       IF Pag-Fecha IS NUMERIC
                          AND Pag-Fecha > 19000000
                           COMPUTE WS-Dias-Entre-Pagos =
                               FUNCTION INTEGER-OF-DATE(Pag-Fecha)
                               - FUNCTION INTEGER-OF-DATE
                               (WS-Rec-Fecha(WS-Indice-Rec))
                           IF WS-Dias-Entre-Pagos >= -1
                              AND WS-Dias-Entre-Pagos <= 1
                               SET Pago-Duplicado TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT Pago-Duplicado
               PERFORM 1059-Guarda-Reciente
           END-IF.

       1059-Guarda-Reciente.
           IF WS-Cantidad-Recientes < 5000
               ADD 1 TO WS-Cantidad-Recientes
               MOVE Pag-Cliente-ID
                   TO WS-Rec-Cliente-ID(WS-Cantidad-Recientes)
               MOVE Pag-Fecha TO WS-Rec-Fecha(WS-Cantidad-Recientes)
               MOVE Pag-Importe
                   TO WS-Rec-Importe(WS-Cantidad-Recientes)
               MOVE Pag-Metodo
                   TO WS-Rec-Metodo(WS-Cantidad-Recientes)
           ELSE
               IF NOT Recientes-Llenos
                   SET Recientes-Llenos TO TRUE
                   DISPLAY "Aviso: mas de 5000 pagos recientes; los "
                       "que siguen ya no se guardan para buscar "
                       "duplicados."
               END-IF
           END-IF.

       1060-Aplica-Contra-Saldos.
           MOVE "N" TO WS-Cliente-En-Saldos
           MOVE Pag-Cliente-ID TO Sal-Cliente-ID
               END-IF
           END-IF.

      *> El pago de grupo se reparte de miembro en miembro, cubriendo
      *> el saldo de cada uno antes de pasar al siguiente, y cada
      *> parte se aplica como un pago normal del miembro (saldo, IVA,
      *> partidas, convenio e historia). Sin grupo, o con un importe
      *> mayor que la deuda del grupo, se va a suspenso.
       1800-Reparte-Pago-Grupo.
           PERFORM 1810-Carga-Miembros
           EVALUATE TRUE
               WHEN WS-Cantidad-Miembros = ZEROS
                   MOVE "GRUPO SIN SALDO" TO WS-Motivo-Suspenso
                   PERFORM 1200-Manda-A-Suspenso
               WHEN Pag-Importe > WS-Saldo-Grupo
                   MOVE "SOBREPAGO GRUPO" TO WS-Motivo-Suspenso
                   PERFORM 1200-Manda-A-Suspenso
               WHEN OTHER
                   MOVE Pag-Cliente-ID TO WS-Pagador-Grupo
                   MOVE Pag-Importe TO WS-Importe-Grupo
                   MOVE Pag-Importe TO WS-Restante-Grupo
                   MOVE SPACES TO Pag-Aplica-Concepto
                   MOVE SPACES TO Pag-Aplica-Periodo
                   PERFORM VARYING WS-Indice-Mie FROM 1 BY 1
                           UNTIL WS-Indice-Mie > WS-Cantidad-Miembros
                              OR WS-Restante-Grupo = ZEROS
                       PERFORM 1820-Aplica-A-Miembro
                   END-PERFORM
                   MOVE WS-Pagador-Grupo TO Pag-Cliente-ID
                   MOVE WS-Importe-Grupo TO Pag-Importe
                   SET Pag-Pago-De-Grupo TO TRUE
                   ADD 1 TO WS-Total-Pagos-Grupo
           END-EVALUATE.

      *> Miembros del grupo del cliente citado, con su saldo deudor;
      *> los que no deben nada o tienen la cuenta bloqueada no
      *> reciben parte del pago.
       1810-Carga-Miembros.
           MOVE ZEROS TO WS-Cantidad-Miembros
           MOVE ZEROS TO WS-Saldo-Grupo
           MOVE ZEROS TO WS-Matriz-Grupo
           IF NOT Grupos-No-Existe
               MOVE Pag-Cliente-ID TO Gpo-Cliente-ID
               READ ARCHIVO-GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Gpo-Matriz-ID TO WS-Matriz-Grupo
               END-READ
           END-IF
           IF WS-Matriz-Grupo > ZEROS
               MOVE WS-Matriz-Grupo TO Gpo-Matriz-ID
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
                           IF Gpo-Matriz-ID NOT = WS-Matriz-Grupo
                               SET Fin-Grupo TO TRUE
                           ELSE
                               PERFORM 1815-Guarda-Miembro
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       1815-Guarda-Miembro.
           MOVE "N" TO WS-Miembro-Bloqueado
           PERFORM VARYING WS-Indice-Bloq FROM 1 BY 1
                   UNTIL WS-Indice-Bloq > WS-Cantidad-Cli-Bloq
                      OR Miembro-Bloqueado
               IF WS-Cli-Bloq(WS-Indice-Bloq) = Gpo-Cliente-ID
                   SET Miembro-Bloqueado TO TRUE
               END-IF
           END-PERFORM
           IF NOT Miembro-Bloqueado
              AND WS-Cantidad-Miembros < 200
               MOVE Gpo-Cliente-ID TO Sal-Cliente-ID
               READ ARCHIVO-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Sal-Saldo > ZEROS
                           ADD 1 TO WS-Cantidad-Miembros
                           MOVE Sal-Cliente-ID TO
                               WS-Mie-Cliente-ID(WS-Cantidad-Miembros)
                           MOVE Sal-Saldo TO
                               WS-Mie-Saldo(WS-Cantidad-Miembros)
                           ADD Sal-Saldo TO WS-Saldo-Grupo
                       END-IF
               END-READ
           END-IF.

       1820-Aplica-A-Miembro.
           IF WS-Restante-Grupo > WS-Mie-Saldo(WS-Indice-Mie)
               MOVE WS-Mie-Saldo(WS-Indice-Mie) TO WS-Porcion-Miembro
           ELSE
               MOVE WS-Restante-Grupo TO WS-Porcion-Miembro
           END-IF
           MOVE WS-Mie-Cliente-ID(WS-Indice-Mie) TO Pag-Cliente-ID
           MOVE WS-Porcion-Miembro TO Pag-Importe
           MOVE Pag-Cliente-ID TO Sal-Cliente-ID
           READ ARCHIVO-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1100-Reduce-Saldo
                   SUBTRACT WS-Porcion-Miembro FROM WS-Restante-Grupo
           END-READ.

      *> Antes de mandar un pago a suspenso se revisa la cartera
      *> castigada: un cliente castigado que paga es recuperacion,
      *> no un desconocido.
                               TO WS-Det-Saldo
                           WRITE Linea-Listado
                               FROM WS-Linea-Detalle
                           PERFORM 1450-Historia-Recuperacion
                       END-IF
               END-READ
           END-IF.

      *> La recuperacion queda en la historia de pagos, marcada como
      *> tal, para que cobranza cobre su comision sobre ella.
       1450-Historia-Recuperacion.
           MOVE Pag-Fecha TO Phi-Fecha
           MOVE Pag-Cliente-ID TO Phi-Cliente-ID
           MOVE Pag-Importe TO Phi-Importe
           MOVE Pag-Metodo TO Phi-Metodo
           MOVE ZEROS TO Phi-IVA-Cobrado
           MOVE "N" TO Phi-Convenio
           MOVE "N" TO Phi-Cerro-Convenio
           SET Phi-Recuperacion TO TRUE
           MOVE ZEROS TO Phi-Fecha-Devolucion
           WRITE Registro-Historia-Pago.

       1100-Reduce-Saldo.
           MOVE Sal-Saldo TO WS-Saldo-Antes-Pago
           SUBTRACT Pag-Importe FROM Sal-Saldo
           MOVE Pag-Fecha TO Sal-Fecha-Ult-Mov
           REWRITE Registro-Saldo
           MOVE Pag-Fecha TO Pap-Fecha
           MOVE Pag-Cliente-ID TO Pap-Cliente-ID
           MOVE Pag-Importe TO Pap-Importe
           PERFORM 1500-Cobra-IVA
           MOVE WS-IVA-Cobrado TO Pap-IVA-Cobrado
           WRITE Registro-Pago-Aplicado
           PERFORM 1600-Abona-Partidas
           PERFORM 1300-Abona-Convenio
           PERFORM 1700-Escribe-Historia.

      *> El mismo pago en la historia acumulada, con el metodo y lo
      *> que hizo con el convenio, para poder devolverlo despues.
       1700-Escribe-Historia.
           MOVE Pap-Fecha TO Phi-Fecha
           MOVE Pap-Cliente-ID TO Phi-Cliente-ID
           MOVE Pap-Importe TO Phi-Importe
           MOVE Pag-Metodo TO Phi-Metodo
           MOVE Pap-IVA-Cobrado TO Phi-IVA-Cobrado
           MOVE WS-Efecto-Convenio TO Phi-Convenio
           MOVE WS-Cerro-Convenio TO Phi-Cerro-Convenio
           SET Phi-Aplicado TO TRUE
           MOVE ZEROS TO Phi-Fecha-Devolucion
           WRITE Registro-Historia-Pago.

      *> El pago baja las partidas abiertas del cliente: primero el
      *> cargo que el cliente indico, si lo indico, y el resto de la
      *> partida mas vieja a la mas nueva.
       1600-Abona-Partidas.
           MOVE "A" TO WS-Pta-Funcion
           CALL "PartidasAbiertas" USING WS-Pta-Funcion
               Pag-Cliente-ID WS-Pta-Destino Pag-Fecha
               Pag-Aplica-Concepto Pag-Aplica-Periodo Pag-Importe
               WS-Pta-Vencimiento WS-Pta-Aplicado
           ADD WS-Pta-Aplicado TO WS-Total-A-Partidas.

      *> Parte del pago que cobra IVA trasladado: el pendiente del
      *> cliente en proporcion a lo que el pago cubre de su saldo; el
      *> cobro baja el pendiente y queda en el libro de IVA.
       1500-Cobra-IVA.
           MOVE ZEROS TO WS-IVA-Cobrado
           IF Hay-IVA-Pendiente
               MOVE Pag-Cliente-ID TO Ivp-Cliente-ID
               READ ARCHIVO-IVA-PENDIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Ivp-Pendiente > ZEROS
                          AND WS-Saldo-Antes-Pago > ZEROS
                           COMPUTE WS-Monto-Sin-Redondear =
                               Pag-Importe * Ivp-Pendiente
                               / WS-Saldo-Antes-Pago
                           CALL "RedondeaMoneda" USING
                               WS-Monto-Sin-Redondear
                               WS-Modo-Redondeo WS-Monto-Redondeado
                               WS-Residuo-Redondeo
                           IF WS-Monto-Redondeado > Ivp-Pendiente
                               MOVE Ivp-Pendiente
                                   TO WS-Monto-Redondeado
                           END-IF
                           MOVE WS-Monto-Redondeado TO WS-IVA-Cobrado
                           SUBTRACT WS-IVA-Cobrado FROM Ivp-Pendiente
                           REWRITE Registro-IVA-Pendiente
                           ADD WS-IVA-Cobrado TO WS-Total-IVA-Cobrado
                           PERFORM 1510-Asienta-IVA-Cobrado
                       END-IF
               END-READ
           END-IF.

       1510-Asienta-IVA-Cobrado.
           MOVE Pag-Fecha TO Ivm-Fecha
           MOVE Ivp-Empresa TO Ivm-Empresa
           MOVE "C" TO Ivm-Origen
           MOVE Pag-Cliente-ID TO Ivm-Cliente-ID
           MOVE "G" TO Ivm-Tipo-IVA
           MOVE ZEROS TO Ivm-Tasa-IVA
           MOVE ZEROS TO Ivm-Base
           MOVE WS-IVA-Cobrado TO Ivm-Impuesto
           WRITE Registro-Movimiento-IVA.

      *> Sin archivo de IVA pendiente (nunca se ha facturado con IVA)
      *> los pagos no cobran IVA.
       0300-Abre-IVA.
           OPEN I-O ARCHIVO-IVA-PENDIENTE
           IF IVA-Pendiente-No-Existe
               CLOSE ARCHIVO-IVA-PENDIENTE
           ELSE
               SET Hay-IVA-Pendiente TO TRUE
               OPEN EXTEND ArchivoMovIVA
           END-IF.

      *> Total de tesoreria por metodo: con catalogo, el codigo ya
      *> viene validado; sin catalogo se agrupa el texto libre tal
                      OR Metodo-Valido
               IF WS-Met-Codigo(WS-Indice-Met) = Pag-Metodo
                   SET Metodo-Valido TO TRUE
                   MOVE WS-Indice-Met TO WS-Indice-Met-Avance
                   ADD 1 TO WS-Met-Cantidad(WS-Indice-Met)
                   ADD Pag-Importe TO
                       WS-Met-Importe(WS-Indice-Met)
               MOVE 1 TO WS-Met-Cantidad(WS-Cantidad-Metodos)
               MOVE Pag-Importe TO
                   WS-Met-Importe(WS-Cantidad-Metodos)
               MOVE WS-Cantidad-Metodos TO WS-Indice-Met-Avance
           END-IF.

       3500-Reporte-Por-Metodo.
                       FROM WS-Linea-Met-Detalle
               END-IF
           END-PERFORM
           PERFORM 3600-Devueltos-Por-Metodo
           CLOSE ArchivoReporteMetodos.

      *> Los pagos que el banco devolvio hoy, por metodo, para que
      *> tesoreria descuente lo que ya no entro.
       3600-Devueltos-Por-Metodo.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           OPEN INPUT ArchivoDevueltos
           IF Devueltos-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Devueltos
                   READ ArchivoDevueltos
                       AT END
                           SET Fin-Devueltos TO TRUE
                       NOT AT END
                           IF Dev-Fecha = WS-Fecha-Hoy
                               PERFORM 3610-Acumula-Devuelto
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoDevueltos
           IF WS-Cantidad-Dev-Met > ZEROS
               MOVE SPACES TO Linea-Rep-Metodos
               WRITE Linea-Rep-Metodos
               MOVE "PAGOS DEVUELTOS HOY POR METODO"
                   TO Linea-Rep-Metodos
               WRITE Linea-Rep-Metodos
               MOVE ALL "-" TO Linea-Rep-Metodos
               WRITE Linea-Rep-Metodos
               PERFORM VARYING WS-Indice-Dvm FROM 1 BY 1
                       UNTIL WS-Indice-Dvm > WS-Cantidad-Dev-Met
                   MOVE WS-Dvm-Codigo(WS-Indice-Dvm) TO WS-LMet-Codigo
                   MOVE "D" TO WS-LMet-Clase
                   MOVE WS-Dvm-Cantidad(WS-Indice-Dvm)
                       TO WS-LMet-Cantidad
                   MOVE WS-Dvm-Importe(WS-Indice-Dvm)
                       TO WS-LMet-Importe
                   WRITE Linea-Rep-Metodos FROM WS-Linea-Met-Detalle
               END-PERFORM
           END-IF.

       3610-Acumula-Devuelto.
           MOVE "N" TO WS-Dev-Met-Hallado
           PERFORM VARYING WS-Indice-Dvm FROM 1 BY 1
                   UNTIL WS-Indice-Dvm > WS-Cantidad-Dev-Met
                      OR Dev-Met-Hallado
               IF WS-Dvm-Codigo(WS-Indice-Dvm) = Dev-Metodo
                   SET Dev-Met-Hallado TO TRUE
                   ADD 1 TO WS-Dvm-Cantidad(WS-Indice-Dvm)
                   ADD Dev-Importe TO WS-Dvm-Importe(WS-Indice-Dvm)
               END-IF
           END-PERFORM
           IF NOT Dev-Met-Hallado AND WS-Cantidad-Dev-Met < 30
               ADD 1 TO WS-Cantidad-Dev-Met
               MOVE Dev-Metodo TO WS-Dvm-Codigo(WS-Cantidad-Dev-Met)
               MOVE 1 TO WS-Dvm-Cantidad(WS-Cantidad-Dev-Met)
               MOVE Dev-Importe TO WS-Dvm-Importe(WS-Cantidad-Dev-Met)
           END-IF.

      *> Si el cliente tiene convenio activo, el pago aplicado
      *> tambien abona al plan: baja el saldo en plan y, cuando
      *> alcanza la cuota, marca la cuota cumplida y recorre la
      *> proxima fecha. El plan completo queda cumplido.
       1300-Abona-Convenio.
           MOVE "N" TO WS-Efecto-Convenio
           MOVE "N" TO WS-Cerro-Convenio
           IF Convenios-No-Existe
               CONTINUE
           ELSE

       1310-Aplica-Cuota.
           SUBTRACT Pag-Importe FROM Cvn-Saldo-Plan
           MOVE "A" TO WS-Efecto-Convenio
           IF Pag-Importe >= Cvn-Cuota
               MOVE "C" TO WS-Efecto-Convenio
               ADD 1 TO Cvn-Cuotas-Cumplidas
               ADD 1 TO WS-Total-Cuotas-Convenio
               COMPUTE Cvn-Proxima-Fecha =
           IF Cvn-Saldo-Plan NOT > ZEROS
              OR Cvn-Cuotas-Cumplidas >= Cvn-Cuotas-Total
               MOVE "C" TO Cvn-Estado
               MOVE "S" TO WS-Cerro-Convenio
           END-IF
           REWRITE Registro-Convenio.

               DISPLAY "Pagos detenidos por cuenta bloqueada: "
                   WS-Total-Bloqueados
           END-IF.
           IF WS-Total-Cheques-Vetados > ZEROS
               DISPLAY "Cheques de clientes vetados a suspenso: "
                   WS-Total-Cheques-Vetados
           END-IF.
           IF WS-Total-Duplicados > ZEROS
               DISPLAY "Probables duplicados a suspenso: "
                   WS-Total-Duplicados
           END-IF.
           IF WS-Total-Pagos-Grupo > ZEROS
               DISPLAY "Pagos de grupo repartidos entre miembros: "
                   WS-Total-Pagos-Grupo
           END-IF.
           IF WS-Total-Reasignados > ZEROS
               DISPLAY "Pagos de mes cerrado con fecha reasignada: "
                   WS-Total-Reasignados
           END-IF.
           IF WS-Total-A-Partidas > ZEROS
               DISPLAY "Aplicado a partidas abiertas: "
                   WS-Total-A-Partidas
           END-IF.
           IF WS-Total-IVA-Cobrado > ZEROS
               DISPLAY "IVA cobrado con los pagos: "
                   WS-Total-IVA-Cobrado
           END-IF.
           IF WS-Total-Recuperaciones > ZEROS
               DISPLAY "Recuperaciones de cartera castigada: "
                   WS-Total-Recuperaciones " por "
                   WS-Importe-Recuperado
           END-IF.

      *> Un checkpoint con registro es una corrida que no termino. Si
      *> es del mismo dia de proceso se reanuda; si es de otro dia no
      *> se aplica nada hasta terminar aquella, porque sus pagos
      *> quedaron aplicados a medias.
       0500-Lee-Reanudacion.
           MOVE "N" TO WS-Reanudando
           OPEN INPUT ArchivoCheckpoint
           IF Checkpoint-No-Existe
               CONTINUE
           ELSE
               READ ArchivoCheckpoint
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Ckp-Fecha-Proceso TO WS-Rea-Fecha
                       MOVE Ckp-Historia-Inicial
                           TO WS-Historia-Inicial
                       IF Ckp-Fecha-Proceso = Fpw-Fecha-Proceso
                           SET Reanudando TO TRUE
                       ELSE
                           SET Checkpoint-Otro-Dia TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE ArchivoCheckpoint
           IF Checkpoint-Otro-Dia
               DISPLAY "Quedo sin terminar la aplicacion de pagos del "
                   "dia de proceso " WS-Rea-Fecha "; reanudela con "
                   "esa fecha antes de aplicar otro dia."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Totales del checkpoint (ya con el catalogo de metodos
      *> cargado, que la tabla guardada reemplaza) y los renglones
      *> del avance posteriores a el; los que ya estaban en el
      *> checkpoint se ignoran por su posicion.
       0520-Restaura-Reanudacion.
           OPEN INPUT ArchivoCheckpoint
           READ ArchivoCheckpoint
               AT END
                   CONTINUE
               NOT AT END
                   MOVE Ckp-Avance TO Registro-Avance-Pago
                   PERFORM 0530-Restaura-Totales
                   MOVE Ckp-Tabla-Metodos TO WS-Tabla-Metodos
           END-READ
           CLOSE ArchivoCheckpoint
           OPEN INPUT ArchivoAvance
           IF Avance-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Avance
               PERFORM WITH TEST BEFORE UNTIL Fin-Avance
                   READ ArchivoAvance INTO Registro-Avance-Pago
                       AT END
                           SET Fin-Avance TO TRUE
                       NOT AT END
                           IF Avp-Posicion > WS-Rea-Posicion
                               PERFORM 0530-Restaura-Totales
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoAvance.

       0530-Restaura-Totales.
           MOVE Avp-Posicion TO WS-Rea-Posicion
           MOVE Avp-Cliente-ID TO WS-Rea-Cliente
           MOVE Avp-Total-Aplicados TO WS-Total-Aplicados
           MOVE Avp-Total-Suspenso TO WS-Total-Suspenso
           MOVE Avp-Importe-Aplicado TO WS-Importe-Aplicado
           MOVE Avp-Cuotas-Convenio TO WS-Total-Cuotas-Convenio
           MOVE Avp-Recuperaciones TO WS-Total-Recuperaciones
           MOVE Avp-Importe-Recuperado TO WS-Importe-Recuperado
           MOVE Avp-IVA-Cobrado TO WS-Total-IVA-Cobrado
           MOVE Avp-A-Partidas TO WS-Total-A-Partidas
           MOVE Avp-Bloqueados TO WS-Total-Bloqueados
           MOVE Avp-Cheques-Vetados TO WS-Total-Cheques-Vetados
           MOVE Avp-Duplicados TO WS-Total-Duplicados
           MOVE Avp-Pagos-Grupo TO WS-Total-Pagos-Grupo
           MOVE Avp-Reasignados TO WS-Total-Reasignados
           MOVE Avp-Cantidad-Metodos TO WS-Cantidad-Metodos
           IF Avp-Indice-Metodo > ZEROS
               MOVE Avp-Met-Codigo
                   TO WS-Met-Codigo(Avp-Indice-Metodo)
               MOVE Avp-Met-Clase TO WS-Met-Clase(Avp-Indice-Metodo)
               MOVE Avp-Met-Cantidad
                   TO WS-Met-Cantidad(Avp-Indice-Metodo)
               MOVE Avp-Met-Importe
                   TO WS-Met-Importe(Avp-Indice-Metodo)
           END-IF.

      *> Los pagos que la corrida interrumpida ya atendio se leen sin
      *> aplicarse; solo pasan por la busqueda de duplicados para que
      *> la tabla del lote quede como la dejo aquella. El ultimo
      *> leido tiene que ser del cliente registrado; si no, pagos.dat
      *> ya no es el mismo archivo y no se puede reanudar sobre el.
       0540-Salta-Pagos-Atendidos.
           MOVE ZEROS TO WS-Rea-Saltados
           MOVE ZEROS TO WS-Rea-Ultimo-Cliente
           PERFORM WITH TEST BEFORE
                   UNTIL Fin-Pagos
                      OR WS-Rea-Saltados = WS-Rea-Posicion
               READ ArchivoPagos
                   AT END
                       SET Fin-Pagos TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Rea-Saltados
                       MOVE Pag-Cliente-ID TO WS-Rea-Ultimo-Cliente
                       PERFORM 1058-Verifica-Duplicado
               END-READ
           END-PERFORM
           IF WS-Rea-Saltados NOT = WS-Rea-Posicion
              OR WS-Rea-Ultimo-Cliente NOT = WS-Rea-Cliente
               DISPLAY "pagos.dat no coincide con la corrida "
                   "interrumpida (cliente " WS-Rea-Cliente " en el "
                   "pago " WS-Rea-Posicion "); no se reanuda."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Rea-Posicion TO WS-Total-Pagos
           DISPLAY "Se reanuda la aplicacion de pagos del "
               Fpw-Fecha-Proceso " despues del pago "
               WS-Rea-Posicion " (cliente " WS-Rea-Cliente ", "
               WS-Total-Aplicados " ya aplicados).".

      *> Deja en el avance el pago recien atendido. El archivo se
      *> abre y se cierra en cada pago para que lo escrito quede en
      *> disco aunque la corrida se caiga despues.
       2000-Registra-Avance.
           MOVE WS-Total-Pagos TO WS-Rea-Posicion
           MOVE Pag-Cliente-ID TO WS-Rea-Cliente
           PERFORM 2010-Arma-Avance
           OPEN EXTEND ArchivoAvance
           WRITE Linea-Avance FROM Registro-Avance-Pago
           CLOSE ArchivoAvance
           ADD 1 TO WS-Pagos-Sin-Checkpoint
           IF WS-Pagos-Sin-Checkpoint >= WS-Intervalo-Checkpoint
               PERFORM 2100-Escribe-Checkpoint
           END-IF.

       2010-Arma-Avance.
           INITIALIZE Registro-Avance-Pago
           MOVE WS-Rea-Posicion TO Avp-Posicion
           MOVE WS-Rea-Cliente TO Avp-Cliente-ID
           MOVE WS-Total-Aplicados TO Avp-Total-Aplicados
           MOVE WS-Total-Suspenso TO Avp-Total-Suspenso
           MOVE WS-Importe-Aplicado TO Avp-Importe-Aplicado
           MOVE WS-Total-Cuotas-Convenio TO Avp-Cuotas-Convenio
           MOVE WS-Total-Recuperaciones TO Avp-Recuperaciones
           MOVE WS-Importe-Recuperado TO Avp-Importe-Recuperado
           MOVE WS-Total-IVA-Cobrado TO Avp-IVA-Cobrado
           MOVE WS-Total-A-Partidas TO Avp-A-Partidas
           MOVE WS-Total-Bloqueados TO Avp-Bloqueados
           MOVE WS-Total-Cheques-Vetados TO Avp-Cheques-Vetados
           MOVE WS-Total-Duplicados TO Avp-Duplicados
           MOVE WS-Total-Pagos-Grupo TO Avp-Pagos-Grupo
           MOVE WS-Total-Reasignados TO Avp-Reasignados
           MOVE WS-Cantidad-Metodos TO Avp-Cantidad-Metodos
           MOVE WS-Indice-Met-Avance TO Avp-Indice-Metodo
           IF WS-Indice-Met-Avance > ZEROS
               MOVE WS-Met-Codigo(WS-Indice-Met-Avance)
                   TO Avp-Met-Codigo
               MOVE WS-Met-Clase(WS-Indice-Met-Avance)
                   TO Avp-Met-Clase
               MOVE WS-Met-Cantidad(WS-Indice-Met-Avance)
                   TO Avp-Met-Cantidad
               MOVE WS-Met-Importe(WS-Indice-Met-Avance)
                   TO Avp-Met-Importe
           END-IF.

      *> El checkpoint junta el ultimo renglon de avance con la tabla
      *> de metodos y el avance vuelve a empezar vacio. Si la corrida
      *> se cae entre los dos pasos, los renglones que quedaron en el
      *> avance ya estan en el checkpoint y se ignoran por su
      *> posicion.
       2100-Escribe-Checkpoint.
           PERFORM 2010-Arma-Avance
           OPEN OUTPUT ArchivoCheckpoint
           MOVE WS-Corrida-Programa TO Ckp-Programa
           MOVE Fpw-Fecha-Proceso TO Ckp-Fecha-Proceso
           MOVE WS-Historia-Inicial TO Ckp-Historia-Inicial
           MOVE Registro-Avance-Pago TO Ckp-Avance
           MOVE WS-Tabla-Metodos TO Ckp-Tabla-Metodos
           MOVE FUNCTION CURRENT-DATE TO Ckp-Fecha-Hora
           WRITE Registro-Checkpoint-Pago
           CLOSE ArchivoCheckpoint
           OPEN OUTPUT ArchivoAvance
           CLOSE ArchivoAvance
           MOVE ZEROS TO WS-Pagos-Sin-Checkpoint.

      *> La corrida termino: sin checkpoint ni avance, la siguiente
      *> arranca desde el principio.
       2200-Limpia-Reanudacion.
           OPEN OUTPUT ArchivoCheckpoint
           CLOSE ArchivoCheckpoint
           OPEN OUTPUT ArchivoAvance
           CLOSE ArchivoAvance.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM AplicaPagos.
