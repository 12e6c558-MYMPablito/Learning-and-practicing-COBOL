       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalificaClientes.

      *> Calificacion mensual del comportamiento de pago: el nivel de
      *> tarifa y el limite de credito se fijan al dar de alta al
      *> cliente y nadie los vuelve a ver, pague como pague. Esta
      *> corrida revisa los ultimos doce meses de cada cliente con
      *> estados de cuenta: cuantos dias tarda en promedio en pagar
      *> cada estado (historia de estados contra pagos_historia.dat),
      *> las cartas de cobranza que se le mandaron, si rompio su
      *> convenio y los pagos que se le devolvieron. De ahi sale un
      *> puntaje de 0 a 100 y una banda, y con la banda el nivel y el
      *> ajuste de limite que marca el catalogo editable
      *> calificacion_bandas.dat. Nada se escribe en clientes.dat:
      *> los cambios quedan propuestos en calificacion_propuestas.dat
      *> y en el reporte de revision calificacion_clientes.rpt, para
      *> que el supervisor los autorice con AutorizaCalificacion.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchivoEstadosHist
               ASSIGN TO "estado_cuenta_hist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Estados-Hist.

               SELECT OPTIONAL ArchivoPagosHist
               ASSIGN TO "pagos_historia.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Pagos-Hist.

               SELECT OPTIONAL ArchivoBitacoraCartas
               ASSIGN TO "cartas_enviadas.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cartas.

               SELECT OPTIONAL ArchivoDevueltos
               ASSIGN TO "pagos_devueltos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Devueltos.

               SELECT OPTIONAL ARCHIVO-CONVENIOS
               ASSIGN TO "convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cvn-Cliente-ID
               FILE STATUS IS WS-Estado-Convenios.

               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

      *> Catalogo editable de bandas: puntaje minimo, nivel de tarifa
      *> y ajuste de limite por banda. Se edita el archivo, no el
      *> programa; sin archivo rigen las bandas de omision.
               SELECT OPTIONAL ArchivoBandas
               ASSIGN TO "calificacion_bandas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Bandas.

               SELECT ArchivoPropuestas
               ASSIGN TO "calificacion_propuestas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Propuestas.

               SELECT ArchivoReporte
               ASSIGN TO "calificacion_clientes.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoEstadosHist
           LABEL RECORD IS STANDARD.
           COPY HISTEDO.

       FD  ArchivoPagosHist
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ArchivoBitacoraCartas
           LABEL RECORD IS STANDARD.
           COPY CARTACOB.

       FD  ArchivoDevueltos
           LABEL RECORD IS STANDARD.
           COPY DEVPAGO.

       FD  ARCHIVO-CONVENIOS
           LABEL RECORD IS STANDARD.
           COPY CONVENIO.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

      *> Por banda: la letra, el puntaje minimo para caer en ella, el
      *> nivel de tarifa que se propone ("*" = conservar el que
      *> tiene, espacio = tarifa estandar) y el ajuste al limite de
      *> credito, "+" sube o "-" baja el porcentaje indicado.
       FD  ArchivoBandas
           LABEL RECORD IS STANDARD.
       01  Registro-Banda.
           05 Cbn-Banda               PIC X.
           05 Cbn-Puntaje-Minimo      PIC 9(3).
           05 Cbn-Nivel               PIC X.
           05 Cbn-Sentido             PIC X.
           05 Cbn-Pct-Limite          PIC 99V99.

       FD  ArchivoPropuestas
           LABEL RECORD IS STANDARD.
           COPY CALIFCLI.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
           COPY REPENC.

       01 WS-Estado-Estados-Hist PIC XX VALUE SPACES.
           88 EstadosHist-No-Existe VALUE "05" "35".
       01 WS-Estado-Pagos-Hist PIC XX VALUE SPACES.
           88 PagosHist-No-Existe VALUE "05" "35".
       01 WS-Estado-Cartas PIC XX VALUE SPACES.
           88 Cartas-No-Existe VALUE "05" "35".
       01 WS-Estado-Devueltos PIC XX VALUE SPACES.
           88 Devueltos-No-Existe VALUE "05" "35".
       01 WS-Estado-Convenios PIC XX VALUE SPACES.
           88 Convenios-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Bandas PIC XX VALUE SPACES.
           88 Bandas-No-Existe VALUE "05" "35".
       01 WS-Estado-Propuestas PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Estados-Hist PIC X VALUE "N".
           88 Fin-Estados-Hist VALUE "S".
       01 WS-Fin-Pagos-Hist PIC X VALUE "N".
           88 Fin-Pagos-Hist VALUE "S".
       01 WS-Fin-Cartas PIC X VALUE "N".
           88 Fin-Cartas VALUE "S".
       01 WS-Fin-Devueltos PIC X VALUE "N".
           88 Fin-Devueltos VALUE "S".
       01 WS-Fin-Bandas PIC X VALUE "N".
           88 Fin-Bandas VALUE "S".

      *> Ventana revisada: los ultimos doce meses hasta hoy.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Dias-Ventana PIC 9(3) VALUE 365.
       01 WS-Fecha-Desde PIC 9(8) VALUE ZEROS.
      *> Un estado sin pago que aun no cumple estos dias esta en
      *> plazo y no cuenta para el promedio.
       01 WS-Dias-Plazo PIC 9(3) VALUE 30.

      *> Castigos al puntaje, que arranca en 100: por los dias
      *> promedio de pago, por carta de cobranza, por convenio roto
      *> y por pago devuelto.
       01 WS-Castigo-Dias-15 PIC 9(3) VALUE 10.
       01 WS-Castigo-Dias-30 PIC 9(3) VALUE 25.
       01 WS-Castigo-Dias-60 PIC 9(3) VALUE 40.
       01 WS-Castigo-Carta PIC 9(3) VALUE 5.
       01 WS-Castigo-Convenio PIC 9(3) VALUE 20.
       01 WS-Castigo-Devolucion PIC 9(3) VALUE 10.

      *> Bandas vigentes, de la mas alta a la mas baja.
       01 WS-Cantidad-Bandas PIC 99 VALUE ZEROS.
       01 WS-Tabla-Bandas.
           05 WS-Banda OCCURS 10 TIMES.
               10 WS-Ban-Banda        PIC X.
               10 WS-Ban-Minimo       PIC 9(3).
               10 WS-Ban-Nivel        PIC X.
               10 WS-Ban-Sentido      PIC X.
               10 WS-Ban-Pct          PIC 99V99.
       01 WS-Indice-Ban PIC 99 VALUE ZEROS.
       01 WS-Bandas-Leidas PIC 99 VALUE ZEROS.
       01 WS-Banda-Hallada PIC 99 VALUE ZEROS.

      *> Pagos aplicados dentro de la ventana, en el orden de la
      *> historia (el de su fecha).
       01 WS-Cantidad-Pagos PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Pagos.
           05 WS-Pago OCCURS 5000 TIMES.
               10 WS-Pag-Cliente-ID   PIC 9(6).
               10 WS-Pag-Fecha        PIC 9(8).
       01 WS-Indice-Pag PIC 9(4) VALUE ZEROS.
       01 WS-Pagos-Omitidos PIC 9(5) VALUE ZEROS.
       01 WS-Fecha-Pago-Estado PIC 9(8) VALUE ZEROS.

      *> Acumulados por cliente con estados dentro de la ventana.
       01 WS-Cantidad-Clientes PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Clientes.
           05 WS-Cliente-Cal OCCURS 2000 TIMES.
               10 WS-Cal-Cliente-ID   PIC 9(6).
               10 WS-Cal-Estados      PIC 9(3).
               10 WS-Cal-Dias-Total   PIC 9(7).
               10 WS-Cal-Cartas       PIC 9(3).
               10 WS-Cal-Devoluciones PIC 9(3).
       01 WS-Indice-Cli PIC 9(4) VALUE ZEROS.
       01 WS-Cliente-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Cliente-Hallado PIC X VALUE "N".
           88 Cliente-Hallado VALUE "S".
       01 WS-Clientes-Omitidos PIC 9(5) VALUE ZEROS.

       01 WS-Dias-Pago PIC S9(5) VALUE ZEROS.
       01 WS-Dias-Promedio PIC 9(4) VALUE ZEROS.
       01 WS-Puntaje PIC S9(5) VALUE ZEROS.
       01 WS-Convenio-Roto PIC X VALUE "N".
           88 Convenio-Roto VALUE "S".
       01 WS-Nivel-Propuesto PIC X VALUE SPACE.
       01 WS-Limite-Actual PIC 9(7)V99 VALUE ZEROS.
       01 WS-Limite-Propuesto PIC 9(7)V99 VALUE ZEROS.

       01 WS-Total-Estados PIC 9(7) VALUE ZEROS.
       01 WS-Total-Calificados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Propuestas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Cambio PIC 9(6) VALUE ZEROS.
       01 WS-Total-Inactivos PIC 9(6) VALUE ZEROS.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Programa PIC X(20) VALUE "CalificaClientes".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Linea-Columnas PIC X(80) VALUE
           "CLIENTE DIAS EDO  CAR  C  DEV  PTS  B  NIV  LIM ACTUAL  LIM
      -    " PROPU.  NOTA".

       01 WS-Linea-Cliente.
           05 WS-Lin-Cliente PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Dias PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lin-Estados PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Cartas PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Convenio PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Devoluciones PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Puntaje PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Banda PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Nivel-Actual PIC X.
           05 FILLER PIC X VALUE ">".
           05 WS-Lin-Nivel-Propuesto PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Limite-Actual PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Limite-Propuesto PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Nota PIC X(12).

       01 WS-Linea-Total.
           05 FILLER PIC X(21) VALUE "CLIENTES CALIFICADOS:".
           05 WS-Tot-Calificados PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE "  PROPUESTAS:  ".
           05 WS-Tot-Propuestas PIC ZZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoEstadosHist
           IF EstadosHist-No-Existe
               DISPLAY "No existe la historia de estados de cuenta "
                   "todavia; no hay comportamiento que calificar."
               CLOSE ArchivoEstadosHist
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           COMPUTE WS-Fecha-Desde = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
                - WS-Dias-Ventana)
           PERFORM 1000-Carga-Bandas
           PERFORM 1100-Carga-Pagos
           PERFORM WITH TEST BEFORE UNTIL Fin-Estados-Hist
               READ ArchivoEstadosHist
                   AT END
                       SET Fin-Estados-Hist TO TRUE
                   NOT AT END
                       IF His-Fecha-Corte >= WS-Fecha-Desde
                          AND His-Saldo-Nuevo > ZEROS
                           PERFORM 2000-Acumula-Estado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchivoEstadosHist
           IF WS-Cantidad-Clientes = ZEROS
               DISPLAY "Ningun cliente tuvo estados con saldo en los "
                   "ultimos doce meses; no hay propuestas."
      *> Codigo de retorno 4: no hubo nada que hacer.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-Cuenta-Cartas
           PERFORM 3100-Cuenta-Devoluciones
           PERFORM 4000-Califica-Clientes
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Estados TO WS-Corrida-Leidos
           MOVE WS-Total-Propuestas TO WS-Corrida-Escritos
           CALL "RegistraCorrida" USING WS-Corrida-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Bandas de omision, que el catalogo sustituye completas si
      *> trae al menos un renglon: la banda A sube a tarifa
      *> preferente con 20% mas de limite, B conserva todo, C baja
      *> el limite 10%, D y E regresan a tarifa estandar y bajan el
      *> limite 25% y 50%.
       1000-Carga-Bandas.
           MOVE 5 TO WS-Cantidad-Bandas
           MOVE "A" TO WS-Ban-Banda(1)
           MOVE 90 TO WS-Ban-Minimo(1)
           MOVE "P" TO WS-Ban-Nivel(1)
           MOVE "+" TO WS-Ban-Sentido(1)
           MOVE 20 TO WS-Ban-Pct(1)
           MOVE "B" TO WS-Ban-Banda(2)
           MOVE 75 TO WS-Ban-Minimo(2)
           MOVE "*" TO WS-Ban-Nivel(2)
           MOVE "+" TO WS-Ban-Sentido(2)
           MOVE ZEROS TO WS-Ban-Pct(2)
           MOVE "C" TO WS-Ban-Banda(3)
           MOVE 60 TO WS-Ban-Minimo(3)
           MOVE "*" TO WS-Ban-Nivel(3)
           MOVE "-" TO WS-Ban-Sentido(3)
           MOVE 10 TO WS-Ban-Pct(3)
           MOVE "D" TO WS-Ban-Banda(4)
           MOVE 40 TO WS-Ban-Minimo(4)
           MOVE SPACE TO WS-Ban-Nivel(4)
           MOVE "-" TO WS-Ban-Sentido(4)
           MOVE 25 TO WS-Ban-Pct(4)
           MOVE "E" TO WS-Ban-Banda(5)
           MOVE ZEROS TO WS-Ban-Minimo(5)
           MOVE SPACE TO WS-Ban-Nivel(5)
           MOVE "-" TO WS-Ban-Sentido(5)
           MOVE 50 TO WS-Ban-Pct(5)
           OPEN INPUT ArchivoBandas
           IF Bandas-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Bandas
                   READ ArchivoBandas
                       AT END
                           SET Fin-Bandas TO TRUE
                       NOT AT END
                           PERFORM 1010-Guarda-Banda
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoBandas.

      *> El primer renglon del catalogo descarta las de omision; los
      *> renglones deben venir de la banda mas alta a la mas baja.
       1010-Guarda-Banda.
           IF WS-Bandas-Leidas = ZEROS
               MOVE ZEROS TO WS-Cantidad-Bandas
           END-IF
           ADD 1 TO WS-Bandas-Leidas
           IF WS-Cantidad-Bandas < 10
               ADD 1 TO WS-Cantidad-Bandas
               MOVE Cbn-Banda TO WS-Ban-Banda(WS-Cantidad-Bandas)
               MOVE Cbn-Puntaje-Minimo
                   TO WS-Ban-Minimo(WS-Cantidad-Bandas)
               MOVE Cbn-Nivel TO WS-Ban-Nivel(WS-Cantidad-Bandas)
               MOVE Cbn-Sentido TO WS-Ban-Sentido(WS-Cantidad-Bandas)
               MOVE Cbn-Pct-Limite TO WS-Ban-Pct(WS-Cantidad-Bandas)
           END-IF.

      *> Pagos aplicados dentro de la ventana; los devueltos no
      *> cuentan como pago del estado.
       1100-Carga-Pagos.
           OPEN INPUT ArchivoPagosHist
           IF PagosHist-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Pagos-Hist
                   READ ArchivoPagosHist
                       AT END
                           SET Fin-Pagos-Hist TO TRUE
                       NOT AT END
                           IF Phi-Aplicado
                              AND Phi-Fecha >= WS-Fecha-Desde
                               PERFORM 1110-Guarda-Pago
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoPagosHist
           IF WS-Pagos-Omitidos > ZEROS
               DISPLAY "Aviso: " WS-Pagos-Omitidos " pagos no "
                   "cupieron en la tabla; sus estados cuentan como "
                   "no pagados."
           END-IF.

       1110-Guarda-Pago.
           IF WS-Cantidad-Pagos < 5000
               ADD 1 TO WS-Cantidad-Pagos
               MOVE Phi-Cliente-ID
                   TO WS-Pag-Cliente-ID(WS-Cantidad-Pagos)
               MOVE Phi-Fecha TO WS-Pag-Fecha(WS-Cantidad-Pagos)
           ELSE
               ADD 1 TO WS-Pagos-Omitidos
           END-IF.

      *> Dias que el cliente tardo en pagar el estado: del corte a su
      *> primer pago posterior. El estado que sigue sin pago cuenta
      *> los dias hasta hoy, salvo que aun este en plazo.
       2000-Acumula-Estado.
           MOVE ZEROS TO WS-Fecha-Pago-Estado
           PERFORM VARYING WS-Indice-Pag FROM 1 BY 1
                   UNTIL WS-Indice-Pag > WS-Cantidad-Pagos
               IF WS-Pag-Cliente-ID(WS-Indice-Pag) = His-Cliente-ID
                  AND WS-Pag-Fecha(WS-Indice-Pag) > His-Fecha-Corte
                   MOVE WS-Pag-Fecha(WS-Indice-Pag)
                       TO WS-Fecha-Pago-Estado
                   MOVE WS-Cantidad-Pagos TO WS-Indice-Pag
               END-IF
           END-PERFORM
           IF WS-Fecha-Pago-Estado = ZEROS
               COMPUTE WS-Dias-Pago =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
                   - FUNCTION INTEGER-OF-DATE(His-Fecha-Corte)
               IF WS-Dias-Pago < WS-Dias-Plazo
                   MOVE ZEROS TO WS-Dias-Pago
               END-IF
           ELSE
               COMPUTE WS-Dias-Pago =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Pago-Estado)
                   - FUNCTION INTEGER-OF-DATE(His-Fecha-Corte)
           END-IF
           IF WS-Dias-Pago > ZEROS
               MOVE His-Cliente-ID TO WS-Cliente-Buscado
               PERFORM 2100-Ubica-Cliente
               IF Cliente-Hallado
                   ADD 1 TO WS-Total-Estados
                   ADD 1 TO WS-Cal-Estados(WS-Indice-Cli)
                   ADD WS-Dias-Pago TO WS-Cal-Dias-Total(WS-Indice-Cli)
               END-IF
           END-IF.

       2100-Ubica-Cliente.
           PERFORM 2200-Busca-Cliente
           IF NOT Cliente-Hallado
               IF WS-Cantidad-Clientes < 2000
                   ADD 1 TO WS-Cantidad-Clientes
                   MOVE WS-Cantidad-Clientes TO WS-Indice-Cli
                   MOVE WS-Cliente-Buscado
                       TO WS-Cal-Cliente-ID(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Cal-Estados(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Cal-Dias-Total(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Cal-Cartas(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Cal-Devoluciones(WS-Indice-Cli)
                   SET Cliente-Hallado TO TRUE
               ELSE
      *> Tabla llena: el cliente no se califica este mes; se cuenta
      *> para avisarlo al final.
                   ADD 1 TO WS-Clientes-Omitidos
               END-IF
           END-IF.

       2200-Busca-Cliente.
           MOVE "N" TO WS-Cliente-Hallado
           PERFORM VARYING WS-Indice-Cli FROM 1 BY 1
                   UNTIL WS-Indice-Cli > WS-Cantidad-Clientes
                      OR Cliente-Hallado
               IF WS-Cal-Cliente-ID(WS-Indice-Cli) = WS-Cliente-Buscado
                   SET Cliente-Hallado TO TRUE
               END-IF
           END-PERFORM
           IF Cliente-Hallado
      *> El PERFORM VARYING incrementa antes de evaluar la condicion
      *> de salida; el renglon encontrado quedo uno atras.
               SUBTRACT 1 FROM WS-Indice-Cli
           END-IF.

      *> Cartas de cobranza enviadas dentro de la ventana, solo para
      *> los clientes que se estan calificando.
       3000-Cuenta-Cartas.
           OPEN INPUT ArchivoBitacoraCartas
           IF Cartas-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Cartas
                   READ ArchivoBitacoraCartas
                       AT END
                           SET Fin-Cartas TO TRUE
                       NOT AT END
                           IF Car-Fecha >= WS-Fecha-Desde
                               MOVE Car-Cliente-ID
                                   TO WS-Cliente-Buscado
                               PERFORM 2200-Busca-Cliente
                               IF Cliente-Hallado
                                   ADD 1 TO
                                       WS-Cal-Cartas(WS-Indice-Cli)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoBitacoraCartas.

       3100-Cuenta-Devoluciones.
           OPEN INPUT ArchivoDevueltos
           IF Devueltos-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Devueltos
                   READ ArchivoDevueltos
                       AT END
                           SET Fin-Devueltos TO TRUE
                       NOT AT END
                           IF Dev-Fecha >= WS-Fecha-Desde
                               MOVE Dev-Cliente-ID
                                   TO WS-Cliente-Buscado
                               PERFORM 2200-Busca-Cliente
                               IF Cliente-Hallado
                                   ADD 1 TO WS-Cal-Devoluciones
                                       (WS-Indice-Cli)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoDevueltos.

       4000-Califica-Clientes.
           OPEN INPUT ArchivoClientes
           OPEN INPUT ARCHIVO-CONVENIOS
           OPEN OUTPUT ArchivoPropuestas
           MOVE "CALIFICACION DE CLIENTES" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           OPEN OUTPUT ArchivoReporte
           PERFORM EncabezaPagina
           MOVE WS-Linea-Columnas TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Cli FROM 1 BY 1
                   UNTIL WS-Indice-Cli > WS-Cantidad-Clientes
               PERFORM 4100-Califica-Cliente
           END-PERFORM
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Calificados TO WS-Tot-Calificados
           MOVE WS-Total-Propuestas TO WS-Tot-Propuestas
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           CLOSE ArchivoClientes
           CLOSE ARCHIVO-CONVENIOS
           CLOSE ArchivoPropuestas
           CLOSE ArchivoReporte.

       4100-Califica-Cliente.
           ADD 1 TO WS-Total-Calificados
           COMPUTE WS-Dias-Promedio ROUNDED =
               WS-Cal-Dias-Total(WS-Indice-Cli)
               / WS-Cal-Estados(WS-Indice-Cli)
           PERFORM 4200-Busca-Convenio
           PERFORM 4300-Calcula-Puntaje
           MOVE WS-Cal-Cliente-ID(WS-Indice-Cli) TO WS-Lin-Cliente
           MOVE WS-Dias-Promedio TO WS-Lin-Dias
           MOVE WS-Cal-Estados(WS-Indice-Cli) TO WS-Lin-Estados
           MOVE WS-Cal-Cartas(WS-Indice-Cli) TO WS-Lin-Cartas
           IF Convenio-Roto
               MOVE "R" TO WS-Lin-Convenio
           ELSE
               MOVE SPACE TO WS-Lin-Convenio
           END-IF
           MOVE WS-Cal-Devoluciones(WS-Indice-Cli)
               TO WS-Lin-Devoluciones
           MOVE WS-Puntaje TO WS-Lin-Puntaje
           MOVE WS-Ban-Banda(WS-Banda-Hallada) TO WS-Lin-Banda
           MOVE SPACE TO WS-Lin-Nivel-Actual
           MOVE SPACE TO WS-Lin-Nivel-Propuesto
           MOVE ZEROS TO WS-Lin-Limite-Actual
           MOVE ZEROS TO WS-Lin-Limite-Propuesto
           MOVE WS-Cal-Cliente-ID(WS-Indice-Cli) TO Cli-ID
           IF Clientes-No-Existe
               MOVE "SIN CLIENTE" TO WS-Lin-Nota
           ELSE
               READ ArchivoClientes
                   INVALID KEY
                       MOVE "SIN CLIENTE" TO WS-Lin-Nota
                   NOT INVALID KEY
                       PERFORM 4400-Propone-Cambios
               END-READ
           END-IF
           MOVE WS-Linea-Cliente TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       4200-Busca-Convenio.
           MOVE "N" TO WS-Convenio-Roto
           IF Convenios-No-Existe
               CONTINUE
           ELSE
               MOVE WS-Cal-Cliente-ID(WS-Indice-Cli) TO Cvn-Cliente-ID
               READ ARCHIVO-CONVENIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Cvn-Roto
                           SET Convenio-Roto TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> Puntaje de 0 a 100 y la primera banda (de la mas alta a la
      *> mas baja) cuyo minimo alcanza; si ninguna, la ultima.
       4300-Calcula-Puntaje.
           MOVE 100 TO WS-Puntaje
           EVALUATE TRUE
               WHEN WS-Dias-Promedio > 60
                   SUBTRACT WS-Castigo-Dias-60 FROM WS-Puntaje
               WHEN WS-Dias-Promedio > 30
                   SUBTRACT WS-Castigo-Dias-30 FROM WS-Puntaje
               WHEN WS-Dias-Promedio > 15
                   SUBTRACT WS-Castigo-Dias-15 FROM WS-Puntaje
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE WS-Puntaje = WS-Puntaje
               - WS-Castigo-Carta * WS-Cal-Cartas(WS-Indice-Cli)
               - WS-Castigo-Devolucion
                 * WS-Cal-Devoluciones(WS-Indice-Cli)
           IF Convenio-Roto
               SUBTRACT WS-Castigo-Convenio FROM WS-Puntaje
           END-IF
           IF WS-Puntaje < ZEROS
               MOVE ZEROS TO WS-Puntaje
           END-IF
           MOVE ZEROS TO WS-Banda-Hallada
           PERFORM VARYING WS-Indice-Ban FROM 1 BY 1
                   UNTIL WS-Indice-Ban > WS-Cantidad-Bandas
               IF WS-Puntaje >= WS-Ban-Minimo(WS-Indice-Ban)
                   MOVE WS-Indice-Ban TO WS-Banda-Hallada
                   MOVE WS-Cantidad-Bandas TO WS-Indice-Ban
               END-IF
           END-PERFORM
           IF WS-Banda-Hallada = ZEROS
               MOVE WS-Cantidad-Bandas TO WS-Banda-Hallada
           END-IF.

      *> Nivel y limite que marca la banda contra los del maestro; un
      *> limite en ceros (sin limite) no se ajusta. Si algo cambia,
      *> la propuesta queda pendiente de autorizacion.
       4400-Propone-Cambios.
           MOVE Cli-Nivel-Tarifa TO WS-Lin-Nivel-Actual
           IF Cli-Limite-Credito IS NUMERIC
               MOVE Cli-Limite-Credito TO WS-Limite-Actual
           ELSE
               MOVE ZEROS TO WS-Limite-Actual
           END-IF
           IF WS-Ban-Nivel(WS-Banda-Hallada) = "*"
               MOVE Cli-Nivel-Tarifa TO WS-Nivel-Propuesto
           ELSE
               MOVE WS-Ban-Nivel(WS-Banda-Hallada)
                   TO WS-Nivel-Propuesto
           END-IF
           IF WS-Ban-Sentido(WS-Banda-Hallada) = "-"
               COMPUTE WS-Limite-Propuesto ROUNDED = WS-Limite-Actual
                   * (100 - WS-Ban-Pct(WS-Banda-Hallada)) / 100
           ELSE
               COMPUTE WS-Limite-Propuesto ROUNDED = WS-Limite-Actual
                   * (100 + WS-Ban-Pct(WS-Banda-Hallada)) / 100
           END-IF
           MOVE WS-Nivel-Propuesto TO WS-Lin-Nivel-Propuesto
           MOVE WS-Limite-Actual TO WS-Lin-Limite-Actual
           MOVE WS-Limite-Propuesto TO WS-Lin-Limite-Propuesto
           EVALUATE TRUE
               WHEN Cli-Inactivo
                   ADD 1 TO WS-Total-Inactivos
                   MOVE "INACTIVO" TO WS-Lin-Nota
               WHEN WS-Nivel-Propuesto = Cli-Nivel-Tarifa
                AND WS-Limite-Propuesto = WS-Limite-Actual
                   ADD 1 TO WS-Total-Sin-Cambio
                   MOVE "SIN CAMBIO" TO WS-Lin-Nota
               WHEN OTHER
                   PERFORM 4500-Graba-Propuesta
                   MOVE "POR AUTORIZAR" TO WS-Lin-Nota
           END-EVALUATE.

       4500-Graba-Propuesta.
           MOVE WS-Cal-Cliente-ID(WS-Indice-Cli) TO Cal-Cliente-ID
           MOVE WS-Fecha-Hoy(1:6) TO Cal-Periodo
           MOVE WS-Dias-Promedio TO Cal-Dias-Promedio
           MOVE WS-Cal-Estados(WS-Indice-Cli) TO Cal-Estados-Contados
           MOVE WS-Cal-Cartas(WS-Indice-Cli) TO Cal-Cartas
           MOVE WS-Convenio-Roto TO Cal-Convenio-Roto
           MOVE WS-Cal-Devoluciones(WS-Indice-Cli) TO Cal-Devoluciones
           MOVE WS-Puntaje TO Cal-Puntaje
           MOVE WS-Ban-Banda(WS-Banda-Hallada) TO Cal-Banda
           MOVE Cli-Nivel-Tarifa TO Cal-Nivel-Actual
           MOVE WS-Nivel-Propuesto TO Cal-Nivel-Propuesto
           MOVE WS-Limite-Actual TO Cal-Limite-Actual
           MOVE WS-Limite-Propuesto TO Cal-Limite-Propuesto
           SET Cal-Pendiente TO TRUE
           MOVE SPACES TO Cal-Supervisor
           MOVE ZEROS TO Cal-Fecha-Resolucion
           WRITE Registro-Calificacion
           ADD 1 TO WS-Total-Propuestas.

       9000-Muestra-Resumen.
           DISPLAY "== Calificacion de clientes =="
           DISPLAY "Ventana revisada desde: " WS-Fecha-Desde
           DISPLAY "Estados contados: " WS-Total-Estados
           DISPLAY "Clientes calificados: " WS-Total-Calificados
           DISPLAY "Propuestas por autorizar: " WS-Total-Propuestas
           DISPLAY "Sin cambio: " WS-Total-Sin-Cambio
           DISPLAY "Inactivos (sin propuesta): " WS-Total-Inactivos
           IF WS-Clientes-Omitidos > ZEROS
               DISPLAY "Aviso: " WS-Clientes-Omitidos
                   " estados de clientes fuera de la tabla no se "
                   "calificaron."
           END-IF
           IF WS-Total-Propuestas > ZEROS
               DISPLAY "Revise calificacion_clientes.rpt y autorice "
                   "con AutorizaCalificacion."
           END-IF.

           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CalificaClientes.
