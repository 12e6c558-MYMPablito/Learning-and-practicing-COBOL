       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComisionesCobranza.

      *> Reporte mensual de comisiones de cobranza: de la historia de
      *> pagos (pagos_historia.dat, la copia acumulada de
      *> pagos_aplicados.dat) toma los pagos del mes pedido y abona
      *> cada uno al cobrador que tenia asignado el cliente en
      *> asignacion_cobranza.dat, si la asignacion ya existia en la
      *> fecha del pago. Lo aplicado al saldo paga la tasa normal
      *> del cobrador y lo recuperado de la cartera castigada la
      *> tasa de castigada; un pago devuelto no paga comision. Lo
      *> que pagan los clientes sin cobrador sale aparte, sin
      *> comision.

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

               SELECT OPTIONAL ArchivoCobradores
               ASSIGN TO "cobradores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cobradores.

               SELECT OPTIONAL ARCHIVO-ASIGNACIONES
               ASSIGN TO "asignacion_cobranza.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Acb-Cliente-ID
               FILE STATUS IS WS-Estado-Asignaciones.

               SELECT ArchivoReporte
               ASSIGN TO "comisiones_cobranza.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoHistoria
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ArchivoCobradores
           LABEL RECORD IS STANDARD.
           COPY COBRADOR.

       FD  ARCHIVO-ASIGNACIONES
           LABEL RECORD IS STANDARD.
           COPY ASIGCOB.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Historia PIC XX VALUE SPACES.
           88 Historia-No-Existe VALUE "05" "35".
       01 WS-Estado-Cobradores PIC XX VALUE SPACES.
           88 Cobradores-No-Existe VALUE "05" "35".
       01 WS-Estado-Asignaciones PIC XX VALUE SPACES.
           88 Asignaciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Historia PIC X VALUE "N".
           88 Fin-Historia VALUE "S".
       01 WS-Fin-Cobradores PIC X VALUE "N".
           88 Fin-Cobradores VALUE "S".

      *> Mes que se liquida (AAAAMM); Enter = el mes de la corrida.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Texto PIC X(6) VALUE SPACES.
       01 WS-Mes-Reporte PIC 9(6) VALUE ZEROS.
       01 WS-Mes-Partes REDEFINES WS-Mes-Reporte.
           05 WS-Mes-Anio PIC 9(4).
           05 WS-Mes-Mes PIC 9(2).

      *> Cobradores del catalogo, activos o dados de baja: el que se
      *> dio de baja a medio mes cobra lo que recupero antes.
       01 WS-Cantidad-Cobradores PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Cobradores.
           05 WS-Cbr OCCURS 100 TIMES.
               10 WS-Cbr-ID           PIC X(4).
               10 WS-Cbr-Nombre       PIC X(30).
               10 WS-Cbr-Pct-Comision PIC V9(4).
               10 WS-Cbr-Pct-Castigada PIC V9(4).
               10 WS-Cbr-Pagos        PIC 9(5).
               10 WS-Cbr-Recuperado   PIC S9(9)V99.
               10 WS-Cbr-Castigada    PIC S9(9)V99.
               10 WS-Cbr-Comision     PIC S9(9)V99.
       01 WS-Indice-Cbr PIC 9(3) VALUE ZEROS.
       01 WS-Indice-Hallado PIC 9(3) VALUE ZEROS.

       01 WS-Total-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Del-Mes PIC 9(7) VALUE ZEROS.
       01 WS-Total-Devueltos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Abonados PIC 9(7) VALUE ZEROS.
       01 WS-Total-Sin-Cobrador PIC 9(7) VALUE ZEROS.
       01 WS-Importe-Sin-Cobrador PIC S9(9)V99 VALUE ZEROS.
       01 WS-Total-Recuperado PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Castigada PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Comision PIC S9(11)V99 VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20) VALUE "ComisionesCobranza".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Mes.
           05 FILLER PIC X(16) VALUE "MES LIQUIDADO:  ".
           05 WS-Enc-Mes PIC 9(6).

       01 WS-Linea-Titulos.
           05 FILLER PIC X(40) VALUE
               "COBR NOMBRE               PAGOS   RECUPE".
           05 FILLER PIC X(40) VALUE
               "RADO    CASTIGADA     COMISION".

       01 WS-Linea-Cobrador.
           05 WS-Det-Cobrador PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Nombre PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Pagos PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Recuperado PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Castigada PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Comision PIC Z(8)9,99.

       01 WS-Linea-Sin-Cobrador.
           05 FILLER PIC X(26) VALUE
               "PAGOS SIN COBRADOR".
           05 WS-Sin-Pagos PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Sin-Importe PIC Z(8)9,99.

       01 WS-Linea-Total.
           05 FILLER PIC X(32) VALUE "TOTAL COBRADORES".
           05 WS-Tot-Recuperado PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Tot-Castigada PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Tot-Comision PIC Z(8)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           OPEN INPUT ArchivoHistoria
           IF Historia-No-Existe
               DISPLAY "No existe la historia de pagos todavia; "
                   "corra primero la aplicacion de pagos."
               CLOSE ArchivoHistoria
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-Carga-Cobradores
           IF WS-Cantidad-Cobradores = ZEROS
               DISPLAY "No hay cobradores en el catalogo; no hay "
                   "comisiones que calcular."
               CLOSE ArchivoHistoria
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0060-Pide-Mes
           OPEN INPUT ARCHIVO-ASIGNACIONES
           PERFORM WITH TEST BEFORE UNTIL Fin-Historia
               READ ArchivoHistoria
                   AT END SET Fin-Historia TO TRUE
                   NOT AT END PERFORM 1000-Acumula-Pago
               END-READ
           END-PERFORM
           CLOSE ArchivoHistoria
           CLOSE ARCHIVO-ASIGNACIONES
           PERFORM 1500-Calcula-Comisiones

           OPEN OUTPUT ArchivoReporte
           PERFORM 2000-Escribe-Reporte
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos
           MOVE WS-Total-Abonados TO WS-Corrida-Escritos
           MOVE WS-Total-Devueltos TO WS-Corrida-Rechazados
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
      *> Codigo de retorno 4: ningun pago del mes se abono a un
      *> cobrador; el reporte salio, pero vacio.
           IF WS-Total-Abonados = ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0060-Pide-Mes.
           DISPLAY "Mes a liquidar AAAAMM (Enter = mes en curso): "
           MOVE SPACES TO WS-Mes-Texto
           ACCEPT WS-Mes-Texto
           IF WS-Mes-Texto = SPACES
               MOVE WS-Fecha-Hoy(1:6) TO WS-Mes-Reporte
           ELSE
               IF WS-Mes-Texto IS NUMERIC
                   MOVE WS-Mes-Texto TO WS-Mes-Reporte
                   IF WS-Mes-Mes < 1 OR WS-Mes-Mes > 12
                       DISPLAY "Mes invalido."
                       PERFORM 0060-Pide-Mes
                   END-IF
               ELSE
                   DISPLAY "Mes invalido."
                   PERFORM 0060-Pide-Mes
               END-IF
           END-IF.

       0100-Carga-Cobradores.
           OPEN INPUT ArchivoCobradores
           IF Cobradores-No-Existe
               CLOSE ArchivoCobradores
           ELSE
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
                           MOVE Cob-Nombre
                               TO WS-Cbr-Nombre(WS-Indice-Cbr)
                           MOVE Cob-Pct-Comision
                               TO WS-Cbr-Pct-Comision(WS-Indice-Cbr)
                           MOVE Cob-Pct-Castigada
                               TO WS-Cbr-Pct-Castigada(WS-Indice-Cbr)
                           MOVE ZEROS TO WS-Cbr-Pagos(WS-Indice-Cbr)
                           MOVE ZEROS
                               TO WS-Cbr-Recuperado(WS-Indice-Cbr)
                           MOVE ZEROS
                               TO WS-Cbr-Castigada(WS-Indice-Cbr)
                           MOVE ZEROS TO WS-Cbr-Comision(WS-Indice-Cbr)
                   END-READ
               END-PERFORM
               CLOSE ArchivoCobradores
           END-IF.

      *> Solo los pagos del mes; el devuelto no cuenta y el pago de
      *> un cliente cuya asignacion es posterior al pago tampoco es
      *> merito del cobrador de hoy.
       1000-Acumula-Pago.
           ADD 1 TO WS-Total-Leidos
           IF Phi-Fecha(1:6) NOT = WS-Mes-Reporte
               CONTINUE
           ELSE
               ADD 1 TO WS-Total-Del-Mes
               IF Phi-Devuelto
                   ADD 1 TO WS-Total-Devueltos
               ELSE
                   IF Phi-Aplicado OR Phi-Recuperacion
                       PERFORM 1100-Busca-Asignacion
                       IF WS-Indice-Hallado = ZEROS
                           ADD 1 TO WS-Total-Sin-Cobrador
                           ADD Phi-Importe TO WS-Importe-Sin-Cobrador
                       ELSE
                           PERFORM 1200-Abona-Cobrador
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1100-Busca-Asignacion.
           MOVE ZEROS TO WS-Indice-Hallado
           IF Asignaciones-No-Existe
               CONTINUE
           ELSE
               MOVE Phi-Cliente-ID TO Acb-Cliente-ID
               READ ARCHIVO-ASIGNACIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Acb-Fecha-Asignacion <= Phi-Fecha
                           PERFORM 1110-Busca-Cobrador
                       END-IF
               END-READ
           END-IF.

       1110-Busca-Cobrador.
           PERFORM VARYING WS-Indice-Cbr FROM 1 BY 1
                   UNTIL WS-Indice-Cbr > WS-Cantidad-Cobradores
               IF WS-Cbr-ID(WS-Indice-Cbr) = Acb-Cobrador
                   MOVE WS-Indice-Cbr TO WS-Indice-Hallado
                   MOVE WS-Cantidad-Cobradores TO WS-Indice-Cbr
               END-IF
           END-PERFORM.

       1200-Abona-Cobrador.
           ADD 1 TO WS-Total-Abonados
           ADD 1 TO WS-Cbr-Pagos(WS-Indice-Hallado)
           IF Phi-Recuperacion
               ADD Phi-Importe TO WS-Cbr-Castigada(WS-Indice-Hallado)
           ELSE
               ADD Phi-Importe TO WS-Cbr-Recuperado(WS-Indice-Hallado)
           END-IF.

       1500-Calcula-Comisiones.
           PERFORM VARYING WS-Indice-Cbr FROM 1 BY 1
                   UNTIL WS-Indice-Cbr > WS-Cantidad-Cobradores
               COMPUTE WS-Cbr-Comision(WS-Indice-Cbr) ROUNDED =
                   WS-Cbr-Recuperado(WS-Indice-Cbr)
                       * WS-Cbr-Pct-Comision(WS-Indice-Cbr)
                   + WS-Cbr-Castigada(WS-Indice-Cbr)
                       * WS-Cbr-Pct-Castigada(WS-Indice-Cbr)
               ADD WS-Cbr-Recuperado(WS-Indice-Cbr)
                   TO WS-Total-Recuperado
               ADD WS-Cbr-Castigada(WS-Indice-Cbr)
                   TO WS-Total-Castigada
               ADD WS-Cbr-Comision(WS-Indice-Cbr) TO WS-Total-Comision
           END-PERFORM.

       2000-Escribe-Reporte.
           MOVE "COMISIONES DE COBRANZA" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Mes-Reporte TO WS-Enc-Mes
           MOVE WS-Linea-Mes TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Cbr FROM 1 BY 1
                   UNTIL WS-Indice-Cbr > WS-Cantidad-Cobradores
               IF WS-Cbr-Pagos(WS-Indice-Cbr) > ZEROS
                   PERFORM 2100-Escribe-Cobrador
               END-IF
           END-PERFORM

           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Recuperado TO WS-Tot-Recuperado
           MOVE WS-Total-Castigada TO WS-Tot-Castigada
           MOVE WS-Total-Comision TO WS-Tot-Comision
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Sin-Cobrador TO WS-Sin-Pagos
           MOVE WS-Importe-Sin-Cobrador TO WS-Sin-Importe
           MOVE WS-Linea-Sin-Cobrador TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       2100-Escribe-Cobrador.
           MOVE WS-Cbr-ID(WS-Indice-Cbr) TO WS-Det-Cobrador
           MOVE WS-Cbr-Nombre(WS-Indice-Cbr) TO WS-Det-Nombre
           MOVE WS-Cbr-Pagos(WS-Indice-Cbr) TO WS-Det-Pagos
           MOVE WS-Cbr-Recuperado(WS-Indice-Cbr) TO WS-Det-Recuperado
           MOVE WS-Cbr-Castigada(WS-Indice-Cbr) TO WS-Det-Castigada
           MOVE WS-Cbr-Comision(WS-Indice-Cbr) TO WS-Det-Comision
           MOVE WS-Linea-Cobrador TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Comisiones de cobranza ==".
           DISPLAY "Mes liquidado: " WS-Mes-Reporte.
           DISPLAY "Pagos del mes en la historia: " WS-Total-Del-Mes.
           DISPLAY "Pagos abonados a un cobrador: " WS-Total-Abonados.
           DISPLAY "Pagos sin cobrador: " WS-Total-Sin-Cobrador.
           DISPLAY "Pagos devueltos (sin comision): "
               WS-Total-Devueltos.
           DISPLAY "Comision total: " WS-Total-Comision.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ComisionesCobranza.
