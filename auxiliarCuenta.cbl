       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuxiliarCuenta.

      *> Auxiliar de una cuenta del mayor: el contador teclea la
      *> cuenta y el rango de fechas y el reporte lista cada
      *> movimiento asentado (mayor_movimientos.dat) con su fecha,
      *> concepto y poliza de origen, partiendo del saldo de la
      *> cuenta al dia anterior al rango y llevando el saldo
      *> acumulado renglon por renglon, con los totales del rango al
      *> final.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoMovMayor
               ASSIGN TO "mayor_movimientos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Mov-Mayor.

               SELECT ArchivoReporte
               ASSIGN TO "auxiliar_cuenta.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoMovMayor
           LABEL RECORD IS STANDARD.
           COPY MOVMAYOR.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Mov-Mayor PIC XX VALUE SPACES.
           88 Mov-Mayor-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Mov-Mayor PIC X VALUE "N".
           88 Fin-Mov-Mayor VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Cuenta-Pedida PIC X(12) VALUE SPACES.
       01 WS-Fecha-Texto PIC X(8) VALUE SPACES.
       01 WS-Fecha-Capturada PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".
       01 WS-Fecha-Desde PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Hasta PIC 9(8) VALUE ZEROS.

       01 WS-Saldo-Inicial PIC S9(13)V99 VALUE ZEROS.
       01 WS-Saldo-Corriente PIC S9(13)V99 VALUE ZEROS.
       01 WS-Total-Cargos PIC 9(13)V99 VALUE ZEROS.
       01 WS-Total-Abonos PIC 9(13)V99 VALUE ZEROS.
       01 WS-Total-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Listados PIC 9(7) VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20) VALUE "AuxiliarCuenta".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Rango.
           05 FILLER PIC X(8) VALUE "CUENTA: ".
           05 WS-Ran-Cuenta PIC X(12).
           05 FILLER PIC X(8) VALUE "   DEL: ".
           05 WS-Ran-Desde PIC 9(8).
           05 FILLER PIC X(5) VALUE " AL: ".
           05 WS-Ran-Hasta PIC 9(8).

       01 WS-Linea-Titulos.
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(17) VALUE "CONCEPTO".
           05 FILLER PIC X(11) VALUE "POLIZA".
           05 FILLER PIC X(14) VALUE "       CARGOS".
           05 FILLER PIC X(14) VALUE "       ABONOS".
           05 FILLER PIC X(15) VALUE "          SALDO".

       01 WS-Linea-Movimiento.
           05 WS-Det-Fecha PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Concepto PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Poliza PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Cargo PIC Z(9)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Abono PIC Z(9)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Saldo PIC Z(10)9,99-.

       01 WS-Linea-Saldo.
           05 WS-Sal-Texto PIC X(65).
           05 WS-Sal-Importe PIC Z(10)9,99-.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 0050-Pide-Cuenta
           PERFORM 0060-Pide-Desde
           PERFORM 0070-Pide-Hasta
           OPEN INPUT ArchivoMovMayor
           IF Mov-Mayor-No-Existe
               DISPLAY "No hay movimientos asentados en el mayor "
                   "todavia; corra primero AsientaPolizaMayor."
               CLOSE ArchivoMovMayor
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ArchivoMovMayor
           PERFORM 1000-Calcula-Saldo-Inicial

           OPEN OUTPUT ArchivoReporte
           PERFORM 2000-Escribe-Reporte
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos
           MOVE WS-Total-Listados TO WS-Corrida-Escritos
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
      *> Codigo de retorno 4: la cuenta no tuvo movimientos en el
      *> rango.
           IF WS-Total-Listados = ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-Pide-Cuenta.
           DISPLAY "Cuenta contable: "
           MOVE SPACES TO WS-Cuenta-Pedida
           ACCEPT WS-Cuenta-Pedida
           IF WS-Cuenta-Pedida = SPACES
               DISPLAY "La cuenta es obligatoria."
               PERFORM 0050-Pide-Cuenta
           END-IF.

      *> Enter en la fecha inicial toma el primer dia del mes en
      *> curso; en la final, hoy.
       0060-Pide-Desde.
           DISPLAY "Desde la fecha AAAAMMDD (Enter = inicio de mes): "
           MOVE SPACES TO WS-Fecha-Texto
           ACCEPT WS-Fecha-Texto
           IF WS-Fecha-Texto = SPACES
               MOVE WS-Fecha-Hoy TO WS-Fecha-Desde
               MOVE "01" TO WS-Fecha-Desde(7:2)
           ELSE
               PERFORM 0080-Valida-Fecha
               IF Fecha-Valida
                   MOVE WS-Fecha-Capturada TO WS-Fecha-Desde
               ELSE
                   DISPLAY "Fecha invalida."
                   PERFORM 0060-Pide-Desde
               END-IF
           END-IF.

       0070-Pide-Hasta.
           DISPLAY "Hasta la fecha AAAAMMDD (Enter = hoy): "
           MOVE SPACES TO WS-Fecha-Texto
           ACCEPT WS-Fecha-Texto
           IF WS-Fecha-Texto = SPACES
               MOVE WS-Fecha-Hoy TO WS-Fecha-Hasta
           ELSE
               PERFORM 0080-Valida-Fecha
               IF Fecha-Valida
                   MOVE WS-Fecha-Capturada TO WS-Fecha-Hasta
               ELSE
                   DISPLAY "Fecha invalida."
                   PERFORM 0070-Pide-Hasta
               END-IF
           END-IF
           IF WS-Fecha-Hasta < WS-Fecha-Desde
               DISPLAY "La fecha final no puede ser anterior a la "
                   "inicial."
               PERFORM 0070-Pide-Hasta
           END-IF.

       0080-Valida-Fecha.
           MOVE "N" TO WS-Fecha-Valida
           IF WS-Fecha-Texto IS NUMERIC
               MOVE WS-Fecha-Texto TO WS-Fecha-Capturada
               CALL "ValidaFecha" USING WS-Fecha-Capturada
                   WS-Fecha-Valida
           END-IF.

      *> Saldo de la cuenta al dia anterior al rango: cargos menos
      *> abonos de todo lo asentado antes de la fecha inicial.
       1000-Calcula-Saldo-Inicial.
           OPEN INPUT ArchivoMovMayor
           MOVE "N" TO WS-Fin-Mov-Mayor
           PERFORM WITH TEST BEFORE UNTIL Fin-Mov-Mayor
               READ ArchivoMovMayor
                   AT END
                       SET Fin-Mov-Mayor TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Total-Leidos
                       IF Mvm-Cuenta = WS-Cuenta-Pedida
                          AND Mvm-Fecha < WS-Fecha-Desde
                           COMPUTE WS-Saldo-Inicial = WS-Saldo-Inicial
                               + Mvm-Cargo - Mvm-Abono
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchivoMovMayor.

       2000-Escribe-Reporte.
           MOVE "AUXILIAR DE CUENTA" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Cuenta-Pedida TO WS-Ran-Cuenta
           MOVE WS-Fecha-Desde TO WS-Ran-Desde
           MOVE WS-Fecha-Hasta TO WS-Ran-Hasta
           MOVE WS-Linea-Rango TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "SALDO INICIAL" TO WS-Sal-Texto
           MOVE WS-Saldo-Inicial TO WS-Sal-Importe
           MOVE WS-Linea-Saldo TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Saldo-Inicial TO WS-Saldo-Corriente
           OPEN INPUT ArchivoMovMayor
           MOVE "N" TO WS-Fin-Mov-Mayor
           PERFORM WITH TEST BEFORE UNTIL Fin-Mov-Mayor
               READ ArchivoMovMayor
                   AT END
                       SET Fin-Mov-Mayor TO TRUE
                   NOT AT END
                       IF Mvm-Cuenta = WS-Cuenta-Pedida
                          AND Mvm-Fecha >= WS-Fecha-Desde
                          AND Mvm-Fecha <= WS-Fecha-Hasta
                           PERFORM 2100-Escribe-Movimiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchivoMovMayor
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "TOTAL DEL RANGO" TO WS-Det-Concepto
           MOVE ZEROS TO WS-Det-Fecha
           MOVE SPACES TO WS-Det-Poliza
           MOVE WS-Total-Cargos TO WS-Det-Cargo
           MOVE WS-Total-Abonos TO WS-Det-Abono
           MOVE WS-Saldo-Corriente TO WS-Det-Saldo
           MOVE WS-Linea-Movimiento TO Linea-Reporte
           MOVE SPACES TO Linea-Reporte(1:8)
           PERFORM EscribeLineaReporte.

      *> La poliza de origen se muestra sin la extension .dat.
       2100-Escribe-Movimiento.
           ADD 1 TO WS-Total-Listados
           ADD Mvm-Cargo TO WS-Total-Cargos
           ADD Mvm-Abono TO WS-Total-Abonos
           COMPUTE WS-Saldo-Corriente = WS-Saldo-Corriente
               + Mvm-Cargo - Mvm-Abono
           MOVE Mvm-Fecha TO WS-Det-Fecha
           MOVE Mvm-Concepto TO WS-Det-Concepto
           MOVE SPACES TO WS-Det-Poliza
           UNSTRING Mvm-Poliza DELIMITED BY "."
               INTO WS-Det-Poliza
           END-UNSTRING
           MOVE Mvm-Cargo TO WS-Det-Cargo
           MOVE Mvm-Abono TO WS-Det-Abono
           MOVE WS-Saldo-Corriente TO WS-Det-Saldo
           MOVE WS-Linea-Movimiento TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Auxiliar de la cuenta " WS-Cuenta-Pedida " ==".
           DISPLAY "Del " WS-Fecha-Desde " al " WS-Fecha-Hasta.
           DISPLAY "Movimientos listados: " WS-Total-Listados.
           DISPLAY "Saldo inicial: " WS-Saldo-Inicial.
           DISPLAY "Saldo final: " WS-Saldo-Corriente.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM AuxiliarCuenta.
