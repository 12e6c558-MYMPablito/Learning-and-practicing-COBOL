       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidaViaticos.

      *> Liquidacion de anticipos de viaticos: recorre viaticos.dat
      *> y, por cada folio con la comprobacion cerrada, compara lo
      *> comprobado contra el anticipo. Si el empleado gasto de mas,
      *> la diferencia se le reembolsa formandola en la cola de
      *> cheques (dispersion_excepciones.log) que imprime
      *> EmiteCheques; no va como novedad "+" porque la nomina la
      *> gravaria y un reembolso de gastos no es ingreso. Si sobro
      *> dinero, se genera la novedad "-" para recuperarlo en la
      *> siguiente nomina del grupo de pago del empleado. El folio
      *> queda liquidado con la fecha del dia y lo pagado o
      *> recuperado, que GeneraPoliza toma para la poliza. Un
      *> empleado dado de baja con dinero por recuperar ya no tiene
      *> nomina: su folio se deja por liquidar y se lista para
      *> cobrarlo en el finiquito. Deja el detalle en
      *> liquidacion_viaticos.rpt con el encabezado estandar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-VIATICOS
               ASSIGN TO "viaticos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Via-Folio
               ALTERNATE RECORD KEY IS Via-Emp-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Viaticos.

               SELECT ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

      *> Las recuperaciones se agregan al final de las novedades ya
      *> capturadas del periodo de cada grupo de pago, sin pisarlas.
               SELECT OPTIONAL ArchivoNovedades
               ASSIGN TO "novedades.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades.

               SELECT OPTIONAL ArchivoNovedadesSemanal
               ASSIGN TO "novedades_semanal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Nov-Semanal.

      *> Cola de pagos con cheque que atiende EmiteCheques.
               SELECT OPTIONAL ArchivoExcepciones
               ASSIGN TO "dispersion_excepciones.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Excepciones.

               SELECT ArchivoReporte
               ASSIGN TO "liquidacion_viaticos.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VIATICOS
           LABEL RECORD IS STANDARD.
           COPY VIATICO.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoNovedades
           LABEL RECORD IS STANDARD.
           COPY NOVEDAD.

       FD  ArchivoNovedadesSemanal
           LABEL RECORD IS STANDARD.
       01  Registro-Novedad-Semanal PIC X(26).

       FD  ArchivoExcepciones
           LABEL RECORD IS STANDARD.
       01  Registro-Excepcion-Disp.
           05 Exd-Emp-ID              PIC 9(6).
           05 Exd-Nombre              PIC X(20).
           05 Exd-Apellido            PIC X(20).
           05 Exd-Neto                PIC 9(7)V99.
           05 Exd-Motivo              PIC X(20).
           05 Exd-Fecha-Hora          PIC X(21).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Viaticos PIC XX VALUE SPACES.
           88 Viaticos-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
       01 WS-Estado-Nov-Semanal PIC XX VALUE SPACES.
       01 WS-Estado-Excepciones PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Viaticos PIC X VALUE "N".
           88 Fin-Viaticos VALUE "S".
       01 WS-Empleado-Hallado PIC X VALUE "N".
           88 Empleado-Hallado VALUE "S".

      *> Concepto con el que la recuperacion viaja por el flujo
      *> normal de novedades y aparece en el recibo, y motivo con el
      *> que el reembolso entra a la cola de cheques.
       01 WS-Concepto-Viaticos PIC X(10) VALUE "VIATICOS".
       01 WS-Motivo-Reembolso PIC X(20) VALUE "REEMBOLSO VIATICOS".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Diferencia PIC S9(7)V99 VALUE ZEROS.

       01 WS-Total-Revisados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Reembolsos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Recuperaciones PIC 9(6) VALUE ZEROS.
       01 WS-Total-Exactos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Finiquito PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Reembolsos PIC 9(9)V99 VALUE ZEROS.
       01 WS-Suma-Recuperaciones PIC 9(9)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Detalle.
           05 FILLER PIC X(7) VALUE "FOLIO: ".
           05 WS-Det-Folio PIC 9(6).
           05 FILLER PIC X(12) VALUE "  EMPLEADO: ".
           05 WS-Det-Emp-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Det-Viaje PIC X(30).
           05 FILLER PIC X(17) VALUE SPACES.

       01 WS-Linea-Importes.
           05 FILLER PIC X(12) VALUE "ANTICIPO.$ ".
           05 WS-Det-Anticipo PIC Z(6)9,99.
           05 FILLER PIC X(16) VALUE "  COMPROBADO.$ ".
           05 WS-Det-Comprobado PIC Z(6)9,99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 WS-Linea-Resultado.
           05 WS-Det-Leyenda PIC X(40) VALUE SPACES.
           05 FILLER PIC X(2) VALUE "$ ".
           05 WS-Det-Diferencia PIC Z(6)9,99.
           05 FILLER PIC X(28) VALUE SPACES.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "LiquidaViaticos" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN I-O ARCHIVO-VIATICOS
           IF Viaticos-No-Existe
               DISPLAY "No existe el archivo de viaticos todavia."
               CLOSE ARCHIVO-VIATICOS
      *> Codigo de retorno 4: sin anticipos no hay nada que liquidar,
      *> pero la nomina puede seguir; el job stream decide.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               OPEN INPUT ARCHIVO-EMPLEADOS
               OPEN EXTEND ArchivoNovedades
               OPEN EXTEND ArchivoNovedadesSemanal
               OPEN EXTEND ArchivoExcepciones
               OPEN OUTPUT ArchivoReporte
               MOVE "LIQUIDACION DE VIATICOS" TO Enc-Titulo-Reporte
               MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
               PERFORM EncabezaPagina
               PERFORM WITH TEST BEFORE UNTIL Fin-Viaticos
                   READ ARCHIVO-VIATICOS
                       AT END
                           SET Fin-Viaticos TO TRUE
                       NOT AT END
                           IF Via-Por-Liquidar
                               ADD 1 TO WS-Total-Revisados
                               PERFORM 2000-Liquida-Anticipo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VIATICOS
               CLOSE ARCHIVO-EMPLEADOS
               CLOSE ArchivoNovedades
               CLOSE ArchivoNovedadesSemanal
               CLOSE ArchivoExcepciones
               CLOSE ArchivoReporte
               PERFORM 9000-Muestra-Resumen
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Decide el destino de la diferencia del folio. El empleado se
      *> lee para el nombre del cheque y el grupo de pago de la
      *> novedad; si no esta en el maestro o ya se dio de baja, lo
      *> que haya que recuperarle no tiene nomina por donde salir.
       2000-Liquida-Anticipo.
           MOVE "N" TO WS-Empleado-Hallado
           MOVE Via-Emp-ID TO Emp-ID
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Empleado-Hallado TO TRUE
           END-READ
           COMPUTE WS-Diferencia = Via-Comprobado - Via-Importe
           MOVE ZEROS TO Via-Reembolso
           MOVE ZEROS TO Via-Recuperado
           EVALUATE TRUE
               WHEN WS-Diferencia > ZEROS
                   PERFORM 2100-Reembolsa
               WHEN WS-Diferencia < ZEROS
                   IF Empleado-Hallado AND NOT Emp-Terminado
                       PERFORM 2200-Recupera
                   ELSE
                       ADD 1 TO WS-Total-Finiquito
                       MOVE "POR RECUPERAR EN FINIQUITO"
                           TO WS-Det-Leyenda
                       PERFORM 3000-Escribe-Detalle
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-Total-Exactos
                   PERFORM 2300-Marca-Liquidado
                   MOVE "COMPROBADO EXACTO"
                       TO WS-Det-Leyenda
                   PERFORM 3000-Escribe-Detalle
           END-EVALUATE.

      *> Gasto de mas: cheque por la diferencia a nombre del
      *> empleado. Sin registro en el maestro el cheque sale con el
      *> numero de empleado para que tesoreria lo identifique.
       2100-Reembolsa.
           MOVE WS-Diferencia TO Via-Reembolso
           MOVE Via-Emp-ID TO Exd-Emp-ID
           IF Empleado-Hallado
               MOVE Cont-Nombre TO Exd-Nombre
               MOVE Cont-Primer-Apellido TO Exd-Apellido
           ELSE
               MOVE SPACES TO Exd-Nombre
               MOVE SPACES TO Exd-Apellido
           END-IF
           MOVE Via-Reembolso TO Exd-Neto
           MOVE WS-Motivo-Reembolso TO Exd-Motivo
           MOVE FUNCTION CURRENT-DATE TO Exd-Fecha-Hora
           WRITE Registro-Excepcion-Disp
           ADD 1 TO WS-Total-Reembolsos
           ADD Via-Reembolso TO WS-Suma-Reembolsos
           PERFORM 2300-Marca-Liquidado
           MOVE "REEMBOLSO AL EMPLEADO CON CHEQUE"
               TO WS-Det-Leyenda
           PERFORM 3000-Escribe-Detalle.

      *> Sobro dinero: novedad "-" al archivo del grupo de pago.
       2200-Recupera.
           COMPUTE Via-Recuperado = Via-Importe - Via-Comprobado
           MOVE Via-Emp-ID TO Nov-Emp-ID
           MOVE WS-Concepto-Viaticos TO Nov-Concepto
           MOVE "-" TO Nov-Signo
           MOVE Via-Recuperado TO Nov-Importe
           IF Emp-Pago-Semanal
               WRITE Registro-Novedad-Semanal FROM Registro-Novedad
           ELSE
               WRITE Registro-Novedad
           END-IF
           ADD 1 TO WS-Total-Recuperaciones
           ADD Via-Recuperado TO WS-Suma-Recuperaciones
           PERFORM 2300-Marca-Liquidado
           MOVE "DESCUENTO POR NOMINA DEL SOBRANTE"
               TO WS-Det-Leyenda
           PERFORM 3000-Escribe-Detalle.

       2300-Marca-Liquidado.
           MOVE "L" TO Via-Estado
           MOVE WS-Fecha-Hoy TO Via-Fecha-Liquidacion
           REWRITE Registro-Viatico.

       3000-Escribe-Detalle.
           MOVE Via-Folio TO WS-Det-Folio
           MOVE Via-Emp-ID TO WS-Det-Emp-ID
           MOVE Via-Viaje TO WS-Det-Viaje
           MOVE WS-Linea-Detalle TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE Via-Importe TO WS-Det-Anticipo
           MOVE Via-Comprobado TO WS-Det-Comprobado
           MOVE WS-Linea-Importes TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Diferencia < ZEROS
               COMPUTE WS-Det-Diferencia = ZEROS - WS-Diferencia
           ELSE
               MOVE WS-Diferencia TO WS-Det-Diferencia
           END-IF
           MOVE WS-Linea-Resultado TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Liquidacion de viaticos ==".
           DISPLAY "Comprobaciones revisadas: " WS-Total-Revisados.
           DISPLAY "Reembolsos a cheque: " WS-Total-Reembolsos.
           DISPLAY "Suma reembolsada: " WS-Suma-Reembolsos.
           DISPLAY "Recuperaciones por nomina: "
               WS-Total-Recuperaciones.
           DISPLAY "Suma recuperada: " WS-Suma-Recuperaciones.
           DISPLAY "Comprobados exactos: " WS-Total-Exactos.
           DISPLAY "Pendientes para finiquito: " WS-Total-Finiquito.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM LiquidaViaticos.
