       IDENTIFICATION DIVISION.
       PROGRAM-ID. ViaticosAntiguedad.

      *> Antiguedad de anticipos de viaticos sin liquidar: recorre
      *> viaticos.dat y lista cada anticipo abierto o por liquidar
      *> con mas de 30 dias desde su entrega, con los dias que lleva,
      *> lo comprobado y el importe del anticipo acomodado en la
      *> columna de 31-60, 61-90 o mas de 90 dias, con totales por
      *> columna, para que tesoreria persiga primero los informes de
      *> gastos mas atrasados.

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

               SELECT ArchivoReporte
               ASSIGN TO "viaticos_antiguedad.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VIATICOS
           LABEL RECORD IS STANDARD.
           COPY VIATICO.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Viaticos PIC XX VALUE SPACES.
           88 Viaticos-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Viaticos PIC X VALUE "N".
           88 Fin-Viaticos VALUE "S".

      *> Dias de gracia para entregar el informe de gastos.
       01 WS-Dias-Gracia PIC 9(3) VALUE 30.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Dia-Hoy PIC 9(7) VALUE ZEROS.
       01 WS-Dia-Anticipo PIC 9(7) VALUE ZEROS.
       01 WS-Dias-Antiguedad PIC S9(5) VALUE ZEROS.

       01 WS-Total-Atrasados PIC 9(6) VALUE ZEROS.
       01 WS-Bucket-60 PIC 9(9)V99 VALUE ZEROS.
       01 WS-Bucket-90 PIC 9(9)V99 VALUE ZEROS.
       01 WS-Bucket-Mas-90 PIC 9(9)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Titulos.
           05 FILLER PIC X(38) VALUE
               "FOLIO  EMPLEA   ENTREGA  DIAS E COMPRO".
           05 FILLER PIC X(42) VALUE
               "BADO      31-60      61-90  MAS DE 90".

       01 WS-Linea-Detalle.
           05 WS-Det-Folio PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Emp-ID PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Det-Fecha PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Dias PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Estado PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Comprobado PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-60 PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-90 PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Mas-90 PIC Z(6)9,99.

       01 WS-Linea-Totales.
           05 FILLER PIC X(8) VALUE "TOTALES".
           05 WS-Tot-Atrasados PIC ZZZZZ9.
           05 FILLER PIC X(28) VALUE " ANTICIPOS".
           05 WS-Tot-60 PIC Z(7)9,99.
           05 WS-Tot-90 PIC Z(7)9,99.
           05 WS-Tot-Mas-90 PIC Z(7)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ViaticosAntiguedad" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-VIATICOS
           IF Viaticos-No-Existe
               DISPLAY "No existe el archivo de viaticos todavia."
               CLOSE ARCHIVO-VIATICOS
      *> Codigo de retorno 4: sin anticipos no hay antiguedad que
      *> reportar, pero la cadena puede seguir; el job stream decide.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               COMPUTE WS-Dia-Hoy =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
               OPEN OUTPUT ArchivoReporte
               MOVE "VIATICOS SIN LIQUIDAR A MAS DE 30 DIAS"
                   TO Enc-Titulo-Reporte
               MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
               PERFORM EncabezaPagina
               MOVE WS-Linea-Titulos TO Linea-Reporte
               PERFORM EscribeLineaReporte
               PERFORM WITH TEST BEFORE UNTIL Fin-Viaticos
                   READ ARCHIVO-VIATICOS
                       AT END
                           SET Fin-Viaticos TO TRUE
                       NOT AT END
                           IF Via-Sin-Liquidar
                              AND Via-Fecha-Anticipo IS NUMERIC
                              AND Via-Fecha-Anticipo NOT = ZEROS
                               PERFORM 2000-Revisa-Anticipo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VIATICOS
               PERFORM 3000-Escribe-Totales
               CLOSE ArchivoReporte
               PERFORM 9000-Muestra-Resumen
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       2000-Revisa-Anticipo.
           COMPUTE WS-Dia-Anticipo =
               FUNCTION INTEGER-OF-DATE(Via-Fecha-Anticipo)
           COMPUTE WS-Dias-Antiguedad = WS-Dia-Hoy - WS-Dia-Anticipo
           IF WS-Dias-Antiguedad > WS-Dias-Gracia
               PERFORM 2100-Escribe-Detalle
           END-IF.

       2100-Escribe-Detalle.
           ADD 1 TO WS-Total-Atrasados
           MOVE Via-Folio TO WS-Det-Folio
           MOVE Via-Emp-ID TO WS-Det-Emp-ID
           MOVE Via-Fecha-Anticipo TO WS-Det-Fecha
           MOVE WS-Dias-Antiguedad TO WS-Det-Dias
           MOVE Via-Estado TO WS-Det-Estado
           MOVE Via-Comprobado TO WS-Det-Comprobado
           MOVE ZEROS TO WS-Det-60
           MOVE ZEROS TO WS-Det-90
           MOVE ZEROS TO WS-Det-Mas-90
           EVALUATE TRUE
               WHEN WS-Dias-Antiguedad <= 60
                   MOVE Via-Importe TO WS-Det-60
                   ADD Via-Importe TO WS-Bucket-60
               WHEN WS-Dias-Antiguedad <= 90
                   MOVE Via-Importe TO WS-Det-90
                   ADD Via-Importe TO WS-Bucket-90
               WHEN OTHER
                   MOVE Via-Importe TO WS-Det-Mas-90
                   ADD Via-Importe TO WS-Bucket-Mas-90
           END-EVALUATE
           MOVE WS-Linea-Detalle TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       3000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Atrasados TO WS-Tot-Atrasados
           MOVE WS-Bucket-60 TO WS-Tot-60
           MOVE WS-Bucket-90 TO WS-Tot-90
           MOVE WS-Bucket-Mas-90 TO WS-Tot-Mas-90
           MOVE WS-Linea-Totales TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Antiguedad de viaticos ==".
           DISPLAY "Anticipos sin liquidar a mas de " WS-Dias-Gracia
               " dias: " WS-Total-Atrasados.
           DISPLAY "De 31 a 60 dias: " WS-Bucket-60.
           DISPLAY "De 61 a 90 dias: " WS-Bucket-90.
           DISPLAY "Mas de 90 dias: " WS-Bucket-Mas-90.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ViaticosAntiguedad.
