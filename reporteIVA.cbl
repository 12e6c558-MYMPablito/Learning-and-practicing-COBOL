       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteIVA.

      *> Reporte mensual de IVA para la declaracion: del libro de IVA
      *> (iva_movimientos.dat) que llenan FacturacionLotes con lo
      *> trasladado en cada corrida real y AplicaPagos con lo cobrado
      *> en cada pago, junta los renglones del mes y de la empresa
      *> pedidos. Lo trasladado sale por tratamiento y tasa, con su
      *> base y su impuesto; lo cobrado sale en un solo total, y al
      *> final la diferencia que queda pendiente de cobro del mes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoMovIVA
               ASSIGN TO "iva_movimientos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Mov-IVA.

      *> La empresa original "01" deja iva_mensual.rpt de siempre;
      *> las demas llevan su codigo como sufijo.
               SELECT ArchivoReporte
               ASSIGN TO DYNAMIC WS-Nombre-Reporte
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoMovIVA
           LABEL RECORD IS STANDARD.
           COPY IVAMOV.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Mov-IVA PIC XX VALUE SPACES.
           88 Mov-IVA-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Mov-IVA PIC X VALUE "N".
           88 Fin-Mov-IVA VALUE "S".

      *> Empresa del reporte, validada contra el catalogo como en la
      *> facturacion.
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Nombre-Reporte PIC X(40) VALUE "iva_mensual.rpt".

      *> Mes que se declara (AAAAMM); Enter = el mes de la corrida.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Texto PIC X(6) VALUE SPACES.
       01 WS-Mes-Reporte PIC 9(6) VALUE ZEROS.
       01 WS-Mes-Partes REDEFINES WS-Mes-Reporte.
           05 WS-Mes-Anio PIC 9(4).
           05 WS-Mes-Mes PIC 9(2).

      *> Trasladado del mes por tratamiento y tasa.
       01 WS-Cantidad-Tramos PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Tramos.
           05 WS-Tramo OCCURS 20 TIMES.
               10 WS-Tra-Tipo         PIC X.
               10 WS-Tra-Tasa         PIC 9(2)V99.
               10 WS-Tra-Base         PIC S9(11)V99.
               10 WS-Tra-Impuesto     PIC S9(11)V99.
       01 WS-Indice-Tra PIC 9(2) VALUE ZEROS.
       01 WS-Tramo-Hallado PIC X VALUE "N".
           88 Tramo-Hallado VALUE "S".
       01 WS-Tramos-Omitidos PIC 9(6) VALUE ZEROS.

       01 WS-Total-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Del-Mes PIC 9(7) VALUE ZEROS.
       01 WS-Total-Base PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Trasladado PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Cobrado PIC S9(11)V99 VALUE ZEROS.
       01 WS-Diferencia PIC S9(11)V99 VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20) VALUE "ReporteIVA".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Mes.
           05 FILLER PIC X(16) VALUE "MES DECLARADO:  ".
           05 WS-Enc-Mes PIC 9(6).
           05 FILLER PIC X(12) VALUE "   EMPRESA: ".
           05 WS-Enc-Empresa PIC X(2).

       01 WS-Linea-Titulos.
           05 FILLER PIC X(40) VALUE
               "TRATAMIENTO      TASA             BASE  ".
           05 FILLER PIC X(40) VALUE
               "      IMPUESTO".

       01 WS-Linea-Tramo.
           05 WS-Det-Tratamiento PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Tasa PIC Z9,99.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Det-Base PIC Z(10)9,99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Det-Impuesto PIC Z(10)9,99-.

       01 WS-Linea-Total-Trasladado.
           05 FILLER PIC X(25) VALUE "TOTAL TRASLADADO".
           05 WS-Tot-Base PIC Z(10)9,99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Tot-Trasladado PIC Z(10)9,99-.

       01 WS-Linea-Total-Cobrado.
           05 FILLER PIC X(41) VALUE
               "IVA COBRADO CON LOS PAGOS DEL MES".
           05 WS-Tot-Cobrado PIC Z(10)9,99-.

       01 WS-Linea-Diferencia.
           05 FILLER PIC X(41) VALUE
               "TRASLADADO MENOS COBRADO".
           05 WS-Tot-Diferencia PIC Z(10)9,99-.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 0050-Pide-Empresa
           PERFORM 0060-Pide-Mes
           OPEN INPUT ArchivoMovIVA
           IF Mov-IVA-No-Existe
               DISPLAY "No existe el libro de IVA todavia; corra "
                   "primero la facturacion."
               CLOSE ArchivoMovIVA
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WITH TEST BEFORE UNTIL Fin-Mov-IVA
               READ ArchivoMovIVA
                   AT END
                       SET Fin-Mov-IVA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Total-Leidos
                       PERFORM 1000-Acumula-Movimiento
               END-READ
           END-PERFORM
           CLOSE ArchivoMovIVA

           OPEN OUTPUT ArchivoReporte
           PERFORM 2000-Escribe-Reporte
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos
           MOVE WS-Total-Del-Mes TO WS-Corrida-Escritos
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
      *> Codigo de retorno 4: el mes no tuvo movimientos de IVA o no
      *> todos los tramos cupieron; el reporte salio, pero incompleto
      *> o vacio.
           IF WS-Total-Del-Mes = ZEROS OR WS-Tramos-Omitidos > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> La empresa del reporte; Enter toma la original "01".
       0050-Pide-Empresa.
           DISPLAY "Empresa del reporte de IVA (Enter = 01): "
           ACCEPT WS-Empresa-Corrida
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM 0050-Pide-Empresa
           ELSE
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Reporte
                   STRING "iva_mensual_" WS-Empresa-Corrida ".rpt"
                       DELIMITED BY SIZE
                       INTO WS-Nombre-Reporte
                   END-STRING
               END-IF
           END-IF.

       0060-Pide-Mes.
           DISPLAY "Mes a declarar AAAAMM (Enter = mes en curso): "
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

      *> Solo cuentan los renglones del mes y de la empresa pedidos;
      *> un renglon sin empresa es de la original "01".
       1000-Acumula-Movimiento.
           IF Ivm-Empresa = SPACES
               MOVE "01" TO Ivm-Empresa
           END-IF
           IF Ivm-Fecha(1:6) = WS-Mes-Reporte
              AND Ivm-Empresa = WS-Empresa-Corrida
               ADD 1 TO WS-Total-Del-Mes
               IF Ivm-Cobrado
                   ADD Ivm-Impuesto TO WS-Total-Cobrado
               ELSE
                   ADD Ivm-Base TO WS-Total-Base
                   ADD Ivm-Impuesto TO WS-Total-Trasladado
                   PERFORM 1100-Acumula-Tramo
               END-IF
           END-IF.

       1100-Acumula-Tramo.
           MOVE "N" TO WS-Tramo-Hallado
           PERFORM VARYING WS-Indice-Tra FROM 1 BY 1
                   UNTIL WS-Indice-Tra > WS-Cantidad-Tramos
                      OR Tramo-Hallado
               IF WS-Tra-Tipo(WS-Indice-Tra) = Ivm-Tipo-IVA
                  AND WS-Tra-Tasa(WS-Indice-Tra) = Ivm-Tasa-IVA
                   SET Tramo-Hallado TO TRUE
                   ADD Ivm-Base TO WS-Tra-Base(WS-Indice-Tra)
                   ADD Ivm-Impuesto TO WS-Tra-Impuesto(WS-Indice-Tra)
               END-IF
           END-PERFORM
           IF NOT Tramo-Hallado
               IF WS-Cantidad-Tramos < 20
                   ADD 1 TO WS-Cantidad-Tramos
                   MOVE Ivm-Tipo-IVA
                       TO WS-Tra-Tipo(WS-Cantidad-Tramos)
                   MOVE Ivm-Tasa-IVA
                       TO WS-Tra-Tasa(WS-Cantidad-Tramos)
                   MOVE Ivm-Base TO WS-Tra-Base(WS-Cantidad-Tramos)
                   MOVE Ivm-Impuesto
                       TO WS-Tra-Impuesto(WS-Cantidad-Tramos)
               ELSE
                   ADD 1 TO WS-Tramos-Omitidos
               END-IF
           END-IF.

       2000-Escribe-Reporte.
           MOVE "REPORTE MENSUAL DE IVA" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           MOVE WS-Empresa-Corrida TO Enc-Empresa
           PERFORM EncabezaPagina
           MOVE WS-Mes-Reporte TO WS-Enc-Mes
           MOVE WS-Empresa-Corrida TO WS-Enc-Empresa
           MOVE WS-Linea-Mes TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Tra FROM 1 BY 1
                   UNTIL WS-Indice-Tra > WS-Cantidad-Tramos
               PERFORM 2100-Escribe-Tramo
           END-PERFORM

           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Base TO WS-Tot-Base
           MOVE WS-Total-Trasladado TO WS-Tot-Trasladado
           MOVE WS-Linea-Total-Trasladado TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Cobrado TO WS-Tot-Cobrado
           MOVE WS-Linea-Total-Cobrado TO Linea-Reporte
           PERFORM EscribeLineaReporte
           COMPUTE WS-Diferencia =
               WS-Total-Trasladado - WS-Total-Cobrado
           MOVE WS-Diferencia TO WS-Tot-Diferencia
           MOVE WS-Linea-Diferencia TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       2100-Escribe-Tramo.
           EVALUATE WS-Tra-Tipo(WS-Indice-Tra)
               WHEN "G"
                   MOVE "TASA GENERAL" TO WS-Det-Tratamiento
               WHEN "C"
                   MOVE "TASA CERO" TO WS-Det-Tratamiento
               WHEN OTHER
                   MOVE "EXENTO" TO WS-Det-Tratamiento
           END-EVALUATE
           MOVE WS-Tra-Tasa(WS-Indice-Tra) TO WS-Det-Tasa
           MOVE WS-Tra-Base(WS-Indice-Tra) TO WS-Det-Base
           MOVE WS-Tra-Impuesto(WS-Indice-Tra) TO WS-Det-Impuesto
           MOVE WS-Linea-Tramo TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Reporte mensual de IVA ==".
           DISPLAY "Mes declarado: " WS-Mes-Reporte.
           DISPLAY "Empresa: " WS-Empresa-Corrida.
           DISPLAY "Movimientos del mes: " WS-Total-Del-Mes.
           DISPLAY "IVA trasladado: " WS-Total-Trasladado.
           DISPLAY "IVA cobrado: " WS-Total-Cobrado.
           IF WS-Tramos-Omitidos > ZEROS
               DISPLAY "Aviso: " WS-Tramos-Omitidos
                   " renglones no cupieron en la tabla de tasas."
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ReporteIVA.
