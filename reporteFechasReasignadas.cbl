       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteFechasReasignadas.

      *> Reporte para el contador de los movimientos que llegaron con
      *> fecha de un mes contable ya cerrado y se asentaron con la
      *> primera fecha del mes abierto siguiente: pagos aplicados,
      *> condonaciones, castigos y polizas del dia. Toma de
      *> fechas_reasignadas.dat los renglones cuya fecha nueva cae en
      *> el mes pedido, con la fecha original, el programa que los
      *> movio y el importe, para que el contador sepa que entro a su
      *> mes abierto perteneciendo a uno ya cerrado. Lo que no se
      *> reasigna (las lineas de facturacion) se rechaza en el
      *> pre-edit y se ve en facturas_rechazadas.log.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoReasignadas
               ASSIGN TO "fechas_reasignadas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reasignadas.

               SELECT ArchivoReporte
               ASSIGN TO "fechas_reasignadas.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoReasignadas
           LABEL RECORD IS STANDARD.
           COPY FECHAREA.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Reasignadas PIC XX VALUE SPACES.
           88 Reasignadas-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Reasignadas PIC X VALUE "N".
           88 Fin-Reasignadas VALUE "S".

      *> Mes contable que se revisa (AAAAMM); Enter = el mes de la
      *> corrida.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Texto PIC X(6) VALUE SPACES.
       01 WS-Mes-Reporte PIC 9(6) VALUE ZEROS.
       01 WS-Mes-Partes REDEFINES WS-Mes-Reporte.
           05 WS-Mes-Anio PIC 9(4).
           05 WS-Mes-Mes PIC 9(2).

       01 WS-Total-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Del-Mes PIC 9(7) VALUE ZEROS.
       01 WS-Importe-Del-Mes PIC 9(13)V99 VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20)
           VALUE "ReporteFechasReasig".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Mes.
           05 FILLER PIC X(24) VALUE "MES CONTABLE ABIERTO:  ".
           05 WS-Enc-Mes PIC 9(6).

       01 WS-Linea-Titulos.
           05 FILLER PIC X(21) VALUE "PROGRAMA".
           05 FILLER PIC X(11) VALUE "MOVIMIENTO".
           05 FILLER PIC X(13) VALUE "REFERENCIA".
           05 FILLER PIC X(9) VALUE "ORIGINAL".
           05 FILLER PIC X(9) VALUE "NUEVA".
           05 FILLER PIC X(14) VALUE "       IMPORTE".

       01 WS-Linea-Detalle.
           05 WS-Det-Programa PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Movimiento PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Referencia PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Fecha-Original PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Fecha-Nueva PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Importe PIC Z(10)9,99.

       01 WS-Linea-Total.
           05 FILLER PIC X(24) VALUE "MOVIMIENTOS REASIGNADOS:".
           05 WS-Tot-Cantidad PIC ZZZZZZ9.
           05 FILLER PIC X(32) VALUE SPACES.
           05 WS-Tot-Importe PIC Z(12)9,99.

       01 WS-Linea-Sin-Movimientos PIC X(50) VALUE
           "NINGUN MOVIMIENTO REASIGNADO A ESTE MES.".

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 0060-Pide-Mes
           OPEN INPUT ArchivoReasignadas
           IF Reasignadas-No-Existe
               DISPLAY "No hay movimientos con fecha reasignada "
                   "todavia."
               CLOSE ArchivoReasignadas
      *> Codigo de retorno 4: no hay nada que reportar; sin cierres
      *> contables la bitacora no existe, y eso no es una falla.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ArchivoReporte
           MOVE "MOVIMIENTOS CON FECHA REASIGNADA" TO
               Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Mes-Reporte TO WS-Enc-Mes
           MOVE WS-Linea-Mes TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM WITH TEST BEFORE UNTIL Fin-Reasignadas
               READ ArchivoReasignadas
                   AT END
                       SET Fin-Reasignadas TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Total-Leidos
                       PERFORM 1000-Escribe-Movimiento
               END-READ
           END-PERFORM
           CLOSE ArchivoReasignadas
           PERFORM 2000-Escribe-Totales
           CLOSE ArchivoReporte

           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos
           MOVE WS-Total-Del-Mes TO WS-Corrida-Escritos
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
           IF WS-Total-Del-Mes = ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0060-Pide-Mes.
           DISPLAY "Mes contable AAAAMM (Enter = mes en curso): "
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

      *> Solo los renglones que quedaron asentados en el mes pedido.
       1000-Escribe-Movimiento.
           IF Fre-Fecha-Nueva(1:6) = WS-Mes-Reporte
               ADD 1 TO WS-Total-Del-Mes
               ADD Fre-Importe TO WS-Importe-Del-Mes
               MOVE Fre-Programa TO WS-Det-Programa
               MOVE Fre-Movimiento TO WS-Det-Movimiento
               MOVE Fre-Referencia TO WS-Det-Referencia
               MOVE Fre-Fecha-Original TO WS-Det-Fecha-Original
               MOVE Fre-Fecha-Nueva TO WS-Det-Fecha-Nueva
               MOVE Fre-Importe TO WS-Det-Importe
               MOVE WS-Linea-Detalle TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

       2000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Total-Del-Mes = ZEROS
               MOVE WS-Linea-Sin-Movimientos TO Linea-Reporte
               PERFORM EscribeLineaReporte
           ELSE
               MOVE WS-Total-Del-Mes TO WS-Tot-Cantidad
               MOVE WS-Importe-Del-Mes TO WS-Tot-Importe
               MOVE WS-Linea-Total TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

       9000-Muestra-Resumen.
           DISPLAY "== Movimientos con fecha reasignada ==".
           DISPLAY "Mes contable: " WS-Mes-Reporte.
           DISPLAY "Movimientos reasignados: " WS-Total-Del-Mes.
           DISPLAY "Importe: " WS-Importe-Del-Mes.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ReporteFechasReasignadas.
