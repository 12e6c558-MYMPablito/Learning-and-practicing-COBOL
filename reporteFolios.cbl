       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteFolios.

      *> Revision de folios fiscales para auditoria: recorre el
      *> registro de folios (folio_facturas.dat) serie por serie
      *> contra el ultimo folio consumido de cada una
      *> (folio_series.dat) y lista los huecos -numeros que se
      *> consumieron y no estan en el registro- y los folios mayores
      *> al ultimo de su serie. Despues ordena los folios vigentes por
      *> cliente y fecha con el verbo SORT y lista como posible
      *> duplicado a todo cliente con mas de un folio vigente de la
      *> misma serie el mismo dia (una facturacion corrida dos
      *> veces). Los folios cancelados no son hueco ni duplicado:
      *> siguen en el registro con su motivo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-FOLIOS
               ASSIGN TO "folio_facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Fol-Llave
               FILE STATUS IS WS-Estado-Folios.

               SELECT OPTIONAL ARCHIVO-SERIES
               ASSIGN TO "folio_series.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Fse-Serie
               FILE STATUS IS WS-Estado-Series.

               SELECT ArchivoOrdenamiento
               ASSIGN TO "folios_sort.tmp".

               SELECT ArchivoReporte
               ASSIGN TO "folio_auditoria.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FOLIOS
           LABEL RECORD IS STANDARD.
           COPY FOLIO.

       FD  ARCHIVO-SERIES
           LABEL RECORD IS STANDARD.
           COPY FOLSERIE.

      *> Registro de trabajo del SORT: un folio vigente por renglon.
       SD  ArchivoOrdenamiento.
       01  Registro-Ordenamiento.
           05 Ord-Serie               PIC X(4).
           05 Ord-Cliente-ID          PIC 9(6).
           05 Ord-Fecha               PIC 9(8).
           05 Ord-Folio               PIC 9(9).
           05 Ord-Total               PIC S9(7)V99.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Folios PIC XX VALUE SPACES.
           88 Folios-No-Existe VALUE "05" "35".
       01 WS-Estado-Series PIC XX VALUE SPACES.
           88 Series-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Folios PIC X VALUE "N".
           88 Fin-Folios VALUE "S".
       01 WS-Fin-Series PIC X VALUE "N".
           88 Fin-Series VALUE "S".
       01 WS-Fin-Sort PIC X VALUE "N".
           88 Fin-Sort VALUE "S".
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Ultimo folio consumido de cada serie, cargado al arrancar.
       01 WS-Cantidad-Series PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Series.
           05 WS-Serie OCCURS 50 TIMES.
               10 WS-Ser-Serie        PIC X(4).
               10 WS-Ser-Ultimo       PIC 9(9).
               10 WS-Ser-Revisada     PIC X.
       01 WS-Indice-Ser PIC 9(2) VALUE ZEROS.
       01 WS-Serie-Hallada PIC X VALUE "N".
           88 Serie-Hallada VALUE "S".
       01 WS-Series-Omitidas PIC 9(5) VALUE ZEROS.

      *> Serie en curso del recorrido del registro.
       01 WS-Serie-Actual PIC X(4) VALUE SPACES.
       01 WS-Ultimo-Serie PIC 9(9) VALUE ZEROS.
       01 WS-Folio-Esperado PIC 9(9) VALUE ZEROS.
       01 WS-Emitidos-Serie PIC 9(7) VALUE ZEROS.
       01 WS-Cancelados-Serie PIC 9(7) VALUE ZEROS.

      *> Folio vigente anterior en el orden del SORT, para comparar.
       01 WS-Previo-Serie PIC X(4) VALUE SPACES.
       01 WS-Previo-Cliente PIC 9(6) VALUE ZEROS.
       01 WS-Previo-Fecha PIC 9(8) VALUE ZEROS.
       01 WS-Previo-Folio PIC 9(9) VALUE ZEROS.

       01 WS-Total-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Emitidos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Cancelados PIC 9(7) VALUE ZEROS.
       01 WS-Total-Huecos PIC 9(7) VALUE ZEROS.
       01 WS-Folios-Faltantes PIC 9(9) VALUE ZEROS.
       01 WS-Total-Fuera-Rango PIC 9(7) VALUE ZEROS.
       01 WS-Total-Duplicados PIC 9(7) VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20) VALUE "ReporteFolios".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Titulo-Huecos.
           05 FILLER PIC X(40) VALUE
               "SERIE  FOLIO DESDE  FOLIO HASTA  OBSERVA".
           05 FILLER PIC X(40) VALUE "CION".

       01 WS-Linea-Hueco.
           05 WS-Hue-Serie PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Hue-Desde PIC Z(8)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Hue-Hasta PIC Z(8)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Hue-Nota PIC X(40).

       01 WS-Linea-Serie.
           05 FILLER PIC X(6) VALUE "SERIE ".
           05 WS-Res-Serie PIC X(4).
           05 FILLER PIC X(12) VALUE "  EMITIDOS: ".
           05 WS-Res-Emitidos PIC Z(6)9.
           05 FILLER PIC X(14) VALUE "  CANCELADOS: ".
           05 WS-Res-Cancelados PIC Z(6)9.
           05 FILLER PIC X(10) VALUE "  ULTIMO: ".
           05 WS-Res-Ultimo PIC Z(8)9.

       01 WS-Linea-Titulo-Duplicados.
           05 FILLER PIC X(40) VALUE
               "POSIBLES DUPLICADOS: MISMO CLIENTE, MISM".
           05 FILLER PIC X(40) VALUE
               "A SERIE Y MISMA FECHA".

       01 WS-Linea-Columnas-Duplicados.
           05 FILLER PIC X(40) VALUE
               "SERIE  CLIENTE  FECHA      FOLIO PREVIO".
           05 FILLER PIC X(40) VALUE
               "  FOLIO               TOTAL".

       01 WS-Linea-Duplicado.
           05 WS-Dup-Serie PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Dup-Cliente PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Dup-Fecha PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Dup-Previo PIC Z(8)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Dup-Folio PIC Z(8)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Dup-Total PIC Z(6)9,99-.

       01 WS-Linea-Sin-Novedad PIC X(40) VALUE
           "SIN NOVEDAD.".

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           OPEN INPUT ARCHIVO-FOLIOS
           IF Folios-No-Existe
               DISPLAY "No existe el registro de folios todavia; "
                   "corra primero la facturacion."
               CLOSE ARCHIVO-FOLIOS
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-Carga-Series

           OPEN OUTPUT ArchivoReporte
           MOVE "AUDITORIA DE FOLIOS FISCALES" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Linea-Titulo-Huecos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           SORT ArchivoOrdenamiento
               ON ASCENDING KEY Ord-Serie
               ON ASCENDING KEY Ord-Cliente-ID
               ON ASCENDING KEY Ord-Fecha
               ON ASCENDING KEY Ord-Folio
               INPUT PROCEDURE IS 2000-Revisa-Folios
                   THRU 2000-Revisa-Folios-Fin
               OUTPUT PROCEDURE IS 3000-Busca-Duplicados
                   THRU 3000-Busca-Duplicados-Fin
           CLOSE ARCHIVO-FOLIOS
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos
           COMPUTE WS-Corrida-Escritos =
               WS-Total-Huecos + WS-Total-Fuera-Rango
               + WS-Total-Duplicados
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
      *> Codigo de retorno 4: la revision encontro huecos, folios
      *> fuera de rango o posibles duplicados que hay que aclarar.
           IF WS-Corrida-Escritos > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Carga-Series.
           OPEN INPUT ARCHIVO-SERIES
           IF Series-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Series
                   READ ARCHIVO-SERIES NEXT RECORD
                       AT END
                           SET Fin-Series TO TRUE
                       NOT AT END
                           PERFORM 1100-Guarda-Serie
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-SERIES.

       1100-Guarda-Serie.
           IF WS-Cantidad-Series < 50
               ADD 1 TO WS-Cantidad-Series
               MOVE Fse-Serie TO WS-Ser-Serie(WS-Cantidad-Series)
               MOVE Fse-Ultimo-Folio
                   TO WS-Ser-Ultimo(WS-Cantidad-Series)
               MOVE "N" TO WS-Ser-Revisada(WS-Cantidad-Series)
           ELSE
               ADD 1 TO WS-Series-Omitidas
           END-IF.

      *> El registro viene en orden de serie y folio: cada serie
      *> deberia arrancar en 1 y seguir de uno en uno hasta su ultimo
      *> folio consumido. Los folios vigentes pasan al SORT para la
      *> busqueda de duplicados.
       2000-Revisa-Folios.
           MOVE SPACES TO WS-Serie-Actual
           PERFORM WITH TEST BEFORE UNTIL Fin-Folios
               READ ARCHIVO-FOLIOS NEXT RECORD
                   AT END
                       SET Fin-Folios TO TRUE
                   NOT AT END
                       PERFORM 2100-Revisa-Folio
               END-READ
           END-PERFORM
           IF WS-Serie-Actual NOT = SPACES
               PERFORM 2300-Cierra-Serie
           END-IF
           PERFORM VARYING WS-Indice-Ser FROM 1 BY 1
                   UNTIL WS-Indice-Ser > WS-Cantidad-Series
               PERFORM 2400-Revisa-Serie-Vacia
           END-PERFORM.
       2000-Revisa-Folios-Fin.
           EXIT.

       2100-Revisa-Folio.
           ADD 1 TO WS-Total-Leidos
           IF Fol-Serie NOT = WS-Serie-Actual
               IF WS-Serie-Actual NOT = SPACES
                   PERFORM 2300-Cierra-Serie
               END-IF
               PERFORM 2200-Abre-Serie
           END-IF
           IF Fol-Numero > WS-Folio-Esperado
               MOVE WS-Folio-Esperado TO WS-Hue-Desde
               COMPUTE WS-Hue-Hasta = Fol-Numero - 1
               COMPUTE WS-Folios-Faltantes = WS-Folios-Faltantes
                   + Fol-Numero - WS-Folio-Esperado
               MOVE "FOLIOS FALTANTES EN EL REGISTRO"
                   TO WS-Hue-Nota
               PERFORM 2500-Escribe-Hueco
           END-IF
           IF Fol-Numero > WS-Ultimo-Serie
               MOVE Fol-Numero TO WS-Hue-Desde
               MOVE Fol-Numero TO WS-Hue-Hasta
               MOVE "FOLIO MAYOR AL ULTIMO DE LA SERIE"
                   TO WS-Hue-Nota
               MOVE WS-Linea-Hueco TO Linea-Reporte
               PERFORM EscribeLineaReporte
               ADD 1 TO WS-Total-Fuera-Rango
           END-IF
           IF Fol-Cancelado
               ADD 1 TO WS-Cancelados-Serie
               ADD 1 TO WS-Total-Cancelados
           ELSE
               ADD 1 TO WS-Emitidos-Serie
               ADD 1 TO WS-Total-Emitidos
               MOVE Fol-Serie TO Ord-Serie
               MOVE Fol-Cliente-ID TO Ord-Cliente-ID
               MOVE Fol-Fecha-Emision TO Ord-Fecha
               MOVE Fol-Numero TO Ord-Folio
               MOVE Fol-Total TO Ord-Total
               RELEASE Registro-Ordenamiento
           END-IF
           COMPUTE WS-Folio-Esperado = Fol-Numero + 1.

      *> Arranque de una serie: su ultimo folio consumido sale de la
      *> tabla; una serie sin control se revisa solo por continuidad.
       2200-Abre-Serie.
           MOVE Fol-Serie TO WS-Serie-Actual
           MOVE 1 TO WS-Folio-Esperado
           MOVE ZEROS TO WS-Emitidos-Serie
           MOVE ZEROS TO WS-Cancelados-Serie
           MOVE 999999999 TO WS-Ultimo-Serie
           MOVE "N" TO WS-Serie-Hallada
           PERFORM VARYING WS-Indice-Ser FROM 1 BY 1
                   UNTIL WS-Indice-Ser > WS-Cantidad-Series
                      OR Serie-Hallada
               IF WS-Ser-Serie(WS-Indice-Ser) = Fol-Serie
                   SET Serie-Hallada TO TRUE
                   MOVE WS-Ser-Ultimo(WS-Indice-Ser)
                       TO WS-Ultimo-Serie
                   MOVE "S" TO WS-Ser-Revisada(WS-Indice-Ser)
               END-IF
           END-PERFORM
           IF NOT Serie-Hallada
               MOVE Fol-Serie TO WS-Hue-Serie
               MOVE ZEROS TO WS-Hue-Desde
               MOVE ZEROS TO WS-Hue-Hasta
               MOVE "SERIE SIN CONTROL EN FOLIO_SERIES"
                   TO WS-Hue-Nota
               MOVE WS-Linea-Hueco TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF
           MOVE Fol-Serie TO WS-Hue-Serie.

      *> Cierre de una serie: lo consumido despues del ultimo folio
      *> registrado tambien es hueco.
       2300-Cierra-Serie.
           IF WS-Ultimo-Serie NOT = 999999999
              AND WS-Ultimo-Serie >= WS-Folio-Esperado
               MOVE WS-Serie-Actual TO WS-Hue-Serie
               MOVE WS-Folio-Esperado TO WS-Hue-Desde
               MOVE WS-Ultimo-Serie TO WS-Hue-Hasta
               COMPUTE WS-Folios-Faltantes = WS-Folios-Faltantes
                   + WS-Ultimo-Serie - WS-Folio-Esperado + 1
               MOVE "CONSUMIDOS SIN REGISTRO" TO WS-Hue-Nota
               PERFORM 2500-Escribe-Hueco
           END-IF
           MOVE WS-Serie-Actual TO WS-Res-Serie
           MOVE WS-Emitidos-Serie TO WS-Res-Emitidos
           MOVE WS-Cancelados-Serie TO WS-Res-Cancelados
           COMPUTE WS-Res-Ultimo = WS-Folio-Esperado - 1
           MOVE WS-Linea-Serie TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> Una serie con folios consumidos y ninguno en el registro es
      *> un hueco completo.
       2400-Revisa-Serie-Vacia.
           IF WS-Ser-Revisada(WS-Indice-Ser) = "N"
              AND WS-Ser-Ultimo(WS-Indice-Ser) > ZEROS
               MOVE WS-Ser-Serie(WS-Indice-Ser) TO WS-Hue-Serie
               MOVE 1 TO WS-Hue-Desde
               MOVE WS-Ser-Ultimo(WS-Indice-Ser) TO WS-Hue-Hasta
               ADD WS-Ser-Ultimo(WS-Indice-Ser)
                   TO WS-Folios-Faltantes
               MOVE "CONSUMIDOS SIN REGISTRO" TO WS-Hue-Nota
               PERFORM 2500-Escribe-Hueco
           END-IF.

       2500-Escribe-Hueco.
           MOVE WS-Linea-Hueco TO Linea-Reporte
           PERFORM EscribeLineaReporte
           ADD 1 TO WS-Total-Huecos.

      *> Los folios vigentes llegan ordenados por serie, cliente y
      *> fecha: dos seguidos con los tres iguales son un posible
      *> duplicado.
       3000-Busca-Duplicados.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulo-Duplicados TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Columnas-Duplicados TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "N" TO WS-Fin-Sort
           PERFORM WITH TEST BEFORE UNTIL Fin-Sort
               RETURN ArchivoOrdenamiento
                   AT END
                       SET Fin-Sort TO TRUE
                   NOT AT END
                       PERFORM 3100-Compara-Folio
               END-RETURN
           END-PERFORM
           IF WS-Total-Duplicados = ZEROS
               MOVE WS-Linea-Sin-Novedad TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.
       3000-Busca-Duplicados-Fin.
           EXIT.

       3100-Compara-Folio.
           IF Ord-Serie = WS-Previo-Serie
              AND Ord-Cliente-ID = WS-Previo-Cliente
              AND Ord-Fecha = WS-Previo-Fecha
               MOVE Ord-Serie TO WS-Dup-Serie
               MOVE Ord-Cliente-ID TO WS-Dup-Cliente
               MOVE Ord-Fecha TO WS-Dup-Fecha
               MOVE WS-Previo-Folio TO WS-Dup-Previo
               MOVE Ord-Folio TO WS-Dup-Folio
               MOVE Ord-Total TO WS-Dup-Total
               MOVE WS-Linea-Duplicado TO Linea-Reporte
               PERFORM EscribeLineaReporte
               ADD 1 TO WS-Total-Duplicados
           END-IF
           MOVE Ord-Serie TO WS-Previo-Serie
           MOVE Ord-Cliente-ID TO WS-Previo-Cliente
           MOVE Ord-Fecha TO WS-Previo-Fecha
           MOVE Ord-Folio TO WS-Previo-Folio.

       9000-Muestra-Resumen.
           DISPLAY "== Auditoria de folios fiscales ==".
           DISPLAY "Folios en el registro: " WS-Total-Leidos.
           DISPLAY "Vigentes: " WS-Total-Emitidos
               "  Cancelados: " WS-Total-Cancelados.
           DISPLAY "Huecos: " WS-Total-Huecos
               " (" WS-Folios-Faltantes " folios faltantes)".
           DISPLAY "Folios mayores al ultimo de su serie: "
               WS-Total-Fuera-Rango.
           DISPLAY "Posibles duplicados: " WS-Total-Duplicados.
           IF WS-Series-Omitidas > ZEROS
               DISPLAY "Aviso: " WS-Series-Omitidas
                   " series no cupieron en la tabla."
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ReporteFolios.
