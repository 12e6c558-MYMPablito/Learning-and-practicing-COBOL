       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanzaComprobacion.

      *> Balanza de comprobacion mensual desde el maestro del mayor
      *> (mayor.dat): por cada cuenta, el saldo inicial (cargos menos
      *> abonos de los meses anteriores), los cargos y abonos del mes
      *> y el saldo final. Las cuentas salen del mapa contable
      *> (mapa_contable.dat) y del catalogo de conceptos de cargo
      *> (conceptos_cargo.dat), aunque no se hayan movido; una cuenta
      *> con movimiento en el mayor que no este en ningun catalogo
      *> (la generica de reclasificacion o una con prefijo de otra
      *> empresa) tambien sale, marcada con "*" para que el contador
      *> la revise. La balanza debe cuadrar: el total de cargos
      *> igual al de abonos y la suma de saldos en ceros.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARCHIVO-MAYOR
               ASSIGN TO "mayor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS May-Llave
               FILE STATUS IS WS-Estado-Mayor.

               SELECT OPTIONAL ArchivoMapa
               ASSIGN TO "mapa_contable.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Mapa.

               SELECT OPTIONAL ARCHIVO-CONCEPTOS
               ASSIGN TO "conceptos_cargo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Cnc-Codigo
               FILE STATUS IS WS-Estado-Conceptos.

               SELECT ArchivoReporte
               ASSIGN TO "balanza_comprobacion.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAYOR
           LABEL RECORD IS STANDARD.
           COPY MAYOR.

       FD  ArchivoMapa
           LABEL RECORD IS STANDARD.
           COPY MAPACONT.

       FD  ARCHIVO-CONCEPTOS
           LABEL RECORD IS STANDARD.
           COPY CONCEPTO.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Mayor PIC XX VALUE SPACES.
           88 Mayor-No-Existe VALUE "05" "35".
       01 WS-Estado-Mapa PIC XX VALUE SPACES.
           88 Mapa-No-Existe VALUE "05" "35".
       01 WS-Estado-Conceptos PIC XX VALUE SPACES.
           88 Conceptos-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Lectura PIC X VALUE "N".
           88 Fin-Lectura VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Texto PIC X(6) VALUE SPACES.
       01 WS-Mes-Reporte PIC 9(6) VALUE ZEROS.
       01 WS-Mes-Partes REDEFINES WS-Mes-Reporte.
           05 WS-Mes-Anio PIC 9(4).
           05 WS-Mes-Mes PIC 9(2).

      *> Cuentas de la balanza en orden de cuenta; cada catalogo y
      *> cada registro del mayor entran por 1100-Ubica-Cuenta.
       01 WS-Cantidad-Cuentas PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Cuentas.
           05 WS-Cuenta OCCURS 500 TIMES.
               10 WS-Cta-Cuenta       PIC X(12).
               10 WS-Cta-Inicial      PIC S9(13)V99.
               10 WS-Cta-Cargos       PIC 9(13)V99.
               10 WS-Cta-Abonos       PIC 9(13)V99.
               10 WS-Cta-Catalogo     PIC X.
       01 WS-Indice-Cta PIC 9(3) VALUE ZEROS.
       01 WS-Indice-Mueve PIC 9(3) VALUE ZEROS.
       01 WS-Cuenta-Buscada PIC X(12) VALUE SPACES.
       01 WS-De-Catalogo PIC X VALUE "N".
           88 De-Catalogo VALUE "S".
       01 WS-Cuentas-Omitidas PIC 9(5) VALUE ZEROS.

       01 WS-Saldo-Final PIC S9(13)V99 VALUE ZEROS.
       01 WS-Total-Inicial PIC S9(13)V99 VALUE ZEROS.
       01 WS-Total-Cargos PIC 9(13)V99 VALUE ZEROS.
       01 WS-Total-Abonos PIC 9(13)V99 VALUE ZEROS.
       01 WS-Total-Final PIC S9(13)V99 VALUE ZEROS.
       01 WS-Total-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Fuera-Catalogo PIC 9(3) VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20) VALUE "BalanzaComprobacion".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Mes.
           05 FILLER PIC X(6) VALUE "MES: ".
           05 WS-Lin-Mes PIC 9(6).

       01 WS-Linea-Titulos.
           05 FILLER PIC X(13) VALUE "CUENTA".
           05 FILLER PIC X(16) VALUE "  SALDO INICIAL".
           05 FILLER PIC X(15) VALUE "        CARGOS".
           05 FILLER PIC X(15) VALUE "        ABONOS".
           05 FILLER PIC X(16) VALUE "    SALDO FINAL".

       01 WS-Linea-Cuenta.
           05 WS-Det-Cuenta PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Inicial PIC Z(10)9,99-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Cargos PIC Z(10)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Abonos PIC Z(10)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Final PIC Z(10)9,99-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Marca PIC X.

       01 WS-Linea-Cuadre.
           05 FILLER PIC X(40) VALUE SPACES.
           05 WS-Cua-Texto PIC X(40).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 0060-Pide-Mes
           OPEN INPUT ARCHIVO-MAYOR
           IF Mayor-No-Existe
               DISPLAY "No existe el mayor todavia; corra primero "
                   "AsientaPolizaMayor."
               CLOSE ARCHIVO-MAYOR
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARCHIVO-MAYOR
           PERFORM 1000-Carga-Catalogos
           PERFORM 2000-Acumula-Mayor

           OPEN OUTPUT ArchivoReporte
           PERFORM 3000-Escribe-Reporte
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos
           MOVE WS-Cantidad-Cuentas TO WS-Corrida-Escritos
           MOVE WS-Cuentas-Omitidas TO WS-Corrida-Rechazados
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
      *> Codigo de retorno 4: la balanza no cuadra o le faltaron
      *> cuentas por falta de lugar en la tabla.
           IF WS-Total-Cargos NOT = WS-Total-Abonos
              OR WS-Total-Final NOT = ZEROS
              OR WS-Cuentas-Omitidas > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0060-Pide-Mes.
           DISPLAY "Mes de la balanza AAAAMM (Enter = mes en curso): "
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

      *> Las cuentas de cargo y abono del mapa contable y la cuenta
      *> de cada concepto de cargo.
       1000-Carga-Catalogos.
           SET De-Catalogo TO TRUE
           OPEN INPUT ArchivoMapa
           IF Mapa-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ArchivoMapa
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           MOVE Map-Cuenta-Cargo TO WS-Cuenta-Buscada
                           PERFORM 1100-Ubica-Cuenta
                           MOVE Map-Cuenta-Abono TO WS-Cuenta-Buscada
                           PERFORM 1100-Ubica-Cuenta
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoMapa
           OPEN INPUT ARCHIVO-CONCEPTOS
           IF Conceptos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ARCHIVO-CONCEPTOS NEXT RECORD
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           MOVE Cnc-Cuenta-GL TO WS-Cuenta-Buscada
                           PERFORM 1100-Ubica-Cuenta
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-CONCEPTOS.

      *> Deja en WS-Indice-Cta el renglon de WS-Cuenta-Buscada; si no
      *> esta, lo inserta en su lugar para que la tabla quede en
      *> orden de cuenta. Con la tabla llena el indice queda en cero.
       1100-Ubica-Cuenta.
           IF WS-Cuenta-Buscada = SPACES
               MOVE ZEROS TO WS-Indice-Cta
           ELSE
               PERFORM VARYING WS-Indice-Cta FROM 1 BY 1
                       UNTIL WS-Indice-Cta > WS-Cantidad-Cuentas
                          OR WS-Cta-Cuenta(WS-Indice-Cta)
                             >= WS-Cuenta-Buscada
                   CONTINUE
               END-PERFORM
               IF WS-Indice-Cta <= WS-Cantidad-Cuentas
                  AND WS-Cta-Cuenta(WS-Indice-Cta) = WS-Cuenta-Buscada
                   IF De-Catalogo
                       MOVE "S" TO WS-Cta-Catalogo(WS-Indice-Cta)
                   END-IF
               ELSE
                   IF WS-Cantidad-Cuentas = 500
                       ADD 1 TO WS-Cuentas-Omitidas
                       MOVE ZEROS TO WS-Indice-Cta
                   ELSE
                       PERFORM 1110-Inserta-Cuenta
                   END-IF
               END-IF
           END-IF.

       1110-Inserta-Cuenta.
           PERFORM VARYING WS-Indice-Mueve FROM WS-Cantidad-Cuentas
                   BY -1 UNTIL WS-Indice-Mueve < WS-Indice-Cta
               MOVE WS-Cuenta(WS-Indice-Mueve)
                   TO WS-Cuenta(WS-Indice-Mueve + 1)
           END-PERFORM
           ADD 1 TO WS-Cantidad-Cuentas
           MOVE WS-Cuenta-Buscada TO WS-Cta-Cuenta(WS-Indice-Cta)
           MOVE ZEROS TO WS-Cta-Inicial(WS-Indice-Cta)
           MOVE ZEROS TO WS-Cta-Cargos(WS-Indice-Cta)
           MOVE ZEROS TO WS-Cta-Abonos(WS-Indice-Cta)
           IF De-Catalogo
               MOVE "S" TO WS-Cta-Catalogo(WS-Indice-Cta)
           ELSE
               MOVE "N" TO WS-Cta-Catalogo(WS-Indice-Cta)
           END-IF.

      *> Los meses anteriores forman el saldo inicial; el mes de la
      *> balanza, sus cargos y abonos; los posteriores no cuentan.
       2000-Acumula-Mayor.
           MOVE "N" TO WS-De-Catalogo
           OPEN INPUT ARCHIVO-MAYOR
           MOVE "N" TO WS-Fin-Lectura
           PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
               READ ARCHIVO-MAYOR NEXT RECORD
                   AT END
                       SET Fin-Lectura TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Total-Leidos
                       IF May-Periodo <= WS-Mes-Reporte
                           MOVE May-Cuenta TO WS-Cuenta-Buscada
                           PERFORM 1100-Ubica-Cuenta
                           IF WS-Indice-Cta > ZEROS
                               PERFORM 2100-Acumula-Cuenta
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MAYOR.

       2100-Acumula-Cuenta.
           IF May-Periodo < WS-Mes-Reporte
               COMPUTE WS-Cta-Inicial(WS-Indice-Cta) =
                   WS-Cta-Inicial(WS-Indice-Cta)
                   + May-Cargos - May-Abonos
           ELSE
               ADD May-Cargos TO WS-Cta-Cargos(WS-Indice-Cta)
               ADD May-Abonos TO WS-Cta-Abonos(WS-Indice-Cta)
           END-IF.

       3000-Escribe-Reporte.
           MOVE "BALANZA DE COMPROBACION" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Mes-Reporte TO WS-Lin-Mes
           MOVE WS-Linea-Mes TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Cta FROM 1 BY 1
                   UNTIL WS-Indice-Cta > WS-Cantidad-Cuentas
               PERFORM 3100-Escribe-Cuenta
           END-PERFORM
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "TOTALES" TO WS-Det-Cuenta
           MOVE WS-Total-Inicial TO WS-Det-Inicial
           MOVE WS-Total-Cargos TO WS-Det-Cargos
           MOVE WS-Total-Abonos TO WS-Det-Abonos
           MOVE WS-Total-Final TO WS-Det-Final
           MOVE SPACES TO WS-Det-Marca
           MOVE WS-Linea-Cuenta TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Total-Cargos = WS-Total-Abonos
              AND WS-Total-Final = ZEROS
               MOVE "LA BALANZA CUADRA" TO WS-Cua-Texto
           ELSE
               MOVE "*** LA BALANZA NO CUADRA ***" TO WS-Cua-Texto
           END-IF
           MOVE WS-Linea-Cuadre TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Fuera-Catalogo > ZEROS
               MOVE "* cuenta con movimiento fuera de los catalogos"
                   TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

       3100-Escribe-Cuenta.
           COMPUTE WS-Saldo-Final = WS-Cta-Inicial(WS-Indice-Cta)
               + WS-Cta-Cargos(WS-Indice-Cta)
               - WS-Cta-Abonos(WS-Indice-Cta)
           ADD WS-Cta-Inicial(WS-Indice-Cta) TO WS-Total-Inicial
           ADD WS-Cta-Cargos(WS-Indice-Cta) TO WS-Total-Cargos
           ADD WS-Cta-Abonos(WS-Indice-Cta) TO WS-Total-Abonos
           ADD WS-Saldo-Final TO WS-Total-Final
           MOVE WS-Cta-Cuenta(WS-Indice-Cta) TO WS-Det-Cuenta
           MOVE WS-Cta-Inicial(WS-Indice-Cta) TO WS-Det-Inicial
           MOVE WS-Cta-Cargos(WS-Indice-Cta) TO WS-Det-Cargos
           MOVE WS-Cta-Abonos(WS-Indice-Cta) TO WS-Det-Abonos
           MOVE WS-Saldo-Final TO WS-Det-Final
           IF WS-Cta-Catalogo(WS-Indice-Cta) = "S"
               MOVE SPACES TO WS-Det-Marca
           ELSE
               MOVE "*" TO WS-Det-Marca
               ADD 1 TO WS-Fuera-Catalogo
           END-IF
           MOVE WS-Linea-Cuenta TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Balanza de comprobacion " WS-Mes-Reporte " ==".
           DISPLAY "Cuentas en la balanza: " WS-Cantidad-Cuentas.
           DISPLAY "Fuera de catalogo: " WS-Fuera-Catalogo.
           DISPLAY "Total cargos: " WS-Total-Cargos.
           DISPLAY "Total abonos: " WS-Total-Abonos.
           IF WS-Total-Cargos NOT = WS-Total-Abonos
              OR WS-Total-Final NOT = ZEROS
               DISPLAY "Aviso: la balanza no cuadra."
           END-IF
           IF WS-Cuentas-Omitidas > ZEROS
               DISPLAY "Aviso: " WS-Cuentas-Omitidas
                   " cuentas no cupieron en la tabla."
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM BalanzaComprobacion.
