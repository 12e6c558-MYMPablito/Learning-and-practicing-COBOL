       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneraCargosRecurrentes.

      *> Prefacturacion de cargos recurrentes: corre antes que
      *> ValidaFacturas en la cadena nocturna y agrega a facturas.dat
      *> los detalles "D" que el maestro cargos_recurrentes.dat dice
      *> que tocan en el periodo (mes) de la corrida, segun la
      *> frecuencia y la vigencia de cada cargo. Cada detalle se
      *> acomoda debajo de la cabecera de su cliente; el cliente que
      *> no trae cabecera en el lote recibe una nueva con su saldo del
      *> maestro de saldos. Al terminar, cada cargo generado guarda el
      *> periodo en Crr-Ultimo-Periodo, y un cargo que ya tiene el
      *> periodo no se vuelve a generar aunque la corrida se repita.
      *> Las aclaraciones resueltas a favor del cliente con nota de
      *> credito pendiente entran al lote igual, como registro "N"
      *> con el concepto disputado y el importe antes de IVA; el
      *> pre-edit pide la autorizacion del supervisor y la
      *> aclaracion queda marcada con el periodo en que se genero.
      *> Los recargos por pago tardio pendientes de cargos_mora.dat
      *> entran tambien como detalle "D" con su concepto, y quedan
      *> marcados generados con el periodo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARCHIVO-CARGOS
               ASSIGN TO "cargos_recurrentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Crr-Llave
               FILE STATUS IS WS-Estado-Cargos.

      *> El lote capturado a mano; puede no existir todavia si el
      *> periodo solo trae cargos recurrentes.
               SELECT OPTIONAL ArchivoFacturas
               ASSIGN TO "facturas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Facturas.

      *> Temporal donde se arma el lote con los cargos intercalados;
      *> al final reemplaza a facturas.dat, igual que la cola de
      *> AtiendeSuspenso.
               SELECT ArchivoFacturasTmp
               ASSIGN TO "facturas.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Fac-Tmp.

               SELECT OPTIONAL ARCHIVO-ACLARACIONES
               ASSIGN TO "aclaraciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acl-Llave
               FILE STATUS IS WS-Estado-Aclaraciones.

               SELECT OPTIONAL ARCHIVO-SALDOS
               ASSIGN TO "saldos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Sal-Cliente-ID
               FILE STATUS IS WS-Estado-Saldos.

               SELECT OPTIONAL ARCHIVO-CARGOS-MORA
               ASSIGN TO "cargos_mora.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cmo-Llave
               FILE STATUS IS WS-Estado-Cargos-Mora.

               SELECT ArchivoReporte
               ASSIGN TO "cargos_recurrentes.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CARGOS
           LABEL RECORD IS STANDARD.
           COPY CARGOREC.

       FD  ArchivoFacturas
           LABEL RECORD IS STANDARD.
           COPY FACTURA.

       FD  ArchivoFacturasTmp
           LABEL RECORD IS STANDARD.
       01  Registro-Factura-Tmp PIC X(52).

       FD  ARCHIVO-ACLARACIONES
           LABEL RECORD IS STANDARD.
           COPY ACLARA.

       FD  ARCHIVO-SALDOS
           LABEL RECORD IS STANDARD.
           COPY SALDO.

       FD  ARCHIVO-CARGOS-MORA
           LABEL RECORD IS STANDARD.
           COPY CARGOMOR.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
           COPY REPENC.

       01 WS-Estado-Cargos PIC XX VALUE SPACES.
           88 Cargos-No-Existe VALUE "05" "35".
       01 WS-Estado-Facturas PIC XX VALUE SPACES.
           88 Facturas-No-Existe VALUE "05" "35".
       01 WS-Estado-Fac-Tmp PIC XX VALUE SPACES.
       01 WS-Estado-Aclaraciones PIC XX VALUE SPACES.
           88 Aclaraciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Saldos PIC XX VALUE SPACES.
           88 Saldos-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Estado-Cargos-Mora PIC XX VALUE SPACES.
           88 Cargos-Mora-No-Existe VALUE "05" "35".

       01 WS-Fin-Cargos PIC X VALUE "N".
           88 Fin-Cargos VALUE "S".
       01 WS-Fin-Facturas PIC X VALUE "N".
           88 Fin-Facturas VALUE "S".
       01 WS-Fin-Aclaraciones PIC X VALUE "N".
           88 Fin-Aclaraciones VALUE "S".
       01 WS-Fin-Cargos-Mora PIC X VALUE "N".
           88 Fin-Cargos-Mora VALUE "S".

      *> Periodo de la corrida (el mes de hoy) y el mes de inicio y
      *> de fin del cargo en turno, con su vista de anio y mes para
      *> contar los meses transcurridos.
       01 WS-Periodo-Corrida PIC 9(6) VALUE ZEROS.
       01 WS-Periodo-Corrida-R REDEFINES WS-Periodo-Corrida.
           05 WS-Corrida-Anio         PIC 9(4).
           05 WS-Corrida-Mes          PIC 9(2).
       01 WS-Periodo-Inicio PIC 9(6) VALUE ZEROS.
       01 WS-Periodo-Inicio-R REDEFINES WS-Periodo-Inicio.
           05 WS-Inicio-Anio          PIC 9(4).
           05 WS-Inicio-Mes           PIC 9(2).
       01 WS-Periodo-Fin PIC 9(6) VALUE ZEROS.
       01 WS-Meses-Transcurridos PIC 9(5) VALUE ZEROS.
       01 WS-Intervalo-Meses PIC 9(2) VALUE ZEROS.
       01 WS-Cociente PIC 9(5) VALUE ZEROS.
       01 WS-Residuo-Meses PIC 9(2) VALUE ZEROS.
       01 WS-Cargo-Vence PIC X VALUE "N".
           88 Cargo-Vence VALUE "S".

      *> Cargos que tocan en el periodo, en el orden del maestro (por
      *> cliente), con la marca de ya escritos en el lote. Las notas
      *> de credito de aclaraciones se acomodan en la misma tabla en
      *> su lugar por cliente, con el tipo "N" y el consecutivo de la
      *> aclaracion para marcarla despues. Los recargos por pago
      *> tardio van igual en su lugar, con origen "M" y el vencimiento
      *> del estado que los genero, que con el cliente es su llave.
       01 WS-Cantidad-Cargos PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Cargos.
           05 WS-Cargo OCCURS 2000 TIMES.
               10 WS-Crg-Tipo         PIC X.
               10 WS-Crg-Consecutivo  PIC 9(3).
               10 WS-Crg-Cliente-ID   PIC 9(6).
               10 WS-Crg-Concepto     PIC X(10).
               10 WS-Crg-Importe      PIC 9(7)V99.
               10 WS-Crg-Moneda       PIC X(3).
               10 WS-Crg-Generado     PIC X.
               10 WS-Crg-Origen       PIC X.
               10 WS-Crg-Vencimiento  PIC 9(8).
       01 WS-Indice PIC 9(4) VALUE ZEROS.
       01 WS-Posicion PIC 9(4) VALUE ZEROS.
       01 WS-Cantidad-Notas PIC 9(4) VALUE ZEROS.
       01 WS-Cantidad-Recargos PIC 9(4) VALUE ZEROS.
       01 WS-Cliente-Insertado PIC 9(6) VALUE ZEROS.
       01 WS-Cargos-Sin-Lugar PIC 9(4) VALUE ZEROS.

       01 WS-Cliente-Nuevo PIC 9(6) VALUE ZEROS.
       01 WS-Comando PIC X(60) VALUE SPACES.

       01 WS-Total-Leidos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Generados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Notas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Importe-Notas PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Cabeceras PIC 9(6) VALUE ZEROS.
       01 WS-Total-Importe PIC 9(9)V99 VALUE ZEROS.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Programa PIC X(20)
           VALUE "GeneraCargosRecurren".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Linea-Cargo.
           05 FILLER PIC X(8) VALUE "CLIENTE ".
           05 WS-Lin-Cliente PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Concepto PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Importe PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lin-Moneda PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Nota PIC X(20).

       01 WS-Linea-Total.
           05 FILLER PIC X(20) VALUE "DETALLES GENERADOS: ".
           05 WS-Tot-Generados PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "  IMPORTE ".
           05 WS-Tot-Importe PIC Z(8)9,99.

       01 WS-Linea-Total-Notas.
           05 FILLER PIC X(20) VALUE "NOTAS DE CREDITO:   ".
           05 WS-Tot-Notas PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "  IMPORTE ".
           05 WS-Tot-Importe-Notas PIC Z(8)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso(1:6) TO WS-Periodo-Corrida
           PERFORM 1000-Carga-Cargos
           PERFORM 1300-Carga-Notas
           PERFORM 1500-Carga-Recargos
           IF Cargos-No-Existe AND WS-Cantidad-Notas = ZEROS
              AND WS-Cantidad-Recargos = ZEROS
               DISPLAY "No existe el maestro de cargos recurrentes."
      *> Codigo de retorno 4: no hubo nada que hacer; la cadena lo
      *> tolera con el umbral de este paso.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Cantidad-Cargos = ZEROS
               DISPLAY "Ningun cargo recurrente, nota de credito ni "
                   "recargo toca en el periodo " WS-Periodo-Corrida
                   "."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CARGOS RECURRENTES GENERADOS"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           OPEN OUTPUT ArchivoReporte
           PERFORM EncabezaPagina
           OPEN INPUT ARCHIVO-SALDOS
           PERFORM 2000-Intercala-Lote
           PERFORM 3000-Cargos-Sin-Cabecera
           CLOSE ARCHIVO-SALDOS
           MOVE "mv facturas.tmp facturas.dat" TO WS-Comando
           CALL "SYSTEM" USING WS-Comando
           IF WS-Total-Generados > ZEROS
               PERFORM 4000-Marca-Periodo
           END-IF
           PERFORM 4100-Marca-Notas
           PERFORM 4200-Marca-Recargos
           PERFORM 9000-Muestra-Resumen
           CLOSE ArchivoReporte
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos
           COMPUTE WS-Corrida-Escritos =
               WS-Total-Leidos + WS-Total-Generados
               + WS-Total-Notas + WS-Total-Cabeceras
           CALL "RegistraCorrida" USING WS-Corrida-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Carga los cargos que vencen en el periodo; el maestro viene
      *> en orden de llave, asi que la tabla queda ordenada por
      *> cliente.
       1000-Carga-Cargos.
           OPEN INPUT ARCHIVO-CARGOS
           IF Cargos-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Cargos
                   READ ARCHIVO-CARGOS NEXT RECORD
                       AT END
                           SET Fin-Cargos TO TRUE
                       NOT AT END
                           PERFORM 1100-Evalua-Vencimiento
                           IF Cargo-Vence
                               PERFORM 1200-Agrega-A-Tabla
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-CARGOS
           IF WS-Cargos-Sin-Lugar > ZEROS
               DISPLAY "Aviso: " WS-Cargos-Sin-Lugar " cargos no "
                   "cupieron en la tabla y quedan para otra corrida."
           END-IF.

      *> Un cargo vence si el periodo cae en su vigencia, no se ha
      *> generado todavia y los meses desde su inicio son multiplo
      *> de su frecuencia.
       1100-Evalua-Vencimiento.
           MOVE "N" TO WS-Cargo-Vence
           DIVIDE Crr-Fecha-Inicio BY 100 GIVING WS-Periodo-Inicio
           DIVIDE Crr-Fecha-Fin BY 100 GIVING WS-Periodo-Fin
           IF WS-Periodo-Corrida < WS-Periodo-Inicio
              OR (WS-Periodo-Fin > ZEROS
                  AND WS-Periodo-Corrida > WS-Periodo-Fin)
              OR Crr-Ultimo-Periodo >= WS-Periodo-Corrida
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN Crr-Mensual
                       MOVE 1 TO WS-Intervalo-Meses
                   WHEN Crr-Bimestral
                       MOVE 2 TO WS-Intervalo-Meses
                   WHEN Crr-Trimestral
                       MOVE 3 TO WS-Intervalo-Meses
                   WHEN Crr-Semestral
                       MOVE 6 TO WS-Intervalo-Meses
                   WHEN Crr-Anual
                       MOVE 12 TO WS-Intervalo-Meses
                   WHEN OTHER
                       MOVE ZEROS TO WS-Intervalo-Meses
               END-EVALUATE
               IF WS-Intervalo-Meses > ZEROS
                   COMPUTE WS-Meses-Transcurridos =
                       (WS-Corrida-Anio * 12 + WS-Corrida-Mes)
                       - (WS-Inicio-Anio * 12 + WS-Inicio-Mes)
                   DIVIDE WS-Meses-Transcurridos
                       BY WS-Intervalo-Meses GIVING WS-Cociente
                       REMAINDER WS-Residuo-Meses
                   IF WS-Residuo-Meses = ZEROS
                       SET Cargo-Vence TO TRUE
                   END-IF
               END-IF
           END-IF.

       1200-Agrega-A-Tabla.
           IF WS-Cantidad-Cargos < 2000
               ADD 1 TO WS-Cantidad-Cargos
               MOVE "D" TO WS-Crg-Tipo(WS-Cantidad-Cargos)
               MOVE ZEROS TO WS-Crg-Consecutivo(WS-Cantidad-Cargos)
               MOVE Crr-Cliente-ID
                   TO WS-Crg-Cliente-ID(WS-Cantidad-Cargos)
               MOVE Crr-Concepto
                   TO WS-Crg-Concepto(WS-Cantidad-Cargos)
               MOVE Crr-Importe TO WS-Crg-Importe(WS-Cantidad-Cargos)
               MOVE Crr-Moneda TO WS-Crg-Moneda(WS-Cantidad-Cargos)
               MOVE "N" TO WS-Crg-Generado(WS-Cantidad-Cargos)
               MOVE "R" TO WS-Crg-Origen(WS-Cantidad-Cargos)
               MOVE ZEROS TO WS-Crg-Vencimiento(WS-Cantidad-Cargos)
           ELSE
               ADD 1 TO WS-Cargos-Sin-Lugar
           END-IF.

      *> Notas de credito pendientes de aclaraciones resueltas a
      *> favor del cliente.
       1300-Carga-Notas.
           OPEN INPUT ARCHIVO-ACLARACIONES
           IF Aclaraciones-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Aclaraciones
                   READ ARCHIVO-ACLARACIONES NEXT RECORD
                       AT END
                           SET Fin-Aclaraciones TO TRUE
                       NOT AT END
                           IF Acl-A-Favor AND Acl-Nota-Pendiente
                              AND Acl-Importe-Nota > ZEROS
                               PERFORM 1400-Inserta-Nota
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-ACLARACIONES.

      *> La nota entra detras de los cargos de su cliente para que la
      *> tabla siga ordenada por cliente; los renglones siguientes se
      *> recorren un lugar.
       1400-Inserta-Nota.
           IF WS-Cantidad-Cargos >= 2000
               ADD 1 TO WS-Cargos-Sin-Lugar
           ELSE
               MOVE Acl-Cliente-ID TO WS-Cliente-Insertado
               PERFORM 1450-Abre-Lugar
               ADD 1 TO WS-Cantidad-Notas
               MOVE "N" TO WS-Crg-Tipo(WS-Posicion)
               MOVE Acl-Consecutivo TO WS-Crg-Consecutivo(WS-Posicion)
               MOVE Acl-Cliente-ID TO WS-Crg-Cliente-ID(WS-Posicion)
               MOVE Acl-Concepto TO WS-Crg-Concepto(WS-Posicion)
               MOVE Acl-Importe-Nota TO WS-Crg-Importe(WS-Posicion)
               MOVE SPACES TO WS-Crg-Moneda(WS-Posicion)
               MOVE "N" TO WS-Crg-Generado(WS-Posicion)
               MOVE "A" TO WS-Crg-Origen(WS-Posicion)
               MOVE ZEROS TO WS-Crg-Vencimiento(WS-Posicion)
           END-IF.

      *> Abre un renglon en la tabla detras de los cargos del
      *> cliente insertado; los renglones siguientes se recorren un
      *> lugar y WS-Posicion queda en el renglon libre.
       1450-Abre-Lugar.
           MOVE 1 TO WS-Posicion
           PERFORM UNTIL WS-Posicion > WS-Cantidad-Cargos
                   OR WS-Crg-Cliente-ID(WS-Posicion) >
                      WS-Cliente-Insertado
               ADD 1 TO WS-Posicion
           END-PERFORM
           PERFORM VARYING WS-Indice FROM WS-Cantidad-Cargos
                   BY -1 UNTIL WS-Indice < WS-Posicion
               MOVE WS-Cargo(WS-Indice) TO WS-Cargo(WS-Indice + 1)
           END-PERFORM
           ADD 1 TO WS-Cantidad-Cargos.

      *> Recargos por pago tardio pendientes de entrar al lote.
       1500-Carga-Recargos.
           OPEN INPUT ARCHIVO-CARGOS-MORA
           IF Cargos-Mora-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Cargos-Mora
                   READ ARCHIVO-CARGOS-MORA NEXT RECORD
                       AT END
                           SET Fin-Cargos-Mora TO TRUE
                       NOT AT END
                           IF Cmo-Pendiente AND Cmo-Importe > ZEROS
                               PERFORM 1600-Inserta-Recargo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-CARGOS-MORA.

       1600-Inserta-Recargo.
           IF WS-Cantidad-Cargos >= 2000
               ADD 1 TO WS-Cargos-Sin-Lugar
           ELSE
               MOVE Cmo-Cliente-ID TO WS-Cliente-Insertado
               PERFORM 1450-Abre-Lugar
               ADD 1 TO WS-Cantidad-Recargos
               MOVE "D" TO WS-Crg-Tipo(WS-Posicion)
               MOVE ZEROS TO WS-Crg-Consecutivo(WS-Posicion)
               MOVE Cmo-Cliente-ID TO WS-Crg-Cliente-ID(WS-Posicion)
               MOVE Cmo-Concepto TO WS-Crg-Concepto(WS-Posicion)
               MOVE Cmo-Importe TO WS-Crg-Importe(WS-Posicion)
               MOVE SPACES TO WS-Crg-Moneda(WS-Posicion)
               MOVE "N" TO WS-Crg-Generado(WS-Posicion)
               MOVE "M" TO WS-Crg-Origen(WS-Posicion)
               MOVE Cmo-Fecha-Vencimiento
                   TO WS-Crg-Vencimiento(WS-Posicion)
           END-IF.

      *> Copia el lote al temporal tal cual y, detras de cada
      *> cabecera, los cargos de ese cliente que aun no se escriben.
       2000-Intercala-Lote.
           OPEN OUTPUT ArchivoFacturasTmp
           OPEN INPUT ArchivoFacturas
           IF Facturas-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Facturas
                   READ ArchivoFacturas
                       AT END
                           SET Fin-Facturas TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Total-Leidos
                           WRITE Registro-Factura-Tmp
                               FROM Registro-Factura
                           IF Fac-Es-Cabecera
                               PERFORM 2100-Cargos-Del-Cliente
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoFacturas.

       2100-Cargos-Del-Cliente.
           MOVE Fac-Cliente-ID TO WS-Cliente-Nuevo
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Cargos
               IF WS-Crg-Cliente-ID(WS-Indice) = WS-Cliente-Nuevo
                  AND WS-Crg-Generado(WS-Indice) = "N"
                   MOVE "EN LOTE" TO WS-Lin-Nota
                   PERFORM 2200-Escribe-Detalle
               END-IF
           END-PERFORM.

       2200-Escribe-Detalle.
           MOVE SPACES TO Registro-Factura
           MOVE WS-Crg-Tipo(WS-Indice) TO Fac-Tipo
           MOVE WS-Crg-Cliente-ID(WS-Indice) TO Fac-Cliente-ID
           MOVE WS-Crg-Importe(WS-Indice) TO Fac-Importe
           MOVE WS-Crg-Concepto(WS-Indice) TO Fac-Concepto
           MOVE WS-Crg-Moneda(WS-Indice) TO Fac-Moneda
           WRITE Registro-Factura-Tmp FROM Registro-Factura
           MOVE "S" TO WS-Crg-Generado(WS-Indice)
           IF WS-Crg-Tipo(WS-Indice) = "N"
               ADD 1 TO WS-Total-Notas
               ADD WS-Crg-Importe(WS-Indice) TO WS-Total-Importe-Notas
               MOVE "NOTA DE CREDITO" TO WS-Lin-Nota
           ELSE
               ADD 1 TO WS-Total-Generados
               ADD WS-Crg-Importe(WS-Indice) TO WS-Total-Importe
           END-IF
           MOVE WS-Crg-Cliente-ID(WS-Indice) TO WS-Lin-Cliente
           MOVE WS-Crg-Concepto(WS-Indice) TO WS-Lin-Concepto
           MOVE WS-Crg-Importe(WS-Indice) TO WS-Lin-Importe
           MOVE WS-Crg-Moneda(WS-Indice) TO WS-Lin-Moneda
           MOVE WS-Linea-Cargo TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> Los clientes sin cabecera en el lote reciben una al final,
      *> con su saldo del maestro de saldos como saldo anterior. La
      *> tabla viene ordenada por cliente: cada cambio de cliente
      *> abre su cabecera.
       3000-Cargos-Sin-Cabecera.
           MOVE ZEROS TO WS-Cliente-Nuevo
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Cargos
               IF WS-Crg-Generado(WS-Indice) = "N"
                   IF WS-Crg-Cliente-ID(WS-Indice) NOT =
                          WS-Cliente-Nuevo
                       PERFORM 3100-Escribe-Cabecera
                   END-IF
                   MOVE "CABECERA NUEVA" TO WS-Lin-Nota
                   PERFORM 2200-Escribe-Detalle
               END-IF
           END-PERFORM
           CLOSE ArchivoFacturasTmp.

      *> Un saldo a favor (negativo) no pasa el pre-edit como saldo
      *> anterior; la cabecera lo lleva en ceros y FacturacionLotes
      *> toma el verdadero del maestro de todos modos.
       3100-Escribe-Cabecera.
           MOVE WS-Crg-Cliente-ID(WS-Indice) TO WS-Cliente-Nuevo
           MOVE SPACES TO Registro-Factura
           MOVE "C" TO Fac-Tipo
           MOVE WS-Cliente-Nuevo TO Fac-Cliente-ID
           MOVE ZEROS TO Fac-Saldo-Anterior
           IF Saldos-No-Existe
               CONTINUE
           ELSE
               MOVE WS-Cliente-Nuevo TO Sal-Cliente-ID
               READ ARCHIVO-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Sal-Saldo > ZEROS
                           MOVE Sal-Saldo TO Fac-Saldo-Anterior
                       END-IF
               END-READ
           END-IF
           WRITE Registro-Factura-Tmp FROM Registro-Factura
           ADD 1 TO WS-Total-Cabeceras.

      *> Con el lote ya en su lugar, cada cargo escrito guarda el
      *> periodo para que una segunda corrida no lo repita.
       4000-Marca-Periodo.
           OPEN I-O ARCHIVO-CARGOS
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Cargos
               IF WS-Crg-Generado(WS-Indice) = "S"
                  AND WS-Crg-Origen(WS-Indice) = "R"
                   MOVE WS-Crg-Cliente-ID(WS-Indice) TO Crr-Cliente-ID
                   MOVE WS-Crg-Concepto(WS-Indice) TO Crr-Concepto
                   READ ARCHIVO-CARGOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-Periodo-Corrida
                               TO Crr-Ultimo-Periodo
                           REWRITE Registro-Cargo-Recurrente
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-CARGOS.

      *> Igual con las aclaraciones: la nota ya generada no vuelve a
      *> entrar en otra corrida.
       4100-Marca-Notas.
           IF WS-Cantidad-Notas = ZEROS
               CONTINUE
           ELSE
               OPEN I-O ARCHIVO-ACLARACIONES
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice > WS-Cantidad-Cargos
                   IF WS-Crg-Generado(WS-Indice) = "S"
                      AND WS-Crg-Tipo(WS-Indice) = "N"
                       MOVE WS-Crg-Cliente-ID(WS-Indice)
                           TO Acl-Cliente-ID
                       MOVE WS-Crg-Consecutivo(WS-Indice)
                           TO Acl-Consecutivo
                       READ ARCHIVO-ACLARACIONES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET Acl-Nota-Generada TO TRUE
                               MOVE WS-Periodo-Corrida
                                   TO Acl-Periodo-Nota
                               REWRITE Registro-Aclaracion
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-ACLARACIONES
           END-IF.

      *> Y con los recargos: el que ya entro al lote no se cobra dos
      *> veces.
       4200-Marca-Recargos.
           IF WS-Cantidad-Recargos = ZEROS
               CONTINUE
           ELSE
               OPEN I-O ARCHIVO-CARGOS-MORA
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice > WS-Cantidad-Cargos
                   IF WS-Crg-Generado(WS-Indice) = "S"
                      AND WS-Crg-Origen(WS-Indice) = "M"
                       MOVE WS-Crg-Cliente-ID(WS-Indice)
                           TO Cmo-Cliente-ID
                       MOVE WS-Crg-Vencimiento(WS-Indice)
                           TO Cmo-Fecha-Vencimiento
                       READ ARCHIVO-CARGOS-MORA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET Cmo-Generado TO TRUE
                               MOVE WS-Periodo-Corrida
                                   TO Cmo-Periodo-Generado
                               REWRITE Registro-Cargo-Mora
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-CARGOS-MORA
           END-IF.

       9000-Muestra-Resumen.
           MOVE WS-Total-Generados TO WS-Tot-Generados
           MOVE WS-Total-Importe TO WS-Tot-Importe
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Notas TO WS-Tot-Notas
           MOVE WS-Total-Importe-Notas TO WS-Tot-Importe-Notas
           MOVE WS-Linea-Total-Notas TO Linea-Reporte
           PERFORM EscribeLineaReporte
           DISPLAY "== Cargos recurrentes del periodo "
               WS-Periodo-Corrida " =="
           DISPLAY "Registros del lote leidos:   " WS-Total-Leidos
           DISPLAY "Detalles generados:          " WS-Total-Generados
           DISPLAY "Notas de credito generadas:  " WS-Total-Notas
           DISPLAY "Recargos por pago tardio:    " WS-Cantidad-Recargos
           DISPLAY "Cabeceras nuevas:            " WS-Total-Cabeceras
           DISPLAY "Importe generado:            " WS-Total-Importe.

           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM GeneraCargosRecurrentes.
