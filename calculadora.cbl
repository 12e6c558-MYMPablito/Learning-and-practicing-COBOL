               SELECT OPTIONAL ArchivoLog ASSIGN TO "calculog.dat"
                   ORGANIZATION IS SEQUENTIAL.

      *> Tabla de amortizacion imprimible del modo financiero.
               SELECT ArchivoReporte ASSIGN TO "amortizacion.rpt"
                   ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Archivo de transacciones para el modo lote (Opcion 6). Cada
           LABEL RECORD IS STANDARD.
           COPY CALCLOG.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.

      *> Tenemos 6 opciones (1-6).
           88 ModoLote VALUE 6.
           88 CalculoMoneda VALUE 7.
           88 ModoExpresion VALUE 8.
           88 ModoFinanciero VALUE 9.

       77 Numero1 PIC 999 VALUE ZEROS.
       77 Numero2 PIC 999 VALUE ZEROS.
       77 WS-Indice-Corre PIC 99 VALUE ZEROS.
       77 WS-Resultado-Exp PIC S9(9)V99 VALUE ZEROS.

      *> Modo financiero (Opcion 9): datos del plan a cotizar y los
      *> campos que CalculaFinanciero recibe y devuelve. La tasa es
      *> por periodo, en por ciento.
       77 OpcionFinanciera PIC 9 VALUE ZEROS.
       77 WS-Fin-Funcion PIC X VALUE SPACE.
       77 WS-Fin-Importe PIC S9(9)V99 VALUE ZEROS.
       77 WS-Fin-Pago PIC S9(9)V99 VALUE ZEROS.
       77 WS-Fin-Tasa PIC 9(3)V9(4) VALUE ZEROS.
       77 WS-Fin-Plazos PIC 9(3) VALUE ZEROS.
       77 WS-Fin-Resultado PIC S9(9)V99 VALUE ZEROS.
       77 WS-Fin-Valido PIC X VALUE "S".
           88 Fin-Valido VALUE "S".
       77 WS-Fin-Total-Intereses PIC S9(9)V99 VALUE ZEROS.

      *> Renglones de la tabla de amortizacion: el interes de cada
      *> periodo sobre el saldo insoluto, el abono a capital y el
      *> saldo que queda; la ultima cuota absorbe los centavos para
      *> que el saldo cierre en cero.
       77 WS-Amo-Periodo PIC 9(3) VALUE ZEROS.
       77 WS-Amo-Saldo PIC S9(9)V99 VALUE ZEROS.
       77 WS-Amo-Interes PIC S9(9)V99 VALUE ZEROS.
       77 WS-Amo-Capital PIC S9(9)V99 VALUE ZEROS.
       77 WS-Amo-Cuota PIC S9(9)V99 VALUE ZEROS.
           COPY REPENC.
       01 WS-Amo-Parametros.
           05 FILLER PIC X(7) VALUE "SALDO: ".
           05 WS-Amo-Par-Saldo PIC Z(8)9,99.
           05 FILLER PIC X(8) VALUE "  TASA: ".
           05 WS-Amo-Par-Tasa PIC ZZ9,9999.
           05 FILLER PIC X(10) VALUE "%  PLAZOS:".
           05 WS-Amo-Par-Plazos PIC ZZZ9.
           05 FILLER PIC X(9) VALUE "  CUOTA: ".
           05 WS-Amo-Par-Cuota PIC Z(8)9,99.
       01 WS-Amo-Titulos.
           05 FILLER PIC X(8) VALUE "PERIODO".
           05 FILLER PIC X(15) VALUE "          CUOTA".
           05 FILLER PIC X(15) VALUE "        INTERES".
           05 FILLER PIC X(15) VALUE "        CAPITAL".
           05 FILLER PIC X(15) VALUE "          SALDO".
       01 WS-Amo-Detalle.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-Amo-Det-Periodo PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Amo-Det-Cuota PIC Z(10)9,99.
           05 WS-Amo-Det-Interes PIC Z(10)9,99.
           05 WS-Amo-Det-Capital PIC Z(10)9,99.
           05 WS-Amo-Det-Saldo PIC Z(10)9,99.
       01 WS-Amo-Totales.
           05 FILLER PIC X(8) VALUE "TOTALES ".
           05 WS-Amo-Tot-Cuotas PIC Z(10)9,99.
           05 WS-Amo-Tot-Interes PIC Z(10)9,99.

      *> Contadores para el resumen de la sesion.
       77 WS-Cont-Sumas PIC 9(5) VALUE ZEROS.
       77 WS-Cont-Restas PIC 9(5) VALUE ZEROS.
       DISPLAY "6 - Procesar lote de transacciones (modo desatendido)".
       DISPLAY "7 - Calculo en modo moneda (importes con decimales)".
       DISPLAY "8 - Evaluar una expresion (ej. 100,50+25*2)".
       DISPLAY "9 - Funciones financieras (cuota, valor presente, "
           "valor futuro, tabla de amortizacion)".
       ACCEPT Opciones.

      *> Con las opciones 1-6 vamos a los PERFORM correspondientes.
       WHEN ModoExpresion
           PERFORM EvaluaExpresion

       WHEN ModoFinanciero
           PERFORM FuncionesFinancierasMenu

       WHEN Salir
           DISPLAY "Saliendo del programa..."
           PERFORM MuestraResumenSesion
           MOVE WS-Monto-Redondeado TO ResultadoM.
           PERFORM GrabaLogTransaccionMoneda.

      *> Modo financiero: cotiza un plan de pagos con tasa fija por
      *> periodo con la rutina comun CalculaFinanciero, la misma que
      *> sugiere la cuota en ConveniosMantenimiento.
       FuncionesFinancierasMenu.
           DISPLAY "Funciones financieras - elija el calculo:".
           DISPLAY "1 - Cuota por periodo de un saldo".
           DISPLAY "2 - Valor presente de una serie de cuotas".
           DISPLAY "3 - Valor futuro (saldo tras N cuotas)".
           DISPLAY "4 - Tabla de amortizacion (amortizacion.rpt)".
           ACCEPT OpcionFinanciera.
           EVALUATE OpcionFinanciera
               WHEN 1
                   PERFORM CotizaCuota
               WHEN 2
                   PERFORM CotizaValorPresente
               WHEN 3
                   PERFORM CotizaValorFuturo
               WHEN 4
                   PERFORM ImprimeAmortizacion
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
           PERFORM AceptaDatos.

       SolicitaTasaPlazos.
           DISPLAY "Tasa por periodo en % (ej. 2,5): ".
           ACCEPT WS-Fin-Tasa.
           DISPLAY "Numero de periodos: ".
           ACCEPT WS-Fin-Plazos.

      *> Cuota fija, con el total que se pagara y cuanto de eso es
      *> interes.
       CotizaCuota.
           DISPLAY "Saldo a financiar (ej. 1234,56): ".
           ACCEPT WS-Fin-Importe.
           PERFORM SolicitaTasaPlazos.
           MOVE "P" TO WS-Fin-Funcion.
           MOVE ZEROS TO WS-Fin-Pago.
           PERFORM LlamaCalculaFinanciero.
           IF Fin-Valido
               COMPUTE WS-Fin-Total-Intereses =
                   WS-Fin-Resultado * WS-Fin-Plazos - WS-Fin-Importe
               DISPLAY "Cuota por periodo: " WS-Fin-Resultado
               DISPLAY "Interes total del plan: "
                   WS-Fin-Total-Intereses
           END-IF.

       CotizaValorPresente.
           DISPLAY "Cuota por periodo (ej. 1234,56): ".
           ACCEPT WS-Fin-Importe.
           PERFORM SolicitaTasaPlazos.
           MOVE "V" TO WS-Fin-Funcion.
           MOVE ZEROS TO WS-Fin-Pago.
           PERFORM LlamaCalculaFinanciero.
           IF Fin-Valido
               DISPLAY "Valor presente: " WS-Fin-Resultado
           END-IF.

      *> Sin cuota, el saldo solo capitaliza; con cuota, el resultado
      *> es el saldo que queda despues de los N periodos.
       CotizaValorFuturo.
           DISPLAY "Saldo actual (ej. 1234,56): ".
           ACCEPT WS-Fin-Importe.
           DISPLAY "Cuota por periodo (0 = sin abonos): ".
           ACCEPT WS-Fin-Pago.
           PERFORM SolicitaTasaPlazos.
           MOVE "F" TO WS-Fin-Funcion.
           PERFORM LlamaCalculaFinanciero.
           IF Fin-Valido
               DISPLAY "Valor futuro: " WS-Fin-Resultado
           END-IF.

       LlamaCalculaFinanciero.
           CALL "CalculaFinanciero" USING WS-Fin-Funcion
               WS-Fin-Importe WS-Fin-Pago WS-Fin-Tasa WS-Fin-Plazos
               WS-Fin-Resultado WS-Residuo-Redondeo WS-Fin-Valido.
           IF Fin-Valido
               PERFORM AcumulaResiduo
               PERFORM GrabaLogFinanciero
           ELSE
               DISPLAY "No se puede calcular: revise los periodos "
                   "(no pueden ser cero) y la tasa."
           END-IF.

      *> Misma bitacora que las demas operaciones: la opcion 9 se
      *> graba con el importe de entrada, los periodos y el
      *> resultado.
       GrabaLogFinanciero.
           MOVE FUNCTION CURRENT-DATE TO Log-Timestamp.
           MOVE Opciones TO Log-Opcion.
           MOVE WS-Fin-Importe TO Log-Numero1.
           MOVE WS-Fin-Plazos TO Log-Numero2.
           MOVE WS-Fin-Resultado TO Log-Resultado.
           OPEN EXTEND ArchivoLog.
           WRITE RegistroLog.
           CLOSE ArchivoLog.

      *> Tabla de amortizacion imprimible con el encabezado estandar
      *> del taller: calcula la cuota y desglosa cada periodo.
       ImprimeAmortizacion.
           DISPLAY "Saldo a financiar (ej. 1234,56): ".
           ACCEPT WS-Fin-Importe.
           PERFORM SolicitaTasaPlazos.
           MOVE "P" TO WS-Fin-Funcion.
           MOVE ZEROS TO WS-Fin-Pago.
           PERFORM LlamaCalculaFinanciero.
           IF Fin-Valido
               OPEN OUTPUT ArchivoReporte
               MOVE "TABLA DE AMORTIZACION" TO Enc-Titulo-Reporte
               MOVE FUNCTION CURRENT-DATE(1:8) TO Enc-Fecha-Corrida
               MOVE ZEROS TO Enc-Numero-Pagina
               PERFORM EncabezaPagina
               MOVE WS-Fin-Importe TO WS-Amo-Par-Saldo
               MOVE WS-Fin-Tasa TO WS-Amo-Par-Tasa
               MOVE WS-Fin-Plazos TO WS-Amo-Par-Plazos
               MOVE WS-Fin-Resultado TO WS-Amo-Par-Cuota
               MOVE WS-Amo-Parametros TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE WS-Amo-Titulos TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE WS-Fin-Importe TO WS-Amo-Saldo
               MOVE ZEROS TO WS-Fin-Total-Intereses
               MOVE ZEROS TO WS-Fin-Pago
               PERFORM VARYING WS-Amo-Periodo FROM 1 BY 1
                       UNTIL WS-Amo-Periodo > WS-Fin-Plazos
                   PERFORM CalculaRenglonAmortizacion
               END-PERFORM
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE WS-Fin-Pago TO WS-Amo-Tot-Cuotas
               MOVE WS-Fin-Total-Intereses TO WS-Amo-Tot-Interes
               MOVE WS-Amo-Totales TO Linea-Reporte
               PERFORM EscribeLineaReporte
               CLOSE ArchivoReporte
               DISPLAY "Tabla de amortizacion en amortizacion.rpt; "
                   "cuota: " WS-Fin-Resultado
           END-IF.

      *> WS-Fin-Pago acumula aqui el total de cuotas de la tabla.
       CalculaRenglonAmortizacion.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Amo-Saldo * WS-Fin-Tasa / 100.
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.
           PERFORM AcumulaResiduo.
           MOVE WS-Monto-Redondeado TO WS-Amo-Interes.
           IF WS-Amo-Periodo = WS-Fin-Plazos
               COMPUTE WS-Amo-Cuota = WS-Amo-Saldo + WS-Amo-Interes
           ELSE
               MOVE WS-Fin-Resultado TO WS-Amo-Cuota
           END-IF.
           COMPUTE WS-Amo-Capital = WS-Amo-Cuota - WS-Amo-Interes.
           SUBTRACT WS-Amo-Capital FROM WS-Amo-Saldo.
           ADD WS-Amo-Interes TO WS-Fin-Total-Intereses.
           ADD WS-Amo-Cuota TO WS-Fin-Pago.
           MOVE WS-Amo-Periodo TO WS-Amo-Det-Periodo.
           MOVE WS-Amo-Cuota TO WS-Amo-Det-Cuota.
           MOVE WS-Amo-Interes TO WS-Amo-Det-Interes.
           MOVE WS-Amo-Capital TO WS-Amo-Det-Capital.
           MOVE WS-Amo-Saldo TO WS-Amo-Det-Saldo.
           MOVE WS-Amo-Detalle TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

      *> Modo lote: lee ArchivoTransacciones y ejecuta cada operacion
      *> sin intervencion del operador, para correr cientos de calculos
      *> desatendido durante la noche.
           PERFORM EjecutaOperacionMoneda.


           COPY UTILREP.

       END PROGRAM Calculadora.
