       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalculaFinanciero.

      *> Funciones financieras de un plan de pagos con tasa fija por
      *> periodo, para cotizar un convenio sin calculadora de
      *> escritorio: la cuota que amortiza un saldo, el valor presente
      *> de una serie de cuotas y el valor futuro de un saldo (el que
      *> queda despues de N cuotas, si se dan). Punto unico del
      *> calculo para Calculadora y ConveniosMantenimiento; el
      *> resultado sale ya redondeado con RedondeaMoneda y con su
      *> residuo, para que el llamador lo acumule a su cuadratura.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Tasa del periodo como fraccion y el factor de capitalizacion
      *> (1 + tasa) elevado a los plazos, con precision de sobra para
      *> que el redondeo final sea el unico que pese.
       01 WS-Tasa-Decimal PIC 9V9(8) VALUE ZEROS.
       01 WS-Factor PIC 9(7)V9(10) VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda, la politica de
      *> redondeo unica del taller.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".

       LINKAGE SECTION.
      *> Funcion pedida: "P" cuota por periodo, "V" valor presente de
      *> las cuotas, "F" valor futuro del saldo.
       01 LK-Funcion PIC X.
           88 Funcion-Pago VALUE "P".
           88 Funcion-Valor-Presente VALUE "V".
           88 Funcion-Valor-Futuro VALUE "F".
      *> Saldo a financiar en "P" y "F"; la cuota por periodo en "V".
       01 LK-Importe PIC S9(9)V99.
      *> Solo en "F": la cuota que se abona cada periodo (ceros =
      *> el saldo solo capitaliza).
       01 LK-Pago PIC S9(9)V99.
      *> Tasa del periodo en por ciento (2,5 = 2,5% mensual si los
      *> plazos son meses) y numero de periodos.
       01 LK-Tasa PIC 9(3)V9(4).
       01 LK-Plazos PIC 9(3).
       01 LK-Resultado PIC S9(9)V99.
       01 LK-Residuo PIC S9V9(4).
      *> "S" si el calculo se pudo hacer; "N" con plazos en cero,
      *> funcion desconocida o un resultado que no cabe.
       01 LK-Valido PIC X.

       PROCEDURE DIVISION USING LK-Funcion LK-Importe LK-Pago LK-Tasa
               LK-Plazos LK-Resultado LK-Residuo LK-Valido.
       Calcula.
           MOVE "S" TO LK-Valido.
           MOVE ZEROS TO LK-Resultado.
           MOVE ZEROS TO LK-Residuo.
           MOVE ZEROS TO WS-Monto-Sin-Redondear.
           IF LK-Plazos = ZEROS
               MOVE "N" TO LK-Valido
               GOBACK
           END-IF.
           COMPUTE WS-Tasa-Decimal = LK-Tasa / 100.
           COMPUTE WS-Factor = (1 + WS-Tasa-Decimal) ** LK-Plazos
               ON SIZE ERROR
                   MOVE "N" TO LK-Valido
           END-COMPUTE.
           IF LK-Valido = "N"
               GOBACK
           END-IF.

           EVALUATE TRUE
      *> Cuota fija que deja el saldo en cero al ultimo periodo; sin
      *> tasa es el saldo entre los plazos.
               WHEN Funcion-Pago
                   IF WS-Tasa-Decimal = ZEROS
                       COMPUTE WS-Monto-Sin-Redondear =
                           LK-Importe / LK-Plazos
                   ELSE
                       COMPUTE WS-Monto-Sin-Redondear =
                           LK-Importe * WS-Tasa-Decimal * WS-Factor
                           / (WS-Factor - 1)
                           ON SIZE ERROR
                               MOVE "N" TO LK-Valido
                       END-COMPUTE
                   END-IF
      *> Saldo que se puede financiar con esa cuota y esos plazos.
               WHEN Funcion-Valor-Presente
                   IF WS-Tasa-Decimal = ZEROS
                       COMPUTE WS-Monto-Sin-Redondear =
                           LK-Importe * LK-Plazos
                           ON SIZE ERROR
                               MOVE "N" TO LK-Valido
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-Monto-Sin-Redondear =
                           LK-Importe * (WS-Factor - 1)
                           / (WS-Tasa-Decimal * WS-Factor)
                           ON SIZE ERROR
                               MOVE "N" TO LK-Valido
                       END-COMPUTE
                   END-IF
      *> Saldo capitalizado menos lo que las cuotas abonaron con sus
      *> propios intereses: el saldo que queda tras los plazos.
               WHEN Funcion-Valor-Futuro
                   IF WS-Tasa-Decimal = ZEROS
                       COMPUTE WS-Monto-Sin-Redondear =
                           LK-Importe - LK-Pago * LK-Plazos
                           ON SIZE ERROR
                               MOVE "N" TO LK-Valido
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-Monto-Sin-Redondear =
                           LK-Importe * WS-Factor
                           - LK-Pago * (WS-Factor - 1)
                             / WS-Tasa-Decimal
                           ON SIZE ERROR
                               MOVE "N" TO LK-Valido
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO LK-Valido
           END-EVALUATE.

           IF LK-Valido = "S"
               CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
                   WS-Modo-Redondeo LK-Resultado LK-Residuo
           END-IF.
           GOBACK.

       END PROGRAM CalculaFinanciero.
