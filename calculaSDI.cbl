       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalculaSDI.

      *> Salario diario integrado para el seguro social, en el mismo
      *> espiritu que RedondeaMoneda: punto unico del calculo para
      *> que CuotasPatronales y los avisos de MovimientosPersonal
      *> integren igual. Al salario diario (Emp-Salario entre 30,
      *> como el aguinaldo y la provision laboral) se le aplica el
      *> factor de integracion por antiguedad:
      *>     1 + (dias de aguinaldo + dias de vacaciones * prima) / 365
      *> con los dias de vacaciones de la escala de VacacionesAcumula
      *> y la prima del mismo prima_vacacional.dat que usa
      *> PrimaVacacional. Si existe el tope (tope_sdi.dat, el valor
      *> diario maximo cotizable), el resultado no lo rebasa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoParametro
               ASSIGN TO "prima_vacacional.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Parametro.

      *> Tope diario de cotizacion: un renglon con el importe
      *> (9999999V99). Se edita el archivo cuando cambia el tope.
               SELECT OPTIONAL ArchivoTope
               ASSIGN TO "tope_sdi.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Tope.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoParametro
           LABEL RECORD IS STANDARD.
       01  Registro-Parametro-Prima.
           05 Ppr-Porcentaje          PIC 9(3).

       FD  ArchivoTope
           LABEL RECORD IS STANDARD.
       01  Registro-Tope-SDI.
           05 Tsd-Importe             PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Parametro PIC XX VALUE SPACES.
           88 Parametro-No-Existe VALUE "05" "35".
       01 WS-Estado-Tope PIC XX VALUE SPACES.
           88 Tope-No-Existe VALUE "05" "35".

      *> Los parametros se leen en la primera llamada y se conservan
      *> para el resto de la corrida del llamador.
       01 WS-Parametros-Cargados PIC X VALUE "N".
           88 Parametros-Cargados VALUE "S".

      *> Prima vacacional; 25 por ciento, el minimo de ley, si el
      *> archivo no existe, igual que PrimaVacacional.
       01 WS-Porcentaje-Prima PIC 9(3) VALUE 25.
       01 WS-Dias-Aguinaldo PIC 99 VALUE 15.
       01 WS-Tope-Diario PIC 9(7)V99 VALUE ZEROS.

       01 WS-Fecha-Ingreso.
           05 WS-Ing-Anio PIC 9(4).
           05 WS-Ing-Mes  PIC 9(2).
           05 WS-Ing-Dia  PIC 9(2).
       01 WS-Fecha-Calculo.
           05 WS-Cal-Anio PIC 9(4).
           05 WS-Cal-Mes  PIC 9(2).
           05 WS-Cal-Dia  PIC 9(2).
       01 WS-Antiguedad PIC 9(3) VALUE ZEROS.
       01 WS-Quinquenios PIC 9(3) VALUE ZEROS.
       01 WS-Dias-Vacaciones PIC 9(3) VALUE ZEROS.
       01 WS-Salario-Diario PIC 9(7)V9(4) VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda, la politica de
      *> redondeo unica del taller.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.

       LINKAGE SECTION.
      *> Salario de Emp-Salario, fecha de ingreso, fecha a la que se
      *> calcula la antiguedad, y de regreso el factor aplicado y el
      *> salario diario integrado ya redondeado a centavos.
       01 LK-Salario PIC 9(7)V99.
       01 LK-Fecha-Ingreso PIC 9(8).
       01 LK-Fecha-Calculo PIC 9(8).
       01 LK-Factor PIC 9V9(4).
       01 LK-SDI PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-Salario LK-Fecha-Ingreso
               LK-Fecha-Calculo LK-Factor LK-SDI.
       Calcula.
           IF NOT Parametros-Cargados
               PERFORM CargaParametros
           END-IF.
           MOVE LK-Fecha-Ingreso TO WS-Fecha-Ingreso.
           MOVE LK-Fecha-Calculo TO WS-Fecha-Calculo.
           MOVE ZEROS TO WS-Antiguedad.
           IF WS-Fecha-Calculo > WS-Fecha-Ingreso
               COMPUTE WS-Antiguedad = WS-Cal-Anio - WS-Ing-Anio
               IF WS-Cal-Mes < WS-Ing-Mes
                  OR (WS-Cal-Mes = WS-Ing-Mes
                      AND WS-Cal-Dia < WS-Ing-Dia)
                   SUBTRACT 1 FROM WS-Antiguedad
               END-IF
           END-IF.
           PERFORM DiasPorAntiguedad.
           COMPUTE LK-Factor ROUNDED = 1 +
               (WS-Dias-Aguinaldo
                + WS-Dias-Vacaciones * WS-Porcentaje-Prima / 100)
               / 365.
           COMPUTE WS-Salario-Diario = LK-Salario / 30.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Salario-Diario * LK-Factor.
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.
           MOVE WS-Monto-Redondeado TO LK-SDI.
           IF WS-Tope-Diario > ZEROS
              AND LK-SDI > WS-Tope-Diario
               MOVE WS-Tope-Diario TO LK-SDI
           END-IF.
           GOBACK.

      *> Escala de VacacionesAcumula; durante el primer anio se
      *> integran los 12 dias que tocaran al cumplirlo.
       DiasPorAntiguedad.
           EVALUATE TRUE
               WHEN WS-Antiguedad <= 1
                   MOVE 12 TO WS-Dias-Vacaciones
               WHEN WS-Antiguedad = 2
                   MOVE 14 TO WS-Dias-Vacaciones
               WHEN WS-Antiguedad = 3
                   MOVE 16 TO WS-Dias-Vacaciones
               WHEN WS-Antiguedad = 4
                   MOVE 18 TO WS-Dias-Vacaciones
               WHEN WS-Antiguedad = 5
                   MOVE 20 TO WS-Dias-Vacaciones
               WHEN OTHER
                   COMPUTE WS-Quinquenios =
                       (WS-Antiguedad - 1) / 5
                   COMPUTE WS-Dias-Vacaciones =
                       20 + 2 * WS-Quinquenios
           END-EVALUATE.

       CargaParametros.
           OPEN INPUT ArchivoParametro.
           IF Parametro-No-Existe
               CONTINUE
           ELSE
               READ ArchivoParametro
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Ppr-Porcentaje IS NUMERIC
                          AND Ppr-Porcentaje > ZEROS
                           MOVE Ppr-Porcentaje TO WS-Porcentaje-Prima
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoParametro.
           OPEN INPUT ArchivoTope.
           IF Tope-No-Existe
               CONTINUE
           ELSE
               READ ArchivoTope
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Tsd-Importe IS NUMERIC
                           MOVE Tsd-Importe TO WS-Tope-Diario
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoTope.
           SET Parametros-Cargados TO TRUE.

       END PROGRAM CalculaSDI.
