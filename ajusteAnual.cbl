       IDENTIFICATION DIVISION.
       PROGRAM-ID. AjusteAnual.

      *> Ajuste anual del impuesto: EmpleadosNomina retiene cada
      *> quincena con tramos_descuento.dat por si sola, y quien cambio
      *> de sueldo en el anio termina con retencion de mas o de
      *> menos. Esta corrida toma del maestro de acumulados del
      *> ejercicio el bruto y lo retenido de cada empleado, calcula
      *> el impuesto del anio con la tarifa anual (tarifa_anual.dat,
      *> su propio catalogo con el layout de los tramos) y saca la
      *> diferencia. Lo retenido es Acu-Descuento menos las novedades
      *> de deduccion acumuladas por concepto, que no son impuesto.
      *> En modo aplicar los saldos a favor salen como novedad "+"
      *> AJUSTEISR y los saldos a cargo como novedad "-" AJUSTEISR
      *> para la primera quincena de enero; los dados de baja solo se
      *> listan, para arreglarse en su finiquito. ajuste_anual.rpt
      *> queda para el contador. La novedad del personal de pago
      *> semanal va a novedades_semanal.dat, que se cierra en su
      *> propia corrida.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

      *> Acumulados del ejercicio. Si la primera quincena del anio
      *> nuevo ya se abono, el operador da el nombre del respaldo del
      *> maestro tomado al cierre, igual que en RepartoUtilidades.
               SELECT ARCHIVO-ACUMULADOS
               ASSIGN TO DYNAMIC WS-Nombre-Acumulados
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Acu-Emp-ID
               FILE STATUS IS WS-Estado-Acumulados.

      *> Tarifa anual del impuesto, separada de los tramos de la
      *> quincena; se edita el archivo, no el programa, cuando la
      *> tarifa cambia.
               SELECT OPTIONAL ArchivoTarifa
               ASSIGN TO "tarifa_anual.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Tarifa.

               SELECT OPTIONAL ArchivoNovedades
               ASSIGN TO "novedades.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades.

      *> Novedades del personal de pago semanal, que se cierra en su
      *> propia corrida.
               SELECT OPTIONAL ArchivoNovedadesSemanal
               ASSIGN TO "novedades_semanal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades-Sem.

               SELECT ArchivoReporte
               ASSIGN TO "ajuste_anual.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ARCHIVO-ACUMULADOS
           LABEL RECORD IS STANDARD.
           COPY ACUMYTD.

       FD  ArchivoTarifa
           LABEL RECORD IS STANDARD.
           COPY TRAMODES.

       FD  ArchivoNovedades
           LABEL RECORD IS STANDARD.
           COPY NOVEDAD.

       FD  ArchivoNovedadesSemanal
           LABEL RECORD IS STANDARD.
       01  Registro-Novedad-Semanal PIC X(26).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Acumulados PIC XX VALUE SPACES.
           88 Acumulados-No-Existe VALUE "05" "35".
       01 WS-Estado-Tarifa PIC XX VALUE SPACES.
           88 Tarifa-No-Existe VALUE "05" "35".
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
       01 WS-Estado-Novedades-Sem PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Empleados PIC X VALUE "N".
           88 Fin-Empleados VALUE "S".
       01 WS-Fin-Tarifa PIC X VALUE "N".
           88 Fin-Tarifa VALUE "S".

       01 WS-Nombre-Acumulados PIC X(40) VALUE SPACES.

      *> Criterios pedidos al operador.
       01 WS-Ejercicio PIC 9(4) VALUE ZEROS.
       01 WS-Modo PIC X VALUE "P".
           88 Modo-Propuesta VALUE "P" "p".
           88 Modo-Aplicar VALUE "A" "a".
       01 WS-Fecha-Hoy.
           05 WS-Hoy-Anio PIC 9(4).
           05 WS-Hoy-Mes  PIC 9(2).
           05 WS-Hoy-Dia  PIC 9(2).

      *> Tarifa anual cargada al arrancar, igual que EmpleadosNomina
      *> carga sus tramos.
       01 WS-Cantidad-Tramos PIC 99 VALUE ZEROS.
       01 WS-Tabla-Tramos.
           05 WS-Tramo OCCURS 20 TIMES.
               10 WS-Trm-Limite-Inferior  PIC 9(7)V99.
               10 WS-Trm-Limite-Superior  PIC 9(7)V99.
               10 WS-Trm-Cuota-Fija       PIC 9(7)V99.
               10 WS-Trm-Tasa-Marginal    PIC V9(4).
       01 WS-Indice-Tramo PIC 99 VALUE ZEROS.
       01 WS-Tramo-Elegido PIC 99 VALUE ZEROS.
       01 WS-Tramo-Encontrado PIC X VALUE "N".
           88 Tramo-Encontrado VALUE "S".

      *> Importes del empleado en turno.
       01 WS-Indice-Con PIC 99 VALUE ZEROS.
       01 WS-Deducciones-Nov PIC 9(9)V99 VALUE ZEROS.
       01 WS-Retenido PIC 9(9)V99 VALUE ZEROS.
       01 WS-Impuesto-Anual PIC 9(9)V99 VALUE ZEROS.
       01 WS-Diferencia PIC S9(9)V99 VALUE ZEROS.
       01 WS-Importe-Ajuste PIC 9(7)V99 VALUE ZEROS.
       01 WS-Marca PIC X(5) VALUE SPACES.
       01 WS-Concepto-Ajuste PIC X(10) VALUE "AJUSTEISR".

      *> Campos de trabajo para RedondeaMoneda y la cuadratura.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.
       01 WS-Residuo-Positivo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Residuo-Negativo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Nombre-Programa PIC X(20) VALUE "AjusteAnual".

      *> Registro de la corrida en el libro comun.
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Total-Leidos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Ajustados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Acumulado PIC 9(6) VALUE ZEROS.
       01 WS-Total-Novedades PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Bruto PIC 9(11)V99 VALUE ZEROS.
       01 WS-Suma-Impuesto PIC 9(11)V99 VALUE ZEROS.
       01 WS-Suma-Retenido PIC 9(11)V99 VALUE ZEROS.
       01 WS-Suma-A-Favor PIC 9(11)V99 VALUE ZEROS.
       01 WS-Suma-A-Cargo PIC 9(11)V99 VALUE ZEROS.
       01 WS-Suma-Bajas PIC 9(11)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Criterio.
           05 FILLER PIC X(11) VALUE "EJERCICIO: ".
           05 WS-Cri-Ejercicio PIC 9(4).
           05 FILLER PIC X(8) VALUE "  MODO: ".
           05 WS-Cri-Modo PIC X(10).
           05 FILLER PIC X(12) VALUE "  TRAMOS: ".
           05 WS-Cri-Tramos PIC Z9.

       01 WS-Linea-Titulos.
           05 FILLER PIC X(7) VALUE "EMPL.".
           05 FILLER PIC X(16) VALUE "APELLIDO".
           05 FILLER PIC X(13) VALUE "  BRUTO ANUAL".
           05 FILLER PIC X(12) VALUE "    IMPUESTO".
           05 FILLER PIC X(12) VALUE "    RETENIDO".
           05 FILLER PIC X(13) VALUE "   DIFERENCIA".
           05 FILLER PIC X(6) VALUE " TIPO".

       01 WS-Linea-Detalle.
           05 WS-Det-Emp-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Apellido PIC X(16).
           05 WS-Det-Bruto PIC Z(9)9,99.
           05 WS-Det-Impuesto PIC Z(8)9,99.
           05 WS-Det-Retenido PIC Z(8)9,99.
           05 WS-Det-Diferencia PIC -Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Marca PIC X(5).

       01 WS-Linea-Suma.
           05 WS-Sum-Etiqueta PIC X(30).
           05 WS-Sum-Importe PIC Z(10)9,99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Sum-Cantidad PIC Z(5)9.

       01 WS-Linea-Firmas.
           05 FILLER PIC X(30) VALUE "______________________________".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "______________________________".

       01 WS-Linea-Firmas-Pie.
           05 FILLER PIC X(30) VALUE "   ELABORO (NOMINA)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "   REVISO (CONTABILIDAD)".

           COPY CONFIRMASN.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Nombre-Programa TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           PERFORM 1000-Acepta-Criterios.
           PERFORM 1100-Carga-Tarifa.
           IF WS-Cantidad-Tramos = ZEROS
               DISPLAY "No existe la tarifa anual (tarifa_anual.dat) "
                   "o viene vacia; no hay ajuste."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               CLOSE ARCHIVO-EMPLEADOS
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARCHIVO-ACUMULADOS.
           IF Acumulados-No-Existe
               DISPLAY "No existe el maestro de acumulados "
                   WS-Nombre-Acumulados "."
               CLOSE ARCHIVO-EMPLEADOS
               CLOSE ARCHIVO-ACUMULADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF Modo-Aplicar
               OPEN EXTEND ArchivoNovedades
               OPEN EXTEND ArchivoNovedadesSemanal
           END-IF.
           OPEN OUTPUT ArchivoReporte.
           PERFORM 3000-Escribe-Encabezado.
           PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
               READ ARCHIVO-EMPLEADOS
                   AT END
                       SET Fin-Empleados TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Total-Leidos
                       PERFORM 2000-Ajusta-Empleado
               END-READ
           END-PERFORM.
           PERFORM 5000-Escribe-Totales.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-ACUMULADOS.
           IF Modo-Aplicar
               CLOSE ArchivoNovedades
               CLOSE ArchivoNovedadesSemanal
           END-IF.
           CLOSE ArchivoReporte.
           PERFORM 9000-Muestra-Resumen.
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos.
           MOVE WS-Total-Novedades TO WS-Corrida-Escritos.
           MOVE WS-Total-Sin-Acumulado TO WS-Corrida-Rechazados.
           CALL "RegistraCorrida" USING WS-Nombre-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-Acepta-Criterios.
           DISPLAY "== Ajuste anual del impuesto ==".
           DISPLAY "Ejercicio a ajustar (AAAA): ".
           ACCEPT WS-Ejercicio.
           DISPLAY "Maestro de acumulados del ejercicio "
               "(blanco = acumulados_ytd.dat): ".
           ACCEPT WS-Nombre-Acumulados.
           IF WS-Nombre-Acumulados = SPACES
               MOVE "acumulados_ytd.dat" TO WS-Nombre-Acumulados
           END-IF.
           DISPLAY "Modo (P=propuesta, A=aplicar): ".
           ACCEPT WS-Modo.
           IF NOT Modo-Propuesta AND NOT Modo-Aplicar
               DISPLAY "Modo invalido; se corre como propuesta."
               MOVE "P" TO WS-Modo
           END-IF.
           IF Modo-Aplicar
      *> Las novedades las toma la siguiente corrida de nomina, que
      *> debe ser la primera quincena de enero del anio siguiente.
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               IF WS-Hoy-Anio NOT = WS-Ejercicio + 1
                  OR WS-Hoy-Mes NOT = 1
                   DISPLAY "Aviso: el ajuste se paga en la primera "
                       "quincena de enero siguiente al ejercicio."
               END-IF
               DISPLAY "Se van a generar las novedades del ajuste. "
                   "Confirma (S/N): "
               PERFORM ConfirmaSN
               IF NOT Respuesta-Afirmativa
                   DISPLAY "Se corre como propuesta."
                   MOVE "P" TO WS-Modo
               END-IF
           END-IF.

       1100-Carga-Tarifa.
           OPEN INPUT ArchivoTarifa.
           IF Tarifa-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Tarifa OR WS-Cantidad-Tramos = 20
                   READ ArchivoTarifa
                       AT END
                           SET Fin-Tarifa TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Tramos
                           MOVE Trm-Limite-Inferior TO
                               WS-Trm-Limite-Inferior
                                   (WS-Cantidad-Tramos)
                           MOVE Trm-Limite-Superior TO
                               WS-Trm-Limite-Superior
                                   (WS-Cantidad-Tramos)
                           MOVE Trm-Cuota-Fija TO
                               WS-Trm-Cuota-Fija(WS-Cantidad-Tramos)
                           MOVE Trm-Tasa-Marginal TO
                               WS-Trm-Tasa-Marginal
                                   (WS-Cantidad-Tramos)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoTarifa.

      *> Solo entra quien tiene acumulado del ejercicio pedido.
       2000-Ajusta-Empleado.
           MOVE Emp-ID TO Acu-Emp-ID.
           READ ARCHIVO-ACUMULADOS
               INVALID KEY
                   ADD 1 TO WS-Total-Sin-Acumulado
               NOT INVALID KEY
                   IF Acu-Anio NOT = WS-Ejercicio
                       ADD 1 TO WS-Total-Sin-Acumulado
                   ELSE
                       PERFORM 2100-Calcula-Ajuste
                   END-IF
           END-READ.

       2100-Calcula-Ajuste.
           ADD 1 TO WS-Total-Ajustados.
           MOVE ZEROS TO WS-Deducciones-Nov.
           PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > Acu-Cantidad-Conceptos
               IF Acu-Con-Signo(WS-Indice-Con) = "-"
                   ADD Acu-Con-Importe(WS-Indice-Con)
                       TO WS-Deducciones-Nov
               END-IF
           END-PERFORM.
           IF Acu-Descuento > WS-Deducciones-Nov
               COMPUTE WS-Retenido =
                   Acu-Descuento - WS-Deducciones-Nov
           ELSE
               MOVE ZEROS TO WS-Retenido
           END-IF.

           PERFORM 2200-Ubica-Tramo.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Trm-Cuota-Fija(WS-Tramo-Elegido)
               + (Acu-Bruto - WS-Trm-Limite-Inferior(WS-Tramo-Elegido))
               * WS-Trm-Tasa-Marginal(WS-Tramo-Elegido).
           PERFORM 4900-Redondea.
           MOVE WS-Monto-Redondeado TO WS-Impuesto-Anual.

      *> Diferencia positiva: se retuvo de mas y se devuelve.
           COMPUTE WS-Diferencia = WS-Retenido - WS-Impuesto-Anual.
           MOVE SPACES TO WS-Marca.
           IF WS-Diferencia > ZEROS
               MOVE "FAVOR" TO WS-Marca
               ADD WS-Diferencia TO WS-Suma-A-Favor
               MOVE WS-Diferencia TO WS-Importe-Ajuste
           ELSE
               IF WS-Diferencia < ZEROS
                   MOVE "CARGO" TO WS-Marca
                   SUBTRACT WS-Diferencia FROM WS-Suma-A-Cargo
                   COMPUTE WS-Importe-Ajuste = 0 - WS-Diferencia
               ELSE
                   MOVE ZEROS TO WS-Importe-Ajuste
               END-IF
           END-IF.
           IF Emp-Terminado AND WS-Importe-Ajuste > ZEROS
               MOVE "BAJA" TO WS-Marca
               ADD WS-Importe-Ajuste TO WS-Suma-Bajas
           END-IF.

           ADD Acu-Bruto TO WS-Suma-Bruto.
           ADD WS-Impuesto-Anual TO WS-Suma-Impuesto.
           ADD WS-Retenido TO WS-Suma-Retenido.
           PERFORM 4100-Escribe-Detalle.
           IF Modo-Aplicar
              AND NOT Emp-Terminado
              AND WS-Importe-Ajuste > ZEROS
               PERFORM 4200-Genera-Novedad
           END-IF.

      *> Mismo criterio que UbicaTramo de EmpleadosNomina, sobre el
      *> bruto del anio: si ningun tramo lo ampara se queda el
      *> ultimo.
       2200-Ubica-Tramo.
           MOVE "N" TO WS-Tramo-Encontrado.
           MOVE WS-Cantidad-Tramos TO WS-Tramo-Elegido.
           PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                   UNTIL WS-Indice-Tramo > WS-Cantidad-Tramos
                      OR Tramo-Encontrado
               IF Acu-Bruto >= WS-Trm-Limite-Inferior(WS-Indice-Tramo)
                  AND (WS-Trm-Limite-Superior(WS-Indice-Tramo) = ZEROS
                       OR Acu-Bruto <=
                           WS-Trm-Limite-Superior(WS-Indice-Tramo))
                   SET Tramo-Encontrado TO TRUE
                   MOVE WS-Indice-Tramo TO WS-Tramo-Elegido
               END-IF
           END-PERFORM.

       3000-Escribe-Encabezado.
           MOVE "AJUSTE ANUAL DEL IMPUESTO" TO Enc-Titulo-Reporte.
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida.
           PERFORM EncabezaPagina.
           MOVE WS-Ejercicio TO WS-Cri-Ejercicio.
           IF Modo-Aplicar
               MOVE "APLICADO" TO WS-Cri-Modo
           ELSE
               MOVE "PROPUESTA" TO WS-Cri-Modo
           END-IF.
           MOVE WS-Cantidad-Tramos TO WS-Cri-Tramos.
           MOVE WS-Linea-Criterio TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE SPACES TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Linea-Titulos TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

       4100-Escribe-Detalle.
           MOVE Emp-ID TO WS-Det-Emp-ID.
           MOVE Cont-Primer-Apellido TO WS-Det-Apellido.
           MOVE Acu-Bruto TO WS-Det-Bruto.
           MOVE WS-Impuesto-Anual TO WS-Det-Impuesto.
           MOVE WS-Retenido TO WS-Det-Retenido.
           MOVE WS-Diferencia TO WS-Det-Diferencia.
           MOVE WS-Marca TO WS-Det-Marca.
           MOVE WS-Linea-Detalle TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

      *> Saldo a favor como percepcion, saldo a cargo como deduccion;
      *> la nomina topa la deduccion contra el neto minimo y lo que
      *> no cabe queda como adeudo, igual que cualquier novedad.
       4200-Genera-Novedad.
           MOVE Emp-ID TO Nov-Emp-ID.
           MOVE WS-Concepto-Ajuste TO Nov-Concepto.
           IF WS-Diferencia > ZEROS
               MOVE "+" TO Nov-Signo
           ELSE
               MOVE "-" TO Nov-Signo
           END-IF.
           MOVE WS-Importe-Ajuste TO Nov-Importe.
           IF Emp-Pago-Semanal
               WRITE Registro-Novedad-Semanal FROM Registro-Novedad
           ELSE
               WRITE Registro-Novedad
           END-IF.
           ADD 1 TO WS-Total-Novedades.

       4900-Redondea.
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.
           IF WS-Residuo-Redondeo > ZEROS
               ADD WS-Residuo-Redondeo TO WS-Residuo-Positivo
           ELSE
               SUBTRACT WS-Residuo-Redondeo FROM WS-Residuo-Negativo
           END-IF.

       5000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE SPACES TO WS-Linea-Suma.
           MOVE "BRUTO ANUAL ..................." TO WS-Sum-Etiqueta.
           MOVE WS-Suma-Bruto TO WS-Sum-Importe.
           MOVE WS-Total-Ajustados TO WS-Sum-Cantidad.
           MOVE WS-Linea-Suma TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "IMPUESTO DEL EJERCICIO ........" TO WS-Sum-Etiqueta.
           MOVE WS-Suma-Impuesto TO WS-Sum-Importe.
           MOVE WS-Linea-Suma TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "RETENIDO EN EL EJERCICIO ......" TO WS-Sum-Etiqueta.
           MOVE WS-Suma-Retenido TO WS-Sum-Importe.
           MOVE WS-Linea-Suma TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "SALDOS A FAVOR (A DEVOLVER) ..." TO WS-Sum-Etiqueta.
           MOVE WS-Suma-A-Favor TO WS-Sum-Importe.
           MOVE WS-Linea-Suma TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "SALDOS A CARGO (A RETENER) ...." TO WS-Sum-Etiqueta.
           MOVE WS-Suma-A-Cargo TO WS-Sum-Importe.
           MOVE WS-Linea-Suma TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "  DE ELLO, BAJAS (FINIQUITO) ." TO WS-Sum-Etiqueta.
           MOVE WS-Suma-Bajas TO WS-Sum-Importe.
           MOVE WS-Linea-Suma TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE SPACES TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Linea-Firmas TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Linea-Firmas-Pie TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           CALL "RegistraCuadratura" USING WS-Nombre-Programa
               WS-Residuo-Positivo WS-Residuo-Negativo.
           DISPLAY "== Ajuste anual del impuesto ==".
           DISPLAY "Ejercicio: " WS-Ejercicio.
           DISPLAY "Empleados ajustados: " WS-Total-Ajustados.
           DISPLAY "Saldos a favor: " WS-Suma-A-Favor.
           DISPLAY "Saldos a cargo: " WS-Suma-A-Cargo.
           IF WS-Total-Sin-Acumulado > ZEROS
               DISPLAY "Empleados sin acumulado del ejercicio: "
                   WS-Total-Sin-Acumulado
           END-IF.
           IF Modo-Aplicar
               DISPLAY "Novedades AJUSTEISR generadas: "
                   WS-Total-Novedades
           ELSE
               DISPLAY "Modo propuesta: no se generaron novedades. "
                   "Revise ajuste_anual.rpt."
           END-IF.

           COPY UTILPARR.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM AjusteAnual.
