       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProyeccionFlujoCaja.

      *> Proyeccion de flujo de tesoreria a 30 dias: tesoreria teclea
      *> el saldo de apertura del banco y la corrida arma, dia por
      *> dia desde hoy, las entradas y salidas esperadas con su saldo
      *> proyectado acumulado, marcando los dias que quedan en
      *> negativo, para saber con tiempo si la cuenta alcanza para la
      *> nomina. Salidas: en cada fecha de pago de
      *> calendario_nomina.dat, el neto de la ultima generacion de
      *> nomina, la ultima dispersion de pensiones y las ultimas
      *> cuotas patronales; y los reembolsos a clientes ya
      *> autorizados con fecha de hoy en adelante. Entradas: los
      *> estados de la generacion vigente que vencen en la ventana,
      *> por la tasa historica de cobranza (pagos de los ultimos 90
      *> dias contra lo facturado en los cortes de esos dias), y las
      *> cuotas de los convenios activos a partir de
      *> Cvn-Proxima-Fecha. Un cliente con convenio activo entra por
      *> sus cuotas y no por su estado. La proyeccion es de la
      *> empresa original "01" y de la nomina quincenal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCalendario
               ASSIGN TO "calendario_nomina.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Calendario.

      *> Las generaciones vigentes de nomina y de estado de cuenta las
      *> resuelve ControlaGeneraciones.
               SELECT OPTIONAL ArchivoNomina
               ASSIGN TO DYNAMIC WS-Nombre-Gen-Nomina
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Nomina.

               SELECT OPTIONAL ARCHIVO-ESTADO-CUENTA
               ASSIGN TO DYNAMIC WS-Nombre-Gen-Estado
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Estado-Cuenta.

               SELECT OPTIONAL ArchivoDispersionPension
               ASSIGN TO "dispersion_pension.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Disp-Pension.

               SELECT OPTIONAL ArchivoCuotas
               ASSIGN TO "cuotas_patronales.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cuotas.

               SELECT OPTIONAL ArchivoReembolsos
               ASSIGN TO "reembolsos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reembolsos.

               SELECT OPTIONAL ArchivoHistoria
               ASSIGN TO "estado_cuenta_hist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Historia.

               SELECT OPTIONAL ArchivoPagosHistoria
               ASSIGN TO "pagos_historia.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Pagos-Hist.

               SELECT OPTIONAL ARCHIVO-CONVENIOS
               ASSIGN TO "convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cvn-Cliente-ID
               FILE STATUS IS WS-Estado-Convenios.

               SELECT ArchivoReporte
               ASSIGN TO "flujo_tesoreria.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCalendario
           LABEL RECORD IS STANDARD.
           COPY CALNOM.

       FD  ArchivoNomina
           LABEL RECORD IS STANDARD.
           COPY NOMINA.

       FD  ARCHIVO-ESTADO-CUENTA
           LABEL RECORD IS STANDARD.
           COPY ESTADOCU.

      *> El mismo renglon de dispersion de pensiones que escribe
      *> EmpleadosNomina: "1" cabecera, "2" detalle, "3" cierre.
       FD  ArchivoDispersionPension
           LABEL RECORD IS STANDARD.
       01  Registro-Disp-Pension.
           05 Dpe-Tipo                PIC X.
               88 Dpe-Es-Detalle VALUE "2".
           05 Dpe-Emp-ID              PIC 9(6).
           05 Dpe-Beneficiario        PIC X(30).
           05 Dpe-CLABE               PIC X(18).
           05 Dpe-Importe             PIC 9(7)V99.
           05 FILLER                  PIC X(14).

      *> El mismo renglon de cuotas que escribe CuotasPatronales, con
      *> su cabecera y cierre de control.
       FD  ArchivoCuotas
           LABEL RECORD IS STANDARD.
       01  Registro-Cuota.
           05 Cuo-Emp-ID              PIC 9(6).
           05 Cuo-Departamento        PIC X(15).
           05 Cuo-Concepto            PIC X(10).
           05 Cuo-Importe             PIC 9(7)V99.
           05 FILLER                  PIC X(10).

       FD  ArchivoReembolsos
           LABEL RECORD IS STANDARD.
           COPY REEMBOLS.

       FD  ArchivoHistoria
           LABEL RECORD IS STANDARD.
           COPY HISTEDO.

       FD  ArchivoPagosHistoria
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ARCHIVO-CONVENIOS
           LABEL RECORD IS STANDARD.
           COPY CONVENIO.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Calendario PIC XX VALUE SPACES.
           88 Calendario-No-Existe VALUE "05" "35".
       01 WS-Estado-Nomina PIC XX VALUE SPACES.
           88 Nomina-No-Existe VALUE "05" "35".
       01 WS-Estado-Estado-Cuenta PIC XX VALUE SPACES.
           88 EstadoCuenta-No-Existe VALUE "05" "35".
       01 WS-Estado-Disp-Pension PIC XX VALUE SPACES.
           88 Disp-Pension-No-Existe VALUE "05" "35".
       01 WS-Estado-Cuotas PIC XX VALUE SPACES.
           88 Cuotas-No-Existe VALUE "05" "35".
       01 WS-Estado-Reembolsos PIC XX VALUE SPACES.
           88 Reembolsos-No-Existe VALUE "05" "35".
       01 WS-Estado-Historia PIC XX VALUE SPACES.
           88 Historia-No-Existe VALUE "05" "35".
       01 WS-Estado-Pagos-Hist PIC XX VALUE SPACES.
           88 Pagos-Hist-No-Existe VALUE "05" "35".
       01 WS-Estado-Convenios PIC XX VALUE SPACES.
           88 Convenios-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Lectura PIC X VALUE "N".
           88 Fin-Lectura VALUE "S".

      *> Generaciones vigentes de nomina y de estado de cuenta.
       01 WS-Base-Gen-Nomina PIC X(20) VALUE "nomina".
       01 WS-Base-Gen-Estado PIC X(20) VALUE "estado_cuenta".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Nombre-Gen-Nomina PIC X(40) VALUE SPACES.
       01 WS-Nombre-Gen-Estado PIC X(40) VALUE SPACES.

      *> Saldo de apertura que teclea tesoreria y tasa de cobranza:
      *> la historica, salvo que tesoreria teclee otra.
       01 WS-Saldo-Apertura PIC S9(11)V99 VALUE ZEROS.
       01 WS-Tasa-Texto PIC X(6) VALUE SPACES.
       01 WS-Tasa-Capturada PIC 9(3)V99 VALUE ZEROS.
       01 WS-Tasa-Cobranza PIC 9V9(4) VALUE ZEROS.
       01 WS-Tasa-Pantalla PIC ZZ9,99.
       01 WS-Tasa-Historica PIC X VALUE "S".
           88 Tasa-Historica VALUE "S".
       01 WS-Facturado-Ventana PIC S9(11)V99 VALUE ZEROS.
       01 WS-Cobrado-Ventana PIC S9(11)V99 VALUE ZEROS.
       01 WS-Dias-Historia PIC 9(3) VALUE 90.

      *> Lo que cuesta una quincena, segun la ultima corrida.
       01 WS-Neto-Nomina PIC S9(11)V99 VALUE ZEROS.
       01 WS-Pensiones PIC S9(11)V99 VALUE ZEROS.
       01 WS-Cuotas-Patron PIC S9(11)V99 VALUE ZEROS.
       01 WS-Costo-Quincena PIC S9(11)V99 VALUE ZEROS.

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Dia-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Dia-Fecha PIC 9(8) VALUE ZEROS.
       01 WS-Dias-Diferencia PIC S9(7) VALUE ZEROS.
       01 WS-Fecha-Cuota PIC 9(8) VALUE ZEROS.
       01 WS-Cuotas-Pendientes PIC 9(3) VALUE ZEROS.
       01 WS-Saldo-Plan-Restante PIC S9(7)V99 VALUE ZEROS.
       01 WS-Importe-Cuota PIC S9(7)V99 VALUE ZEROS.
       01 WS-Indice-Cuota PIC 9(3) VALUE ZEROS.

      *> Un renglon por dia de la ventana; el dia 1 es hoy.
       01 WS-Dias-Ventana PIC 99 VALUE 30.
       01 WS-Tabla-Dias.
           05 WS-Dia OCCURS 30 TIMES.
               10 WS-Dia-Fecha-Tab    PIC 9(8).
               10 WS-Dia-Cobranza     PIC S9(11)V99.
               10 WS-Dia-Convenios    PIC S9(11)V99.
               10 WS-Dia-Nomina       PIC S9(11)V99.
               10 WS-Dia-Reembolsos   PIC S9(11)V99.
       01 WS-Indice-Dia PIC 99 VALUE ZEROS.
       01 WS-Dia-Destino PIC S9(7) VALUE ZEROS.
       01 WS-Saldo-Proyectado PIC S9(11)V99 VALUE ZEROS.
       01 WS-Dias-Negativos PIC 99 VALUE ZEROS.
       01 WS-Primer-Negativo PIC 9(8) VALUE ZEROS.

      *> Clientes con convenio activo: entran por sus cuotas.
       01 WS-Cantidad-Convenios PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Convenios.
           05 WS-Cvn-Cliente-ID OCCURS 2000 TIMES PIC 9(6).
       01 WS-Indice-Cvn PIC 9(4) VALUE ZEROS.
       01 WS-Con-Convenio PIC X VALUE "N".
           88 Con-Convenio VALUE "S".

       01 WS-Total-Cobranza PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Convenios PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Nomina PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Reembolsos PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Estados PIC 9(7) VALUE ZEROS.
       01 WS-Total-Pagos-Nomina PIC 9(3) VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20) VALUE "ProyeccionFlujoCaja".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Apertura.
           05 FILLER PIC X(20) VALUE "SALDO DE APERTURA:  ".
           05 WS-Ape-Saldo PIC Z(10)9,99-.
           05 FILLER PIC X(21) VALUE "   TASA DE COBRANZA: ".
           05 WS-Ape-Tasa PIC ZZ9,99.
           05 FILLER PIC X VALUE "%".

       01 WS-Linea-Quincena.
           05 FILLER PIC X(20) VALUE "QUINCENA: NETO      ".
           05 WS-Qui-Neto PIC Z(8)9,99.
           05 FILLER PIC X(10) VALUE " PENSION  ".
           05 WS-Qui-Pension PIC Z(7)9,99.
           05 FILLER PIC X(8) VALUE " CUOTAS ".
           05 WS-Qui-Cuotas PIC Z(7)9,99.

       01 WS-Linea-Titulos.
           05 FILLER PIC X(8) VALUE "FECHA".
           05 FILLER PIC X(13) VALUE "     COBRANZA".
           05 FILLER PIC X(12) VALUE "  CONVENIOS".
           05 FILLER PIC X(13) VALUE "       NOMINA".
           05 FILLER PIC X(11) VALUE " REEMBOLSOS".
           05 FILLER PIC X(16) VALUE "  SALDO PROYECT.".

       01 WS-Linea-Dia.
           05 WS-Det-Fecha PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Cobranza PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Convenios PIC Z(7)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Nomina PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Reembolsos PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Saldo PIC Z(10)9,99-.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Marca PIC X(3).

       01 WS-Linea-Totales.
           05 FILLER PIC X(9) VALUE "TOTALES".
           05 WS-Tot-Cobranza PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Tot-Convenios PIC Z(7)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Tot-Nomina PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Tot-Reembolsos PIC Z(6)9,99.

       01 WS-Linea-Negativos.
           05 FILLER PIC X(28) VALUE "DIAS CON SALDO NEGATIVO:    ".
           05 WS-Neg-Dias PIC Z9.
           05 FILLER PIC X(15) VALUE "   EL PRIMERO: ".
           05 WS-Neg-Fecha PIC 9(8).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 0050-Pide-Saldo
           PERFORM 0100-Arma-Ventana
           PERFORM 1000-Carga-Convenios
           PERFORM 1100-Calcula-Tasa
           PERFORM 0060-Pide-Tasa
           PERFORM 2000-Costo-Quincena
           PERFORM 2100-Proyecta-Nomina
           PERFORM 2200-Proyecta-Reembolsos
           PERFORM 2300-Proyecta-Estados
           PERFORM 2400-Proyecta-Convenios

           OPEN OUTPUT ArchivoReporte
           PERFORM 3000-Escribe-Reporte
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Estados TO WS-Corrida-Leidos
           MOVE WS-Dias-Ventana TO WS-Corrida-Escritos
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado
      *> Codigo de retorno 4: algun dia de la ventana queda en
      *> negativo; tesoreria tiene que fondear la cuenta.
           IF WS-Dias-Negativos > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-Pide-Saldo.
           DISPLAY "Saldo de apertura del banco (ej. 1234567,89; "
               "negativo con signo -): "
           ACCEPT WS-Saldo-Apertura.

      *> Enter deja la tasa historica; si no hay historia con que
      *> calcularla, tesoreria tiene que teclear una.
       0060-Pide-Tasa.
           MOVE WS-Tasa-Cobranza TO WS-Tasa-Capturada
           MULTIPLY 100 BY WS-Tasa-Capturada
           MOVE WS-Tasa-Capturada TO WS-Tasa-Pantalla
           DISPLAY "Tasa de cobranza historica: " WS-Tasa-Pantalla
               "%"
           DISPLAY "Tasa de cobranza en % (Enter = historica): "
           MOVE SPACES TO WS-Tasa-Texto
           ACCEPT WS-Tasa-Texto
           IF WS-Tasa-Texto NOT = SPACES
               MOVE "N" TO WS-Tasa-Historica
               COMPUTE WS-Tasa-Capturada = FUNCTION NUMVAL
                   (WS-Tasa-Texto)
               IF WS-Tasa-Capturada > 100
                   DISPLAY "La tasa no puede pasar de 100%."
                   PERFORM 0060-Pide-Tasa
               ELSE
                   DIVIDE WS-Tasa-Capturada BY 100
                       GIVING WS-Tasa-Cobranza
               END-IF
           END-IF.

       0100-Arma-Ventana.
           MOVE FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy) TO WS-Dia-Hoy
           PERFORM VARYING WS-Indice-Dia FROM 1 BY 1
                   UNTIL WS-Indice-Dia > WS-Dias-Ventana
               COMPUTE WS-Dia-Fecha-Tab(WS-Indice-Dia) =
                   FUNCTION DATE-OF-INTEGER
                       (WS-Dia-Hoy + WS-Indice-Dia - 1)
               MOVE ZEROS TO WS-Dia-Cobranza(WS-Indice-Dia)
               MOVE ZEROS TO WS-Dia-Convenios(WS-Indice-Dia)
               MOVE ZEROS TO WS-Dia-Nomina(WS-Indice-Dia)
               MOVE ZEROS TO WS-Dia-Reembolsos(WS-Indice-Dia)
           END-PERFORM.

      *> Renglon de la ventana que le toca a WS-Dia-Fecha; cero si
      *> la fecha cae fuera.
       0200-Ubica-Dia.
           MOVE ZEROS TO WS-Indice-Dia
           IF WS-Dia-Fecha IS NUMERIC AND WS-Dia-Fecha > 19000000
               COMPUTE WS-Dia-Destino =
                   FUNCTION INTEGER-OF-DATE(WS-Dia-Fecha)
                   - WS-Dia-Hoy + 1
               IF WS-Dia-Destino >= 1
                  AND WS-Dia-Destino <= WS-Dias-Ventana
                   MOVE WS-Dia-Destino TO WS-Indice-Dia
               END-IF
           END-IF.

       1000-Carga-Convenios.
           OPEN INPUT ARCHIVO-CONVENIOS
           IF Convenios-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ARCHIVO-CONVENIOS NEXT RECORD
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           IF Cvn-Activo
                              AND WS-Cantidad-Convenios < 2000
                               ADD 1 TO WS-Cantidad-Convenios
                               MOVE Cvn-Cliente-ID TO WS-Cvn-Cliente-ID
                                   (WS-Cantidad-Convenios)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-CONVENIOS.

      *> Tasa historica de cobranza: pagos aplicados de los ultimos
      *> 90 dias contra el saldo facturado en los cortes de esos
      *> mismos dias, a lo mas 100%.
       1100-Calcula-Tasa.
           OPEN INPUT ArchivoHistoria
           IF Historia-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ArchivoHistoria
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           MOVE His-Fecha-Corte TO WS-Dia-Fecha
                           PERFORM 1150-Dias-Atras
                           IF WS-Dias-Diferencia >= 0
                              AND WS-Dias-Diferencia <= WS-Dias-Historia
                              AND His-Saldo-Nuevo > ZEROS
                               ADD His-Saldo-Nuevo
                                   TO WS-Facturado-Ventana
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoHistoria
           OPEN INPUT ArchivoPagosHistoria
           IF Pagos-Hist-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ArchivoPagosHistoria
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           MOVE Phi-Fecha TO WS-Dia-Fecha
                           PERFORM 1150-Dias-Atras
                           IF Phi-Aplicado
                              AND WS-Dias-Diferencia >= 0
                              AND WS-Dias-Diferencia <= WS-Dias-Historia
                               ADD Phi-Importe TO WS-Cobrado-Ventana
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoPagosHistoria
           IF WS-Facturado-Ventana > ZEROS
               IF WS-Cobrado-Ventana >= WS-Facturado-Ventana
                   MOVE 1 TO WS-Tasa-Cobranza
               ELSE
                   COMPUTE WS-Tasa-Cobranza ROUNDED =
                       WS-Cobrado-Ventana / WS-Facturado-Ventana
               END-IF
           END-IF.

      *> Dias de WS-Dia-Fecha a hoy; negativo si la fecha no sirve.
       1150-Dias-Atras.
           IF WS-Dia-Fecha IS NUMERIC AND WS-Dia-Fecha > 19000000
               COMPUTE WS-Dias-Diferencia =
                   WS-Dia-Hoy - FUNCTION INTEGER-OF-DATE(WS-Dia-Fecha)
           ELSE
               MOVE -1 TO WS-Dias-Diferencia
           END-IF.

      *> El costo de una quincena: neto de la ultima generacion de
      *> nomina, ultima dispersion de pensiones y ultimas cuotas
      *> patronales, sin los registros de control.
       2000-Costo-Quincena.
           CALL "ControlaGeneraciones" USING WS-Base-Gen-Nomina
               WS-Modo-Generacion WS-Nombre-Gen-Nomina
           IF WS-Nombre-Gen-Nomina = SPACES
               DISPLAY "Aviso: no hay generacion de nomina; la "
                   "proyeccion sale sin el neto de la nomina."
           ELSE
               OPEN INPUT ArchivoNomina
               IF Nomina-No-Existe
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-Fin-Lectura
                   PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                       READ ArchivoNomina
                           AT END
                               SET Fin-Lectura TO TRUE
                           NOT AT END
                               IF Registro-Nomina(1:6) NOT = "000000"
                                  AND Registro-Nomina(1:6) NOT =
                                      "999999"
                                   ADD Nom-Salario-Neto
                                       TO WS-Neto-Nomina
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoNomina
           END-IF
           OPEN INPUT ArchivoDispersionPension
           IF Disp-Pension-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ArchivoDispersionPension
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           IF Dpe-Es-Detalle
                               ADD Dpe-Importe TO WS-Pensiones
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoDispersionPension
           OPEN INPUT ArchivoCuotas
           IF Cuotas-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ArchivoCuotas
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           IF Registro-Cuota(1:6) NOT = "000000"
                              AND Registro-Cuota(1:6) NOT = "999999"
                               ADD Cuo-Importe TO WS-Cuotas-Patron
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCuotas
           COMPUTE WS-Costo-Quincena =
               WS-Neto-Nomina + WS-Pensiones + WS-Cuotas-Patron.

      *> Cada fecha de pago del calendario que caiga en la ventana
      *> lleva el costo de una quincena.
       2100-Proyecta-Nomina.
           OPEN INPUT ArchivoCalendario
           IF Calendario-No-Existe
               DISPLAY "Aviso: no existe calendario_nomina.dat; la "
                   "proyeccion sale sin fechas de pago de nomina."
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ArchivoCalendario
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           MOVE Cal-Fecha-Pago TO WS-Dia-Fecha
                           PERFORM 0200-Ubica-Dia
                           IF WS-Indice-Dia > ZEROS
                               ADD 1 TO WS-Total-Pagos-Nomina
                               ADD WS-Costo-Quincena
                                   TO WS-Dia-Nomina(WS-Indice-Dia)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCalendario.

      *> Reembolsos ya autorizados que salen de hoy en adelante.
       2200-Proyecta-Reembolsos.
           OPEN INPUT ArchivoReembolsos
           IF Reembolsos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ArchivoReembolsos
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           MOVE Ree-Fecha TO WS-Dia-Fecha
                           PERFORM 0200-Ubica-Dia
                           IF WS-Indice-Dia > ZEROS
                               ADD Ree-Importe
                                   TO WS-Dia-Reembolsos(WS-Indice-Dia)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoReembolsos.

      *> Estados con saldo que vencen en la ventana, por la tasa de
      *> cobranza, el dia de su vencimiento.
       2300-Proyecta-Estados.
           CALL "ControlaGeneraciones" USING WS-Base-Gen-Estado
               WS-Modo-Generacion WS-Nombre-Gen-Estado
           IF WS-Nombre-Gen-Estado = SPACES
               DISPLAY "Aviso: no hay generacion de estado de cuenta; "
                   "la proyeccion sale sin cobranza de estados."
           ELSE
               OPEN INPUT ARCHIVO-ESTADO-CUENTA
               IF EstadoCuenta-No-Existe
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-Fin-Lectura
                   PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                       READ ARCHIVO-ESTADO-CUENTA
                           AT END
                               SET Fin-Lectura TO TRUE
                           NOT AT END
                               IF Registro-Estado-Cuenta(1:6) NOT =
                                      "000000"
                                  AND Registro-Estado-Cuenta(1:6) NOT =
                                      "999999"
                                   PERFORM 2310-Proyecta-Estado
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCHIVO-ESTADO-CUENTA
           END-IF.

       2310-Proyecta-Estado.
           ADD 1 TO WS-Total-Estados
           MOVE "N" TO WS-Con-Convenio
           PERFORM VARYING WS-Indice-Cvn FROM 1 BY 1
                   UNTIL WS-Indice-Cvn > WS-Cantidad-Convenios
                      OR Con-Convenio
               IF WS-Cvn-Cliente-ID(WS-Indice-Cvn) = Edo-Cliente-ID
                   SET Con-Convenio TO TRUE
               END-IF
           END-PERFORM
           IF Edo-Saldo-Nuevo > ZEROS AND NOT Con-Convenio
               MOVE Edo-Fecha-Vencimiento TO WS-Dia-Fecha
               PERFORM 0200-Ubica-Dia
               IF WS-Indice-Dia > ZEROS
                   COMPUTE WS-Dia-Cobranza(WS-Indice-Dia) ROUNDED =
                       WS-Dia-Cobranza(WS-Indice-Dia)
                       + Edo-Saldo-Nuevo * WS-Tasa-Cobranza
               END-IF
           END-IF.

      *> Cuotas de cada convenio activo: desde la proxima fecha, cada
      *> tantos dias como pacto, mientras queden cuotas y saldo en
      *> plan; la ultima cuota es lo que reste del plan.
       2400-Proyecta-Convenios.
           OPEN INPUT ARCHIVO-CONVENIOS
           IF Convenios-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lectura
               PERFORM WITH TEST BEFORE UNTIL Fin-Lectura
                   READ ARCHIVO-CONVENIOS NEXT RECORD
                       AT END
                           SET Fin-Lectura TO TRUE
                       NOT AT END
                           IF Cvn-Activo AND Cvn-Cuota > ZEROS
                               PERFORM 2410-Proyecta-Convenio
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-CONVENIOS.

       2410-Proyecta-Convenio.
           MOVE Cvn-Proxima-Fecha TO WS-Fecha-Cuota
           MOVE Cvn-Saldo-Plan TO WS-Saldo-Plan-Restante
           IF Cvn-Cuotas-Total > Cvn-Cuotas-Cumplidas
               COMPUTE WS-Cuotas-Pendientes =
                   Cvn-Cuotas-Total - Cvn-Cuotas-Cumplidas
           ELSE
               MOVE ZEROS TO WS-Cuotas-Pendientes
           END-IF
           PERFORM VARYING WS-Indice-Cuota FROM 1 BY 1
                   UNTIL WS-Indice-Cuota > WS-Cuotas-Pendientes
                      OR WS-Saldo-Plan-Restante <= ZEROS
               MOVE WS-Fecha-Cuota TO WS-Dia-Fecha
               PERFORM 0200-Ubica-Dia
               IF Cvn-Cuota > WS-Saldo-Plan-Restante
                   MOVE WS-Saldo-Plan-Restante TO WS-Importe-Cuota
               ELSE
                   MOVE Cvn-Cuota TO WS-Importe-Cuota
               END-IF
               IF WS-Indice-Dia > ZEROS
                   ADD WS-Importe-Cuota
                       TO WS-Dia-Convenios(WS-Indice-Dia)
               END-IF
               SUBTRACT WS-Importe-Cuota FROM WS-Saldo-Plan-Restante
               IF Cvn-Dias-Entre-Cuotas = ZEROS
      *> Sin periodicidad no hay cuota siguiente que proyectar.
                   MOVE WS-Cuotas-Pendientes TO WS-Indice-Cuota
               ELSE
                   COMPUTE WS-Fecha-Cuota = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-Fecha-Cuota)
                        + Cvn-Dias-Entre-Cuotas)
                   IF FUNCTION INTEGER-OF-DATE(WS-Fecha-Cuota)
                      >= WS-Dia-Hoy + WS-Dias-Ventana
                       MOVE WS-Cuotas-Pendientes TO WS-Indice-Cuota
                   END-IF
               END-IF
           END-PERFORM.

       3000-Escribe-Reporte.
           MOVE "PROYECCION DE FLUJO DE TESORERIA A 30 DIAS"
               TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Saldo-Apertura TO WS-Ape-Saldo
           MOVE WS-Tasa-Cobranza TO WS-Tasa-Capturada
           MULTIPLY 100 BY WS-Tasa-Capturada
           MOVE WS-Tasa-Capturada TO WS-Ape-Tasa
           MOVE WS-Linea-Apertura TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Neto-Nomina TO WS-Qui-Neto
           MOVE WS-Pensiones TO WS-Qui-Pension
           MOVE WS-Cuotas-Patron TO WS-Qui-Cuotas
           MOVE WS-Linea-Quincena TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Saldo-Apertura TO WS-Saldo-Proyectado
           PERFORM VARYING WS-Indice-Dia FROM 1 BY 1
                   UNTIL WS-Indice-Dia > WS-Dias-Ventana
               PERFORM 3100-Escribe-Dia
           END-PERFORM
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Cobranza TO WS-Tot-Cobranza
           MOVE WS-Total-Convenios TO WS-Tot-Convenios
           MOVE WS-Total-Nomina TO WS-Tot-Nomina
           MOVE WS-Total-Reembolsos TO WS-Tot-Reembolsos
           MOVE WS-Linea-Totales TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Dias-Negativos TO WS-Neg-Dias
           MOVE WS-Primer-Negativo TO WS-Neg-Fecha
           MOVE WS-Linea-Negativos TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> El saldo corre con las entradas menos las salidas del dia;
      *> el dia que cierra en negativo se marca.
       3100-Escribe-Dia.
           COMPUTE WS-Saldo-Proyectado = WS-Saldo-Proyectado
               + WS-Dia-Cobranza(WS-Indice-Dia)
               + WS-Dia-Convenios(WS-Indice-Dia)
               - WS-Dia-Nomina(WS-Indice-Dia)
               - WS-Dia-Reembolsos(WS-Indice-Dia)
           ADD WS-Dia-Cobranza(WS-Indice-Dia) TO WS-Total-Cobranza
           ADD WS-Dia-Convenios(WS-Indice-Dia) TO WS-Total-Convenios
           ADD WS-Dia-Nomina(WS-Indice-Dia) TO WS-Total-Nomina
           ADD WS-Dia-Reembolsos(WS-Indice-Dia) TO WS-Total-Reembolsos
           MOVE WS-Dia-Fecha-Tab(WS-Indice-Dia) TO WS-Det-Fecha
           MOVE WS-Dia-Cobranza(WS-Indice-Dia) TO WS-Det-Cobranza
           MOVE WS-Dia-Convenios(WS-Indice-Dia) TO WS-Det-Convenios
           MOVE WS-Dia-Nomina(WS-Indice-Dia) TO WS-Det-Nomina
           MOVE WS-Dia-Reembolsos(WS-Indice-Dia) TO WS-Det-Reembolsos
           MOVE WS-Saldo-Proyectado TO WS-Det-Saldo
           IF WS-Saldo-Proyectado < ZEROS
               MOVE "NEG" TO WS-Det-Marca
               ADD 1 TO WS-Dias-Negativos
               IF WS-Primer-Negativo = ZEROS
                   MOVE WS-Dia-Fecha-Tab(WS-Indice-Dia)
                       TO WS-Primer-Negativo
               END-IF
           ELSE
               MOVE SPACES TO WS-Det-Marca
           END-IF
           MOVE WS-Linea-Dia TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Proyeccion de flujo de tesoreria ==".
           DISPLAY "Fechas de pago de nomina en la ventana: "
               WS-Total-Pagos-Nomina.
           DISPLAY "Costo de una quincena: " WS-Costo-Quincena.
           DISPLAY "Cobranza esperada de estados: " WS-Total-Cobranza.
           DISPLAY "Cuotas de convenio esperadas: "
               WS-Total-Convenios.
           DISPLAY "Saldo proyectado al final: " WS-Saldo-Proyectado.
           IF WS-Dias-Negativos > ZEROS
               DISPLAY "Aviso: " WS-Dias-Negativos
                   " dias quedan en negativo, el primero el "
                   WS-Primer-Negativo "."
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ProyeccionFlujoCaja.
