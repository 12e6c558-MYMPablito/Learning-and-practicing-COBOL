       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrimaVacacional.

      *> Corrida de prima vacacional: paso previo a EmpleadosNomina,
      *> igual que PrestamosDescuenta, que recorre las solicitudes de
      *> vacaciones aprobadas (solicitudes_vac.dat) y a cada una cuyas
      *> vacaciones ya empezaron a mas tardar en el corte de la
      *> quincena le agrega a novedades.dat la novedad "+" de la
      *> prima: salario diario (Emp-Salario entre 30) por los dias de
      *> la solicitud por el porcentaje de prima_vacacional.dat. La
      *> solicitud pagada queda en el libro primas_vac.dat por folio,
      *> de modo que una solicitud que cruza dos quincenas, o una
      *> corrida repetida, se paga una sola vez. Un empleado dado de
      *> baja no cobra la prima por nomina: queda en el reporte para
      *> su finiquito. primas_vac.rpt lista lo pagado en la corrida.
      *> La prima del personal de pago semanal va a
      *> novedades_semanal.dat, que se cierra en su propia corrida.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoSolicitudes
               ASSIGN TO "solicitudes_vac.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Solicitudes.

               SELECT ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

               SELECT ARCHIVO-PRIMAS
               ASSIGN TO "primas_vac.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Prv-Folio
               FILE STATUS IS WS-Estado-Primas.

      *> Porcentaje de prima editable: un renglon con el porcentaje
      *> (999). Se edita el archivo cuando cambia la prestacion, no
      *> el programa, igual que el umbral de varianza.
               SELECT OPTIONAL ArchivoParametro
               ASSIGN TO "prima_vacacional.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Parametro.

               SELECT OPTIONAL ArchivoCalendario
               ASSIGN TO "calendario_nomina.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Calendario.

      *> Las primas se agregan al final de las novedades ya
      *> capturadas de la quincena, sin pisarlas.
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
               ASSIGN TO "primas_vac.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoSolicitudes
           LABEL RECORD IS STANDARD.
           COPY SOLVAC.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ARCHIVO-PRIMAS
           LABEL RECORD IS STANDARD.
           COPY PRIMAVAC.

       FD  ArchivoParametro
           LABEL RECORD IS STANDARD.
       01  Registro-Parametro-Prima.
           05 Ppr-Porcentaje          PIC 9(3).

       FD  ArchivoCalendario
           LABEL RECORD IS STANDARD.
           COPY CALNOM.

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
       01 WS-Estado-Solicitudes PIC XX VALUE SPACES.
           88 Solicitudes-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Primas PIC XX VALUE SPACES.
           88 Primas-No-Existe VALUE "05" "35".
       01 WS-Estado-Parametro PIC XX VALUE SPACES.
           88 Parametro-No-Existe VALUE "05" "35".
       01 WS-Estado-Calendario PIC XX VALUE SPACES.
           88 Calendario-No-Existe VALUE "05" "35".
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
       01 WS-Estado-Novedades-Sem PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Solicitudes PIC X VALUE "N".
           88 Fin-Solicitudes VALUE "S".
       01 WS-Fin-Calendario PIC X VALUE "N".
           88 Fin-Calendario VALUE "S".

      *> Porcentaje de prima; 25 por ciento, el minimo de ley, si el
      *> archivo de parametro no existe.
       01 WS-Porcentaje-Prima PIC 9(3) VALUE 25.

      *> Quincena que se va a pagar, derivada del calendario con la
      *> fecha del dia igual que la corrida de nomina, o capturada a
      *> mano si el calendario no existe o no la cubre.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Periodo PIC X(6) VALUE SPACES.
       01 WS-Fecha-Corte PIC 9(8) VALUE ZEROS.
       01 WS-Quincena-Derivada PIC X VALUE "N".
           88 Quincena-Derivada VALUE "S".
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".

      *> Concepto con el que la prima viaja por el flujo normal de
      *> novedades y aparece en el recibo.
       01 WS-Concepto-Prima PIC X(10) VALUE "PRIMAVAC".

       01 WS-Ya-Pagada PIC X VALUE "N".
           88 Ya-Pagada VALUE "S".
       01 WS-Salario-Diario PIC 9(7)V9(4) VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda y la cuadratura.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.
       01 WS-Residuo-Positivo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Residuo-Negativo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Nombre-Programa PIC X(20) VALUE "PrimaVacacional".

      *> Registro de la corrida en el libro comun.
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Total-Solicitudes PIC 9(6) VALUE ZEROS.
       01 WS-Total-Primas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Ya-Pagadas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Bajas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Maestro PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Primas PIC 9(9)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Criterio.
           05 FILLER PIC X(10) VALUE "QUINCENA: ".
           05 WS-Cri-Periodo PIC X(6).
           05 FILLER PIC X(9) VALUE "  CORTE: ".
           05 WS-Cri-Corte PIC 9(8).
           05 FILLER PIC X(10) VALUE "  PRIMA: ".
           05 WS-Cri-Porcentaje PIC ZZ9.
           05 FILLER PIC X(2) VALUE " %".

       01 WS-Linea-Titulos.
           05 FILLER PIC X(7) VALUE "FOLIO".
           05 FILLER PIC X(7) VALUE "EMPL.".
           05 FILLER PIC X(16) VALUE "APELLIDO".
           05 FILLER PIC X(9) VALUE "INICIO".
           05 FILLER PIC X(5) VALUE "DIAS".
           05 FILLER PIC X(12) VALUE "  SAL. DIA.".
           05 FILLER PIC X(12) VALUE "       PRIMA".
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-Linea-Detalle.
           05 WS-Det-Folio PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Emp-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Apellido PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Inicio PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Dias PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Salario-Dia PIC Z(7)9,99.
           05 WS-Det-Prima PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Marca PIC X(12).

       01 WS-Linea-Total.
           05 FILLER PIC X(24) VALUE "PRIMAS GENERADAS .......".
           05 WS-Tot-Primas PIC ZZZZZ9.
           05 FILLER PIC X(16) VALUE "   IMPORTE ....".
           05 WS-Tot-Importe PIC Z(8)9,99.

       01 WS-Linea-Bajas.
           05 FILLER PIC X(24) VALUE "BAJAS PARA FINIQUITO ...".
           05 WS-Tot-Bajas PIC ZZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Nombre-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoSolicitudes
           IF Solicitudes-No-Existe
               DISPLAY "No hay solicitudes de vacaciones todavia."
               CLOSE ArchivoSolicitudes
      *> Codigo de retorno 4: sin solicitudes no hay primas que
      *> generar, pero la nomina puede seguir; el job stream decide.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-Carga-Porcentaje
           PERFORM 1100-Ubica-Quincena
           OPEN INPUT ARCHIVO-EMPLEADOS
           PERFORM 1200-Abre-Primas
           OPEN EXTEND ArchivoNovedades
           OPEN EXTEND ArchivoNovedadesSemanal
           OPEN OUTPUT ArchivoReporte
           MOVE "PRIMA VACACIONAL DE LA QUINCENA" TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Periodo TO WS-Cri-Periodo
           MOVE WS-Fecha-Corte TO WS-Cri-Corte
           MOVE WS-Porcentaje-Prima TO WS-Cri-Porcentaje
           MOVE WS-Linea-Criterio TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM WITH TEST BEFORE UNTIL Fin-Solicitudes
               READ ArchivoSolicitudes
                   AT END
                       SET Fin-Solicitudes TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Total-Solicitudes
                       IF Sol-Aprobada
                          AND Sol-Fecha-Inicio <= WS-Fecha-Corte
                           PERFORM 2000-Revisa-Solicitud
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-Escribe-Totales
           CLOSE ArchivoSolicitudes
           CLOSE ARCHIVO-EMPLEADOS
           CLOSE ARCHIVO-PRIMAS
           CLOSE ArchivoNovedades
           CLOSE ArchivoNovedadesSemanal
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Solicitudes TO WS-Corrida-Leidos
           MOVE WS-Total-Primas TO WS-Corrida-Escritos
           MOVE WS-Total-Sin-Maestro TO WS-Corrida-Rechazados
           CALL "RegistraCorrida" USING WS-Nombre-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-Carga-Porcentaje.
           OPEN INPUT ArchivoParametro
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
           END-IF
           CLOSE ArchivoParametro.

      *> La quincena cuya ventana inicio-corte contiene la fecha del
      *> dia; sin calendario, o fuera de toda ventana, el operador
      *> captura el periodo y su fecha de corte.
       1100-Ubica-Quincena.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           OPEN INPUT ArchivoCalendario
           IF Calendario-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Calendario OR Quincena-Derivada
                   READ ArchivoCalendario
                       AT END
                           SET Fin-Calendario TO TRUE
                       NOT AT END
                           IF WS-Fecha-Hoy >= Cal-Fecha-Inicio
                              AND WS-Fecha-Hoy <= Cal-Fecha-Corte
                               SET Quincena-Derivada TO TRUE
                               MOVE Cal-Per-ID TO WS-Periodo
                               MOVE Cal-Fecha-Corte TO WS-Fecha-Corte
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCalendario
           IF Quincena-Derivada
               DISPLAY "Quincena derivada del calendario: " WS-Periodo
           ELSE
               DISPLAY "Periodo a pagar (AAAAQQ): "
               ACCEPT WS-Periodo
               PERFORM 1110-Captura-Corte
           END-IF.

       1110-Captura-Corte.
           DISPLAY "Fecha de corte de la quincena (AAAAMMDD): "
           ACCEPT WS-Fecha-Corte
           CALL "ValidaFecha" USING WS-Fecha-Corte WS-Fecha-Valida
           IF NOT Fecha-Valida
               DISPLAY "Fecha invalida."
               PERFORM 1110-Captura-Corte
           END-IF.

      *> El libro de primas pagadas aun no existe la primera vez: se
      *> crea vacio y se vuelve a abrir.
       1200-Abre-Primas.
           OPEN I-O ARCHIVO-PRIMAS
           IF Primas-No-Existe
               OPEN OUTPUT ARCHIVO-PRIMAS
               CLOSE ARCHIVO-PRIMAS
               OPEN I-O ARCHIVO-PRIMAS
           END-IF.

      *> Una solicitud aprobada ya iniciada: si su folio esta en el
      *> libro ya se pago y no se vuelve a tocar.
       2000-Revisa-Solicitud.
           MOVE "N" TO WS-Ya-Pagada
           MOVE Sol-Folio TO Prv-Folio
           READ ARCHIVO-PRIMAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Ya-Pagada TO TRUE
           END-READ
           IF Ya-Pagada
               ADD 1 TO WS-Total-Ya-Pagadas
           ELSE
               MOVE Sol-Emp-ID TO Emp-ID
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       ADD 1 TO WS-Total-Sin-Maestro
                       DISPLAY "Solicitud " Sol-Folio
                           ": empleado " Sol-Emp-ID
                           " no esta en el padron."
                   NOT INVALID KEY
                       PERFORM 2100-Calcula-Prima
               END-READ
           END-IF.

       2100-Calcula-Prima.
           COMPUTE WS-Salario-Diario = Emp-Salario / 30
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Salario-Diario * Sol-Dias
               * WS-Porcentaje-Prima / 100
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo
           IF WS-Residuo-Redondeo > ZEROS
               ADD WS-Residuo-Redondeo TO WS-Residuo-Positivo
           ELSE
               SUBTRACT WS-Residuo-Redondeo FROM WS-Residuo-Negativo
           END-IF
           MOVE Sol-Folio TO WS-Det-Folio
           MOVE Sol-Emp-ID TO WS-Det-Emp-ID
           MOVE Cont-Primer-Apellido TO WS-Det-Apellido
           MOVE Sol-Fecha-Inicio TO WS-Det-Inicio
           MOVE Sol-Dias TO WS-Det-Dias
           MOVE WS-Salario-Diario TO WS-Det-Salario-Dia
           MOVE WS-Monto-Redondeado TO WS-Det-Prima
           IF Emp-Terminado
      *> El dado de baja ya no entra a la corrida: la prima queda a
      *> la vista para el finiquito y no se marca como pagada.
               MOVE "FINIQUITO" TO WS-Det-Marca
               ADD 1 TO WS-Total-Bajas
           ELSE
               MOVE SPACES TO WS-Det-Marca
               PERFORM 2200-Genera-Prima
           END-IF
           MOVE WS-Linea-Detalle TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> La novedad "+" de la quincena y el renglon del libro que
      *> impide pagarla otra vez.
       2200-Genera-Prima.
           MOVE Sol-Emp-ID TO Nov-Emp-ID
           MOVE WS-Concepto-Prima TO Nov-Concepto
           MOVE "+" TO Nov-Signo
           MOVE WS-Monto-Redondeado TO Nov-Importe
           IF Emp-Pago-Semanal
               WRITE Registro-Novedad-Semanal FROM Registro-Novedad
           ELSE
               WRITE Registro-Novedad
           END-IF
           MOVE Sol-Folio TO Prv-Folio
           MOVE Sol-Emp-ID TO Prv-Emp-ID
           MOVE WS-Periodo TO Prv-Periodo
           MOVE Sol-Dias TO Prv-Dias
           MOVE WS-Porcentaje-Prima TO Prv-Porcentaje
           MOVE WS-Monto-Redondeado TO Prv-Importe
           MOVE WS-Fecha-Hoy TO Prv-Fecha-Pago
           WRITE Registro-Prima-Vac
               INVALID KEY
                   DISPLAY "Folio " Sol-Folio " ya en el libro de "
                       "primas."
           END-WRITE
           ADD 1 TO WS-Total-Primas
           ADD WS-Monto-Redondeado TO WS-Suma-Primas.

       3000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Primas TO WS-Tot-Primas
           MOVE WS-Suma-Primas TO WS-Tot-Importe
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Bajas TO WS-Tot-Bajas
           MOVE WS-Linea-Bajas TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           CALL "RegistraCuadratura" USING WS-Nombre-Programa
               WS-Residuo-Positivo WS-Residuo-Negativo.
           DISPLAY "== Prima vacacional ==".
           DISPLAY "Quincena: " WS-Periodo.
           DISPLAY "Solicitudes leidas: " WS-Total-Solicitudes.
           DISPLAY "Primas generadas: " WS-Total-Primas.
           DISPLAY "Ya pagadas en quincenas anteriores: "
               WS-Total-Ya-Pagadas.
           DISPLAY "Dados de baja (finiquito): " WS-Total-Bajas.
           DISPLAY "Importe total: " WS-Suma-Primas.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM PrimaVacacional.
