       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepartoUtilidades.

      *> Corrida anual de reparto de utilidades (PTU): toma el monto
      *> a repartir del ejercicio y lo divide como manda la ley, la
      *> mitad en proporcion a los dias trabajados en el anio y la
      *> otra mitad en proporcion al salario devengado. Los dias
      *> salen de Emp-Fecha-Ingreso y Emp-Fecha-Baja (los dados de
      *> baja que trabajaron en el ejercicio tambien participan) y el
      *> salario del maestro de acumulados del ejercicio, con el tope
      *> legal de la mitad por salarios: el salario del trabajador
      *> sindicalizado de mayor salario mas un 20%. En modo aplicar
      *> el reparto de los activos sale como novedad "+" PTU para la
      *> siguiente quincena o como renglones de la lista de
      *> NominaExtraordinaria; los dados de baja se listan para
      *> pagarse con su finiquito. ptu.rpt deja el reparto por
      *> empleado con renglones de firma, y la hoja de calculo de
      *> cada mayo se queda guardada. La novedad del personal de
      *> pago semanal va a novedades_semanal.dat, que se cierra en su
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

      *> Acumulados del ejercicio. En mayo acumulados_ytd.dat ya va
      *> en el anio nuevo, asi que el operador puede dar el nombre
      *> del respaldo del maestro tomado al cierre del ejercicio.
               SELECT ARCHIVO-ACUMULADOS
               ASSIGN TO DYNAMIC WS-Nombre-Acumulados
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Acu-Emp-ID
               FILE STATUS IS WS-Estado-Acumulados.

      *> El reparto se paga por novedades de la quincena, igual que
      *> PrestamosDescuenta genera sus cuotas, o por la lista de la
      *> nomina extraordinaria.
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

               SELECT OPTIONAL ArchivoListaExtra
               ASSIGN TO "nomina_extra.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lista-Extra.

               SELECT ArchivoReporte
               ASSIGN TO "ptu.rpt"
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

       FD  ArchivoNovedades
           LABEL RECORD IS STANDARD.
           COPY NOVEDAD.

       FD  ArchivoNovedadesSemanal
           LABEL RECORD IS STANDARD.
       01  Registro-Novedad-Semanal PIC X(26).

       FD  ArchivoListaExtra
           LABEL RECORD IS STANDARD.
           COPY NOMEXTRA.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Acumulados PIC XX VALUE SPACES.
           88 Acumulados-No-Existe VALUE "05" "35".
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
       01 WS-Estado-Novedades-Sem PIC XX VALUE SPACES.
       01 WS-Estado-Lista-Extra PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Empleados PIC X VALUE "N".
           88 Fin-Empleados VALUE "S".

       01 WS-Nombre-Acumulados PIC X(40) VALUE SPACES.

      *> Criterios pedidos al operador.
       01 WS-Ejercicio PIC 9(4) VALUE ZEROS.
       01 WS-Monto-Repartir PIC 9(9)V99 VALUE ZEROS.
       01 WS-Salario-Sindicalizado PIC 9(9)V99 VALUE ZEROS.
       01 WS-Tope-Salario PIC 9(9)V99 VALUE ZEROS.
       01 WS-Modo PIC X VALUE "P".
           88 Modo-Propuesta VALUE "P" "p".
           88 Modo-Aplicar VALUE "A" "a".
       01 WS-Destino PIC X VALUE "N".
           88 Destino-Novedades VALUE "N" "n".
           88 Destino-Extraordinaria VALUE "X" "x".

      *> Limites del ejercicio para contar los dias trabajados.
       01 WS-Inicio-Ejercicio PIC 9(8) VALUE ZEROS.
       01 WS-Fin-Ejercicio PIC 9(8) VALUE ZEROS.
       01 WS-Desde PIC 9(8) VALUE ZEROS.
       01 WS-Hasta PIC 9(8) VALUE ZEROS.
      *> Las fechas del registro son grupos; para darselas a
      *> INTEGER-OF-DATE se pasan por esta vista numerica, igual
      *> que en Aguinaldo.
       01 WS-Fecha-Trabajo PIC X(8) VALUE SPACES.
       01 WS-Fecha-Trabajo-Num REDEFINES WS-Fecha-Trabajo PIC 9(8).
       01 WS-Dias-Trabajados PIC 9(3) VALUE ZEROS.

      *> Participantes del reparto, cargados en la primera pasada
      *> para poder sacar las sumas de dias y salarios antes de
      *> calcular las partes.
       01 WS-Cantidad-Part PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Part.
           05 WS-Participante OCCURS 500 TIMES.
               10 WS-Par-Emp-ID           PIC 9(6).
               10 WS-Par-Apellido         PIC X(16).
               10 WS-Par-Dias             PIC 9(3).
               10 WS-Par-Salario-Tope     PIC 9(9)V99.
               10 WS-Par-Parte-Dias       PIC 9(7)V99.
               10 WS-Par-Parte-Salario    PIC 9(7)V99.
               10 WS-Par-Marca            PIC X(4).
               10 WS-Par-Baja             PIC X.
                   88 Par-Es-Baja VALUE "S".
               10 WS-Par-Grupo-Pago       PIC X.
                   88 Par-Pago-Semanal VALUE "S".
       01 WS-Indice-Part PIC 9(3) VALUE ZEROS.
       01 WS-Part-Omitidos PIC 9(6) VALUE ZEROS.

       01 WS-Suma-Dias PIC 9(7) VALUE ZEROS.
       01 WS-Suma-Salarios PIC 9(11)V99 VALUE ZEROS.
       01 WS-Mitad-Dias PIC 9(9)V99 VALUE ZEROS.
       01 WS-Mitad-Salarios PIC 9(9)V99 VALUE ZEROS.
       01 WS-Importe-Empleado PIC 9(7)V99 VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda y la cuadratura.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.
       01 WS-Residuo-Positivo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Residuo-Negativo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Nombre-Programa PIC X(20) VALUE "RepartoUtilidades".

      *> Registro de la corrida en el libro comun.
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Total-Leidos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Acumulado PIC 9(6) VALUE ZEROS.
       01 WS-Total-Topados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Pagos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Repartido PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Bajas PIC 9(9)V99 VALUE ZEROS.
       01 WS-Diferencia-Redondeo PIC S9(9)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Criterio.
           05 FILLER PIC X(11) VALUE "EJERCICIO: ".
           05 WS-Cri-Ejercicio PIC 9(4).
           05 FILLER PIC X(12) VALUE "  A REPARTIR".
           05 WS-Cri-Monto PIC Z(8)9,99.
           05 FILLER PIC X(8) VALUE "  MODO: ".
           05 WS-Cri-Modo PIC X(10).

       01 WS-Linea-Tope.
           05 FILLER PIC X(27) VALUE "TOPE DE SALARIO ANUAL .....".
           05 WS-Tope-Edit PIC Z(8)9,99.
           05 FILLER PIC X(20) VALUE "  (0 = SIN TOPE)".

       01 WS-Linea-Titulos.
           05 FILLER PIC X(7) VALUE "EMPL.".
           05 FILLER PIC X(16) VALUE "APELLIDO".
           05 FILLER PIC X(4) VALUE "DIAS".
           05 FILLER PIC X(12) VALUE " SAL. TOPADO".
           05 FILLER PIC X(11) VALUE "  POR DIAS".
           05 FILLER PIC X(11) VALUE "   POR SAL.".
           05 FILLER PIC X(12) VALUE "       TOTAL".
           05 FILLER PIC X(5) VALUE SPACES.

       01 WS-Linea-Detalle.
           05 WS-Det-Emp-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Apellido PIC X(16).
           05 WS-Det-Dias PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Salario PIC Z(8)9,99.
           05 WS-Det-Parte-Dias PIC Z(7)9,99.
           05 WS-Det-Parte-Salario PIC Z(7)9,99.
           05 WS-Det-Total PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Marca PIC X(4).

       01 WS-Linea-Sumas.
           05 FILLER PIC X(23) VALUE "SUMA DE DIAS ..........".
           05 WS-Sum-Dias PIC Z(6)9.
           05 FILLER PIC X(20) VALUE "   SUMA SALARIOS ...".
           05 WS-Sum-Salarios PIC Z(10)9,99.

       01 WS-Linea-Total.
           05 FILLER PIC X(30) VALUE "TOTAL REPARTIDO ..............".
           05 WS-Tot-Repartido PIC Z(8)9,99.
           05 FILLER PIC X(14) VALUE "  PARTICIPAN ".
           05 WS-Tot-Participantes PIC ZZZ9.

       01 WS-Linea-Total-Bajas.
           05 FILLER PIC X(30) VALUE "  DE ELLO, BAJAS (FINIQUITO) .".
           05 WS-Tot-Bajas PIC Z(8)9,99.

       01 WS-Linea-Diferencia.
           05 FILLER PIC X(30) VALUE "DIFERENCIA POR REDONDEO ......".
           05 WS-Tot-Diferencia PIC -Z(8)9,99.

       01 WS-Linea-Firmas.
           05 FILLER PIC X(30) VALUE "______________________________".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "______________________________".

       01 WS-Linea-Firmas-Pie.
           05 FILLER PIC X(30) VALUE "   ELABORO (NOMINA)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "   AUTORIZO (RECURSOS HUMANOS)".

           COPY CONFIRMASN.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Nombre-Programa TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           PERFORM 1000-Acepta-Criterios.
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

           PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
               READ ARCHIVO-EMPLEADOS
                   AT END
                       SET Fin-Empleados TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Total-Leidos
                       PERFORM 2000-Revisa-Empleado
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-ACUMULADOS.

           IF WS-Cantidad-Part = ZEROS
               DISPLAY "Ningun empleado trabajo en el ejercicio "
                   WS-Ejercicio "."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-Mitad-Dias ROUNDED = WS-Monto-Repartir / 2.
           COMPUTE WS-Mitad-Salarios =
               WS-Monto-Repartir - WS-Mitad-Dias.
           IF Modo-Aplicar
               IF Destino-Extraordinaria
                   OPEN EXTEND ArchivoListaExtra
               ELSE
                   OPEN EXTEND ArchivoNovedades
                   OPEN EXTEND ArchivoNovedadesSemanal
               END-IF
           END-IF.
           OPEN OUTPUT ArchivoReporte.
           PERFORM 3000-Escribe-Encabezado.
           PERFORM VARYING WS-Indice-Part FROM 1 BY 1
                   UNTIL WS-Indice-Part > WS-Cantidad-Part
               PERFORM 4000-Calcula-Parte
           END-PERFORM.
           PERFORM 5000-Escribe-Totales.
           IF Modo-Aplicar
               IF Destino-Extraordinaria
                   CLOSE ArchivoListaExtra
               ELSE
                   CLOSE ArchivoNovedades
                   CLOSE ArchivoNovedadesSemanal
               END-IF
           END-IF.
           CLOSE ArchivoReporte.
           PERFORM 9000-Muestra-Resumen.
           MOVE WS-Total-Leidos TO WS-Corrida-Leidos.
           MOVE WS-Total-Pagos TO WS-Corrida-Escritos.
           MOVE WS-Part-Omitidos TO WS-Corrida-Rechazados.
           CALL "RegistraCorrida" USING WS-Nombre-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-Acepta-Criterios.
           DISPLAY "== Reparto de utilidades (PTU) ==".
           DISPLAY "Ejercicio a repartir (AAAA): ".
           ACCEPT WS-Ejercicio.
           COMPUTE WS-Inicio-Ejercicio = WS-Ejercicio * 10000 + 0101.
           COMPUTE WS-Fin-Ejercicio = WS-Ejercicio * 10000 + 1231.
           DISPLAY "Monto total a repartir: ".
           ACCEPT WS-Monto-Repartir.
           IF WS-Monto-Repartir = ZEROS
               DISPLAY "Sin monto a repartir no hay corrida."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Salario anual del sindicalizado de mayor "
               "salario (0 = sin tope): ".
           ACCEPT WS-Salario-Sindicalizado.
           COMPUTE WS-Tope-Salario ROUNDED =
               WS-Salario-Sindicalizado * 1,20.
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
               DISPLAY "Pago por N=novedades de la quincena, "
                   "X=lista de la nomina extraordinaria: "
               ACCEPT WS-Destino
               IF NOT Destino-Novedades AND NOT Destino-Extraordinaria
                   MOVE "N" TO WS-Destino
               END-IF
               DISPLAY "Se va a generar el pago del reparto. "
                   "Confirma (S/N): "
               PERFORM ConfirmaSN
               IF NOT Respuesta-Afirmativa
                   DISPLAY "Se corre como propuesta."
                   MOVE "P" TO WS-Modo
               END-IF
           END-IF.

      *> Primera pasada: participa quien trabajo al menos un dia del
      *> ejercicio, activo o dado de baja. Se guardan sus dias y su
      *> salario del ejercicio ya topado.
       2000-Revisa-Empleado.
           PERFORM 2100-Calcula-Dias.
           IF WS-Dias-Trabajados > ZEROS
               IF WS-Cantidad-Part < 500
                   ADD 1 TO WS-Cantidad-Part
                   PERFORM 2200-Guarda-Participante
               ELSE
                   ADD 1 TO WS-Part-Omitidos
               END-IF
           END-IF.

      *> Del ingreso (o el primero de enero) a la baja (o el 31 de
      *> diciembre); una baja anterior al ejercicio o un ingreso
      *> posterior dejan el conteo en ceros.
       2100-Calcula-Dias.
           MOVE ZEROS TO WS-Dias-Trabajados.
           MOVE Emp-Fecha-Ingreso TO WS-Fecha-Trabajo.
           IF WS-Fecha-Trabajo-Num > WS-Inicio-Ejercicio
               MOVE WS-Fecha-Trabajo-Num TO WS-Desde
           ELSE
               MOVE WS-Inicio-Ejercicio TO WS-Desde
           END-IF.
           MOVE WS-Fin-Ejercicio TO WS-Hasta.
           IF Emp-Terminado
               MOVE Emp-Fecha-Baja TO WS-Fecha-Trabajo
               IF WS-Fecha-Trabajo-Num < WS-Hasta
                   MOVE WS-Fecha-Trabajo-Num TO WS-Hasta
               END-IF
           END-IF.
           IF WS-Desde NOT > WS-Hasta
               COMPUTE WS-Dias-Trabajados =
                   FUNCTION INTEGER-OF-DATE(WS-Hasta)
                   - FUNCTION INTEGER-OF-DATE(WS-Desde) + 1
           END-IF.

       2200-Guarda-Participante.
           MOVE Emp-ID TO WS-Par-Emp-ID(WS-Cantidad-Part).
           MOVE Cont-Primer-Apellido
               TO WS-Par-Apellido(WS-Cantidad-Part).
           MOVE WS-Dias-Trabajados TO WS-Par-Dias(WS-Cantidad-Part).
           MOVE SPACES TO WS-Par-Marca(WS-Cantidad-Part).
           MOVE "N" TO WS-Par-Baja(WS-Cantidad-Part).
           MOVE Emp-Grupo-Pago TO WS-Par-Grupo-Pago(WS-Cantidad-Part).
           IF Emp-Terminado
               MOVE "BAJA" TO WS-Par-Marca(WS-Cantidad-Part)
               MOVE "S" TO WS-Par-Baja(WS-Cantidad-Part)
           END-IF.
           MOVE ZEROS TO WS-Par-Salario-Tope(WS-Cantidad-Part).
           MOVE Emp-ID TO Acu-Emp-ID.
           READ ARCHIVO-ACUMULADOS
               INVALID KEY
                   ADD 1 TO WS-Total-Sin-Acumulado
                   MOVE "S/A" TO WS-Par-Marca(WS-Cantidad-Part)
               NOT INVALID KEY
                   IF Acu-Anio NOT = WS-Ejercicio
                       ADD 1 TO WS-Total-Sin-Acumulado
                       MOVE "S/A" TO WS-Par-Marca(WS-Cantidad-Part)
                   ELSE
                       MOVE Acu-Bruto
                           TO WS-Par-Salario-Tope(WS-Cantidad-Part)
                   END-IF
           END-READ.
           IF WS-Tope-Salario > ZEROS
              AND WS-Par-Salario-Tope(WS-Cantidad-Part)
                  > WS-Tope-Salario
               MOVE WS-Tope-Salario
                   TO WS-Par-Salario-Tope(WS-Cantidad-Part)
               ADD 1 TO WS-Total-Topados
           END-IF.
           ADD WS-Dias-Trabajados TO WS-Suma-Dias.
           ADD WS-Par-Salario-Tope(WS-Cantidad-Part)
               TO WS-Suma-Salarios.

       3000-Escribe-Encabezado.
           MOVE "REPARTO DE UTILIDADES (PTU)" TO Enc-Titulo-Reporte.
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida.
           PERFORM EncabezaPagina.
           MOVE WS-Ejercicio TO WS-Cri-Ejercicio.
           MOVE WS-Monto-Repartir TO WS-Cri-Monto.
           IF Modo-Aplicar
               MOVE "APLICADO" TO WS-Cri-Modo
           ELSE
               MOVE "PROPUESTA" TO WS-Cri-Modo
           END-IF.
           MOVE WS-Linea-Criterio TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Tope-Salario TO WS-Tope-Edit.
           MOVE WS-Linea-Tope TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE SPACES TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Linea-Titulos TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

      *> Segunda pasada: la parte por dias y la parte por salario de
      *> cada participante, cada una por RedondeaMoneda. Si nadie
      *> tiene salario del ejercicio, la mitad por salarios no se
      *> reparte y queda a la vista en la diferencia.
       4000-Calcula-Parte.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Mitad-Dias * WS-Par-Dias(WS-Indice-Part)
               / WS-Suma-Dias.
           PERFORM 4900-Redondea.
           MOVE WS-Monto-Redondeado
               TO WS-Par-Parte-Dias(WS-Indice-Part).
           MOVE ZEROS TO WS-Par-Parte-Salario(WS-Indice-Part).
           IF WS-Suma-Salarios > ZEROS
               COMPUTE WS-Monto-Sin-Redondear =
                   WS-Mitad-Salarios
                   * WS-Par-Salario-Tope(WS-Indice-Part)
                   / WS-Suma-Salarios
               PERFORM 4900-Redondea
               MOVE WS-Monto-Redondeado
                   TO WS-Par-Parte-Salario(WS-Indice-Part)
           END-IF.
           COMPUTE WS-Importe-Empleado =
               WS-Par-Parte-Dias(WS-Indice-Part)
               + WS-Par-Parte-Salario(WS-Indice-Part).
           ADD WS-Importe-Empleado TO WS-Total-Repartido.
           IF Par-Es-Baja(WS-Indice-Part)
               ADD WS-Importe-Empleado TO WS-Total-Bajas
           END-IF.
           PERFORM 4100-Escribe-Detalle.
           IF Modo-Aplicar
              AND NOT Par-Es-Baja(WS-Indice-Part)
              AND WS-Importe-Empleado > ZEROS
               PERFORM 4200-Genera-Pago
           END-IF.

       4100-Escribe-Detalle.
           MOVE WS-Par-Emp-ID(WS-Indice-Part) TO WS-Det-Emp-ID.
           MOVE WS-Par-Apellido(WS-Indice-Part) TO WS-Det-Apellido.
           MOVE WS-Par-Dias(WS-Indice-Part) TO WS-Det-Dias.
           MOVE WS-Par-Salario-Tope(WS-Indice-Part) TO WS-Det-Salario.
           MOVE WS-Par-Parte-Dias(WS-Indice-Part) TO WS-Det-Parte-Dias.
           MOVE WS-Par-Parte-Salario(WS-Indice-Part)
               TO WS-Det-Parte-Salario.
           MOVE WS-Importe-Empleado TO WS-Det-Total.
           MOVE WS-Par-Marca(WS-Indice-Part) TO WS-Det-Marca.
           MOVE WS-Linea-Detalle TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

      *> Los activos cobran por el destino elegido; los dados de baja
      *> ya no entran a ninguna corrida y se pagan con su finiquito.
       4200-Genera-Pago.
           IF Destino-Extraordinaria
               MOVE WS-Par-Emp-ID(WS-Indice-Part) TO Nex-Emp-ID
               MOVE "PTU" TO Nex-Concepto
               MOVE WS-Importe-Empleado TO Nex-Importe
               WRITE Registro-Nomina-Extra
           ELSE
               MOVE WS-Par-Emp-ID(WS-Indice-Part) TO Nov-Emp-ID
               MOVE "PTU" TO Nov-Concepto
               MOVE "+" TO Nov-Signo
               MOVE WS-Importe-Empleado TO Nov-Importe
               IF Par-Pago-Semanal(WS-Indice-Part)
                   WRITE Registro-Novedad-Semanal
                       FROM Registro-Novedad
               ELSE
                   WRITE Registro-Novedad
               END-IF
           END-IF.
           ADD 1 TO WS-Total-Pagos.

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
           MOVE WS-Suma-Dias TO WS-Sum-Dias.
           MOVE WS-Suma-Salarios TO WS-Sum-Salarios.
           MOVE WS-Linea-Sumas TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Total-Repartido TO WS-Tot-Repartido.
           MOVE WS-Cantidad-Part TO WS-Tot-Participantes.
           MOVE WS-Linea-Total TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Total-Bajas TO WS-Tot-Bajas.
           MOVE WS-Linea-Total-Bajas TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           COMPUTE WS-Diferencia-Redondeo =
               WS-Monto-Repartir - WS-Total-Repartido.
           MOVE WS-Diferencia-Redondeo TO WS-Tot-Diferencia.
           MOVE WS-Linea-Diferencia TO Linea-Reporte.
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
           DISPLAY "== Reparto de utilidades (PTU) ==".
           DISPLAY "Ejercicio: " WS-Ejercicio.
           DISPLAY "Participantes: " WS-Cantidad-Part.
           DISPLAY "Total repartido: " WS-Total-Repartido.
           DISPLAY "De ello, dados de baja: " WS-Total-Bajas.
           IF WS-Total-Sin-Acumulado > ZEROS
               DISPLAY "Participantes sin acumulado del ejercicio: "
                   WS-Total-Sin-Acumulado
           END-IF.
           IF WS-Total-Topados > ZEROS
               DISPLAY "Salarios topados: " WS-Total-Topados
           END-IF.
           IF WS-Part-Omitidos > ZEROS
               DISPLAY "Empleados fuera de la tabla: "
                   WS-Part-Omitidos
           END-IF.
           IF Modo-Aplicar
               DISPLAY "Pagos PTU generados: " WS-Total-Pagos
           ELSE
               DISPLAY "Modo propuesta: no se generaron pagos. "
                   "Revise ptu.rpt."
           END-IF.

           COPY UTILPARR.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM RepartoUtilidades.
