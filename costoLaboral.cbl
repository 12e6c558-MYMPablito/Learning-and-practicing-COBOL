       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostoLaboral.

      *> Costo laboral integral del mes por empleado y departamento:
      *> PresupuestoDeptos compara el presupuesto solo contra
      *> salarios, y el costo real de un departamento trae ademas las
      *> cuotas del patron, la provision de aguinaldo y vacaciones,
      *> el subsidio de los prestamos sin interes y las horas extra.
      *> Esta corrida junta las generaciones ordinarias de nomina del
      *> mes (quincenal y semanal, recorridas con el modo "S" de
      *> ControlaGeneraciones como lo hace RetroactivoSalarial), les
      *> aplica las tasas del catalogo de CuotasPatronales sobre la
      *> misma base de cotizacion, suma las horas extra autorizadas
      *> con fecha del mes, devenga la doceava parte del aguinaldo y
      *> de las vacaciones que tocan por antiguedad, y valua el
      *> saldo de cada prestamo vigente a la tasa de referencia. El
      *> reporte sale por empleado en orden de departamento, con
      *> subtotal por departamento comparado contra su monto de
      *> presupuestos.dat, igual que la hoja de variaciones.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> Acceso dinamico: directo por Emp-ID para la base de
      *> cotizacion de cada renglon de nomina, y secuencial por
      *> departamento para el reporte.
               SELECT ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

      *> Generaciones del extracto de nomina del mes, una a la vez.
               SELECT OPTIONAL ARCHIVO-NOMINA
               ASSIGN TO DYNAMIC WS-Nombre-Generacion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Nomina.

               SELECT OPTIONAL ArchivoCatalogo
               ASSIGN TO "cuotas_patronales_cat.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Catalogo.

               SELECT OPTIONAL ArchivoHorasExtra
               ASSIGN TO "horas_extra_pend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Horas-Extra.

               SELECT OPTIONAL ARCHIVO-PRESTAMOS
               ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Prs-Emp-ID
               FILE STATUS IS WS-Estado-Prestamos.

               SELECT OPTIONAL ArchivoPresupuestos
               ASSIGN TO "presupuestos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Presupuestos.

               SELECT ArchivoReporte
               ASSIGN TO "costo_laboral.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ARCHIVO-NOMINA
           LABEL RECORD IS STANDARD.
           COPY NOMINA.

       FD  ArchivoCatalogo
           LABEL RECORD IS STANDARD.
           COPY CUOTAPAT.

       FD  ArchivoHorasExtra
           LABEL RECORD IS STANDARD.
           COPY HRSEXTRA.

       FD  ARCHIVO-PRESTAMOS
           LABEL RECORD IS STANDARD.
           COPY PRESTAMO.

       FD  ArchivoPresupuestos
           LABEL RECORD IS STANDARD.
           COPY PRESUP.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Nomina PIC XX VALUE SPACES.
       01 WS-Estado-Catalogo PIC XX VALUE SPACES.
           88 Catalogo-No-Existe VALUE "05" "35".
       01 WS-Estado-Horas-Extra PIC XX VALUE SPACES.
           88 Horas-Extra-No-Existe VALUE "05" "35".
       01 WS-Estado-Prestamos PIC XX VALUE SPACES.
           88 Prestamos-No-Existe VALUE "05" "35".
       01 WS-Estado-Presupuestos PIC XX VALUE SPACES.
           88 Presupuestos-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Empleados PIC X VALUE "N".
           88 Fin-Empleados VALUE "S".
       01 WS-Fin-Nomina PIC X VALUE "N".
           88 Fin-Nomina VALUE "S".
       01 WS-Fin-Catalogo PIC X VALUE "N".
           88 Fin-Catalogo VALUE "S".
       01 WS-Fin-Horas-Extra PIC X VALUE "N".
           88 Fin-Horas-Extra VALUE "S".
       01 WS-Fin-Presupuestos PIC X VALUE "N".
           88 Fin-Presupuestos VALUE "S".

      *> Mes que se costea (AAAAMM), el de la fecha de la corrida.
       01 WS-Fecha-Hoy.
           05 WS-Hoy-Anio PIC 9(4).
           05 WS-Hoy-Mes  PIC 9(2).
           05 WS-Hoy-Dia  PIC 9(2).
       01 WS-Fecha-Hoy-Num REDEFINES WS-Fecha-Hoy PIC 9(8).
       01 WS-Mes-Costeo PIC 9(6) VALUE ZEROS.

      *> Generaciones del extracto, recorridas con el modo "S" de
      *> ControlaGeneraciones para cada grupo de pago; la fecha y la
      *> identificacion de cada una salen de su cabecera de control.
       01 WS-Base-Generacion PIC X(20) VALUE SPACES.
       01 WS-Modo-Generacion PIC X VALUE "S".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.
           COPY CTLREG.
       01 WS-Fecha-Generacion PIC 9(8) VALUE ZEROS.
       01 WS-Generacion-Cuenta PIC X VALUE "N".
           88 Generacion-Cuenta VALUE "S".
       01 WS-Total-Generaciones PIC 9(3) VALUE ZEROS.

      *> Dias que cotiza cada renglon de nomina: la quincena o la
      *> semana, segun el grupo de la generacion.
       01 WS-Dias-Cotizados PIC 99 VALUE 15.
       01 WS-Fecha-Ingreso-Num PIC 9(8) VALUE ZEROS.
       01 WS-Factor-Integracion PIC 9V9(4) VALUE ZEROS.
       01 WS-SDI PIC 9(7)V99 VALUE ZEROS.
       01 WS-Base-Cotizacion PIC 9(7)V99 VALUE ZEROS.

      *> Tasas patronales del catalogo, con el mismo respaldo plano
      *> que usa CuotasPatronales cuando el catalogo no existe.
       01 WS-Tasa-Respaldo PIC V9(4) VALUE ,1050.
       01 WS-Concepto-Respaldo PIC X(10) VALUE "SEGSOC".
       01 WS-Cantidad-Conceptos PIC 99 VALUE ZEROS.
       01 WS-Tabla-Conceptos.
           05 WS-Concepto-Pat OCCURS 15 TIMES.
               10 WS-Cpt-Concepto     PIC X(10).
               10 WS-Cpt-Tasa         PIC V9(4).
       01 WS-Indice-Con PIC 99 VALUE ZEROS.

      *> Dias de aguinaldo completo, igual que la corrida anual, y
      *> tasa mensual de referencia con la que se valua el subsidio
      *> de los prestamos al personal, que no cobran interes.
       01 WS-Dias-Aguinaldo PIC 99 VALUE 15.
       01 WS-Tasa-Subsidio-Mensual PIC V9(4) VALUE ,0100.

      *> Lo pagado en el mes por empleado, juntado de las
      *> generaciones y de las horas extra; el reporte lo toma en
      *> orden de departamento y marca lo que ya salio.
       01 WS-Cantidad-Costos PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Costos.
           05 WS-Costo-Emp OCCURS 1000 TIMES.
               10 WS-Cos-Emp-ID       PIC 9(6).
               10 WS-Cos-Bruto        PIC 9(9)V99.
               10 WS-Cos-Cuotas       PIC 9(9)V99.
               10 WS-Cos-Extra        PIC 9(9)V99.
               10 WS-Cos-Reportado    PIC X.
       01 WS-Indice-Cos PIC 9(4) VALUE ZEROS.
       01 WS-Costo-Hallado PIC X VALUE "N".
           88 Costo-Hallado VALUE "S".
       01 WS-Emp-Buscado PIC 9(6) VALUE ZEROS.
      *> Empleados que ya no cupieron en la tabla: su costo se omite
      *> y el reporte sale incompleto, cosa que se avisa y se marca
      *> en el codigo de retorno.
       01 WS-Empleados-Omitidos PIC 9(5) VALUE ZEROS.

      *> Presupuesto mensual por departamento, marcado al usarse para
      *> listar al final los presupuestados sin costo en el mes.
       01 WS-Cantidad-Presup PIC 99 VALUE ZEROS.
       01 WS-Tabla-Presup.
           05 WS-Presup OCCURS 50 TIMES.
               10 WS-Pre-Depto        PIC X(15).
               10 WS-Pre-Monto        PIC 9(9)V99.
               10 WS-Pre-Usado        PIC X.
       01 WS-Indice-Pre PIC 99 VALUE ZEROS.

      *> Costo del empleado en turno.
       01 WS-Sueldo PIC 9(9)V99 VALUE ZEROS.
       01 WS-Extra PIC 9(9)V99 VALUE ZEROS.
       01 WS-Cuotas PIC 9(9)V99 VALUE ZEROS.
       01 WS-Provision PIC 9(9)V99 VALUE ZEROS.
       01 WS-Subsidio PIC 9(9)V99 VALUE ZEROS.
       01 WS-Costo-Total PIC 9(9)V99 VALUE ZEROS.
       01 WS-Salario-Diario PIC 9(7)V9(4) VALUE ZEROS.
       01 WS-Antiguedad PIC 9(3) VALUE ZEROS.
       01 WS-Quinquenios PIC 9(3) VALUE ZEROS.
       01 WS-Dias-Vacaciones PIC 9(3) VALUE ZEROS.

      *> Subtotales del departamento en turno y totales de empresa.
       01 WS-Depto-Actual PIC X(15) VALUE SPACES.
       01 WS-Hay-Depto PIC X VALUE "N".
           88 Hay-Depto VALUE "S".
       01 WS-Sub-Sueldo PIC 9(11)V99 VALUE ZEROS.
       01 WS-Sub-Extra PIC 9(11)V99 VALUE ZEROS.
       01 WS-Sub-Cuotas PIC 9(11)V99 VALUE ZEROS.
       01 WS-Sub-Provision PIC 9(11)V99 VALUE ZEROS.
       01 WS-Sub-Subsidio PIC 9(11)V99 VALUE ZEROS.
       01 WS-Sub-Total PIC 9(11)V99 VALUE ZEROS.
       01 WS-Presupuesto-Depto PIC 9(11)V99 VALUE ZEROS.
       01 WS-Variacion PIC S9(11)V99 VALUE ZEROS.
       01 WS-Porcentaje PIC S9(3)V99 VALUE ZEROS.
       01 WS-Total-Costo PIC 9(13)V99 VALUE ZEROS.
       01 WS-Total-Presupuesto PIC 9(13)V99 VALUE ZEROS.
       01 WS-Total-Empleados PIC 9(6) VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda, la politica de
      *> redondeo unica del taller.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Mes.
           05 FILLER PIC X(16) VALUE "MES COSTEADO:   ".
           05 WS-Enc-Mes PIC 9(6).

       01 WS-Linea-Titulos.
           05 FILLER PIC X(40) VALUE
               "EMPLEA     SUELDO      EXTRA     CUOTAS ".
           05 FILLER PIC X(40) VALUE
               " PROVISION   PRESTAMO      TOTAL".

       01 WS-Linea-Depto.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-Dep-Nombre PIC X(15).

       01 WS-Linea-Empleado.
           05 WS-Det-Emp-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Sueldo PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Extra PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Cuotas PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Provision PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Subsidio PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Total PIC Z(6)9,99.

       01 WS-Linea-Subtotal.
           05 FILLER PIC X(7) VALUE "SUBTOT ".
           05 WS-Sub-Det-Sueldo PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Sub-Det-Extra PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Sub-Det-Cuotas PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Sub-Det-Provision PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Sub-Det-Subsidio PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Sub-Det-Total PIC Z(6)9,99.

      *> Variacion = presupuesto - costo, como en PresupuestoDeptos:
      *> negativa cuando el departamento ya se excedio.
       01 WS-Linea-Presupuesto.
           05 FILLER PIC X(13) VALUE "PRESUPUESTO $".
           05 WS-Pre-Det-Monto PIC Z(8)9,99.
           05 FILLER PIC X(13) VALUE "  VARIACION $".
           05 WS-Pre-Det-Variacion PIC Z(8)9,99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Pre-Det-Porcentaje PIC ZZ9,99-.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC X VALUE SPACE.
           05 WS-Pre-Det-Bandera PIC X(8).

       01 WS-Linea-Total.
           05 FILLER PIC X(24) VALUE "TOTAL EMPRESA: COSTO $ ".
           05 WS-Tot-Costo PIC Z(10)9,99.
           05 FILLER PIC X(16) VALUE "  PRESUPUESTO $ ".
           05 WS-Tot-Presupuesto PIC Z(10)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "CostoLaboral" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               CLOSE ARCHIVO-EMPLEADOS
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada, para que un job stream que lo encadene
      *> sepa que este paso fallo.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           MOVE WS-Fecha-Hoy-Num(1:6) TO WS-Mes-Costeo
           PERFORM 1000-Carga-Catalogo
           PERFORM 1100-Carga-Presupuestos

           MOVE "nomina" TO WS-Base-Generacion
           MOVE 15 TO WS-Dias-Cotizados
           PERFORM 2000-Recorre-Generaciones
           MOVE "nomina_semanal" TO WS-Base-Generacion
           MOVE 7 TO WS-Dias-Cotizados
           PERFORM 2000-Recorre-Generaciones
           PERFORM 2500-Acumula-Horas-Extra

           OPEN INPUT ARCHIVO-PRESTAMOS
           OPEN OUTPUT ArchivoReporte
           PERFORM 3000-Escribe-Reporte
           CLOSE ArchivoReporte
           CLOSE ARCHIVO-PRESTAMOS
           CLOSE ARCHIVO-EMPLEADOS
           PERFORM 9000-Muestra-Resumen
           IF WS-Empleados-Omitidos > ZEROS
               DISPLAY "Aviso: " WS-Empleados-Omitidos
                   " empleados no cupieron en la tabla; el "
                   "reporte de costo esta incompleto."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Conceptos patronales del catalogo, o la tasa plana de
      *> respaldo, igual que CuotasPatronales.
       1000-Carga-Catalogo.
           OPEN INPUT ArchivoCatalogo
           IF Catalogo-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Catalogo
                          OR WS-Cantidad-Conceptos = 15
                   READ ArchivoCatalogo
                       AT END
                           SET Fin-Catalogo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Conceptos
                           MOVE Cpt-Concepto TO
                               WS-Cpt-Concepto(WS-Cantidad-Conceptos)
                           MOVE Cpt-Tasa TO
                               WS-Cpt-Tasa(WS-Cantidad-Conceptos)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCatalogo
           IF WS-Cantidad-Conceptos = ZEROS
               MOVE 1 TO WS-Cantidad-Conceptos
               MOVE WS-Concepto-Respaldo TO WS-Cpt-Concepto(1)
               MOVE WS-Tasa-Respaldo TO WS-Cpt-Tasa(1)
           END-IF.

       1100-Carga-Presupuestos.
           OPEN INPUT ArchivoPresupuestos
           IF Presupuestos-No-Existe
               DISPLAY "Aviso: no existe presupuestos.dat; el "
                   "reporte sale con presupuesto en ceros."
           ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Presupuestos
                          OR WS-Cantidad-Presup = 50
                   READ ArchivoPresupuestos
                       AT END
                           SET Fin-Presupuestos TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Presup
                           MOVE Pre-Departamento TO
                               WS-Pre-Depto(WS-Cantidad-Presup)
                           MOVE Pre-Monto-Mensual TO
                               WS-Pre-Monto(WS-Cantidad-Presup)
                           MOVE "N" TO
                               WS-Pre-Usado(WS-Cantidad-Presup)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoPresupuestos.

      *> Todas las generaciones vivas de un grupo de pago; solo
      *> cuentan las ordinarias con fecha de corrida en el mes. La
      *> extraordinaria (aguinaldo, utilidades) no entra: el
      *> aguinaldo ya se costea mes a mes en la provision.
       2000-Recorre-Generaciones.
           MOVE SPACES TO WS-Nombre-Generacion
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
           PERFORM UNTIL WS-Nombre-Generacion = SPACES
               PERFORM 2100-Revisa-Generacion
               CALL "ControlaGeneraciones" USING WS-Base-Generacion
                   WS-Modo-Generacion WS-Nombre-Generacion
           END-PERFORM.

       2100-Revisa-Generacion.
           MOVE "N" TO WS-Generacion-Cuenta
           OPEN INPUT ARCHIVO-NOMINA
           IF WS-Estado-Nomina NOT = "00"
               DISPLAY "No se pudo abrir la generacion "
                   WS-Nombre-Generacion "."
           ELSE
               MOVE "N" TO WS-Fin-Nomina
               PERFORM WITH TEST BEFORE UNTIL Fin-Nomina
                   READ ARCHIVO-NOMINA
                       AT END
                           SET Fin-Nomina TO TRUE
                       NOT AT END
                           PERFORM 2110-Revisa-Renglon
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-NOMINA.

       2110-Revisa-Renglon.
           IF Registro-Nomina(1:6) = "000000"
               MOVE Registro-Nomina TO Registro-Control
               MOVE Ctl-Fecha TO WS-Fecha-Generacion
               IF Ctl-Id-Archivo NOT = "NOMEXTRA"
                  AND WS-Fecha-Generacion(1:6) = WS-Mes-Costeo
                   SET Generacion-Cuenta TO TRUE
                   ADD 1 TO WS-Total-Generaciones
               END-IF
           ELSE
               IF Registro-Nomina(1:6) NOT = "999999"
                  AND Generacion-Cuenta
                   MOVE Nom-Emp-ID TO WS-Emp-Buscado
                   PERFORM 5000-Ubica-Costo
                   IF Costo-Hallado
                       ADD Nom-Salario-Bruto
                           TO WS-Cos-Bruto(WS-Indice-Cos)
                       PERFORM 2200-Calcula-Cuotas
                   END-IF
               END-IF
           END-IF.

      *> Cuotas del patron del renglon con la misma base que
      *> CuotasPatronales: salario diario integrado por los dias del
      *> periodo; quien ya no esta en el maestro cotiza sobre su
      *> bruto.
       2200-Calcula-Cuotas.
           MOVE Nom-Salario-Bruto TO WS-Base-Cotizacion
           MOVE Nom-Emp-ID TO Emp-ID
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Emp-Fecha-Ingreso TO WS-Fecha-Ingreso-Num
                   CALL "CalculaSDI" USING Emp-Salario
                       WS-Fecha-Ingreso-Num WS-Fecha-Hoy-Num
                       WS-Factor-Integracion WS-SDI
                   COMPUTE WS-Base-Cotizacion =
                       WS-SDI * WS-Dias-Cotizados
           END-READ
           PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Cantidad-Conceptos
               COMPUTE WS-Monto-Sin-Redondear =
                   WS-Base-Cotizacion * WS-Cpt-Tasa(WS-Indice-Con)
               CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
                   WS-Modo-Redondeo WS-Monto-Redondeado
                   WS-Residuo-Redondeo
               ADD WS-Monto-Redondeado
                   TO WS-Cos-Cuotas(WS-Indice-Cos)
           END-PERFORM.

      *> Horas extra autorizadas trabajadas en el mes: se costean en
      *> el mes en que se trabajaron aunque se paguen en la nomina
      *> siguiente.
       2500-Acumula-Horas-Extra.
           OPEN INPUT ArchivoHorasExtra
           IF Horas-Extra-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Horas-Extra
                   READ ArchivoHorasExtra
                       AT END
                           SET Fin-Horas-Extra TO TRUE
                       NOT AT END
                           IF Hex-Aprobada
                              AND Hex-Fecha(1:6) = WS-Mes-Costeo
                               MOVE Hex-Emp-ID TO WS-Emp-Buscado
                               PERFORM 5000-Ubica-Costo
                               IF Costo-Hallado
                                   ADD Hex-Importe
                                       TO WS-Cos-Extra(WS-Indice-Cos)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoHorasExtra.

      *> Empleados en orden de departamento, con corte por
      *> departamento; al final los presupuestados que no tuvieron
      *> costo y lo pagado a quien ya no esta en el maestro.
       3000-Escribe-Reporte.
           MOVE "COSTO LABORAL INTEGRAL DEL MES"
               TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy-Num TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Mes-Costeo TO WS-Enc-Mes
           MOVE WS-Linea-Mes TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte

           MOVE LOW-VALUES TO Emp-Departamento
           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN
                   Emp-Departamento
               INVALID KEY
                   SET Fin-Empleados TO TRUE
           END-START
           PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
               READ ARCHIVO-EMPLEADOS NEXT RECORD
                   AT END
                       SET Fin-Empleados TO TRUE
                   NOT AT END
                       PERFORM 3100-Procesa-Empleado
               END-READ
           END-PERFORM
           IF Hay-Depto
               PERFORM 3300-Cierra-Depto
           END-IF
           PERFORM 3500-Presupuestos-Sin-Costo
           PERFORM 3600-Costos-Sin-Maestro

           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Costo TO WS-Tot-Costo
           MOVE WS-Total-Presupuesto TO WS-Tot-Presupuesto
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> Entra quien tuvo pago en el mes o sigue activo (la
      *> provision corre aunque no haya cobrado); el dado de baja
      *> sin pago en el mes ya no cuesta.
       3100-Procesa-Empleado.
           MOVE Emp-ID TO WS-Emp-Buscado
           PERFORM 5100-Busca-Costo
           IF Costo-Hallado OR NOT Emp-Terminado
               IF NOT Hay-Depto
                  OR Emp-Departamento NOT = WS-Depto-Actual
                   IF Hay-Depto
                       PERFORM 3300-Cierra-Depto
                   END-IF
                   PERFORM 3200-Abre-Depto
               END-IF
               PERFORM 3150-Calcula-Empleado
               PERFORM 3400-Escribe-Empleado
           END-IF.

       3150-Calcula-Empleado.
           MOVE ZEROS TO WS-Sueldo WS-Extra WS-Cuotas
           MOVE ZEROS TO WS-Provision WS-Subsidio
           IF Costo-Hallado
               MOVE "S" TO WS-Cos-Reportado(WS-Indice-Cos)
               MOVE WS-Cos-Extra(WS-Indice-Cos) TO WS-Extra
               MOVE WS-Cos-Cuotas(WS-Indice-Cos) TO WS-Cuotas
      *> El bruto ya trae las horas extra pagadas en el mes; se
      *> separan para no contarlas dos veces.
               IF WS-Cos-Bruto(WS-Indice-Cos) > WS-Extra
                   COMPUTE WS-Sueldo =
                       WS-Cos-Bruto(WS-Indice-Cos) - WS-Extra
               END-IF
           END-IF
           IF NOT Emp-Terminado
               PERFORM 3160-Calcula-Provision
               PERFORM 3170-Calcula-Subsidio
           END-IF.

      *> Doceava parte del aguinaldo y de los dias de vacaciones que
      *> tocan en el anio de antiguedad en curso, con la escala de
      *> VacacionesAcumula, a salario diario como ProvisionLaboral.
       3160-Calcula-Provision.
           COMPUTE WS-Salario-Diario = Emp-Salario / 30
           COMPUTE WS-Antiguedad = WS-Hoy-Anio - Emp-Fecha-Anio
           IF WS-Hoy-Mes < Emp-Fecha-Mes
              OR (WS-Hoy-Mes = Emp-Fecha-Mes
                  AND WS-Hoy-Dia < Emp-Fecha-Dia)
               SUBTRACT 1 FROM WS-Antiguedad
           END-IF
           ADD 1 TO WS-Antiguedad
           EVALUATE TRUE
               WHEN WS-Antiguedad <= 1
                   MOVE 12 TO WS-Dias-Vacaciones
               WHEN WS-Antiguedad <= 5
                   COMPUTE WS-Dias-Vacaciones =
                       10 + 2 * WS-Antiguedad
               WHEN OTHER
                   COMPUTE WS-Quinquenios =
                       (WS-Antiguedad - 1) / 5
                   COMPUTE WS-Dias-Vacaciones =
                       20 + 2 * WS-Quinquenios
           END-EVALUATE
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Salario-Diario
               * (WS-Dias-Aguinaldo + WS-Dias-Vacaciones) / 12
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo
           MOVE WS-Monto-Redondeado TO WS-Provision.

      *> El prestamo al personal no cobra interes: su costo para la
      *> empresa es el saldo vigente a la tasa de referencia.
       3170-Calcula-Subsidio.
           IF Prestamos-No-Existe
               CONTINUE
           ELSE
               MOVE Emp-ID TO Prs-Emp-ID
               READ ARCHIVO-PRESTAMOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Prs-Vigente AND Prs-Saldo-Restante > ZEROS
                           COMPUTE WS-Monto-Sin-Redondear =
                               Prs-Saldo-Restante
                               * WS-Tasa-Subsidio-Mensual
                           CALL "RedondeaMoneda" USING
                               WS-Monto-Sin-Redondear
                               WS-Modo-Redondeo WS-Monto-Redondeado
                               WS-Residuo-Redondeo
                           MOVE WS-Monto-Redondeado TO WS-Subsidio
                       END-IF
               END-READ
           END-IF.

       3200-Abre-Depto.
           SET Hay-Depto TO TRUE
           MOVE Emp-Departamento TO WS-Depto-Actual
           MOVE ZEROS TO WS-Sub-Sueldo WS-Sub-Extra WS-Sub-Cuotas
           MOVE ZEROS TO WS-Sub-Provision WS-Sub-Subsidio
           MOVE ZEROS TO WS-Sub-Total
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Depto-Actual TO WS-Dep-Nombre
           MOVE WS-Linea-Depto TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> Subtotal del departamento y su comparacion contra el monto
      *> autorizado; sin presupuesto el renglon sale excedido si hay
      *> cualquier costo.
       3300-Cierra-Depto.
           MOVE WS-Sub-Sueldo TO WS-Sub-Det-Sueldo
           MOVE WS-Sub-Extra TO WS-Sub-Det-Extra
           MOVE WS-Sub-Cuotas TO WS-Sub-Det-Cuotas
           MOVE WS-Sub-Provision TO WS-Sub-Det-Provision
           MOVE WS-Sub-Subsidio TO WS-Sub-Det-Subsidio
           MOVE WS-Sub-Total TO WS-Sub-Det-Total
           MOVE WS-Linea-Subtotal TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE ZEROS TO WS-Presupuesto-Depto
           PERFORM VARYING WS-Indice-Pre FROM 1 BY 1
                   UNTIL WS-Indice-Pre > WS-Cantidad-Presup
               IF WS-Pre-Depto(WS-Indice-Pre) = WS-Depto-Actual
                   ADD WS-Pre-Monto(WS-Indice-Pre)
                       TO WS-Presupuesto-Depto
                   MOVE "S" TO WS-Pre-Usado(WS-Indice-Pre)
               END-IF
           END-PERFORM
           PERFORM 3310-Escribe-Comparacion.

       3310-Escribe-Comparacion.
           ADD WS-Presupuesto-Depto TO WS-Total-Presupuesto
           MOVE WS-Presupuesto-Depto TO WS-Pre-Det-Monto
           COMPUTE WS-Variacion = WS-Presupuesto-Depto - WS-Sub-Total
           MOVE WS-Variacion TO WS-Pre-Det-Variacion
           IF WS-Presupuesto-Depto = ZEROS
               MOVE ZEROS TO WS-Pre-Det-Porcentaje
           ELSE
               COMPUTE WS-Porcentaje ROUNDED =
                   WS-Sub-Total * 100 / WS-Presupuesto-Depto
               MOVE WS-Porcentaje TO WS-Pre-Det-Porcentaje
           END-IF
           IF WS-Variacion < ZEROS
               MOVE "EXCEDIDO" TO WS-Pre-Det-Bandera
           ELSE
               MOVE SPACES TO WS-Pre-Det-Bandera
           END-IF
           MOVE WS-Linea-Presupuesto TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       3400-Escribe-Empleado.
           COMPUTE WS-Costo-Total = WS-Sueldo + WS-Extra + WS-Cuotas
               + WS-Provision + WS-Subsidio
           MOVE WS-Emp-Buscado TO WS-Det-Emp-ID
           MOVE WS-Sueldo TO WS-Det-Sueldo
           MOVE WS-Extra TO WS-Det-Extra
           MOVE WS-Cuotas TO WS-Det-Cuotas
           MOVE WS-Provision TO WS-Det-Provision
           MOVE WS-Subsidio TO WS-Det-Subsidio
           MOVE WS-Costo-Total TO WS-Det-Total
           MOVE WS-Linea-Empleado TO Linea-Reporte
           PERFORM EscribeLineaReporte
           ADD WS-Sueldo TO WS-Sub-Sueldo
           ADD WS-Extra TO WS-Sub-Extra
           ADD WS-Cuotas TO WS-Sub-Cuotas
           ADD WS-Provision TO WS-Sub-Provision
           ADD WS-Subsidio TO WS-Sub-Subsidio
           ADD WS-Costo-Total TO WS-Sub-Total
           ADD WS-Costo-Total TO WS-Total-Costo
           ADD 1 TO WS-Total-Empleados.

      *> Departamentos con presupuesto y sin ningun costo en el mes:
      *> salen con su lado real en ceros, como en la hoja de
      *> variaciones.
       3500-Presupuestos-Sin-Costo.
           PERFORM VARYING WS-Indice-Pre FROM 1 BY 1
                   UNTIL WS-Indice-Pre > WS-Cantidad-Presup
               IF WS-Pre-Usado(WS-Indice-Pre) = "N"
                   MOVE WS-Pre-Depto(WS-Indice-Pre) TO WS-Depto-Actual
                   MOVE ZEROS TO WS-Sub-Total
                   MOVE SPACES TO Linea-Reporte
                   PERFORM EscribeLineaReporte
                   MOVE WS-Depto-Actual TO WS-Dep-Nombre
                   MOVE WS-Linea-Depto TO Linea-Reporte
                   PERFORM EscribeLineaReporte
                   MOVE WS-Pre-Monto(WS-Indice-Pre)
                       TO WS-Presupuesto-Depto
                   MOVE "S" TO WS-Pre-Usado(WS-Indice-Pre)
                   PERFORM 3310-Escribe-Comparacion
               END-IF
           END-PERFORM.

      *> Pagos del mes a numeros que ya no estan en el maestro: sin
      *> departamento, solo con lo pagado y sus cuotas, para que el
      *> total cuadre con las generaciones.
       3600-Costos-Sin-Maestro.
           MOVE "N" TO WS-Hay-Depto
           PERFORM VARYING WS-Indice-Cos FROM 1 BY 1
                   UNTIL WS-Indice-Cos > WS-Cantidad-Costos
               IF WS-Cos-Reportado(WS-Indice-Cos) = "N"
                   IF NOT Hay-Depto
                       SET Hay-Depto TO TRUE
                       MOVE "SIN DEPTO" TO WS-Depto-Actual
                       MOVE ZEROS TO WS-Sub-Sueldo WS-Sub-Extra
                       MOVE ZEROS TO WS-Sub-Cuotas WS-Sub-Provision
                       MOVE ZEROS TO WS-Sub-Subsidio WS-Sub-Total
                       MOVE SPACES TO Linea-Reporte
                       PERFORM EscribeLineaReporte
                       MOVE WS-Depto-Actual TO WS-Dep-Nombre
                       MOVE WS-Linea-Depto TO Linea-Reporte
                       PERFORM EscribeLineaReporte
                   END-IF
                   MOVE WS-Cos-Emp-ID(WS-Indice-Cos) TO WS-Emp-Buscado
                   MOVE ZEROS TO WS-Sueldo WS-Provision WS-Subsidio
                   MOVE WS-Cos-Extra(WS-Indice-Cos) TO WS-Extra
                   MOVE WS-Cos-Cuotas(WS-Indice-Cos) TO WS-Cuotas
                   IF WS-Cos-Bruto(WS-Indice-Cos) > WS-Extra
                       COMPUTE WS-Sueldo =
                           WS-Cos-Bruto(WS-Indice-Cos) - WS-Extra
                   END-IF
                   PERFORM 3400-Escribe-Empleado
               END-IF
           END-PERFORM
           IF Hay-Depto
               PERFORM 3300-Cierra-Depto
           END-IF.

      *> Busca al empleado en la tabla de costos y lo da de alta en
      *> ceros si no estaba. Deja el renglon en WS-Indice-Cos y
      *> Costo-Hallado en "S", salvo que la tabla este llena.
       5000-Ubica-Costo.
           PERFORM 5100-Busca-Costo
           IF NOT Costo-Hallado
               IF WS-Cantidad-Costos < 1000
                   ADD 1 TO WS-Cantidad-Costos
                   MOVE WS-Cantidad-Costos TO WS-Indice-Cos
                   MOVE WS-Emp-Buscado TO WS-Cos-Emp-ID(WS-Indice-Cos)
                   MOVE ZEROS TO WS-Cos-Bruto(WS-Indice-Cos)
                   MOVE ZEROS TO WS-Cos-Cuotas(WS-Indice-Cos)
                   MOVE ZEROS TO WS-Cos-Extra(WS-Indice-Cos)
                   MOVE "N" TO WS-Cos-Reportado(WS-Indice-Cos)
                   SET Costo-Hallado TO TRUE
               ELSE
      *> Tabla llena: el empleado nuevo no entra al reporte; se
      *> cuenta para avisarlo al final en vez de pisar memoria ajena.
                   ADD 1 TO WS-Empleados-Omitidos
               END-IF
           END-IF.

       5100-Busca-Costo.
           MOVE "N" TO WS-Costo-Hallado
           PERFORM VARYING WS-Indice-Cos FROM 1 BY 1
                   UNTIL WS-Indice-Cos > WS-Cantidad-Costos
                      OR Costo-Hallado
               IF WS-Cos-Emp-ID(WS-Indice-Cos) = WS-Emp-Buscado
                   SET Costo-Hallado TO TRUE
               END-IF
           END-PERFORM
           IF Costo-Hallado
      *> El PERFORM VARYING incrementa antes de evaluar la condicion
      *> de salida; el renglon encontrado quedo uno atras.
               SUBTRACT 1 FROM WS-Indice-Cos
           END-IF.

       9000-Muestra-Resumen.
           DISPLAY "== Costo laboral integral ==".
           DISPLAY "Mes costeado: " WS-Mes-Costeo.
           DISPLAY "Generaciones de nomina del mes: "
               WS-Total-Generaciones.
           DISPLAY "Empleados costeados: " WS-Total-Empleados.
           DISPLAY "Costo total: " WS-Total-Costo.
           DISPLAY "Presupuesto total: " WS-Total-Presupuesto.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CostoLaboral.
