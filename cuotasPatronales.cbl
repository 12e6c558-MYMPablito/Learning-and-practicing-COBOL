
      *> Corrida companera de la nomina para las cuotas del patron:
      *> lee la misma generacion nomina_AAAAMMDD.dat que dejo
      *> EmpleadosNomina, aplica sobre el salario base de cotizacion
      *> de cada empleado -su salario diario integrado por los dias
      *> de la quincena, ver CalculaSDI- las tasas del catalogo
      *> editable de cuotas patronales (seguro social, vivienda,
      *> impuesto sobre nomina), y deja un archivo
      *> de cuotas con la cabecera y el cierre estandar del taller
      *> mas un reporte totalizado por departamento, para que
      *> finanzas provisione en la misma ventana que la nomina y no
      *> una quincena despues en una hoja de calculo.
      *>
      *> El grupo de pago y la empresa salen de grupo_pago.dat, igual
      *> que en ReciboNomina: el grupo semanal cotiza siete dias sobre
      *> nomina_semanal y deja cuotas_patronales_semanal.*, y una
      *> empresa distinta de la original lee y deja sus archivos con
      *> el codigo como sufijo. Una generacion de NominaExtraordinaria
      *> (NOMEXTRA en la cabecera) no cotiza otra vez: sus empleados
      *> ya cotizaron el periodo con la ordinaria y la corrida termina
      *> sin tocar los archivos de cuotas. La fecha de calculo del SDI
      *> y la de los archivos es la fecha de proceso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-Estado-Catalogo.

               SELECT ArchivoCuotas
               ASSIGN TO DYNAMIC WS-Nombre-Cuotas
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cuotas.

               SELECT ArchivoReporte
               ASSIGN TO DYNAMIC WS-Nombre-Reporte
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

      *> Grupo de pago y empresa que dejo la corrida de nomina; sin
      *> el archivo se asume la quincena de la empresa original.
               SELECT OPTIONAL ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-NOMINA
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
           05 Grp-Empresa             PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Nomina PIC XX VALUE SPACES.
           88 Nomina-No-Existe VALUE "05" "35".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.

      *> Archivos del grupo de pago y la empresa de la corrida.
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Semanal VALUE "S".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
       01 WS-Nombre-Cuotas PIC X(40) VALUE "cuotas_patronales.dat".
       01 WS-Nombre-Reporte PIC X(40) VALUE "cuotas_patronales.rpt".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Nombre-Sin-Extension PIC X(40) VALUE SPACES.
       01 WS-Extension-Archivo PIC X(10) VALUE SPACES.

      *> Generacion de NominaExtraordinaria, que no cotiza.
       01 WS-Generacion-Extra PIC X VALUE "N".
           88 Generacion-Extra VALUE "S".

      *> Cabecera y cierre estandar del taller para el archivo de
      *> cuotas.
           COPY CTLREG.

       01 WS-Cuota-Calculada PIC 9(7)V99 VALUE ZEROS.

      *> Salario base de cotizacion: salario diario integrado por los
      *> dias del periodo (quince, o siete del grupo semanal). Un
      *> empleado que ya no esta en el
      *> maestro cotiza sobre su bruto, como antes.
       01 WS-Dias-Cotizados PIC 99 VALUE 15.
       01 WS-Fecha-Calculo PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Ingreso-Num PIC 9(8) VALUE ZEROS.
       01 WS-Factor-Integracion PIC 9V9(4) VALUE ZEROS.
       01 WS-SDI PIC 9(7)V99 VALUE ZEROS.
       01 WS-Base-Cotizacion PIC 9(7)V99 VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda, la politica de
      *> redondeo unica del taller.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Total-Registros PIC 9(7) VALUE ZEROS.
       01 WS-Total-Cuotas PIC 9(13)V99 VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.


       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "CuotasPatronales" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 0050-Lee-Grupo-Pago
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
           IF WS-Nombre-Generacion = SPACES
      *> sepa que este paso fallo.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-Revisa-Generacion
               OPEN INPUT ARCHIVO-EMPLEADOS
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Calculo
               PERFORM 1000-Carga-Catalogo
               OPEN OUTPUT ArchivoCuotas
               PERFORM 1100-Escribe-Cabecera-Control
           END-IF
           STOP RUN.

      *> El grupo semanal cotiza su propia generacion por siete
      *> dias; la empresa distinta de la original lee y deja sus
      *> archivos con el codigo como sufijo.
       0050-Lee-Grupo-Pago.
           OPEN INPUT ArchivoGrupoPago
           READ ArchivoGrupoPago
               AT END
                   CONTINUE
               NOT AT END
                   MOVE Grp-Grupo TO WS-Grupo-Corrida
                   MOVE Grp-Empresa TO WS-Empresa-Corrida
           END-READ
           CLOSE ArchivoGrupoPago
           IF Grupo-Semanal
               MOVE 7 TO WS-Dias-Cotizados
               MOVE "nomina_semanal" TO WS-Base-Generacion
               MOVE "cuotas_patronales_semanal.dat" TO WS-Nombre-Cuotas
               MOVE "cuotas_patronales_semanal.rpt"
                   TO WS-Nombre-Reporte
           END-IF
           IF WS-Empresa-Corrida = SPACES
               MOVE "01" TO WS-Empresa-Corrida
           END-IF
           IF NOT Empresa-Principal
               MOVE SPACES TO WS-Nombre-Con-Sufijo
               STRING WS-Base-Generacion DELIMITED BY SPACE
                   "_" WS-Empresa-Corrida DELIMITED BY SIZE
                   INTO WS-Nombre-Con-Sufijo
               END-STRING
               MOVE WS-Nombre-Con-Sufijo TO WS-Base-Generacion
               MOVE WS-Nombre-Cuotas TO WS-Nombre-Con-Sufijo
               PERFORM 0055-Agrega-Sufijo
               MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Cuotas
               MOVE WS-Nombre-Reporte TO WS-Nombre-Con-Sufijo
               PERFORM 0055-Agrega-Sufijo
               MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Reporte
           END-IF.

      *> Intercala "_" y el codigo de empresa antes de la extension
      *> del nombre de archivo que viene en WS-Nombre-Con-Sufijo.
       0055-Agrega-Sufijo.
           MOVE SPACES TO WS-Nombre-Sin-Extension
           MOVE SPACES TO WS-Extension-Archivo
           UNSTRING WS-Nombre-Con-Sufijo DELIMITED BY "."
               INTO WS-Nombre-Sin-Extension WS-Extension-Archivo
           END-UNSTRING
           MOVE SPACES TO WS-Nombre-Con-Sufijo
           STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
               "_" WS-Empresa-Corrida "." DELIMITED BY SIZE
               WS-Extension-Archivo DELIMITED BY SPACE
               INTO WS-Nombre-Con-Sufijo
           END-STRING.

      *> La identificacion NOMEXTRA en la cabecera marca una
      *> generacion de NominaExtraordinaria, como la reconoce
      *> AcumulaNominaAnual: sus empleados ya cotizaron el periodo
      *> con la ordinaria, asi que la corrida termina sin volver a
      *> cargar cuotas ni tocar los archivos de la ordinaria. Para
      *> seguir, el extracto se vuelve a abrir desde el principio.
       0100-Revisa-Generacion.
           READ ARCHIVO-NOMINA
               AT END
                   CONTINUE
               NOT AT END
                   IF Registro-Nomina(1:6) = "000000"
                      AND Registro-Nomina(8:8) = "NOMEXTRA"
                       SET Generacion-Extra TO TRUE
                   END-IF
           END-READ
           CLOSE ARCHIVO-NOMINA
           IF Generacion-Extra
               DISPLAY "La generacion vigente " WS-Nombre-Generacion
               DISPLAY "es extraordinaria (NOMEXTRA); no causa "
                   "cuotas patronales."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-NOMINA.

      *> Carga los conceptos patronales del catalogo; si el catalogo
      *> no existe o viene vacio se usa la tasa plana de respaldo,
      *> igual que EmpleadosNomina respalda sus tramos.
           MOVE "000000" TO Ctl-Marca
           MOVE "C" TO Ctl-Tipo
           MOVE "CUOTAPAT" TO Ctl-Id-Archivo
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha
           MOVE ZEROS TO Ctl-Registros
           MOVE ZEROS TO Ctl-Suma-Importes
           MOVE Registro-Control TO Registro-Cuota
           MOVE "999999" TO Ctl-Marca
           MOVE "F" TO Ctl-Tipo
           MOVE "CUOTAPAT" TO Ctl-Id-Archivo
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha
           MOVE WS-Total-Registros TO Ctl-Registros
           MOVE WS-Total-Cuotas TO Ctl-Suma-Importes
           MOVE Registro-Control TO Registro-Cuota
           WRITE Registro-Cuota.

      *> Calcula todas las cuotas patronales de un renglon de nomina
      *> sobre su base de cotizacion y las clasifica por el
      *> departamento que
      *> indica el maestro; un empleado ya fuera del maestro queda
      *> bajo SIN DEPTO para que la suma siga cuadrando.
       2000-Procesa-Empleado.
           MOVE "SIN DEPTO" TO WS-Departamento-Actual
           MOVE Nom-Salario-Bruto TO WS-Base-Cotizacion
           MOVE Nom-Emp-ID TO Emp-ID
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Emp-Departamento TO WS-Departamento-Actual
                   MOVE Emp-Fecha-Ingreso TO WS-Fecha-Ingreso-Num
                   CALL "CalculaSDI" USING Emp-Salario
                       WS-Fecha-Ingreso-Num WS-Fecha-Calculo
                       WS-Factor-Integracion WS-SDI
                   COMPUTE WS-Base-Cotizacion =
                       WS-SDI * WS-Dias-Cotizados
           END-READ
           PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Cantidad-Conceptos

       2100-Calcula-Cuota.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Base-Cotizacion * WS-Cpt-Tasa(WS-Indice-Con)
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo
           OPEN OUTPUT ArchivoReporte
           MOVE "CUOTAS PATRONALES POR DEPARTAMENTO"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           MOVE WS-Empresa-Corrida TO Enc-Empresa
           PERFORM EncabezaPagina
           PERFORM VARYING WS-Indice-Dep FROM 1 BY 1
                   UNTIL WS-Indice-Dep > WS-Cantidad-Deptos
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CuotasPatronales.
