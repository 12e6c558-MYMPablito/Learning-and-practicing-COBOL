       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProyectaPresupuesto.

      *> Proyeccion del presupuesto de nomina del anio siguiente,
      *> para la corrida de noviembre en que finanzas armaba el
      *> presupuesto copiando empleados.dat a una hoja de calculo:
      *> toma la plantilla activa mas las plazas vacantes de
      *> plazas.dat (autorizadas menos ocupadas, valuadas al punto
      *> medio de la banda) y el aumento esperado de
      *> proyeccion_param.dat (porcentaje y mes en que entra), y
      *> proyecta los doce meses de salario, cuotas del patron (con
      *> el catalogo de CuotasPatronales sobre el salario diario
      *> integrado de CalculaSDI), aguinaldo y prima vacacional por
      *> departamento. Deja la hoja de revision
      *> proyeccion_presupuesto.rpt y la propuesta
      *> presupuestos_propuesto.dat con el layout de presupuestos.dat
      *> (costo anual entre doce), que finanzas revisa, aprueba e
      *> instala copiandola sobre presupuestos.dat; la corrida nunca
      *> toca el presupuesto vigente.

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

               SELECT OPTIONAL ARCHIVO-PLAZAS
               ASSIGN TO "plazas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pla-Departamento
               FILE STATUS IS WS-Estado-Plazas.

      *> Parametros de la proyeccion: un renglon con el porcentaje de
      *> aumento esperado (99V99) y el mes del anio en que entra
      *> (99). Se edita el archivo cada noviembre, no el programa.
               SELECT OPTIONAL ArchivoParametro
               ASSIGN TO "proyeccion_param.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Parametro.

      *> Porcentaje de prima vacacional, el mismo de PrimaVacacional.
               SELECT OPTIONAL ArchivoPrima
               ASSIGN TO "prima_vacacional.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Prima.

               SELECT OPTIONAL ArchivoCatalogo
               ASSIGN TO "cuotas_patronales_cat.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Catalogo.

               SELECT ArchivoPropuesta
               ASSIGN TO "presupuestos_propuesto.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Propuesta.

               SELECT ArchivoReporte
               ASSIGN TO "proyeccion_presupuesto.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ARCHIVO-PLAZAS
           LABEL RECORD IS STANDARD.
           COPY PLAZA.

       FD  ArchivoParametro
           LABEL RECORD IS STANDARD.
       01  Registro-Parametro-Proyeccion.
           05 Ppy-Porcentaje-Aumento  PIC 9(2)V99.
           05 Ppy-Mes-Aumento         PIC 9(2).

       FD  ArchivoPrima
           LABEL RECORD IS STANDARD.
       01  Registro-Parametro-Prima.
           05 Ppr-Porcentaje          PIC 9(3).

       FD  ArchivoCatalogo
           LABEL RECORD IS STANDARD.
           COPY CUOTAPAT.

       FD  ArchivoPropuesta
           LABEL RECORD IS STANDARD.
           COPY PRESUP.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Plazas PIC XX VALUE SPACES.
           88 Plazas-No-Existe VALUE "05" "35".
       01 WS-Estado-Parametro PIC XX VALUE SPACES.
           88 Parametro-No-Existe VALUE "05" "35".
       01 WS-Estado-Prima PIC XX VALUE SPACES.
           88 Prima-No-Existe VALUE "05" "35".
       01 WS-Estado-Catalogo PIC XX VALUE SPACES.
           88 Catalogo-No-Existe VALUE "05" "35".
       01 WS-Estado-Propuesta PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Empleados PIC X VALUE "N".
           88 Fin-Empleados VALUE "S".
       01 WS-Fin-Plazas PIC X VALUE "N".
           88 Fin-Plazas VALUE "S".
       01 WS-Fin-Catalogo PIC X VALUE "N".
           88 Fin-Catalogo VALUE "S".

      *> Parametros vigentes: sin archivo la proyeccion sale sin
      *> aumento, y se avisa para que nadie la tome por buena.
       01 WS-Porcentaje-Aumento PIC 9(2)V99 VALUE ZEROS.
       01 WS-Mes-Aumento PIC 9(2) VALUE 1.
       01 WS-Porcentaje-Prima PIC 9(3) VALUE 25.
       01 WS-Dias-Aguinaldo PIC 99 VALUE 15.

      *> Tasa patronal total: la suma del catalogo, o el respaldo
      *> plano que usa CuotasPatronales cuando el catalogo no existe.
       01 WS-Tasa-Respaldo PIC V9(4) VALUE ,1050.
       01 WS-Tasa-Patronal PIC 9V9(4) VALUE ZEROS.
       01 WS-Conceptos-Leidos PIC 99 VALUE ZEROS.

      *> Anio que se proyecta y fecha a la mitad de ese anio, a la que
      *> se mide la antiguedad para integrar el salario y para los
      *> dias de vacaciones.
       01 WS-Fecha-Hoy.
           05 WS-Hoy-Anio PIC 9(4).
           05 WS-Hoy-Mes  PIC 9(2).
           05 WS-Hoy-Dia  PIC 9(2).
       01 WS-Anio-Proyectado PIC 9(4) VALUE ZEROS.
       01 WS-Fecha-Referencia PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Ingreso-Num PIC 9(8) VALUE ZEROS.

      *> Meses con el salario actual y con el salario aumentado.
       01 WS-Meses-Antes PIC 99 VALUE ZEROS.
       01 WS-Meses-Despues PIC 99 VALUE ZEROS.

      *> Calculo de la persona o vacante en turno.
       01 WS-Salario-Actual PIC 9(7)V99 VALUE ZEROS.
       01 WS-Salario-Aumentado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Factor-Integracion PIC 9V9(4) VALUE ZEROS.
       01 WS-SDI-Actual PIC 9(7)V99 VALUE ZEROS.
       01 WS-SDI-Aumentado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Antiguedad PIC 9(3) VALUE ZEROS.
       01 WS-Quinquenios PIC 9(3) VALUE ZEROS.
       01 WS-Dias-Vacaciones PIC 9(3) VALUE ZEROS.
       01 WS-Anual-Salario PIC 9(9)V99 VALUE ZEROS.
       01 WS-Anual-Cuotas PIC 9(9)V99 VALUE ZEROS.
       01 WS-Anual-Aguinaldo PIC 9(9)V99 VALUE ZEROS.
       01 WS-Anual-Prima PIC 9(9)V99 VALUE ZEROS.
       01 WS-Vacantes PIC 9(4) VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda, la politica de
      *> redondeo unica del taller.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.

      *> Tabla de departamentos descubiertos al vuelo, con la tecnica
      *> de PresupuestoDeptos.
       01 WS-Cantidad-Deptos PIC 99 VALUE ZEROS.
       01 WS-Tabla-Deptos.
           05 WS-Depto-Proy OCCURS 50 TIMES.
               10 WS-Dep-Nombre       PIC X(15).
               10 WS-Dep-Cabezas      PIC 9(4).
               10 WS-Dep-Vacantes     PIC 9(4).
               10 WS-Dep-Salario      PIC 9(11)V99.
               10 WS-Dep-Cuotas       PIC 9(11)V99.
               10 WS-Dep-Aguinaldo    PIC 9(11)V99.
               10 WS-Dep-Prima        PIC 9(11)V99.
       01 WS-Indice-Depto PIC 99 VALUE ZEROS.
       01 WS-Depto-Hallado PIC X VALUE "N".
           88 Depto-Hallado VALUE "S".
       01 WS-Depto-Trabajo PIC X(15) VALUE SPACES.

       01 WS-Costo-Depto PIC 9(11)V99 VALUE ZEROS.
       01 WS-Mensual-Depto PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Cabezas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Vacantes PIC 9(6) VALUE ZEROS.
       01 WS-Total-Anual PIC 9(13)V99 VALUE ZEROS.
       01 WS-Total-Mensual PIC 9(11)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Parametros.
           05 FILLER PIC X(17) VALUE "ANIO PROYECTADO: ".
           05 WS-Par-Anio PIC 9(4).
           05 FILLER PIC X(12) VALUE "  AUMENTO: ".
           05 WS-Par-Porcentaje PIC Z9,99.
           05 FILLER PIC X(12) VALUE "% DESDE MES ".
           05 WS-Par-Mes PIC 99.
           05 FILLER PIC X(9) VALUE "  PRIMA: ".
           05 WS-Par-Prima PIC ZZ9.
           05 FILLER PIC X VALUE "%".

       01 WS-Linea-Depto.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-Det-Depto PIC X(15).
           05 FILLER PIC X(10) VALUE "  CABEZAS ".
           05 WS-Det-Cabezas PIC ZZZ9.
           05 FILLER PIC X(11) VALUE "  VACANTES ".
           05 WS-Det-Vacantes PIC ZZZ9.

       01 WS-Linea-Importes.
           05 FILLER PIC X(11) VALUE "  SALARIO $".
           05 WS-Det-Salario PIC Z(9)9,99.
           05 FILLER PIC X(11) VALUE "  CUOTAS  $".
           05 WS-Det-Cuotas PIC Z(9)9,99.
           05 FILLER PIC X(11) VALUE "  AGUINAL $".
           05 WS-Det-Aguinaldo PIC Z(9)9,99.

       01 WS-Linea-Totales-Depto.
           05 FILLER PIC X(11) VALUE "  PRIMA V $".
           05 WS-Det-Prima PIC Z(9)9,99.
           05 FILLER PIC X(11) VALUE "  ANUAL   $".
           05 WS-Det-Anual PIC Z(9)9,99.
           05 FILLER PIC X(11) VALUE "  MENSUAL $".
           05 WS-Det-Mensual PIC Z(9)9,99.

       01 WS-Linea-Total.
           05 FILLER PIC X(16) VALUE "TOTAL EMPRESA  $".
           05 WS-Tot-Anual PIC Z(11)9,99.
           05 FILLER PIC X(12) VALUE "  MENSUAL  $".
           05 WS-Tot-Mensual PIC Z(10)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ProyectaPresupuesto" TO Fpw-Programa
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
           PERFORM 1000-Carga-Parametros
           PERFORM 1100-Carga-Catalogo
           PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
               READ ARCHIVO-EMPLEADOS
                   AT END
                       SET Fin-Empleados TO TRUE
                   NOT AT END
                       IF NOT Emp-Terminado
                           PERFORM 2000-Proyecta-Empleado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EMPLEADOS
           PERFORM 2500-Proyecta-Vacantes
           PERFORM 3000-Escribe-Salidas
           PERFORM 9000-Muestra-Resumen
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-Carga-Parametros.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           COMPUTE WS-Anio-Proyectado = WS-Hoy-Anio + 1
           COMPUTE WS-Fecha-Referencia =
               WS-Anio-Proyectado * 10000 + 0701
           OPEN INPUT ArchivoParametro
           IF Parametro-No-Existe
               DISPLAY "Aviso: no existe proyeccion_param.dat; la "
                   "proyeccion sale sin aumento."
           ELSE
               READ ArchivoParametro
                   AT END
                       DISPLAY "Aviso: proyeccion_param.dat viene "
                           "vacio; la proyeccion sale sin aumento."
                   NOT AT END
                       IF Ppy-Porcentaje-Aumento IS NUMERIC
                           MOVE Ppy-Porcentaje-Aumento
                               TO WS-Porcentaje-Aumento
                       END-IF
                       IF Ppy-Mes-Aumento IS NUMERIC
                          AND Ppy-Mes-Aumento >= 1
                          AND Ppy-Mes-Aumento <= 12
                           MOVE Ppy-Mes-Aumento TO WS-Mes-Aumento
                       END-IF
               END-READ
           END-IF
           CLOSE ArchivoParametro
           COMPUTE WS-Meses-Antes = WS-Mes-Aumento - 1
           COMPUTE WS-Meses-Despues = 13 - WS-Mes-Aumento

           OPEN INPUT ArchivoPrima
           IF Prima-No-Existe
               CONTINUE
           ELSE
               READ ArchivoPrima
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Ppr-Porcentaje IS NUMERIC
                           MOVE Ppr-Porcentaje TO WS-Porcentaje-Prima
                       END-IF
               END-READ
           END-IF
           CLOSE ArchivoPrima.

      *> Las cuotas de la proyeccion se valuan con la tasa total del
      *> catalogo, ya que todos sus conceptos van sobre la misma base.
       1100-Carga-Catalogo.
           OPEN INPUT ArchivoCatalogo
           IF Catalogo-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Catalogo OR WS-Conceptos-Leidos = 15
                   READ ArchivoCatalogo
                       AT END
                           SET Fin-Catalogo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Conceptos-Leidos
                           ADD Cpt-Tasa TO WS-Tasa-Patronal
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCatalogo
           IF WS-Conceptos-Leidos = ZEROS
               MOVE WS-Tasa-Respaldo TO WS-Tasa-Patronal
           END-IF.

      *> Una persona activa: su salario actual hasta el mes del
      *> aumento y el aumentado despues; la antiguedad se mide a
      *> mitad del anio proyectado.
       2000-Proyecta-Empleado.
           MOVE Emp-Departamento TO WS-Depto-Trabajo
           PERFORM 5000-Ubica-Depto
           IF Depto-Hallado
               ADD 1 TO WS-Dep-Cabezas(WS-Indice-Depto)
               MOVE Emp-Salario TO WS-Salario-Actual
               MOVE Emp-Fecha-Ingreso TO WS-Fecha-Ingreso-Num
               COMPUTE WS-Antiguedad =
                   WS-Anio-Proyectado - Emp-Fecha-Anio
               IF Emp-Fecha-Mes > 7
                   SUBTRACT 1 FROM WS-Antiguedad
               END-IF
               PERFORM 2100-Proyecta-Importes
           END-IF.

      *> Importes del anio de una cabeza con WS-Salario-Actual,
      *> WS-Fecha-Ingreso-Num y WS-Antiguedad ya puestos; se suman al
      *> departamento en turno.
       2100-Proyecta-Importes.
           COMPUTE WS-Salario-Aumentado ROUNDED =
               WS-Salario-Actual * (100 + WS-Porcentaje-Aumento) / 100
           CALL "CalculaSDI" USING WS-Salario-Actual
               WS-Fecha-Ingreso-Num WS-Fecha-Referencia
               WS-Factor-Integracion WS-SDI-Actual
           CALL "CalculaSDI" USING WS-Salario-Aumentado
               WS-Fecha-Ingreso-Num WS-Fecha-Referencia
               WS-Factor-Integracion WS-SDI-Aumentado

           COMPUTE WS-Anual-Salario =
               WS-Salario-Actual * WS-Meses-Antes
               + WS-Salario-Aumentado * WS-Meses-Despues

           COMPUTE WS-Monto-Sin-Redondear =
               (WS-SDI-Actual * WS-Meses-Antes
                + WS-SDI-Aumentado * WS-Meses-Despues)
               * 30 * WS-Tasa-Patronal
           PERFORM 2900-Redondea
           MOVE WS-Monto-Redondeado TO WS-Anual-Cuotas

      *> El aguinaldo se paga en diciembre y la prima se valua con el
      *> salario que rija al final del anio, ya aumentado.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Salario-Aumentado / 30 * WS-Dias-Aguinaldo
           PERFORM 2900-Redondea
           MOVE WS-Monto-Redondeado TO WS-Anual-Aguinaldo

           PERFORM 2200-Dias-Por-Antiguedad
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Salario-Aumentado / 30 * WS-Dias-Vacaciones
               * WS-Porcentaje-Prima / 100
           PERFORM 2900-Redondea
           MOVE WS-Monto-Redondeado TO WS-Anual-Prima

           ADD WS-Anual-Salario TO WS-Dep-Salario(WS-Indice-Depto)
           ADD WS-Anual-Cuotas TO WS-Dep-Cuotas(WS-Indice-Depto)
           ADD WS-Anual-Aguinaldo
               TO WS-Dep-Aguinaldo(WS-Indice-Depto)
           ADD WS-Anual-Prima TO WS-Dep-Prima(WS-Indice-Depto).

      *> Escala de dias por anios cumplidos de VacacionesAcumula; la
      *> persona que no cumple el anio en el periodo cuenta con los
      *> del primer anio.
       2200-Dias-Por-Antiguedad.
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
           END-EVALUATE.

      *> Plazas autorizadas sin ocupar: cada vacante se proyecta todo
      *> el anio como ingreso del primero de enero, al punto medio de
      *> la banda; la banda ya es la del anio, asi que el aumento
      *> tambien le aplica en su mes, igual que a la plantilla.
       2500-Proyecta-Vacantes.
           OPEN INPUT ARCHIVO-PLAZAS
           IF Plazas-No-Existe
               DISPLAY "Aviso: no existe plazas.dat; la proyeccion "
                   "no incluye vacantes."
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Plazas
                   READ ARCHIVO-PLAZAS
                       AT END
                           SET Fin-Plazas TO TRUE
                       NOT AT END
                           PERFORM 2600-Proyecta-Plaza
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-PLAZAS.

       2600-Proyecta-Plaza.
           MOVE Pla-Departamento TO WS-Depto-Trabajo
           PERFORM 5000-Ubica-Depto
           IF Depto-Hallado
              AND Pla-Plazas-Autorizadas >
                  WS-Dep-Cabezas(WS-Indice-Depto)
               COMPUTE WS-Vacantes = Pla-Plazas-Autorizadas
                   - WS-Dep-Cabezas(WS-Indice-Depto)
               MOVE WS-Vacantes TO WS-Dep-Vacantes(WS-Indice-Depto)
               COMPUTE WS-Salario-Actual ROUNDED =
                   (Pla-Salario-Minimo + Pla-Salario-Maximo) / 2
               COMPUTE WS-Fecha-Ingreso-Num =
                   WS-Anio-Proyectado * 10000 + 0101
               MOVE ZEROS TO WS-Antiguedad
               PERFORM 2100-Proyecta-Importes
      *> 2100 ya sumo una vacante; las demas valen lo mismo.
               SUBTRACT 1 FROM WS-Vacantes
               COMPUTE WS-Dep-Salario(WS-Indice-Depto) =
                   WS-Dep-Salario(WS-Indice-Depto)
                   + WS-Anual-Salario * WS-Vacantes
               COMPUTE WS-Dep-Cuotas(WS-Indice-Depto) =
                   WS-Dep-Cuotas(WS-Indice-Depto)
                   + WS-Anual-Cuotas * WS-Vacantes
               COMPUTE WS-Dep-Aguinaldo(WS-Indice-Depto) =
                   WS-Dep-Aguinaldo(WS-Indice-Depto)
                   + WS-Anual-Aguinaldo * WS-Vacantes
               COMPUTE WS-Dep-Prima(WS-Indice-Depto) =
                   WS-Dep-Prima(WS-Indice-Depto)
                   + WS-Anual-Prima * WS-Vacantes
           END-IF.

       2900-Redondea.
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.

      *> Hoja de revision por departamento y la propuesta de
      *> presupuestos.dat con el costo anual entre doce.
       3000-Escribe-Salidas.
           OPEN OUTPUT ArchivoPropuesta
           OPEN OUTPUT ArchivoReporte
           MOVE "PROYECCION DEL PRESUPUESTO DE NOMINA"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Anio-Proyectado TO WS-Par-Anio
           MOVE WS-Porcentaje-Aumento TO WS-Par-Porcentaje
           MOVE WS-Mes-Aumento TO WS-Par-Mes
           MOVE WS-Porcentaje-Prima TO WS-Par-Prima
           MOVE WS-Linea-Parametros TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Cantidad-Deptos
               PERFORM 3100-Escribe-Depto
           END-PERFORM
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Anual TO WS-Tot-Anual
           MOVE WS-Total-Mensual TO WS-Tot-Mensual
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           CLOSE ArchivoPropuesta
           CLOSE ArchivoReporte.

       3100-Escribe-Depto.
           COMPUTE WS-Costo-Depto =
               WS-Dep-Salario(WS-Indice-Depto)
               + WS-Dep-Cuotas(WS-Indice-Depto)
               + WS-Dep-Aguinaldo(WS-Indice-Depto)
               + WS-Dep-Prima(WS-Indice-Depto)
           COMPUTE WS-Mensual-Depto ROUNDED = WS-Costo-Depto / 12
           ADD WS-Costo-Depto TO WS-Total-Anual
           ADD WS-Mensual-Depto TO WS-Total-Mensual
           ADD WS-Dep-Cabezas(WS-Indice-Depto) TO WS-Total-Cabezas
           ADD WS-Dep-Vacantes(WS-Indice-Depto) TO WS-Total-Vacantes

           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Dep-Nombre(WS-Indice-Depto) TO WS-Det-Depto
           MOVE WS-Dep-Cabezas(WS-Indice-Depto) TO WS-Det-Cabezas
           MOVE WS-Dep-Vacantes(WS-Indice-Depto) TO WS-Det-Vacantes
           MOVE WS-Linea-Depto TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Dep-Salario(WS-Indice-Depto) TO WS-Det-Salario
           MOVE WS-Dep-Cuotas(WS-Indice-Depto) TO WS-Det-Cuotas
           MOVE WS-Dep-Aguinaldo(WS-Indice-Depto)
               TO WS-Det-Aguinaldo
           MOVE WS-Linea-Importes TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Dep-Prima(WS-Indice-Depto) TO WS-Det-Prima
           MOVE WS-Costo-Depto TO WS-Det-Anual
           MOVE WS-Mensual-Depto TO WS-Det-Mensual
           MOVE WS-Linea-Totales-Depto TO Linea-Reporte
           PERFORM EscribeLineaReporte

           MOVE WS-Dep-Nombre(WS-Indice-Depto) TO Pre-Departamento
           MOVE WS-Mensual-Depto TO Pre-Monto-Mensual
           WRITE Registro-Presupuesto.

      *> Busca el departamento de trabajo en la tabla y lo da de alta
      *> en ceros si no estaba. Deja el renglon elegido en
      *> WS-Indice-Depto y Depto-Hallado en "S", salvo que la tabla
      *> este llena.
       5000-Ubica-Depto.
           MOVE "N" TO WS-Depto-Hallado
           PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Cantidad-Deptos
                      OR Depto-Hallado
               IF WS-Dep-Nombre(WS-Indice-Depto) = WS-Depto-Trabajo
                   SET Depto-Hallado TO TRUE
               END-IF
           END-PERFORM
           IF Depto-Hallado
      *> El PERFORM VARYING incrementa antes de evaluar la condicion
      *> de salida; el renglon encontrado quedo uno atras.
               SUBTRACT 1 FROM WS-Indice-Depto
           ELSE
               IF WS-Cantidad-Deptos < 50
                   ADD 1 TO WS-Cantidad-Deptos
                   MOVE WS-Cantidad-Deptos TO WS-Indice-Depto
                   MOVE WS-Depto-Trabajo
                       TO WS-Dep-Nombre(WS-Indice-Depto)
                   MOVE ZEROS TO WS-Dep-Cabezas(WS-Indice-Depto)
                   MOVE ZEROS TO WS-Dep-Vacantes(WS-Indice-Depto)
                   MOVE ZEROS TO WS-Dep-Salario(WS-Indice-Depto)
                   MOVE ZEROS TO WS-Dep-Cuotas(WS-Indice-Depto)
                   MOVE ZEROS TO WS-Dep-Aguinaldo(WS-Indice-Depto)
                   MOVE ZEROS TO WS-Dep-Prima(WS-Indice-Depto)
                   SET Depto-Hallado TO TRUE
               ELSE
                   DISPLAY "Aviso: tabla de departamentos llena; se "
                       "omitio " WS-Depto-Trabajo
               END-IF
           END-IF.

       9000-Muestra-Resumen.
           DISPLAY "== Proyeccion de presupuesto de nomina ==".
           DISPLAY "Anio proyectado: " WS-Anio-Proyectado.
           DISPLAY "Plantilla activa: " WS-Total-Cabezas.
           DISPLAY "Vacantes proyectadas: " WS-Total-Vacantes.
           DISPLAY "Costo anual proyectado: " WS-Total-Anual.
           DISPLAY "Presupuesto mensual propuesto: " WS-Total-Mensual.
           DISPLAY "Propuesta en presupuestos_propuesto.dat; se "
               "instala copiandola sobre presupuestos.dat.".

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ProyectaPresupuesto.
