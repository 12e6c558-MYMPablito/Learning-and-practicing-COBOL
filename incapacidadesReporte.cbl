       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncapacidadesReporte.

      *> Reporte mensual de dias de incapacidad para Recursos Humanos
      *> y para la determinacion de cuotas: por cada certificado
      *> vigente de incapacidades.dat que toca el mes pedido, los
      *> dias que caen dentro del mes (un certificado que cruza de
      *> mes se reparte entre ambos), con el detalle por empleado que
      *> pide la declaracion y el resumen por departamento y tipo
      *> acumulado con la tabla descubierta al vuelo de
      *> MovimientosPersonal. El departamento se toma del padron.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchivoIncapacidades
               ASSIGN TO "incapacidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Inc-Folio
               ALTERNATE RECORD KEY IS Inc-Emp-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Incapacidades.

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

               SELECT ArchivoReporte
               ASSIGN TO "incapacidades.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoIncapacidades
           LABEL RECORD IS STANDARD.
           COPY INCAPAC.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Incapacidades PIC XX VALUE SPACES.
           88 Incapacidades-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Incapacidades PIC X VALUE "N".
           88 Fin-Incapacidades VALUE "S".

      *> Mes a reportar, pedido al operador como AAAAMM.
       01 WS-Mes-Pedido.
           05 WS-Mes-Anio PIC 9(4).
           05 WS-Mes-Mes  PIC 9(2).

      *> Primer y ultimo dia del mes como fecha y como dia entero,
      *> para recortar cada certificado al mes.
       01 WS-Fecha-Primero PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Siguiente PIC 9(8) VALUE ZEROS.
       01 WS-Dia-Primero PIC 9(7) VALUE ZEROS.
       01 WS-Dia-Ultimo PIC 9(7) VALUE ZEROS.
       01 WS-Dia-Desde PIC 9(7) VALUE ZEROS.
       01 WS-Dia-Hasta PIC 9(7) VALUE ZEROS.
       01 WS-Dias-En-Mes PIC 9(3) VALUE ZEROS.
       01 WS-Depto-Actual PIC X(15) VALUE SPACES.

      *> Acumuladores por departamento, descubiertos al vuelo.
       01 WS-Cantidad-Deptos PIC 99 VALUE ZEROS.
       01 WS-Tabla-Deptos.
           05 WS-Depto-Acum OCCURS 50 TIMES.
               10 WS-Dep-Nombre       PIC X(15).
               10 WS-Dep-Certificados PIC 9(5).
               10 WS-Dep-Enfermedad   PIC 9(5).
               10 WS-Dep-Riesgo       PIC 9(5).
               10 WS-Dep-Maternidad   PIC 9(5).
       01 WS-Indice-Depto PIC 99 VALUE ZEROS.
       01 WS-Depto-Hallado PIC X VALUE "N".
           88 Depto-Hallado VALUE "S".

       01 WS-Total-Certificados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Enfermedad PIC 9(6) VALUE ZEROS.
       01 WS-Total-Riesgo PIC 9(6) VALUE ZEROS.
       01 WS-Total-Maternidad PIC 9(6) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Mes.
           05 FILLER PIC X(22) VALUE "DIAS DE INCAPACIDAD - ".
           05 WS-Enc-Anio PIC 9(4).
           05 FILLER PIC X VALUE "/".
           05 WS-Enc-Mes PIC 9(2).

       01 WS-Linea-Titulos-Det.
           05 FILLER PIC X(36)
               VALUE "FOLIO       EMPLEADO DEPARTAMENTO   ".
           05 FILLER PIC X(36)
               VALUE "   T  INICIO    FIN       DIAS MES".

       01 WS-Linea-Detalle.
           05 WS-Det-Folio PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Det-Emp-ID PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Det-Depto PIC X(15).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Det-Tipo PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Det-Inicio PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Det-Fin PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Det-Dias PIC ZZ9.

       01 WS-Linea-Titulos-Dep.
           05 FILLER PIC X(17) VALUE "DEPARTAMENTO     ".
           05 FILLER PIC X(40)
               VALUE " CERTIF  ENF.GRAL  RIESGO  MATERN  TOTAL".

       01 WS-Linea-Depto.
           05 WS-Dep-Det-Nombre PIC X(15).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Dep-Det-Certif PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-Dep-Det-Enf PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Dep-Det-Riesgo PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Dep-Det-Matern PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Dep-Det-Total PIC ZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "IncapacidadesReporte" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           DISPLAY "Mes a reportar (AAAAMM): "
           ACCEPT WS-Mes-Pedido
           OPEN INPUT ArchivoIncapacidades
           IF Incapacidades-No-Existe
               DISPLAY "No existe el registro de incapacidades "
                   "todavia."
               CLOSE ArchivoIncapacidades
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARCHIVO-EMPLEADOS
               PERFORM 1000-Calcula-Mes
               OPEN OUTPUT ArchivoReporte
               MOVE "INCAPACIDADES DEL MES" TO Enc-Titulo-Reporte
               MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
               PERFORM EncabezaPagina
               MOVE WS-Mes-Anio TO WS-Enc-Anio
               MOVE WS-Mes-Mes TO WS-Enc-Mes
               MOVE WS-Linea-Mes TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE WS-Linea-Titulos-Det TO Linea-Reporte
               PERFORM EscribeLineaReporte
               PERFORM WITH TEST BEFORE UNTIL Fin-Incapacidades
                   READ ArchivoIncapacidades NEXT RECORD
                       AT END SET Fin-Incapacidades TO TRUE
                       NOT AT END PERFORM 2000-Procesa-Certificado
                   END-READ
               END-PERFORM
               PERFORM 3000-Escribe-Resumen
               CLOSE ArchivoIncapacidades
               CLOSE ARCHIVO-EMPLEADOS
               CLOSE ArchivoReporte
               DISPLAY "Certificados en el mes: "
                   WS-Total-Certificados
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> El ultimo dia del mes es el dia anterior al primero del mes
      *> siguiente, para no tener que saber cuantos dias tiene.
       1000-Calcula-Mes.
           COMPUTE WS-Fecha-Primero =
               WS-Mes-Anio * 10000 + WS-Mes-Mes * 100 + 1
           IF WS-Mes-Mes = 12
               COMPUTE WS-Fecha-Siguiente =
                   (WS-Mes-Anio + 1) * 10000 + 101
           ELSE
               COMPUTE WS-Fecha-Siguiente = WS-Fecha-Primero + 100
           END-IF
           COMPUTE WS-Dia-Primero =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Primero)
           COMPUTE WS-Dia-Ultimo =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Siguiente) - 1.

      *> Los dias del certificado dentro del mes: del mayor de los
      *> inicios al menor de los fines.
       2000-Procesa-Certificado.
           IF Inc-Vigente
              AND Inc-Fecha-Inicio < WS-Fecha-Siguiente
              AND Inc-Fecha-Fin NOT < WS-Fecha-Primero
               COMPUTE WS-Dia-Desde =
                   FUNCTION INTEGER-OF-DATE(Inc-Fecha-Inicio)
               IF WS-Dia-Desde < WS-Dia-Primero
                   MOVE WS-Dia-Primero TO WS-Dia-Desde
               END-IF
               COMPUTE WS-Dia-Hasta =
                   FUNCTION INTEGER-OF-DATE(Inc-Fecha-Fin)
               IF WS-Dia-Hasta > WS-Dia-Ultimo
                   MOVE WS-Dia-Ultimo TO WS-Dia-Hasta
               END-IF
               COMPUTE WS-Dias-En-Mes = WS-Dia-Hasta - WS-Dia-Desde + 1
               PERFORM 2100-Busca-Depto
               PERFORM 2200-Escribe-Detalle
               PERFORM 2300-Acumula-Depto
           END-IF.

       2100-Busca-Depto.
           MOVE "SIN PADRON" TO WS-Depto-Actual
           MOVE Inc-Emp-ID TO Emp-ID
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Emp-Departamento TO WS-Depto-Actual
           END-READ.

       2200-Escribe-Detalle.
           MOVE Inc-Folio TO WS-Det-Folio
           MOVE Inc-Emp-ID TO WS-Det-Emp-ID
           MOVE WS-Depto-Actual TO WS-Det-Depto
           MOVE Inc-Tipo TO WS-Det-Tipo
           MOVE Inc-Fecha-Inicio TO WS-Det-Inicio
           MOVE Inc-Fecha-Fin TO WS-Det-Fin
           MOVE WS-Dias-En-Mes TO WS-Det-Dias
           MOVE WS-Linea-Detalle TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       2300-Acumula-Depto.
           MOVE "N" TO WS-Depto-Hallado
           PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Cantidad-Deptos
               IF WS-Dep-Nombre(WS-Indice-Depto) = WS-Depto-Actual
                   PERFORM 2400-Suma-Dias
                   SET Depto-Hallado TO TRUE
                   MOVE WS-Cantidad-Deptos TO WS-Indice-Depto
               END-IF
           END-PERFORM
           IF NOT Depto-Hallado
              AND WS-Cantidad-Deptos < 50
               ADD 1 TO WS-Cantidad-Deptos
               MOVE WS-Cantidad-Deptos TO WS-Indice-Depto
               MOVE WS-Depto-Actual TO WS-Dep-Nombre(WS-Indice-Depto)
               MOVE ZEROS TO WS-Dep-Certificados(WS-Indice-Depto)
               MOVE ZEROS TO WS-Dep-Enfermedad(WS-Indice-Depto)
               MOVE ZEROS TO WS-Dep-Riesgo(WS-Indice-Depto)
               MOVE ZEROS TO WS-Dep-Maternidad(WS-Indice-Depto)
               PERFORM 2400-Suma-Dias
           END-IF.

       2400-Suma-Dias.
           ADD 1 TO WS-Dep-Certificados(WS-Indice-Depto)
           ADD 1 TO WS-Total-Certificados
           EVALUATE TRUE
               WHEN Inc-Riesgo-Trabajo
                   ADD WS-Dias-En-Mes TO WS-Dep-Riesgo(WS-Indice-Depto)
                   ADD WS-Dias-En-Mes TO WS-Total-Riesgo
               WHEN Inc-Maternidad
                   ADD WS-Dias-En-Mes
                       TO WS-Dep-Maternidad(WS-Indice-Depto)
                   ADD WS-Dias-En-Mes TO WS-Total-Maternidad
               WHEN OTHER
                   ADD WS-Dias-En-Mes
                       TO WS-Dep-Enfermedad(WS-Indice-Depto)
                   ADD WS-Dias-En-Mes TO WS-Total-Enfermedad
           END-EVALUATE.

       3000-Escribe-Resumen.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "RESUMEN POR DEPARTAMENTO (DIAS)" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos-Dep TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Cantidad-Deptos
               PERFORM 3100-Escribe-Depto
           END-PERFORM
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "TOTAL EMPRESA" TO WS-Dep-Det-Nombre
           MOVE WS-Total-Certificados TO WS-Dep-Det-Certif
           MOVE WS-Total-Enfermedad TO WS-Dep-Det-Enf
           MOVE WS-Total-Riesgo TO WS-Dep-Det-Riesgo
           MOVE WS-Total-Maternidad TO WS-Dep-Det-Matern
           COMPUTE WS-Dep-Det-Total = WS-Total-Enfermedad
               + WS-Total-Riesgo + WS-Total-Maternidad
           MOVE WS-Linea-Depto TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       3100-Escribe-Depto.
           MOVE WS-Dep-Nombre(WS-Indice-Depto) TO WS-Dep-Det-Nombre
           MOVE WS-Dep-Certificados(WS-Indice-Depto)
               TO WS-Dep-Det-Certif
           MOVE WS-Dep-Enfermedad(WS-Indice-Depto) TO WS-Dep-Det-Enf
           MOVE WS-Dep-Riesgo(WS-Indice-Depto) TO WS-Dep-Det-Riesgo
           MOVE WS-Dep-Maternidad(WS-Indice-Depto)
               TO WS-Dep-Det-Matern
           COMPUTE WS-Dep-Det-Total =
               WS-Dep-Enfermedad(WS-Indice-Depto)
               + WS-Dep-Riesgo(WS-Indice-Depto)
               + WS-Dep-Maternidad(WS-Indice-Depto)
           MOVE WS-Linea-Depto TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM IncapacidadesReporte.
