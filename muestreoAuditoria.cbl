       IDENTIFICATION DIVISION.
       PROGRAM-ID. MuestreoAuditoria.

      *> Extracto de muestreo para la auditoria interna: en lugar de
      *> escoger a mano "25 pagos, 10 notas de credito, 10
      *> condonaciones y 15 cambios de salario", el auditor deja en
      *> muestreo_params.dat el periodo, la semilla y un renglon por
      *> poblacion con el tamano de la muestra y el importe a partir
      *> del cual la partida entra siempre. Poblaciones:
      *>   PAGOS     pagos_historia.dat (los pagos aplicados, que en
      *>             pagos_aplicados.dat solo duran una corrida)
      *>   CONDONA   condonaciones.log
      *>   NOTAS     notas de credito de facturas_validas.dat
      *>   CASTIGOS  cartera_castigada.dat
      *>   CAMBIOS   cambios.log (el filtro escoge el campo, p. ej.
      *>             Emp-Salario para los cambios de salario)
      *>   ALTAS     empleados.dat por fecha de ingreso
      *> El archivo de cada poblacion se puede cambiar en el renglon
      *> (una copia guardada del extracto de otra fecha, p. ej.).
      *> El azar es un generador congruencial propio (Park-Miller)
      *> sembrado con la semilla del renglon general mas la clave de
      *> la poblacion: con la misma semilla y los mismos archivos la
      *> muestra sale igual, y agregar o quitar una poblacion no
      *> cambia la de las demas. Las partidas del umbral para arriba
      *> entran aparte de la muestra al azar. Cada partida sale con
      *> su renglon en el archivo y sus llaves para poder ubicarla.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "muestreo_params.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Parametros.

               SELECT OPTIONAL ArchivoPagos
               ASSIGN TO DYNAMIC WS-Nombre-Pagos
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Poblacion.

               SELECT OPTIONAL ArchivoCondonaciones
               ASSIGN TO DYNAMIC WS-Nombre-Condonaciones
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Poblacion.

               SELECT OPTIONAL ArchivoFacturas
               ASSIGN TO DYNAMIC WS-Nombre-Facturas
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Poblacion.

               SELECT OPTIONAL ArchivoCastigos
               ASSIGN TO DYNAMIC WS-Nombre-Castigos
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Cas-Cliente-ID
               FILE STATUS IS WS-Estado-Poblacion.

               SELECT OPTIONAL ArchivoCambios
               ASSIGN TO DYNAMIC WS-Nombre-Cambios
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Poblacion.

               SELECT OPTIONAL ARCHIVO-EMPLEADOS
               ASSIGN TO DYNAMIC WS-Nombre-Empleados
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Poblacion.

               SELECT ArchivoReporte
               ASSIGN TO "muestreo_auditoria.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
      *> Un renglon general "G" con el periodo y la semilla, y un
      *> renglon "P" por poblacion. Semilla en ceros toma la fecha de
      *> proceso; el reporte la imprime para poder repetir la
      *> muestra. Umbral en ceros no obliga ninguna partida; el
      *> archivo en espacios es el de siempre.
       FD  ArchivoParametros
           LABEL RECORD IS STANDARD.
       01  Registro-Param-Muestreo.
           05 Mup-Tipo-Renglon        PIC X.
               88 Mup-Es-General VALUE "G".
               88 Mup-Es-Poblacion VALUE "P".
           05 Mup-Datos               PIC X(80).
           05 Mup-General REDEFINES Mup-Datos.
               10 Mup-Fecha-Desde     PIC 9(8).
               10 Mup-Fecha-Hasta     PIC 9(8).
               10 Mup-Semilla         PIC 9(9).
               10 FILLER              PIC X(55).
           05 Mup-Poblacion REDEFINES Mup-Datos.
               10 Mup-Clave           PIC X(8).
               10 Mup-Tamano          PIC 9(3).
               10 Mup-Umbral          PIC 9(7)V99.
               10 Mup-Filtro          PIC X(20).
               10 Mup-Archivo         PIC X(40).

       FD  ArchivoPagos
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ArchivoCondonaciones
           LABEL RECORD IS STANDARD.
           COPY CONDONA.

       FD  ArchivoFacturas
           LABEL RECORD IS STANDARD.
           COPY FACTURA.

       FD  ArchivoCastigos
           LABEL RECORD IS STANDARD.
           COPY CASTIGO.

       FD  ArchivoCambios
           LABEL RECORD IS STANDARD.
           COPY CAMBIO.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Parametros PIC XX VALUE SPACES.
           88 Parametros-No-Existe VALUE "05" "35".
       01 WS-Estado-Poblacion PIC XX VALUE SPACES.
           88 Poblacion-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Archivo PIC X VALUE "N".
           88 Fin-Archivo VALUE "S".

      *> Archivos de cada poblacion; el renglon de parametros puede
      *> cambiarlos.
       01 WS-Nombre-Pagos PIC X(40) VALUE "pagos_historia.dat".
       01 WS-Nombre-Condonaciones PIC X(40)
           VALUE "condonaciones.log".
       01 WS-Nombre-Facturas PIC X(40) VALUE "facturas_validas.dat".
       01 WS-Nombre-Castigos PIC X(40)
           VALUE "cartera_castigada.dat".
       01 WS-Nombre-Cambios PIC X(40) VALUE "cambios.log".
       01 WS-Nombre-Empleados PIC X(40) VALUE "empleados.dat".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Desde PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Hasta PIC 9(8) VALUE ZEROS.
       01 WS-Semilla PIC 9(10) VALUE ZEROS.
       01 WS-Hay-General PIC X VALUE "N".
           88 Hay-General VALUE "S".
       01 WS-Parametros-Validos PIC X VALUE "S".
           88 Parametros-Validos VALUE "S".

      *> Poblaciones pedidas, en el orden del archivo de parametros.
      *> El codigo es la posicion fija de la poblacion en la lista de
      *> arriba y es lo que separa su semilla de las demas.
       01 WS-Cantidad-Poblaciones PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Poblaciones.
           05 WS-Pob OCCURS 12 TIMES.
               10 WS-Pob-Clave        PIC X(8).
               10 WS-Pob-Codigo       PIC 9.
               10 WS-Pob-Tamano       PIC 9(3).
               10 WS-Pob-Umbral       PIC 9(7)V99.
               10 WS-Pob-Filtro       PIC X(20).
       01 WS-Indice-Pob PIC 9(2) VALUE ZEROS.
       01 WS-Codigo-Pob PIC 9 VALUE ZEROS.

      *> Generador congruencial: semilla siguiente = semilla por
      *> 16807 modulo 2^31 - 1, siempre entre 1 y 2147483646.
       01 WS-Semilla-Pob PIC 9(10) VALUE ZEROS.
       01 WS-Producto-Azar PIC 9(15) VALUE ZEROS.
       01 WS-Modulo-Azar PIC 9(10) VALUE 2147483647.

      *> Partidas de la poblacion en turno que caen en el periodo,
      *> en el orden del archivo, cada una con su numero al azar.
       01 WS-Cantidad-Candidatos PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Candidatos.
           05 WS-Can OCCURS 5000 TIMES.
               10 WS-Can-Azar         PIC 9(10).
               10 WS-Can-Marca        PIC X.
                   88 Can-Sin-Marca VALUE SPACE.
                   88 Can-Obligatoria VALUE "O".
                   88 Can-Al-Azar VALUE "A".
               10 WS-Can-Renglon      PIC 9(7).
               10 WS-Can-Importe      PIC S9(9)V99.
               10 WS-Can-Detalle      PIC X(51).
               10 WS-Can-Detalle-2    PIC X(73).
       01 WS-Indice-Can PIC 9(4) VALUE ZEROS.
       01 WS-Indice-Menor PIC 9(4) VALUE ZEROS.
       01 WS-Sin-Candidatos PIC X VALUE "N".
           88 Sin-Candidatos VALUE "S".
       01 WS-Renglon-Archivo PIC 9(7) VALUE ZEROS.
       01 WS-Candidatos-Descartados PIC 9(7) VALUE ZEROS.
       01 WS-Importe-Umbral PIC S9(9)V99 VALUE ZEROS.

      *> Partida leida, antes de pasar a la tabla.
       01 WS-Cur-Fecha PIC 9(8) VALUE ZEROS.
       01 WS-Cur-Importe PIC S9(9)V99 VALUE ZEROS.
       01 WS-Cur-Monetaria PIC X VALUE "S".
           88 Cur-Monetaria VALUE "S".
       01 WS-Cur-Detalle PIC X(51) VALUE SPACES.
       01 WS-Cur-Detalle-2 PIC X(73) VALUE SPACES.

       01 WS-Cuenta-Obligatorias PIC 9(5) VALUE ZEROS.
       01 WS-Cuenta-Al-Azar PIC 9(5) VALUE ZEROS.
       01 WS-Poblaciones-Cortas PIC 9(2) VALUE ZEROS.
       01 WS-Total-Seleccionadas PIC 9(6) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Poblacion.
           05 FILLER PIC X(11) VALUE "POBLACION: ".
           05 WS-Lpo-Clave PIC X(9).
           05 FILLER PIC X(9) VALUE "ARCHIVO: ".
           05 WS-Lpo-Archivo PIC X(40).

       01 WS-Linea-Cuentas.
           05 FILLER PIC X(9) VALUE "UNIVERSO ".
           05 WS-Lcu-Universo PIC ZZZ9.
           05 FILLER PIC X(14) VALUE "  OBLIGATORIAS".
           05 WS-Lcu-Obligatorias PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  UMBRAL ".
           05 WS-Lcu-Umbral PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  AL AZAR ".
           05 WS-Lcu-Al-Azar PIC ZZ9.
           05 FILLER PIC X(4) VALUE " DE ".
           05 WS-Lcu-Pedidas PIC ZZ9.

       01 WS-Linea-Titulos.
           05 FILLER PIC X(8) VALUE "RENGLON".
           05 FILLER PIC X(6) VALUE "SEL".
           05 FILLER PIC X(15) VALUE "      IMPORTE".
           05 FILLER PIC X(7) VALUE "DETALLE".

       01 WS-Linea-Partida.
           05 WS-Lpa-Renglon PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lpa-Marca PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lpa-Importe PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lpa-Detalle PIC X(51).

       01 WS-Linea-Continuacion.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-Lco-Detalle PIC X(73).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "MuestreoAuditoria" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           DISPLAY "== Muestreo para auditoria ==".
           PERFORM 0100-Lee-Parametros
           IF NOT Parametros-Validos
      *> Codigo de retorno 8: sin parametros no hay muestra.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ArchivoReporte
           MOVE "MUESTREO PARA AUDITORIA INTERNA" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE SPACES TO Linea-Reporte
           STRING "PERIODO " DELIMITED BY SIZE
               WS-Fecha-Desde DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-Fecha-Hasta DELIMITED BY SIZE
               "   SEMILLA " DELIMITED BY SIZE
               WS-Semilla DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte

           PERFORM VARYING WS-Indice-Pob FROM 1 BY 1
                   UNTIL WS-Indice-Pob > WS-Cantidad-Poblaciones
               PERFORM 1000-Procesa-Poblacion
           END-PERFORM
           CLOSE ArchivoReporte

           DISPLAY "Poblaciones muestreadas: " WS-Cantidad-Poblaciones.
           DISPLAY "Partidas en la muestra: " WS-Total-Seleccionadas.
           DISPLAY "Semilla: " WS-Semilla.
           DISPLAY "Reporte en muestreo_auditoria.rpt".
           IF WS-Poblaciones-Cortas > ZEROS
      *> Codigo de retorno 4: alguna poblacion no alcanzo la muestra
      *> pedida o no cupo completa en la tabla.
               DISPLAY "Poblaciones con muestra incompleta: "
                   WS-Poblaciones-Cortas
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-Lee-Parametros.
           OPEN INPUT ArchivoParametros
           IF Parametros-No-Existe
               DISPLAY "No existe muestreo_params.dat."
               MOVE "N" TO WS-Parametros-Validos
           ELSE
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoParametros
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           PERFORM 0110-Toma-Renglon
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoParametros
           IF Parametros-Validos
               IF NOT Hay-General
                   DISPLAY "Falta el renglon general (G) con el "
                       "periodo."
                   MOVE "N" TO WS-Parametros-Validos
               END-IF
               IF WS-Cantidad-Poblaciones = ZEROS
                   DISPLAY "No se pidio ninguna poblacion."
                   MOVE "N" TO WS-Parametros-Validos
               END-IF
           END-IF.

       0110-Toma-Renglon.
           EVALUATE TRUE
               WHEN Mup-Es-General
                   PERFORM 0120-Toma-General
               WHEN Mup-Es-Poblacion
                   PERFORM 0130-Toma-Poblacion
               WHEN OTHER
                   DISPLAY "Renglon de parametros ignorado: "
                       Mup-Tipo-Renglon
           END-EVALUATE.

       0120-Toma-General.
           IF Mup-Fecha-Desde IS NOT NUMERIC
              OR Mup-Fecha-Hasta IS NOT NUMERIC
              OR Mup-Fecha-Desde > Mup-Fecha-Hasta
               DISPLAY "Periodo invalido en el renglon general."
               MOVE "N" TO WS-Parametros-Validos
           ELSE
               SET Hay-General TO TRUE
               MOVE Mup-Fecha-Desde TO WS-Fecha-Desde
               MOVE Mup-Fecha-Hasta TO WS-Fecha-Hasta
               IF Mup-Semilla IS NUMERIC AND Mup-Semilla > ZEROS
                   MOVE Mup-Semilla TO WS-Semilla
               ELSE
                   MOVE WS-Fecha-Hoy TO WS-Semilla
               END-IF
           END-IF.

       0130-Toma-Poblacion.
           EVALUATE Mup-Clave
               WHEN "PAGOS"
                   MOVE 1 TO WS-Codigo-Pob
                   IF Mup-Archivo NOT = SPACES
                       MOVE Mup-Archivo TO WS-Nombre-Pagos
                   END-IF
               WHEN "CONDONA"
                   MOVE 2 TO WS-Codigo-Pob
                   IF Mup-Archivo NOT = SPACES
                       MOVE Mup-Archivo TO WS-Nombre-Condonaciones
                   END-IF
               WHEN "NOTAS"
                   MOVE 3 TO WS-Codigo-Pob
                   IF Mup-Archivo NOT = SPACES
                       MOVE Mup-Archivo TO WS-Nombre-Facturas
                   END-IF
               WHEN "CASTIGOS"
                   MOVE 4 TO WS-Codigo-Pob
                   IF Mup-Archivo NOT = SPACES
                       MOVE Mup-Archivo TO WS-Nombre-Castigos
                   END-IF
               WHEN "CAMBIOS"
                   MOVE 5 TO WS-Codigo-Pob
                   IF Mup-Archivo NOT = SPACES
                       MOVE Mup-Archivo TO WS-Nombre-Cambios
                   END-IF
               WHEN "ALTAS"
                   MOVE 6 TO WS-Codigo-Pob
                   IF Mup-Archivo NOT = SPACES
                       MOVE Mup-Archivo TO WS-Nombre-Empleados
                   END-IF
               WHEN OTHER
                   MOVE ZEROS TO WS-Codigo-Pob
           END-EVALUATE
           IF WS-Codigo-Pob = ZEROS
              OR Mup-Tamano IS NOT NUMERIC
              OR Mup-Umbral IS NOT NUMERIC
               DISPLAY "Poblacion invalida en parametros: " Mup-Clave
               MOVE "N" TO WS-Parametros-Validos
           ELSE
               IF WS-Cantidad-Poblaciones < 12
                   ADD 1 TO WS-Cantidad-Poblaciones
                   MOVE Mup-Clave
                       TO WS-Pob-Clave(WS-Cantidad-Poblaciones)
                   MOVE WS-Codigo-Pob
                       TO WS-Pob-Codigo(WS-Cantidad-Poblaciones)
                   MOVE Mup-Tamano
                       TO WS-Pob-Tamano(WS-Cantidad-Poblaciones)
                   MOVE Mup-Umbral
                       TO WS-Pob-Umbral(WS-Cantidad-Poblaciones)
                   MOVE Mup-Filtro
                       TO WS-Pob-Filtro(WS-Cantidad-Poblaciones)
               END-IF
           END-IF.

      *> Una poblacion: carga sus partidas del periodo, marca las
      *> obligatorias, saca la muestra al azar y la escribe.
       1000-Procesa-Poblacion.
           MOVE WS-Pob-Codigo(WS-Indice-Pob) TO WS-Codigo-Pob
           COMPUTE WS-Semilla-Pob = FUNCTION MOD(
               WS-Semilla + WS-Codigo-Pob * 104729,
               WS-Modulo-Azar - 1) + 1
           COMPUTE WS-Importe-Umbral = WS-Pob-Umbral(WS-Indice-Pob)
           MOVE ZEROS TO WS-Cantidad-Candidatos
           MOVE ZEROS TO WS-Renglon-Archivo
           MOVE ZEROS TO WS-Candidatos-Descartados
           MOVE ZEROS TO WS-Cuenta-Obligatorias
           MOVE ZEROS TO WS-Cuenta-Al-Azar
           MOVE SPACES TO WS-Lpo-Archivo
           EVALUATE WS-Codigo-Pob
               WHEN 1
                   MOVE WS-Nombre-Pagos TO WS-Lpo-Archivo
                   PERFORM 2100-Lee-Pagos
               WHEN 2
                   MOVE WS-Nombre-Condonaciones TO WS-Lpo-Archivo
                   PERFORM 2200-Lee-Condonaciones
               WHEN 3
                   MOVE WS-Nombre-Facturas TO WS-Lpo-Archivo
                   PERFORM 2300-Lee-Notas
               WHEN 4
                   MOVE WS-Nombre-Castigos TO WS-Lpo-Archivo
                   PERFORM 2400-Lee-Castigos
               WHEN 5
                   MOVE WS-Nombre-Cambios TO WS-Lpo-Archivo
                   PERFORM 2500-Lee-Cambios
               WHEN 6
                   MOVE WS-Nombre-Empleados TO WS-Lpo-Archivo
                   PERFORM 2600-Lee-Altas
           END-EVALUATE
           PERFORM 3000-Selecciona
           PERFORM 4000-Escribe-Poblacion
           ADD WS-Cuenta-Obligatorias TO WS-Total-Seleccionadas
           ADD WS-Cuenta-Al-Azar TO WS-Total-Seleccionadas
           IF WS-Cuenta-Al-Azar < WS-Pob-Tamano(WS-Indice-Pob)
              OR WS-Candidatos-Descartados > ZEROS
               ADD 1 TO WS-Poblaciones-Cortas
           END-IF.

       2100-Lee-Pagos.
           OPEN INPUT ArchivoPagos
           IF NOT Poblacion-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoPagos
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Renglon-Archivo
                           MOVE Phi-Fecha TO WS-Cur-Fecha
                           MOVE Phi-Importe TO WS-Cur-Importe
                           MOVE "S" TO WS-Cur-Monetaria
                           MOVE SPACES TO WS-Cur-Detalle
                           STRING "CTE " DELIMITED BY SIZE
                               Phi-Cliente-ID DELIMITED BY SIZE
                               " FECHA " DELIMITED BY SIZE
                               Phi-Fecha DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               Phi-Metodo DELIMITED BY SIZE
                               " EDO " DELIMITED BY SIZE
                               Phi-Estado DELIMITED BY SIZE
                               INTO WS-Cur-Detalle
                           MOVE SPACES TO WS-Cur-Detalle-2
                           STRING "IVA COBRADO " DELIMITED BY SIZE
                               Phi-IVA-Cobrado DELIMITED BY SIZE
                               "  CONVENIO " DELIMITED BY SIZE
                               Phi-Convenio DELIMITED BY SIZE
                               "  DEVOLUCION " DELIMITED BY SIZE
                               Phi-Fecha-Devolucion DELIMITED BY SIZE
                               INTO WS-Cur-Detalle-2
                           PERFORM 2900-Agrega-Candidato
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoPagos.

       2200-Lee-Condonaciones.
           OPEN INPUT ArchivoCondonaciones
           IF NOT Poblacion-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoCondonaciones
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Renglon-Archivo
                           MOVE Con-Fecha-Hora(1:8) TO WS-Cur-Fecha
                           MOVE Con-Importe TO WS-Cur-Importe
                           MOVE "S" TO WS-Cur-Monetaria
                           MOVE SPACES TO WS-Cur-Detalle
                           STRING "CTE " DELIMITED BY SIZE
                               Con-Cliente-ID DELIMITED BY SIZE
                               " CAPTURO " DELIMITED BY SIZE
                               Con-Operador DELIMITED BY SIZE
                               " AUTORIZO " DELIMITED BY SIZE
                               Con-Supervisor DELIMITED BY SIZE
                               INTO WS-Cur-Detalle
                           MOVE SPACES TO WS-Cur-Detalle-2
                           STRING "FECHA-HORA " DELIMITED BY SIZE
                               Con-Fecha-Hora(1:14) DELIMITED BY SIZE
                               INTO WS-Cur-Detalle-2
                           PERFORM 2900-Agrega-Candidato
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCondonaciones.

      *> Solo las notas de credito; la fecha en ceros es la de la
      *> corrida del extracto, que se toma como la de proceso.
       2300-Lee-Notas.
           OPEN INPUT ArchivoFacturas
           IF NOT Poblacion-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoFacturas
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Renglon-Archivo
                           IF Fac-Es-Nota-Credito
                               PERFORM 2310-Toma-Nota
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoFacturas.

       2310-Toma-Nota.
           IF Fac-Fecha-Movimiento IS NUMERIC
              AND Fac-Fecha-Movimiento > ZEROS
               MOVE Fac-Fecha-Movimiento TO WS-Cur-Fecha
           ELSE
               MOVE WS-Fecha-Hoy TO WS-Cur-Fecha
           END-IF
           MOVE Fac-Importe TO WS-Cur-Importe
           MOVE "S" TO WS-Cur-Monetaria
           MOVE SPACES TO WS-Cur-Detalle
           STRING "CTE " DELIMITED BY SIZE
               Fac-Cliente-ID DELIMITED BY SIZE
               " CONCEPTO " DELIMITED BY SIZE
               Fac-Concepto DELIMITED BY SIZE
               " MON " DELIMITED BY SIZE
               Fac-Moneda DELIMITED BY SIZE
               INTO WS-Cur-Detalle
           MOVE SPACES TO WS-Cur-Detalle-2
           STRING "FECHA MOVIMIENTO " DELIMITED BY SIZE
               WS-Cur-Fecha DELIMITED BY SIZE
               INTO WS-Cur-Detalle-2
           PERFORM 2900-Agrega-Candidato.

       2400-Lee-Castigos.
           OPEN INPUT ArchivoCastigos
           IF NOT Poblacion-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoCastigos NEXT RECORD
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Renglon-Archivo
                           MOVE Cas-Fecha-Castigo TO WS-Cur-Fecha
                           MOVE Cas-Saldo-Castigado TO WS-Cur-Importe
                           MOVE "S" TO WS-Cur-Monetaria
                           MOVE SPACES TO WS-Cur-Detalle
                           STRING "CTE " DELIMITED BY SIZE
                               Cas-Cliente-ID DELIMITED BY SIZE
                               " CASTIGADO " DELIMITED BY SIZE
                               Cas-Fecha-Castigo DELIMITED BY SIZE
                               " POR " DELIMITED BY SIZE
                               Cas-Operador DELIMITED BY SIZE
                               INTO WS-Cur-Detalle
                           MOVE SPACES TO WS-Cur-Detalle-2
                           PERFORM 2900-Agrega-Candidato
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCastigos.

      *> Los valores de cambios.log son texto; la poblacion no tiene
      *> importe y el umbral no aplica.
       2500-Lee-Cambios.
           OPEN INPUT ArchivoCambios
           IF NOT Poblacion-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoCambios
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Renglon-Archivo
                           IF WS-Pob-Filtro(WS-Indice-Pob) = SPACES
                              OR WS-Pob-Filtro(WS-Indice-Pob) =
                                  Cmb-Campo
                               PERFORM 2510-Toma-Cambio
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCambios.

       2510-Toma-Cambio.
           MOVE Cmb-Fecha-Hora(1:8) TO WS-Cur-Fecha
           MOVE ZEROS TO WS-Cur-Importe
           MOVE "N" TO WS-Cur-Monetaria
           MOVE SPACES TO WS-Cur-Detalle
           STRING Cmb-Campo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Cmb-Fecha-Hora(1:14) DELIMITED BY SIZE
               INTO WS-Cur-Detalle
           MOVE SPACES TO WS-Cur-Detalle-2
           STRING "ANT " DELIMITED BY SIZE
               Cmb-Valor-Anterior DELIMITED BY SIZE
               " NVO " DELIMITED BY SIZE
               Cmb-Valor-Nuevo DELIMITED BY SIZE
               INTO WS-Cur-Detalle-2
           PERFORM 2900-Agrega-Candidato.

      *> Altas por fecha de ingreso, con el salario como importe.
       2600-Lee-Altas.
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF NOT Poblacion-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ARCHIVO-EMPLEADOS NEXT RECORD
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Renglon-Archivo
                           MOVE Emp-Fecha-Ingreso TO WS-Cur-Fecha
                           MOVE Emp-Salario TO WS-Cur-Importe
                           MOVE "S" TO WS-Cur-Monetaria
                           MOVE SPACES TO WS-Cur-Detalle
                           STRING "EMP " DELIMITED BY SIZE
                               Emp-ID DELIMITED BY SIZE
                               " INGRESO " DELIMITED BY SIZE
                               Emp-Fecha-Ingreso DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               Emp-Departamento DELIMITED BY SIZE
                               INTO WS-Cur-Detalle
                           MOVE SPACES TO WS-Cur-Detalle-2
                           STRING Cont-Nombre DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               Cont-Primer-Apellido DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               Cont-Segundo-Apellido DELIMITED BY "  "
                               "  EMPRESA " DELIMITED BY SIZE
                               Emp-Empresa DELIMITED BY SIZE
                               INTO WS-Cur-Detalle-2
                           PERFORM 2900-Agrega-Candidato
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-EMPLEADOS.

      *> Partida en el periodo a la tabla, con el siguiente numero
      *> del generador. El numero se saca aunque la tabla este
      *> llena, para que la secuencia no dependa del tamano.
       2900-Agrega-Candidato.
           IF WS-Cur-Fecha IS NOT NUMERIC
              OR WS-Cur-Fecha < WS-Fecha-Desde
              OR WS-Cur-Fecha > WS-Fecha-Hasta
               EXIT PARAGRAPH
           END-IF
           PERFORM 2950-Siguiente-Azar
           IF WS-Cantidad-Candidatos = 5000
               ADD 1 TO WS-Candidatos-Descartados
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Cantidad-Candidatos
           MOVE WS-Cantidad-Candidatos TO WS-Indice-Can
           MOVE WS-Semilla-Pob TO WS-Can-Azar(WS-Indice-Can)
           MOVE SPACE TO WS-Can-Marca(WS-Indice-Can)
           MOVE WS-Renglon-Archivo TO WS-Can-Renglon(WS-Indice-Can)
           MOVE WS-Cur-Importe TO WS-Can-Importe(WS-Indice-Can)
           MOVE WS-Cur-Detalle TO WS-Can-Detalle(WS-Indice-Can)
           MOVE WS-Cur-Detalle-2 TO WS-Can-Detalle-2(WS-Indice-Can)
           IF Cur-Monetaria
              AND WS-Importe-Umbral > ZEROS
              AND (WS-Cur-Importe NOT < WS-Importe-Umbral
                   OR 0 - WS-Cur-Importe NOT < WS-Importe-Umbral)
               SET Can-Obligatoria(WS-Indice-Can) TO TRUE
               ADD 1 TO WS-Cuenta-Obligatorias
           END-IF.

       2950-Siguiente-Azar.
           COMPUTE WS-Producto-Azar = WS-Semilla-Pob * 16807
           COMPUTE WS-Semilla-Pob =
               FUNCTION MOD(WS-Producto-Azar, WS-Modulo-Azar).

      *> Muestra al azar entre las no obligatorias: las del numero
      *> mas bajo, tantas como se pidieron o las que haya.
       3000-Selecciona.
           MOVE "N" TO WS-Sin-Candidatos
           PERFORM WITH TEST BEFORE
                   UNTIL Sin-Candidatos
                      OR WS-Cuenta-Al-Azar =
                         WS-Pob-Tamano(WS-Indice-Pob)
               MOVE ZEROS TO WS-Indice-Menor
               PERFORM VARYING WS-Indice-Can FROM 1 BY 1
                       UNTIL WS-Indice-Can > WS-Cantidad-Candidatos
                   IF Can-Sin-Marca(WS-Indice-Can)
                       IF WS-Indice-Menor = ZEROS
                           MOVE WS-Indice-Can TO WS-Indice-Menor
                       ELSE
                           IF WS-Can-Azar(WS-Indice-Can) <
                                   WS-Can-Azar(WS-Indice-Menor)
                               MOVE WS-Indice-Can TO WS-Indice-Menor
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Indice-Menor = ZEROS
                   SET Sin-Candidatos TO TRUE
               ELSE
                   SET Can-Al-Azar(WS-Indice-Menor) TO TRUE
                   ADD 1 TO WS-Cuenta-Al-Azar
               END-IF
           END-PERFORM.

      *> Las partidas escogidas salen en el orden del archivo.
       4000-Escribe-Poblacion.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Pob-Clave(WS-Indice-Pob) TO WS-Lpo-Clave
           MOVE WS-Linea-Poblacion TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Cantidad-Candidatos TO WS-Lcu-Universo
           MOVE WS-Cuenta-Obligatorias TO WS-Lcu-Obligatorias
           MOVE WS-Pob-Umbral(WS-Indice-Pob) TO WS-Lcu-Umbral
           MOVE WS-Cuenta-Al-Azar TO WS-Lcu-Al-Azar
           MOVE WS-Pob-Tamano(WS-Indice-Pob) TO WS-Lcu-Pedidas
           MOVE WS-Linea-Cuentas TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Pob-Filtro(WS-Indice-Pob) NOT = SPACES
              AND WS-Codigo-Pob = 5
               MOVE SPACES TO Linea-Reporte
               STRING "SOLO EL CAMPO " DELIMITED BY SIZE
                   WS-Pob-Filtro(WS-Indice-Pob) DELIMITED BY SIZE
                   INTO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF
           IF WS-Candidatos-Descartados > ZEROS
               MOVE SPACES TO Linea-Reporte
               STRING "NO CUPIERON EN LA TABLA: " DELIMITED BY SIZE
                   WS-Candidatos-Descartados DELIMITED BY SIZE
                   " PARTIDAS DEL PERIODO" DELIMITED BY SIZE
                   INTO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF
           MOVE ALL "-" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Can FROM 1 BY 1
                   UNTIL WS-Indice-Can > WS-Cantidad-Candidatos
               IF NOT Can-Sin-Marca(WS-Indice-Can)
                   PERFORM 4100-Escribe-Partida
               END-IF
           END-PERFORM
           IF WS-Cuenta-Obligatorias + WS-Cuenta-Al-Azar = ZEROS
               MOVE "SIN PARTIDAS EN EL PERIODO" TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

       4100-Escribe-Partida.
           MOVE WS-Can-Renglon(WS-Indice-Can) TO WS-Lpa-Renglon
           IF Can-Obligatoria(WS-Indice-Can)
               MOVE "OBLIG" TO WS-Lpa-Marca
           ELSE
               MOVE "AZAR" TO WS-Lpa-Marca
           END-IF
           MOVE WS-Can-Importe(WS-Indice-Can) TO WS-Lpa-Importe
           MOVE WS-Can-Detalle(WS-Indice-Can) TO WS-Lpa-Detalle
           MOVE WS-Linea-Partida TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Can-Detalle-2(WS-Indice-Can) NOT = SPACES
               MOVE WS-Can-Detalle-2(WS-Indice-Can) TO WS-Lco-Detalle
               MOVE WS-Linea-Continuacion TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM MuestreoAuditoria.
