       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdeudosNominaReporte.

      *> Reporte de adeudos de deducciones de nomina: recorre el
      *> maestro adeudos_nomina.dat que EmpleadosNomina mantiene y
      *> lista por empleado el adeudo con el que entro a su ultima
      *> quincena, lo que esa quincena le cobro, lo que paso a
      *> adeudo y el saldo que queda, separando la parte de pension
      *> alimenticia. El nombre y la marca de baja salen del maestro
      *> de empleados por lectura directa, para que nomina vea a
      *> quien se le esta quedando a deber antes de que se entere
      *> por el banco, y a los dados de baja con adeudo para el
      *> finiquito.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-ADEUDOS
               ASSIGN TO "adeudos_nomina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Ade-Emp-ID
               FILE STATUS IS WS-Estado-Adeudos.

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
               ASSIGN TO "adeudos_nomina.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ADEUDOS
           LABEL RECORD IS STANDARD.
           COPY ADEUDNOM.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Adeudos PIC XX VALUE SPACES.
           88 Adeudos-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Adeudos PIC X VALUE "N".
           88 Fin-Adeudos VALUE "S".

       01 WS-Saldo-Inicial PIC 9(7)V99 VALUE ZEROS.
       01 WS-Saldo-Final PIC 9(7)V99 VALUE ZEROS.

       01 WS-Total-Renglones PIC 9(6) VALUE ZEROS.
       01 WS-Total-Con-Saldo PIC 9(6) VALUE ZEROS.
       01 WS-Total-Bajas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Inicial PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Cobrado PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Generado PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Saldo PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Pension PIC 9(9)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Titulos.
           05 FILLER PIC X(7) VALUE "EMPL.".
           05 FILLER PIC X(17) VALUE "NOMBRE".
           05 FILLER PIC X(7) VALUE "PERIODO".
           05 FILLER PIC X(12) VALUE "   ENTRO CON".
           05 FILLER PIC X(12) VALUE "     COBRADO".
           05 FILLER PIC X(12) VALUE "   A ADEUDO".
           05 FILLER PIC X(12) VALUE "       SALDO".
           05 FILLER PIC X(1) VALUE SPACES.

       01 WS-Linea-Detalle.
           05 WS-Det-Emp-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Nombre PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Periodo PIC X(6).
           05 WS-Det-Inicial PIC Z(7)9,99.
           05 WS-Det-Cobrado PIC Z(7)9,99.
           05 WS-Det-Generado PIC Z(7)9,99.
           05 WS-Det-Saldo PIC Z(7)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Marca PIC X(4).

       01 WS-Linea-Pension.
           05 FILLER PIC X(31) VALUE
               "        DEL SALDO, PENSION ....".
           05 FILLER PIC X(24) VALUE SPACES.
           05 WS-Pen-Saldo PIC Z(7)9,99.

       01 WS-Linea-Total.
           05 FILLER PIC X(30) VALUE "TOTALES".
           05 WS-Tot-Inicial PIC Z(8)9,99.
           05 WS-Tot-Cobrado PIC Z(8)9,99.
           05 WS-Tot-Generado PIC Z(8)9,99.
           05 WS-Tot-Saldo PIC Z(8)9,99.

       01 WS-Linea-Conteos.
           05 FILLER PIC X(26) VALUE "EMPLEADOS CON SALDO ......".
           05 WS-Cnt-Con-Saldo PIC ZZZZZ9.
           05 FILLER PIC X(22) VALUE "   DADOS DE BAJA .....".
           05 WS-Cnt-Bajas PIC ZZZZZ9.

       01 WS-Linea-Total-Pension.
           05 FILLER PIC X(36) VALUE
               "SALDO DE PENSION POR DISPERSAR ....".
           05 WS-Tot-Pension PIC Z(8)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "AdeudosNominaReporte" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-ADEUDOS
           IF Adeudos-No-Existe
               DISPLAY "No existe el maestro de adeudos de nomina; "
                   "ninguna quincena ha dejado adeudos."
               CLOSE ARCHIVO-ADEUDOS
      *> Codigo de retorno 4: sin maestro no hay nada que reportar,
      *> pero tampoco es una falla.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-EMPLEADOS
           OPEN OUTPUT ArchivoReporte
           MOVE "ADEUDOS DE DEDUCCIONES DE NOMINA"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM WITH TEST BEFORE UNTIL Fin-Adeudos
               READ ARCHIVO-ADEUDOS
                   AT END
                       SET Fin-Adeudos TO TRUE
                   NOT AT END
                       PERFORM 2000-Reporta-Adeudo
               END-READ
           END-PERFORM
           PERFORM 3000-Escribe-Totales
           CLOSE ARCHIVO-ADEUDOS
           CLOSE ARCHIVO-EMPLEADOS
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Un renglon por empleado que tuvo movimiento de adeudo en su
      *> ultima quincena o que sigue con saldo; los que ya quedaron
      *> en ceros sin movimiento no ocupan el reporte.
       2000-Reporta-Adeudo.
           COMPUTE WS-Saldo-Inicial =
               Ade-Pension-Inicial + Ade-Otros-Inicial
           COMPUTE WS-Saldo-Final =
               Ade-Pension-Saldo + Ade-Otros-Saldo
           IF WS-Saldo-Final = ZEROS
              AND Ade-Cobrado-Ult = ZEROS
              AND Ade-Generado-Ult = ZEROS
               CONTINUE
           ELSE
               PERFORM 2100-Escribe-Detalle
           END-IF.

       2100-Escribe-Detalle.
           MOVE Ade-Emp-ID TO WS-Det-Emp-ID
           MOVE SPACES TO WS-Det-Marca
           MOVE Ade-Emp-ID TO Emp-ID
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   MOVE "(NO ESTA EN PADRON)" TO WS-Det-Nombre
               NOT INVALID KEY
                   MOVE Cont-Primer-Apellido TO WS-Det-Nombre
                   IF Emp-Terminado
                       MOVE "BAJA" TO WS-Det-Marca
                       ADD 1 TO WS-Total-Bajas
                   END-IF
           END-READ
           MOVE Ade-Periodo-Ult TO WS-Det-Periodo
           MOVE WS-Saldo-Inicial TO WS-Det-Inicial
           MOVE Ade-Cobrado-Ult TO WS-Det-Cobrado
           MOVE Ade-Generado-Ult TO WS-Det-Generado
           MOVE WS-Saldo-Final TO WS-Det-Saldo
           MOVE WS-Linea-Detalle TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF Ade-Pension-Saldo > ZEROS
               MOVE Ade-Pension-Saldo TO WS-Pen-Saldo
               MOVE WS-Linea-Pension TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF
           ADD 1 TO WS-Total-Renglones
           IF WS-Saldo-Final > ZEROS
               ADD 1 TO WS-Total-Con-Saldo
           END-IF
           ADD WS-Saldo-Inicial TO WS-Total-Inicial
           ADD Ade-Cobrado-Ult TO WS-Total-Cobrado
           ADD Ade-Generado-Ult TO WS-Total-Generado
           ADD WS-Saldo-Final TO WS-Total-Saldo
           ADD Ade-Pension-Saldo TO WS-Total-Pension.

       3000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Inicial TO WS-Tot-Inicial
           MOVE WS-Total-Cobrado TO WS-Tot-Cobrado
           MOVE WS-Total-Generado TO WS-Tot-Generado
           MOVE WS-Total-Saldo TO WS-Tot-Saldo
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Pension TO WS-Tot-Pension
           MOVE WS-Linea-Total-Pension TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Con-Saldo TO WS-Cnt-Con-Saldo
           MOVE WS-Total-Bajas TO WS-Cnt-Bajas
           MOVE WS-Linea-Conteos TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Adeudos de nomina ==".
           DISPLAY "Empleados en el reporte: " WS-Total-Renglones.
           DISPLAY "Empleados con saldo: " WS-Total-Con-Saldo.
           DISPLAY "Saldo total por cobrar: " WS-Total-Saldo.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM AdeudosNominaReporte.
