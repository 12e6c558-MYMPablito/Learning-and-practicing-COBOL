       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoriaSalarial.

      *> Consulta de la historia salarial de un empleado: recorre
      *> salario_historia.dat desde la llave del empleado pedido y
      *> lista en orden de fecha de efecto cada movimiento (alta,
      *> reingreso, aumento, promocion, transferencia) con el salario
      *> anterior, el nuevo, el departamento y el programa que lo
      *> registro. Si el operador da una fecha de consulta, el
      *> reporte cierra con el salario que estaba vigente ese dia,
      *> que es la pregunta de un finiquito, una auditoria o un
      *> juicio laboral.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-SALARIOS
               ASSIGN TO "salario_historia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sal-Llave
               FILE STATUS IS WS-Estado-Salarios.

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
               ASSIGN TO "salario_historia.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALARIOS
           LABEL RECORD IS STANDARD.
           COPY SALHIST.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Salarios PIC XX VALUE SPACES.
           88 Salarios-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Salarios PIC X VALUE "N".
           88 Fin-Salarios VALUE "S".

      *> Empleado pedido y fecha de consulta opcional (ceros = sin
      *> fecha, solo la linea de tiempo).
       01 WS-ID-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Fecha-Consulta PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".

      *> Salario vigente a la fecha de consulta: el del ultimo
      *> movimiento con fecha de efecto no posterior a ella.
       01 WS-Salario-Vigente PIC 9(7)V99 VALUE ZEROS.
       01 WS-Fecha-Vigente PIC 9(8) VALUE ZEROS.
       01 WS-Hay-Vigente PIC X VALUE "N".
           88 Hay-Vigente VALUE "S".

       01 WS-Total-Movimientos PIC 9(4) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Empleado.
           05 FILLER PIC X(10) VALUE "EMPLEADO: ".
           05 WS-Emp-ID-Edit PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Emp-Nombre PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Emp-Apellido PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Emp-Marca PIC X(4).

       01 WS-Linea-Titulos.
           05 FILLER PIC X(9) VALUE "EFECTO".
           05 FILLER PIC X(14) VALUE "MOTIVO".
           05 FILLER PIC X(12) VALUE "    ANTERIOR".
           05 FILLER PIC X(12) VALUE "       NUEVO".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(16) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(16) VALUE "PROGRAMA".

       01 WS-Linea-Detalle.
           05 WS-Det-Fecha PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Motivo PIC X(13).
           05 WS-Det-Anterior PIC Z(8)9,99.
           05 WS-Det-Nuevo PIC Z(8)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Depto PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Programa PIC X(15).

       01 WS-Linea-Vigente.
           05 FILLER PIC X(19) VALUE "SALARIO VIGENTE AL ".
           05 WS-Vig-Consulta PIC 9(8).
           05 FILLER PIC X(4) VALUE " .. ".
           05 WS-Vig-Salario PIC Z(8)9,99.
           05 FILLER PIC X(10) VALUE " (DESDE EL".
           05 FILLER PIC X VALUE SPACE.
           05 WS-Vig-Desde PIC 9(8).
           05 FILLER PIC X VALUE ")".

       01 WS-Linea-Sin-Vigente.
           05 FILLER PIC X(19) VALUE "SALARIO VIGENTE AL ".
           05 WS-Sin-Consulta PIC 9(8).
           05 FILLER PIC X(30) VALUE
               " .. SIN MOVIMIENTO PREVIO".

       PROCEDURE DIVISION.
       0000-Mainline.
           DISPLAY "Numero de empleado a consultar: "
           ACCEPT WS-ID-Buscado
           PERFORM 1000-Captura-Fecha
           OPEN INPUT ARCHIVO-SALARIOS
           IF Salarios-No-Existe
               DISPLAY "No existe la historia salarial todavia."
               CLOSE ARCHIVO-SALARIOS
      *> Codigo de retorno 4: sin historia no hay nada que consultar,
      *> pero tampoco es una falla.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ArchivoReporte
           MOVE "HISTORIA SALARIAL DEL EMPLEADO"
               TO Enc-Titulo-Reporte
           MOVE FUNCTION CURRENT-DATE(1:8) TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           PERFORM 1100-Escribe-Empleado
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-ID-Buscado TO Sal-Emp-ID
           MOVE ZEROS TO Sal-Fecha-Efecto
           MOVE ZEROS TO Sal-Secuencia
           START ARCHIVO-SALARIOS KEY IS NOT LESS THAN Sal-Llave
               INVALID KEY
                   SET Fin-Salarios TO TRUE
           END-START
           PERFORM WITH TEST BEFORE UNTIL Fin-Salarios
               READ ARCHIVO-SALARIOS NEXT RECORD
                   AT END
                       SET Fin-Salarios TO TRUE
                   NOT AT END
                       IF Sal-Emp-ID NOT = WS-ID-Buscado
                           SET Fin-Salarios TO TRUE
                       ELSE
                           PERFORM 2000-Reporta-Movimiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SALARIOS
           PERFORM 3000-Escribe-Vigente
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> La fecha de consulta se vuelve a pedir mientras ValidaFecha
      *> no la acepte; ceros la omiten.
       1000-Captura-Fecha.
           DISPLAY "Salario vigente a la fecha (AAAAMMDD, "
               "0 = solo la historia): "
           ACCEPT WS-Fecha-Consulta
           IF WS-Fecha-Consulta NOT = ZEROS
               CALL "ValidaFecha" USING WS-Fecha-Consulta
                   WS-Fecha-Valida
               IF NOT Fecha-Valida
                   DISPLAY "Fecha invalida."
                   PERFORM 1000-Captura-Fecha
               END-IF
           END-IF.

       1100-Escribe-Empleado.
           MOVE WS-ID-Buscado TO WS-Emp-ID-Edit
           MOVE SPACES TO WS-Emp-Marca
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               MOVE "(SIN PADRON)" TO WS-Emp-Nombre
               MOVE SPACES TO WS-Emp-Apellido
           ELSE
               MOVE WS-ID-Buscado TO Emp-ID
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       MOVE "(NO ESTA EN" TO WS-Emp-Nombre
                       MOVE "PADRON)" TO WS-Emp-Apellido
                   NOT INVALID KEY
                       MOVE Cont-Nombre TO WS-Emp-Nombre
                       MOVE Cont-Primer-Apellido TO WS-Emp-Apellido
                       IF Emp-Terminado
                           MOVE "BAJA" TO WS-Emp-Marca
                       END-IF
               END-READ
           END-IF
           CLOSE ARCHIVO-EMPLEADOS
           MOVE WS-Linea-Empleado TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       2000-Reporta-Movimiento.
           ADD 1 TO WS-Total-Movimientos
           MOVE Sal-Fecha-Efecto TO WS-Det-Fecha
           MOVE Sal-Motivo TO WS-Det-Motivo
           MOVE Sal-Salario-Anterior TO WS-Det-Anterior
           MOVE Sal-Salario-Nuevo TO WS-Det-Nuevo
           MOVE Sal-Departamento TO WS-Det-Depto
           MOVE Sal-Programa TO WS-Det-Programa
           MOVE WS-Linea-Detalle TO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Fecha-Consulta NOT = ZEROS
              AND Sal-Fecha-Efecto NOT > WS-Fecha-Consulta
               MOVE Sal-Salario-Nuevo TO WS-Salario-Vigente
               MOVE Sal-Fecha-Efecto TO WS-Fecha-Vigente
               SET Hay-Vigente TO TRUE
           END-IF.

       3000-Escribe-Vigente.
           IF WS-Fecha-Consulta NOT = ZEROS
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               IF Hay-Vigente
                   MOVE WS-Fecha-Consulta TO WS-Vig-Consulta
                   MOVE WS-Salario-Vigente TO WS-Vig-Salario
                   MOVE WS-Fecha-Vigente TO WS-Vig-Desde
                   MOVE WS-Linea-Vigente TO Linea-Reporte
               ELSE
                   MOVE WS-Fecha-Consulta TO WS-Sin-Consulta
                   MOVE WS-Linea-Sin-Vigente TO Linea-Reporte
               END-IF
               PERFORM EscribeLineaReporte
           END-IF.

       9000-Muestra-Resumen.
           DISPLAY "== Historia salarial ==".
           DISPLAY "Empleado: " WS-ID-Buscado.
           DISPLAY "Movimientos: " WS-Total-Movimientos.
           IF WS-Fecha-Consulta NOT = ZEROS
               IF Hay-Vigente
                   DISPLAY "Salario vigente al " WS-Fecha-Consulta
                       ": " WS-Salario-Vigente
               ELSE
                   DISPLAY "Sin movimiento previo al "
                       WS-Fecha-Consulta "."
               END-IF
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

       END PROGRAM HistoriaSalarial.
