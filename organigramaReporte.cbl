       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrganigramaReporte.

      *> Organigrama por departamento: recorre el maestro de
      *> empleados en orden de departamento y, dentro de cada uno,
      *> imprime a los activos en arbol segun su jefe inmediato
      *> (Emp-Supervisor-ID), cada nivel sangrado bajo su jefe. La
      *> cabeza de cada arbol es quien no tiene jefe o reporta a
      *> alguien fuera del departamento (o ya dado de baja); en ese
      *> caso el renglon dice a quien reporta. Si una cadena vieja
      *> trae un ciclo que nadie encabeza, sus empleados salen al
      *> final del departamento marcados, para corregirlos en el
      *> mantenimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT ArchivoReporte
               ASSIGN TO "organigrama.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Empleados PIC X VALUE "N".
           88 Fin-Empleados VALUE "S".

      *> Activos cargados en el orden de la llave de departamento,
      *> asi cada departamento queda en renglones contiguos.
       01 WS-Cantidad-Org PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Org.
           05 WS-Org OCCURS 1000 TIMES.
               10 WS-Org-ID           PIC 9(6).
               10 WS-Org-Nombre       PIC X(15).
               10 WS-Org-Apellido     PIC X(30).
               10 WS-Org-Depto        PIC X(15).
               10 WS-Org-Jefe         PIC 9(6).
               10 WS-Org-Impreso      PIC X.
       01 WS-Indice PIC 9(4) VALUE ZEROS.
       01 WS-Indice-Otro PIC 9(4) VALUE ZEROS.
       01 WS-Depto-Inicio PIC 9(4) VALUE ZEROS.
       01 WS-Depto-Fin PIC 9(4) VALUE ZEROS.
       01 WS-Jefe-En-Depto PIC X VALUE "N".
           88 Jefe-En-Depto VALUE "S".

      *> Pila del recorrido en profundidad: cada empleado entra una
      *> sola vez (como cabeza o bajo su jefe), asi que la pila no
      *> pasa del tamano de la tabla.
       01 WS-Tope-Pila PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Pila.
           05 WS-Pila OCCURS 1000 TIMES.
               10 WS-Pil-Indice       PIC 9(4).
               10 WS-Pil-Nivel        PIC 9(3).
       01 WS-Nodo-Actual PIC 9(4) VALUE ZEROS.
       01 WS-Nivel-Actual PIC 9(3) VALUE ZEROS.
       01 WS-Columna PIC 9(2) VALUE ZEROS.

      *> Sangria de dos posiciones por nivel, hasta el nivel 6; los
      *> niveles mas hondos se imprimen a la misma sangria con su
      *> numero de nivel a la vista.
       01 WS-Nivel-Maximo-Sangria PIC 9(3) VALUE 6.

       01 WS-Total-Deptos PIC 9(4) VALUE ZEROS.
       01 WS-Total-Cabezas PIC 9(4) VALUE ZEROS.
       01 WS-Total-Ciclo PIC 9(4) VALUE ZEROS.
       01 WS-Omitidos PIC 9(4) VALUE ZEROS.
       01 WS-Empleados-Depto PIC 9(4) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Depto.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-Dep-Nombre PIC X(15).
           05 FILLER PIC X(3) VALUE " (".
           05 WS-Dep-Empleados PIC ZZZ9.
           05 FILLER PIC X(11) VALUE " EMPLEADOS)".

       01 WS-Linea-Nodo.
           05 WS-Nod-Nivel PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Nod-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Nod-Nombre PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Nod-Apellido PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Nod-Nota PIC X(21).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "OrganigramaReporte" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               CLOSE ARCHIVO-EMPLEADOS
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada, para que un job stream que lo encadene
      *> sepa que este paso fallo.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-Carga-Activos
               CLOSE ARCHIVO-EMPLEADOS
               OPEN OUTPUT ArchivoReporte
               MOVE "ORGANIGRAMA POR DEPARTAMENTO"
                   TO Enc-Titulo-Reporte
               MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
               PERFORM EncabezaPagina
               MOVE 1 TO WS-Depto-Inicio
               PERFORM WITH TEST BEFORE
                       UNTIL WS-Depto-Inicio > WS-Cantidad-Org
                   PERFORM 2000-Reporta-Depto
                   COMPUTE WS-Depto-Inicio = WS-Depto-Fin + 1
               END-PERFORM
               CLOSE ArchivoReporte
               PERFORM 9000-Muestra-Resumen
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-Carga-Activos.
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
                       IF NOT Emp-Terminado
                           PERFORM 1100-Guarda-Activo
                       END-IF
               END-READ
           END-PERFORM.

       1100-Guarda-Activo.
           IF WS-Cantidad-Org = 1000
               ADD 1 TO WS-Omitidos
           ELSE
               ADD 1 TO WS-Cantidad-Org
               MOVE Emp-ID TO WS-Org-ID(WS-Cantidad-Org)
               MOVE Cont-Nombre TO WS-Org-Nombre(WS-Cantidad-Org)
               MOVE Cont-Primer-Apellido
                   TO WS-Org-Apellido(WS-Cantidad-Org)
               MOVE Emp-Departamento TO WS-Org-Depto(WS-Cantidad-Org)
               IF Emp-Supervisor-ID IS NUMERIC
                   MOVE Emp-Supervisor-ID
                       TO WS-Org-Jefe(WS-Cantidad-Org)
               ELSE
                   MOVE ZEROS TO WS-Org-Jefe(WS-Cantidad-Org)
               END-IF
               MOVE "N" TO WS-Org-Impreso(WS-Cantidad-Org)
           END-IF.

      *> Un departamento: ubica su ultimo renglon, mete a la pila a
      *> las cabezas (de la ultima a la primera, para que salgan en
      *> orden) y la vacia imprimiendo cada empleado y metiendo a su
      *> gente directa un nivel abajo.
       2000-Reporta-Depto.
           MOVE WS-Depto-Inicio TO WS-Depto-Fin
           PERFORM WITH TEST BEFORE
                   UNTIL WS-Depto-Fin = WS-Cantidad-Org
                      OR WS-Org-Depto(WS-Depto-Fin + 1) NOT =
                         WS-Org-Depto(WS-Depto-Inicio)
               ADD 1 TO WS-Depto-Fin
           END-PERFORM
           ADD 1 TO WS-Total-Deptos
           COMPUTE WS-Empleados-Depto =
               WS-Depto-Fin - WS-Depto-Inicio + 1
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Org-Depto(WS-Depto-Inicio) TO WS-Dep-Nombre
           MOVE WS-Empleados-Depto TO WS-Dep-Empleados
           MOVE WS-Linea-Depto TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE ZEROS TO WS-Tope-Pila
           PERFORM VARYING WS-Indice FROM WS-Depto-Fin BY -1
                   UNTIL WS-Indice < WS-Depto-Inicio
               PERFORM 2100-Busca-Jefe-En-Depto
               IF NOT Jefe-En-Depto
                   ADD 1 TO WS-Total-Cabezas
                   ADD 1 TO WS-Tope-Pila
                   MOVE WS-Indice TO WS-Pil-Indice(WS-Tope-Pila)
                   MOVE ZEROS TO WS-Pil-Nivel(WS-Tope-Pila)
               END-IF
           END-PERFORM
           PERFORM WITH TEST BEFORE UNTIL WS-Tope-Pila = ZEROS
               MOVE WS-Pil-Indice(WS-Tope-Pila) TO WS-Nodo-Actual
               MOVE WS-Pil-Nivel(WS-Tope-Pila) TO WS-Nivel-Actual
               SUBTRACT 1 FROM WS-Tope-Pila
               IF WS-Org-Impreso(WS-Nodo-Actual) = "N"
                   PERFORM 3000-Imprime-Nodo
                   PERFORM 2200-Apila-Subordinados
               END-IF
           END-PERFORM
           PERFORM 2300-Reporta-Ciclos.

      *> Jefe dentro del mismo departamento y activo: el renglon
      *> cuelga de el. Sin jefe, o con uno fuera de la tabla del
      *> departamento, el renglon encabeza su propio arbol.
       2100-Busca-Jefe-En-Depto.
           MOVE "N" TO WS-Jefe-En-Depto
           IF WS-Org-Jefe(WS-Indice) NOT = ZEROS
               PERFORM VARYING WS-Indice-Otro FROM WS-Depto-Inicio
                       BY 1
                       UNTIL WS-Indice-Otro > WS-Depto-Fin
                          OR Jefe-En-Depto
                   IF WS-Org-ID(WS-Indice-Otro) =
                      WS-Org-Jefe(WS-Indice)
                       SET Jefe-En-Depto TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2200-Apila-Subordinados.
           PERFORM VARYING WS-Indice-Otro FROM WS-Depto-Fin BY -1
                   UNTIL WS-Indice-Otro < WS-Depto-Inicio
               IF WS-Org-Jefe(WS-Indice-Otro) =
                  WS-Org-ID(WS-Nodo-Actual)
                  AND WS-Org-Impreso(WS-Indice-Otro) = "N"
                   ADD 1 TO WS-Tope-Pila
                   MOVE WS-Indice-Otro TO WS-Pil-Indice(WS-Tope-Pila)
                   COMPUTE WS-Pil-Nivel(WS-Tope-Pila) =
                       WS-Nivel-Actual + 1
               END-IF
           END-PERFORM.

      *> Lo que quedo sin imprimir solo puede colgar de un ciclo.
       2300-Reporta-Ciclos.
           PERFORM VARYING WS-Indice FROM WS-Depto-Inicio BY 1
                   UNTIL WS-Indice > WS-Depto-Fin
               IF WS-Org-Impreso(WS-Indice) = "N"
                   ADD 1 TO WS-Total-Ciclo
                   MOVE WS-Indice TO WS-Nodo-Actual
                   MOVE ZEROS TO WS-Nivel-Actual
                   PERFORM 3000-Imprime-Nodo
               END-IF
           END-PERFORM.

       3000-Imprime-Nodo.
           MOVE "S" TO WS-Org-Impreso(WS-Nodo-Actual)
           MOVE WS-Nivel-Actual TO WS-Nod-Nivel
           MOVE WS-Org-ID(WS-Nodo-Actual) TO WS-Nod-ID
           MOVE WS-Org-Nombre(WS-Nodo-Actual) TO WS-Nod-Nombre
           MOVE WS-Org-Apellido(WS-Nodo-Actual) TO WS-Nod-Apellido
           MOVE SPACES TO WS-Nod-Nota
           IF WS-Nivel-Actual = ZEROS
              AND WS-Org-Jefe(WS-Nodo-Actual) NOT = ZEROS
               MOVE WS-Nodo-Actual TO WS-Indice
               PERFORM 2100-Busca-Jefe-En-Depto
               IF Jefe-En-Depto
                   MOVE "CICLO EN SU CADENA" TO WS-Nod-Nota
               ELSE
                   STRING "REPORTA A " DELIMITED BY SIZE
                       WS-Org-Jefe(WS-Nodo-Actual) DELIMITED BY SIZE
                       INTO WS-Nod-Nota
               END-IF
           END-IF
           IF WS-Nivel-Actual > WS-Nivel-Maximo-Sangria
               COMPUTE WS-Columna = WS-Nivel-Maximo-Sangria * 2 + 1
           ELSE
               COMPUTE WS-Columna = WS-Nivel-Actual * 2 + 1
           END-IF
           MOVE SPACES TO Linea-Reporte
           MOVE WS-Linea-Nodo TO Linea-Reporte(WS-Columna:)
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Organigrama ==".
           DISPLAY "Empleados activos: " WS-Cantidad-Org.
           DISPLAY "Departamentos: " WS-Total-Deptos.
           DISPLAY "Cabezas de arbol: " WS-Total-Cabezas.
           IF WS-Total-Ciclo > ZEROS
               DISPLAY "AVISO: " WS-Total-Ciclo " empleados en "
                   "cadenas con ciclo; corrija su jefe inmediato."
           END-IF.
           IF WS-Omitidos > ZEROS
               DISPLAY "AVISO: " WS-Omitidos " empleados no "
                   "cupieron en la tabla del reporte."
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM OrganigramaReporte.
