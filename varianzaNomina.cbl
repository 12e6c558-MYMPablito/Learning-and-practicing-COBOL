      *> codigo de retorno 8 para que la cadena nocturna detenga la
      *> dispersion hasta que un supervisor revise el reporte, y un
      *> salario mal tecleado ya no se pague por falta de quien
      *> compare. El grupo de pago y la empresa de la corrida salen
      *> de grupo_pago.dat, igual que en ReciboNomina; una generacion
      *> extraordinaria no se compara contra la quincena: si la
      *> vigente es NOMEXTRA se comparan las dos ultimas ordinarias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Umbral.

      *> Grupo de pago (quincenal o semanal) que dejo la corrida de
      *> EmpleadosNomina; sin el archivo se asume la quincena.
               SELECT OPTIONAL ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

               SELECT ArchivoReporte
               ASSIGN TO "varianza_nomina.rpt"
               ORGANIZATION IS SEQUENTIAL
       01  Registro-Umbral.
           05 Umb-Porcentaje          PIC 9(3).

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
           05 Grp-Empresa             PIC X(2).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).
       01 WS-Estado-Umbral PIC XX VALUE SPACES.
           88 Umbral-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.

       01 WS-Fin-Actual PIC X VALUE "N".
           88 Fin-Actual VALUE "S".
           88 Fin-Anterior VALUE "S".

      *> Nombres de las dos generaciones a comparar, resueltos por
      *> ControlaGeneraciones en modos "C" y "A", o en modo "S"
      *> cuando la vigente es extraordinaria.
       01 WS-Base-Generacion PIC X(20) VALUE "nomina".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Generacion-Actual PIC X(40) VALUE SPACES.
       01 WS-Generacion-Anterior PIC X(40) VALUE SPACES.
       01 WS-Generacion-Recorrida PIC X(40) VALUE SPACES.
       01 WS-Generacion-Extra PIC X VALUE "N".
           88 Generacion-Extra VALUE "S".
           COPY CTLREG.

      *> Grupo de pago y empresa de la corrida.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Semanal VALUE "S".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.

      *> Porcentaje de movimiento del neto a partir del cual el
      *> empleado sale al reporte.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Hal-Nota PIC X(12).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "VarianzaNomina" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 0050-Lee-Grupo-Pago
           MOVE "C" TO WS-Modo-Generacion
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Generacion-Actual
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Generacion-Actual TO WS-Generacion-Recorrida
           PERFORM 0100-Revisa-Generacion
           IF Generacion-Extra
               DISPLAY "La generacion vigente " WS-Generacion-Actual
               DISPLAY "es extraordinaria; se comparan las dos "
                   "ultimas ordinarias."
               PERFORM 0200-Busca-Ordinarias
           END-IF
           IF WS-Generacion-Actual = SPACES
               DISPLAY "No hay generacion ordinaria registrada; "
                   "control de varianza omitido."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Generacion-Anterior = SPACES
      *> Primera quincena con generaciones: no hay contra que
      *> comparar, y detener la dispersion por eso seria un falso
           OPEN OUTPUT ArchivoReporte
           MOVE "VARIANZA DE NOMINA ENTRE QUINCENAS"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           MOVE WS-Empresa-Corrida TO Enc-Empresa
           PERFORM EncabezaPagina
           PERFORM WITH TEST BEFORE UNTIL Fin-Actual
               READ ArchivoNominaActual
           END-IF
           STOP RUN.

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
               MOVE "nomina_semanal" TO WS-Base-Generacion
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
           END-IF.

      *> Lee la cabecera de control de la generacion en
      *> WS-Generacion-Recorrida para saber si es extraordinaria.
       0100-Revisa-Generacion.
           MOVE "N" TO WS-Generacion-Extra
           MOVE WS-Generacion-Actual TO WS-Nombre-Con-Sufijo
           MOVE WS-Generacion-Recorrida TO WS-Generacion-Actual
           OPEN INPUT ArchivoNominaActual
           IF Actual-No-Existe
               CONTINUE
           ELSE
               READ ArchivoNominaActual
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Registro-Nomina(1:6) = "000000"
                           MOVE Registro-Nomina TO Registro-Control
                           IF Ctl-Id-Archivo = "NOMEXTRA"
                               SET Generacion-Extra TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE ArchivoNominaActual
           MOVE WS-Nombre-Con-Sufijo TO WS-Generacion-Actual.

      *> Recorre las generaciones vivas de la mas vieja a la mas
      *> nueva y se queda con las dos ultimas ordinarias.
       0200-Busca-Ordinarias.
           MOVE SPACES TO WS-Generacion-Actual
           MOVE SPACES TO WS-Generacion-Anterior
           MOVE "S" TO WS-Modo-Generacion
           MOVE SPACES TO WS-Generacion-Recorrida
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Generacion-Recorrida
           PERFORM UNTIL WS-Generacion-Recorrida = SPACES
               PERFORM 0100-Revisa-Generacion
               IF NOT Generacion-Extra
                   MOVE WS-Generacion-Actual
                       TO WS-Generacion-Anterior
                   MOVE WS-Generacion-Recorrida
                       TO WS-Generacion-Actual
               END-IF
               CALL "ControlaGeneraciones" USING WS-Base-Generacion
                   WS-Modo-Generacion WS-Generacion-Recorrida
           END-PERFORM.

       1000-Carga-Umbral.
           OPEN INPUT ArchivoUmbral
           IF Umbral-No-Existe
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM VarianzaNomina.
