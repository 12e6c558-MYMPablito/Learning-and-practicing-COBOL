       IDENTIFICATION DIVISION.
       PROGRAM-ID. VigilaContratos.

      *> Vigilancia diaria de contratos de empleados: recorre
      *> empleados.dat y, por cada activo con contrato por tiempo
      *> determinado o de prueba, deja una alerta en alertas.log si
      *> el contrato termina dentro de los proximos 15 dias, o si ya
      *> termino y nadie capturo la renovacion (la nomina ya no le
      *> paga). El contador de la alerta lleva los dias que faltan,
      *> para que RRHH renueve o de de baja antes de que la persona
      *> siga trabajando con el contrato vencido.

       ENVIRONMENT DIVISION.
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

               SELECT OPTIONAL ArchivoAlertas
               ASSIGN TO "alertas.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Alertas.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoAlertas
           LABEL RECORD IS STANDARD.
           COPY ALERTLOG.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Alertas PIC XX VALUE SPACES.

       01 WS-Fin-Empleados PIC X VALUE "N".
           88 Fin-Empleados VALUE "S".

      *> Ventana de aviso, en dias naturales.
       01 WS-Dias-Aviso PIC 9(3) VALUE 15.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Dia-Hoy PIC 9(7) VALUE ZEROS.
       01 WS-Dia-Fin PIC 9(7) VALUE ZEROS.
       01 WS-Fecha-Fin-Num PIC 9(8) VALUE ZEROS.
       01 WS-Dias-Restantes PIC 9(4) VALUE ZEROS.

       01 WS-Alerta-Programa PIC X(20) VALUE "VigilaContratos".
       01 WS-Alerta-Parrafo PIC X(30) VALUE "2000-Revisa-Contrato".

       01 WS-Total-Revisados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Por-Vencer PIC 9(6) VALUE ZEROS.
       01 WS-Total-Vencidos PIC 9(6) VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "VigilaContratos" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               CLOSE ARCHIVO-EMPLEADOS
      *> Codigo de retorno 4: sin empleados no hay nada que vigilar,
      *> pero la cadena puede seguir; el job stream decide.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               COMPUTE WS-Dia-Hoy =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
               PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
                   READ ARCHIVO-EMPLEADOS
                       AT END
                           SET Fin-Empleados TO TRUE
                       NOT AT END
                           IF NOT Emp-Terminado
                              AND Emp-Contrato-Con-Vencimiento
                              AND Emp-Fin-Contrato IS NUMERIC
                              AND Emp-Fin-Contrato NOT = ZEROS
                               PERFORM 2000-Revisa-Contrato
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-EMPLEADOS
               PERFORM 9000-Muestra-Resumen
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       2000-Revisa-Contrato.
           ADD 1 TO WS-Total-Revisados
           MOVE Emp-Fin-Contrato TO WS-Fecha-Fin-Num
           COMPUTE WS-Dia-Fin =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Fin-Num)
           IF WS-Dia-Fin < WS-Dia-Hoy
               MOVE ZEROS TO WS-Dias-Restantes
               ADD 1 TO WS-Total-Vencidos
               PERFORM 3000-Escribe-Alerta
           ELSE
               COMPUTE WS-Dias-Restantes = WS-Dia-Fin - WS-Dia-Hoy
               IF WS-Dias-Restantes <= WS-Dias-Aviso
                   ADD 1 TO WS-Total-Por-Vencer
                   PERFORM 3000-Escribe-Alerta
               END-IF
           END-IF.

       3000-Escribe-Alerta.
           OPEN EXTEND ArchivoAlertas
           MOVE WS-Alerta-Programa TO Alt-Programa
           MOVE WS-Alerta-Parrafo TO Alt-Parrafo
           MOVE SPACES TO Alt-Mensaje
           IF WS-Dia-Fin < WS-Dia-Hoy
               STRING "CONTRATO " DELIMITED BY SIZE
                   Emp-ID DELIMITED BY SIZE
                   " VENCIDO EL " DELIMITED BY SIZE
                   WS-Fecha-Fin-Num DELIMITED BY SIZE
                   " SIN RENOVAR" DELIMITED BY SIZE
                   INTO Alt-Mensaje
           ELSE
               STRING "CONTRATO " DELIMITED BY SIZE
                   Emp-ID DELIMITED BY SIZE
                   " VENCE EL " DELIMITED BY SIZE
                   WS-Fecha-Fin-Num DELIMITED BY SIZE
                   " TIPO " DELIMITED BY SIZE
                   Emp-Tipo-Contrato DELIMITED BY SIZE
                   INTO Alt-Mensaje
           END-IF
           MOVE WS-Dias-Restantes TO Alt-Contador
           MOVE FUNCTION CURRENT-DATE TO Alt-Fecha-Hora
           WRITE Registro-Alerta
           CLOSE ArchivoAlertas.

       9000-Muestra-Resumen.
           DISPLAY "== Vigilancia de contratos ==".
           DISPLAY "Contratos con vencimiento revisados: "
               WS-Total-Revisados.
           DISPLAY "Por vencer en " WS-Dias-Aviso " dias: "
               WS-Total-Por-Vencer.
           DISPLAY "Vencidos sin renovar: " WS-Total-Vencidos.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM VigilaContratos.
