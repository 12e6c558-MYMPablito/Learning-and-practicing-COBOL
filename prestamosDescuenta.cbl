      *> llega a cero queda marcado como liquidado y ya no genera
      *> descuentos. Deja ademas el estado de amortizacion por
      *> empleado en prestamos_amortiza.rpt con el encabezado estandar
      *> del taller. La cuota del personal de pago semanal va a
      *> novedades_semanal.dat, que se cierra en su propia corrida.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS Prs-Emp-ID
               FILE STATUS IS WS-Estado-Prestamos.

      *> Grupo de pago del empleado, para mandar su cuota a las
      *> novedades de su corrida.
               SELECT OPTIONAL ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

      *> Las cuotas se agregan al final de las novedades ya
      *> capturadas de la quincena, sin pisarlas.
               SELECT OPTIONAL ArchivoNovedades
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades.

      *> Novedades del personal de pago semanal, que se cierra en su
      *> propia corrida.
               SELECT OPTIONAL ArchivoNovedadesSemanal
               ASSIGN TO "novedades_semanal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades-Sem.

               SELECT ArchivoReporte
               ASSIGN TO "prestamos_amortiza.rpt"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY PRESTAMO.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoNovedades
           LABEL RECORD IS STANDARD.
           COPY NOVEDAD.

       FD  ArchivoNovedadesSemanal
           LABEL RECORD IS STANDARD.
       01  Registro-Novedad-Semanal PIC X(26).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-Estado-Prestamos PIC XX VALUE SPACES.
           88 Prestamos-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
       01 WS-Estado-Novedades-Sem PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Prestamos PIC X VALUE "N".
           05 WS-Det-Restantes PIC ZZ9.
           05 WS-Det-Leyenda PIC X(20) VALUE SPACES.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "PrestamosDescuenta" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN I-O ARCHIVO-PRESTAMOS
           IF Prestamos-No-Existe
               DISPLAY "No existe el archivo de prestamos todavia."
      *> generar, pero la nomina puede seguir; el job stream decide.
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT ARCHIVO-EMPLEADOS
               OPEN EXTEND ArchivoNovedades
               OPEN EXTEND ArchivoNovedadesSemanal
               OPEN OUTPUT ArchivoReporte
               MOVE "AMORTIZACION DE PRESTAMOS" TO Enc-Titulo-Reporte
               MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
               PERFORM EncabezaPagina
               PERFORM WITH TEST BEFORE UNTIL Fin-Prestamos
                   READ ARCHIVO-PRESTAMOS
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PRESTAMOS
               CLOSE ARCHIVO-EMPLEADOS
               CLOSE ArchivoNovedades
               CLOSE ArchivoNovedadesSemanal
               CLOSE ArchivoReporte
               PERFORM 9000-Muestra-Resumen
               MOVE 0 TO RETURN-CODE
           MOVE WS-Concepto-Prestamo TO Nov-Concepto
           MOVE "-" TO Nov-Signo
           MOVE WS-Cuota-Quincena TO Nov-Importe
           PERFORM 2100-Escribe-Novedad

           SUBTRACT WS-Cuota-Quincena FROM Prs-Saldo-Restante
           IF Prs-Saldo-Restante = ZEROS
           ADD WS-Cuota-Quincena TO WS-Suma-Descuentos
           PERFORM 3000-Escribe-Estado.

      *> El empleado que no esta en el padron se queda con las
      *> novedades de la quincena.
       2100-Escribe-Novedad.
           MOVE SPACE TO Emp-Grupo-Pago
           IF NOT Empleados-No-Existe
               MOVE Prs-Emp-ID TO Emp-ID
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       MOVE SPACE TO Emp-Grupo-Pago
               END-READ
           END-IF
           IF Emp-Pago-Semanal
               WRITE Registro-Novedad-Semanal FROM Registro-Novedad
           ELSE
               WRITE Registro-Novedad
           END-IF.

      *> Estado de amortizacion del empleado en el reporte: capital,
      *> cuota aplicada, saldos y cuantas quincenas faltan con la
      *> cuota pactada.
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM PrestamosDescuenta.
