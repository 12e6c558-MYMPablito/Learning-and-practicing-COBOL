       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncapacidadesMantenimiento.

      *> Mantenimiento del registro de incapacidades medicas
      *> (incapacidades.dat), con el mismo menu que
      *> PensionesMantenimiento. El alta valida que el empleado
      *> exista en el padron, captura el folio del certificado, el
      *> tipo (enfermedad general, riesgo de trabajo, maternidad), la
      *> fecha de inicio y los dias, y calcula la fecha de fin que
      *> ProcesaChecadas usa para justificar las faltas cubiertas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-INCAPACIDADES
               ASSIGN TO "incapacidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-INCAPACIDADES
           LABEL RECORD IS STANDARD.
           COPY INCAPAC.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa EmpleadosMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionCancelar VALUE 2.
           88 OpcionConsultar VALUE 3.
           88 OpcionListar VALUE 4.
           88 OpcionSalir VALUE 5.

       01 WS-Estado-Incapacidades PIC XX VALUE SPACES.
           88 Incapacidades-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Fin-Incapacidades PIC X VALUE "N".
           88 Fin-Incapacidades VALUE "S".
       01 WS-ID-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Folio-Buscado PIC X(10) VALUE SPACES.
       01 WS-Operador PIC X(6) VALUE SPACES.

       01 WS-Empleado-Valido PIC X VALUE "N".
           88 Empleado-Valido VALUE "S".
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".
       01 WS-Dias-Fecha PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Registro de incapacidades ==".
       DISPLAY "1 - Alta de incapacidad".
       DISPLAY "2 - Cancelar incapacidad".
       DISPLAY "3 - Consultar incapacidades de un empleado".
       DISPLAY "4 - Listar incapacidades".
       DISPLAY "5 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
           PERFORM DarDeAlta
           PERFORM AceptaOpcion
       ELSE
           IF OpcionCancelar THEN
               PERFORM CancelarIncapacidad
               PERFORM AceptaOpcion
           ELSE
               IF OpcionConsultar THEN
                   PERFORM ConsultarEmpleado
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionListar THEN
                       PERFORM ListarIncapacidades
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionSalir THEN
                           DISPLAY "Saliendo del mantenimiento..."
                           STOP RUN
                       ELSE
                           DISPLAY "Opcion invalida. Intente de nuevo."
                           PERFORM AceptaOpcion
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

       DarDeAlta.
           DISPLAY "ID del operador: ".
           ACCEPT WS-Operador.
           DISPLAY "Numero de empleado: ".
           ACCEPT Inc-Emp-ID.
           PERFORM ValidaEmpleado.
           IF NOT Empleado-Valido
               DISPLAY "Ese empleado no existe o esta dado de baja."
           ELSE
               DISPLAY "Folio del certificado: "
               ACCEPT Inc-Folio
               PERFORM CapturaTipo
               PERFORM CapturaFechaInicio
               PERFORM CapturaDias
               COMPUTE WS-Dias-Fecha =
                   FUNCTION INTEGER-OF-DATE(Inc-Fecha-Inicio)
                   + Inc-Dias - 1
               COMPUTE Inc-Fecha-Fin =
                   FUNCTION DATE-OF-INTEGER(WS-Dias-Fecha)
               MOVE "A" TO Inc-Estado
               MOVE WS-Operador TO Inc-Operador
               MOVE FUNCTION CURRENT-DATE(1:8) TO Inc-Fecha-Captura

               OPEN I-O ARCHIVO-INCAPACIDADES
               IF WS-Estado-Incapacidades = "35"
      *> El registro aun no existe: se crea vacio y se vuelve a
      *> abrir, igual que DarDeAlta crea empleados.dat.
                   OPEN OUTPUT ARCHIVO-INCAPACIDADES
                   CLOSE ARCHIVO-INCAPACIDADES
                   OPEN I-O ARCHIVO-INCAPACIDADES
               END-IF
               WRITE Registro-Incapacidad
                   INVALID KEY
                       DISPLAY "Ya existe un certificado con ese "
                           "folio."
                   NOT INVALID KEY
                       DISPLAY "Incapacidad registrada del "
                           Inc-Fecha-Inicio " al " Inc-Fecha-Fin "."
               END-WRITE
               CLOSE ARCHIVO-INCAPACIDADES
           END-IF.

      *> Cada dato se pide y se vuelve a pedir mientras no sea
      *> valido, igual que las capturas con reintento de
      *> EmpleadosMantenimiento.
       CapturaTipo.
           DISPLAY "Tipo (E=enfermedad general, R=riesgo de trabajo, "
               "M=maternidad): ".
           ACCEPT Inc-Tipo.
           IF NOT Inc-Tipo-Valido
               DISPLAY "Tipo invalido."
               PERFORM CapturaTipo
           END-IF.

       CapturaFechaInicio.
           DISPLAY "Fecha de inicio (AAAAMMDD): ".
           ACCEPT Inc-Fecha-Inicio.
           CALL "ValidaFecha" USING Inc-Fecha-Inicio WS-Fecha-Valida.
           IF NOT Fecha-Valida
               DISPLAY "Fecha invalida."
               PERFORM CapturaFechaInicio
           END-IF.

       CapturaDias.
           DISPLAY "Dias de incapacidad: ".
           ACCEPT Inc-Dias.
           IF Inc-Dias = ZEROS
               DISPLAY "Los dias no pueden ser cero."
               PERFORM CapturaDias
           END-IF.

       ValidaEmpleado.
           MOVE "N" TO WS-Empleado-Valido.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF Empleados-No-Existe
               CONTINUE
           ELSE
               MOVE Inc-Emp-ID TO Emp-ID
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT Emp-Terminado
                           MOVE "S" TO WS-Empleado-Valido
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-EMPLEADOS.

      *> La cancelacion (certificado capturado por error o anulado
      *> por el instituto) no borra el registro: lo marca.
       CancelarIncapacidad.
           DISPLAY "Folio del certificado a cancelar: ".
           ACCEPT WS-Folio-Buscado.

           OPEN I-O ARCHIVO-INCAPACIDADES.
           IF Incapacidades-No-Existe
               DISPLAY "No existe el registro de incapacidades "
                   "todavia."
           ELSE
               MOVE WS-Folio-Buscado TO Inc-Folio
               READ ARCHIVO-INCAPACIDADES
                   INVALID KEY
                       DISPLAY "No se encontro ese folio."
                   NOT INVALID KEY
                       IF Inc-Cancelada
                           DISPLAY "El certificado ya estaba "
                               "cancelado."
                       ELSE
                           MOVE "C" TO Inc-Estado
                           REWRITE Registro-Incapacidad
                           DISPLAY "Certificado cancelado."
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-INCAPACIDADES.

      *> Todas las incapacidades de un empleado por la llave alterna.
       ConsultarEmpleado.
           DISPLAY "Numero de empleado a consultar: ".
           ACCEPT WS-ID-Buscado.

           OPEN INPUT ARCHIVO-INCAPACIDADES.
           IF Incapacidades-No-Existe
               DISPLAY "No existe el registro de incapacidades "
                   "todavia."
           ELSE
               MOVE WS-ID-Buscado TO Inc-Emp-ID
               START ARCHIVO-INCAPACIDADES
                       KEY IS EQUAL TO Inc-Emp-ID
                   INVALID KEY
                       DISPLAY "Ese empleado no tiene incapacidades."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Incapacidades
                       PERFORM WITH TEST BEFORE
                               UNTIL Fin-Incapacidades
                           READ ARCHIVO-INCAPACIDADES NEXT RECORD
                               AT END
                                   SET Fin-Incapacidades TO TRUE
                               NOT AT END
                                   IF Inc-Emp-ID NOT = WS-ID-Buscado
                                       SET Fin-Incapacidades TO TRUE
                                   ELSE
                                       PERFORM MuestraIncapacidad
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF.
           CLOSE ARCHIVO-INCAPACIDADES.

       ListarIncapacidades.
           OPEN INPUT ARCHIVO-INCAPACIDADES.
           IF Incapacidades-No-Existe
               DISPLAY "No existe el registro de incapacidades "
                   "todavia."
           ELSE
               MOVE LOW-VALUES TO Inc-Folio
               START ARCHIVO-INCAPACIDADES
                       KEY IS NOT LESS THAN Inc-Folio
                   INVALID KEY
                       DISPLAY "No hay incapacidades en el archivo."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Incapacidades
                       PERFORM WITH TEST BEFORE
                               UNTIL Fin-Incapacidades
                           READ ARCHIVO-INCAPACIDADES NEXT RECORD
                               AT END
                                   SET Fin-Incapacidades TO TRUE
                               NOT AT END
                                   PERFORM MuestraIncapacidad
                           END-READ
                       END-PERFORM
               END-START
           END-IF.
           CLOSE ARCHIVO-INCAPACIDADES.

       MuestraIncapacidad.
           DISPLAY Inc-Folio " " Inc-Emp-ID " " Inc-Tipo " "
               Inc-Fecha-Inicio " " Inc-Dias " " Inc-Fecha-Fin " "
               Inc-Estado.

       END PROGRAM IncapacidadesMantenimiento.
