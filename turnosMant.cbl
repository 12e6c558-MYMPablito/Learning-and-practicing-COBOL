       IDENTIFICATION DIVISION.
       PROGRAM-ID. TurnosMantenimiento.

      *> Mantenimiento del catalogo de turnos (turnos.dat) y de la
      *> asignacion de turno por empleado con fecha de efecto
      *> (turnos_asignacion.dat), con el mismo menu que
      *> DepartamentosMantenimiento. ProcesaChecadas valua cada
      *> checada contra el turno que el empleado tenia asignado ese
      *> dia. Un turno no se borra: hay asignaciones viejas que lo
      *> siguen nombrando.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-TURNOS
               ASSIGN TO "turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tur-Clave
               FILE STATUS IS WS-Estado-Turnos.

               SELECT ARCHIVO-ASIGNACIONES
               ASSIGN TO "turnos_asignacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Asg-Llave
               FILE STATUS IS WS-Estado-Asignaciones.

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
       FD  ARCHIVO-TURNOS
           LABEL RECORD IS STANDARD.
           COPY TURNO.

       FD  ARCHIVO-ASIGNACIONES
           LABEL RECORD IS STANDARD.
           COPY ASIGTUR.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa EmpleadosMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionModificar VALUE 2.
           88 OpcionListar VALUE 3.
           88 OpcionAsignar VALUE 4.
           88 OpcionConsultar VALUE 5.
           88 OpcionSalir VALUE 6.

       01 WS-Estado-Turnos PIC XX VALUE SPACES.
           88 Turnos-No-Existe VALUE "05" "35".
       01 WS-Estado-Asignaciones PIC XX VALUE SPACES.
           88 Asignaciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Fin-Turnos PIC X VALUE "N".
           88 Fin-Turnos VALUE "S".
       01 WS-Fin-Asignaciones PIC X VALUE "N".
           88 Fin-Asignaciones VALUE "S".
       01 WS-Clave-Buscada PIC X(4) VALUE SPACES.
       01 WS-ID-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Operador PIC X(6) VALUE SPACES.

       01 WS-Empleado-Valido PIC X VALUE "N".
           88 Empleado-Valido VALUE "S".
       01 WS-Turno-Valido PIC X VALUE "N".
           88 Turno-Valido VALUE "S".
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".

      *> Los dias laborales se capturan como siete letras S/N de
      *> lunes a domingo, por ejemplo SSSSSNN.
       01 WS-Dias-Capturados PIC X(7) VALUE SPACES.
       01 WS-Indice-Dia PIC 9 VALUE ZEROS.
       01 WS-Dias-Correctos PIC X VALUE "N".
           88 Dias-Correctos VALUE "S".

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Mantenimiento de turnos ==".
       DISPLAY "1 - Alta de turno".
       DISPLAY "2 - Modificar turno".
       DISPLAY "3 - Listar turnos".
       DISPLAY "4 - Asignar turno a un empleado".
       DISPLAY "5 - Consultar turnos de un empleado".
       DISPLAY "6 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
           PERFORM DarDeAlta
           PERFORM AceptaOpcion
       ELSE
           IF OpcionModificar THEN
               PERFORM ModificarTurno
               PERFORM AceptaOpcion
           ELSE
               IF OpcionListar THEN
                   PERFORM ListarTurnos
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionAsignar THEN
                       PERFORM AsignarTurno
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionConsultar THEN
                           PERFORM ConsultarAsignaciones
                           PERFORM AceptaOpcion
                       ELSE
                           IF OpcionSalir THEN
                               DISPLAY "Saliendo del mantenimiento..."
                               STOP RUN
                           ELSE
                               DISPLAY "Opcion invalida. Intente de "
                                   "nuevo."
                               PERFORM AceptaOpcion
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> El WRITE rechaza solo con INVALID KEY una clave repetida.
       DarDeAlta.
           DISPLAY "Clave del turno: ".
           ACCEPT Tur-Clave.
           DISPLAY "Descripcion: ".
           ACCEPT Tur-Descripcion.
           PERFORM CapturaHorario.

           OPEN I-O ARCHIVO-TURNOS.
           IF Turnos-No-Existe
      *> El catalogo aun no existe: se crea vacio y se vuelve a
      *> abrir para poder escribir el primer registro.
               OPEN OUTPUT ARCHIVO-TURNOS
               CLOSE ARCHIVO-TURNOS
               OPEN I-O ARCHIVO-TURNOS
           END-IF.

           WRITE Registro-Turno
               INVALID KEY
                   DISPLAY "Ya existe un turno con esa clave."
               NOT INVALID KEY
                   DISPLAY "Turno dado de alta."
           END-WRITE.
           CLOSE ARCHIVO-TURNOS.

       ModificarTurno.
           DISPLAY "Clave del turno a modificar: ".
           ACCEPT WS-Clave-Buscada.

           OPEN I-O ARCHIVO-TURNOS.
           IF Turnos-No-Existe
               DISPLAY "No existe el catalogo de turnos."
           ELSE
               MOVE WS-Clave-Buscada TO Tur-Clave
               READ ARCHIVO-TURNOS
                   INVALID KEY
                       DISPLAY "No se encontro esa clave."
                   NOT INVALID KEY
                       PERFORM MuestraTurno
                       DISPLAY "Nueva descripcion: "
                       ACCEPT Tur-Descripcion
                       PERFORM CapturaHorario
                       REWRITE Registro-Turno
                       DISPLAY "Turno modificado."
               END-READ
               CLOSE ARCHIVO-TURNOS
           END-IF.

       CapturaHorario.
           PERFORM CapturaEntrada.
           PERFORM CapturaSalida.
           PERFORM CapturaDias.
           DISPLAY "Minutos de tolerancia para retardo: ".
           ACCEPT Tur-Tolerancia.
           IF Tur-Hora-Salida < Tur-Hora-Entrada
               DISPLAY "El turno cruza la medianoche."
           END-IF.

      *> Cada hora se vuelve a pedir mientras no sea una hora real;
      *> entrada y salida iguales no son un turno.
       CapturaEntrada.
           DISPLAY "Hora de entrada (HHMM): ".
           ACCEPT Tur-Hora-Entrada.
           IF Tur-Ent-Hora > 23 OR Tur-Ent-Minuto > 59
               DISPLAY "Hora invalida."
               PERFORM CapturaEntrada
           END-IF.

       CapturaSalida.
           DISPLAY "Hora de salida (HHMM): ".
           ACCEPT Tur-Hora-Salida.
           IF Tur-Sal-Hora > 23 OR Tur-Sal-Minuto > 59
              OR Tur-Hora-Salida = Tur-Hora-Entrada
               DISPLAY "Hora invalida."
               PERFORM CapturaSalida
           END-IF.

       CapturaDias.
           DISPLAY "Dias laborales de lunes a domingo (S/N, por "
               "ejemplo SSSSSNN): ".
           ACCEPT WS-Dias-Capturados.
           MOVE FUNCTION UPPER-CASE(WS-Dias-Capturados)
               TO WS-Dias-Capturados.
           MOVE "S" TO WS-Dias-Correctos.
           PERFORM VARYING WS-Indice-Dia FROM 1 BY 1
                   UNTIL WS-Indice-Dia > 7
               IF WS-Dias-Capturados(WS-Indice-Dia:1) NOT = "S"
                  AND WS-Dias-Capturados(WS-Indice-Dia:1) NOT = "N"
                   MOVE "N" TO WS-Dias-Correctos
               END-IF
           END-PERFORM.
           IF NOT Dias-Correctos
               DISPLAY "Capture siete letras S o N."
               PERFORM CapturaDias
           ELSE
               MOVE WS-Dias-Capturados TO Tur-Dias-Semana
           END-IF.

       ListarTurnos.
           OPEN INPUT ARCHIVO-TURNOS.
           IF Turnos-No-Existe
               DISPLAY "No existe el catalogo de turnos."
           ELSE
               MOVE SPACES TO Tur-Clave
               START ARCHIVO-TURNOS KEY IS NOT LESS THAN Tur-Clave
                   INVALID KEY
                       DISPLAY "No hay turnos en el catalogo."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Turnos
                       PERFORM WITH TEST BEFORE UNTIL Fin-Turnos
                           READ ARCHIVO-TURNOS NEXT RECORD
                               AT END
                                   SET Fin-Turnos TO TRUE
                               NOT AT END
                                   PERFORM MuestraTurno
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARCHIVO-TURNOS
           END-IF.

       MuestraTurno.
           DISPLAY Tur-Clave " " Tur-Descripcion " "
               Tur-Hora-Entrada "-" Tur-Hora-Salida " "
               Tur-Dias-Semana " tol " Tur-Tolerancia.

      *> Una asignacion nueva con la misma fecha de efecto que otra
      *> ya capturada la corrige en vez de duplicarla.
       AsignarTurno.
           DISPLAY "ID del operador: ".
           ACCEPT WS-Operador.
           DISPLAY "Numero de empleado: ".
           ACCEPT Asg-Emp-ID.
           PERFORM ValidaEmpleado.
           IF NOT Empleado-Valido
               DISPLAY "Ese empleado no existe o esta dado de baja."
           ELSE
               DISPLAY "Clave del turno: "
               ACCEPT Asg-Tur-Clave
               PERFORM ValidaTurno
               IF NOT Turno-Valido
                   DISPLAY "No existe ese turno en el catalogo."
               ELSE
                   PERFORM CapturaFechaEfecto
                   MOVE WS-Operador TO Asg-Operador
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO Asg-Fecha-Captura
                   PERFORM GrabaAsignacion
               END-IF
           END-IF.

       CapturaFechaEfecto.
           DISPLAY "Fecha de efecto (AAAAMMDD): ".
           ACCEPT Asg-Fecha-Efecto.
           CALL "ValidaFecha" USING Asg-Fecha-Efecto WS-Fecha-Valida.
           IF NOT Fecha-Valida
               DISPLAY "Fecha invalida."
               PERFORM CapturaFechaEfecto
           END-IF.

       GrabaAsignacion.
           OPEN I-O ARCHIVO-ASIGNACIONES.
           IF Asignaciones-No-Existe
               OPEN OUTPUT ARCHIVO-ASIGNACIONES
               CLOSE ARCHIVO-ASIGNACIONES
               OPEN I-O ARCHIVO-ASIGNACIONES
           END-IF.
           WRITE Registro-Asignacion-Turno
               INVALID KEY
                   REWRITE Registro-Asignacion-Turno
                   DISPLAY "Asignacion corregida."
               NOT INVALID KEY
                   DISPLAY "Turno asignado."
           END-WRITE.
           CLOSE ARCHIVO-ASIGNACIONES.

       ValidaEmpleado.
           MOVE "N" TO WS-Empleado-Valido.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF Empleados-No-Existe
               CONTINUE
           ELSE
               MOVE Asg-Emp-ID TO Emp-ID
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

       ValidaTurno.
           MOVE "N" TO WS-Turno-Valido.
           OPEN INPUT ARCHIVO-TURNOS.
           IF Turnos-No-Existe
               CONTINUE
           ELSE
               MOVE Asg-Tur-Clave TO Tur-Clave
               READ ARCHIVO-TURNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-Turno-Valido
               END-READ
           END-IF.
           CLOSE ARCHIVO-TURNOS.

      *> Historia de turnos de un empleado, de la mas vieja a la
      *> vigente.
       ConsultarAsignaciones.
           DISPLAY "Numero de empleado a consultar: ".
           ACCEPT WS-ID-Buscado.

           OPEN INPUT ARCHIVO-ASIGNACIONES.
           IF Asignaciones-No-Existe
               DISPLAY "No existen asignaciones de turno todavia."
           ELSE
               MOVE WS-ID-Buscado TO Asg-Emp-ID
               MOVE ZEROS TO Asg-Fecha-Efecto
               START ARCHIVO-ASIGNACIONES
                       KEY IS NOT LESS THAN Asg-Llave
                   INVALID KEY
                       DISPLAY "Ese empleado no tiene turno asignado."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Asignaciones
                       PERFORM WITH TEST BEFORE
                               UNTIL Fin-Asignaciones
                           READ ARCHIVO-ASIGNACIONES NEXT RECORD
                               AT END
                                   SET Fin-Asignaciones TO TRUE
                               NOT AT END
                                   IF Asg-Emp-ID NOT = WS-ID-Buscado
                                       SET Fin-Asignaciones TO TRUE
                                   ELSE
                                       DISPLAY Asg-Fecha-Efecto " "
                                           Asg-Tur-Clave " "
                                           Asg-Operador
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF.
           CLOSE ARCHIVO-ASIGNACIONES.

       END PROGRAM TurnosMantenimiento.
