
      *> Corrida de checadas del reloj: lee el archivo diario de
      *> checadas (checadas.dat), compara las horas trabajadas de
      *> cada empleado contra el turno que tenia asignado ese dia
      *> (turnos.dat y turnos_asignacion.dat; sin turno asignado, la
      *> jornada estandar de 8 horas todos los dias) y genera solo las
      *> novedades de la quincena que antes se tecleaban a mano desde
      *> las hojas de papel: "-" por falta con cargo al dia de
      *> salario; las horas extra, valuadas a tiempo doble, quedan
      *> en horas_extra_pend.dat hasta que un jefe de la linea de
      *> reporte del empleado las autorice en AutorizaHorasExtra.
      *> Una falta en dia feriado (feriados.dat) no descuenta; una
      *> falta de un empleado con saldo de vacaciones se carga a
      *> vacaciones.dat en vez de descontarse. Una falta cubierta
      *> por un certificado de incapacidad vigente
      *> (incapacidades.dat) es falta justificada: no toca
      *> vacaciones ni genera FALTA, sino la novedad del tipo de
      *> certificado con el porcentaje del dia que fija
      *> incapacidad_reglas.dat. Las checadas raras -salida
      *> faltante, horas imposibles, empleado fuera del padron- no
      *> generan novedad: salen al listado de excepciones para el
      *> supervisor con el encabezado estandar del taller, igual que
      *> los retardos contra la hora de entrada del turno. En dia de
      *> descanso del turno no hay falta y lo trabajado es extra; el
      *> turno nocturno que cruza la medianoche se valua en un solo
      *> renglon con la salida al dia siguiente. Cada novedad va al
      *> archivo del grupo de pago del empleado (novedades.dat la
      *> quincena, novedades_semanal.dat la semana).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS Vac-Emp-ID
               FILE STATUS IS WS-Estado-Vacaciones.

      *> Certificados de incapacidad, cargados a una tabla al
      *> arrancar igual que los feriados.
               SELECT OPTIONAL ArchivoIncapacidades
               ASSIGN TO "incapacidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Inc-Folio
               ALTERNATE RECORD KEY IS Inc-Emp-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Incapacidades.

      *> Porcentaje del dia de salario que se descuenta por cada
      *> tipo de incapacidad; si no existe se descuenta el dia
      *> completo.
               SELECT OPTIONAL ArchivoReglasIncap
               ASSIGN TO "incapacidad_reglas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reglas.

      *> Catalogo de turnos y asignacion de turno por empleado,
      *> cargados a tablas al arrancar.
               SELECT OPTIONAL ArchivoTurnos
               ASSIGN TO "turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Tur-Clave
               FILE STATUS IS WS-Estado-Turnos.

               SELECT OPTIONAL ArchivoAsignaciones
               ASSIGN TO "turnos_asignacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Asg-Llave
               FILE STATUS IS WS-Estado-Asignaciones.

      *> Calendario de feriados: una falta en feriado no es falta.
               SELECT OPTIONAL ArchivoFeriados
               ASSIGN TO "feriados.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades.

      *> Novedades del personal de pago semanal, que se cierra en
      *> su propia corrida.
               SELECT OPTIONAL ArchivoNovedadesSemanal
               ASSIGN TO "novedades_semanal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades-Sem.

      *> Horas extra valuadas, pendientes de autorizacion; se
      *> agregan al final con el siguiente folio.
               SELECT OPTIONAL ArchivoHorasExtra
               ASSIGN TO "horas_extra_pend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Horas-Extra.

               SELECT ArchivoReporte
               ASSIGN TO "checadas_excepciones.rpt"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY VACACION.

       FD  ArchivoIncapacidades
           LABEL RECORD IS STANDARD.
           COPY INCAPAC.

       FD  ArchivoReglasIncap
           LABEL RECORD IS STANDARD.
       01  Registro-Regla-Incap.
           05 Irg-Tipo                PIC X.
           05 Irg-Porcentaje          PIC 9(3).

       FD  ArchivoTurnos
           LABEL RECORD IS STANDARD.
           COPY TURNO.

       FD  ArchivoAsignaciones
           LABEL RECORD IS STANDARD.
           COPY ASIGTUR.

       FD  ArchivoFeriados
           LABEL RECORD IS STANDARD.
           COPY FERIADO.
           LABEL RECORD IS STANDARD.
           COPY NOVEDAD.

       FD  ArchivoNovedadesSemanal
           LABEL RECORD IS STANDARD.
       01  Registro-Novedad-Semanal PIC X(26).

       FD  ArchivoHorasExtra
           LABEL RECORD IS STANDARD.
           COPY HRSEXTRA.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).
           88 Vacaciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Feriados PIC XX VALUE SPACES.
           88 Feriados-No-Existe VALUE "05" "35".
       01 WS-Estado-Incapacidades PIC XX VALUE SPACES.
           88 Incapacidades-No-Existe VALUE "05" "35".
       01 WS-Estado-Reglas PIC XX VALUE SPACES.
           88 Reglas-No-Existe VALUE "05" "35".
       01 WS-Estado-Turnos PIC XX VALUE SPACES.
           88 Turnos-No-Existe VALUE "05" "35".
       01 WS-Estado-Asignaciones PIC XX VALUE SPACES.
           88 Asignaciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
       01 WS-Estado-Novedades-Sem PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Estado-Horas-Extra PIC XX VALUE SPACES.
           88 Horas-Extra-No-Existe VALUE "05" "35".
       01 WS-Fin-Horas-Extra PIC X VALUE "N".
           88 Fin-Horas-Extra VALUE "S".
       01 WS-Folio-Extra PIC 9(6) VALUE ZEROS.

       01 WS-Fin-Checadas PIC X VALUE "N".
           88 Fin-Checadas VALUE "S".
           88 Empleado-Hallado VALUE "S".
       01 WS-Es-Feriado PIC X VALUE "N".
           88 Es-Feriado VALUE "S".
       01 WS-Fin-Incapacidades PIC X VALUE "N".
           88 Fin-Incapacidades VALUE "S".
       01 WS-Fin-Reglas PIC X VALUE "N".
           88 Fin-Reglas VALUE "S".
       01 WS-Es-Incapacidad PIC X VALUE "N".
           88 Es-Incapacidad VALUE "S".
       01 WS-Fin-Turnos PIC X VALUE "N".
           88 Fin-Turnos VALUE "S".
       01 WS-Fin-Asignaciones PIC X VALUE "N".
           88 Fin-Asignaciones VALUE "S".

      *> Jornada estandar del taller en minutos (8 horas) para quien
      *> no tiene turno asignado; las horas extra se pagan a tiempo
      *> doble y la falta cuesta el dia, con el salario quincenal
      *> repartido en 15 dias de la jornada de su turno.
       01 WS-Jornada-Estandar PIC 9(4) VALUE 480.
       01 WS-Jornada-Minutos PIC 9(4) VALUE 480.
       01 WS-Dias-Quincena PIC 99 VALUE 15.

      *> Turnos del catalogo con sus horas ya en minutos.
       01 WS-Cantidad-Turnos PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Turnos.
           05 WS-Turno OCCURS 50 TIMES.
               10 WS-Tur-Clave        PIC X(4).
               10 WS-Tur-Entrada      PIC 9(4).
               10 WS-Tur-Jornada      PIC 9(4).
               10 WS-Tur-Dias         PIC X(7).
               10 WS-Tur-Tolerancia   PIC 9(2).
               10 WS-Tur-Nocturno     PIC X.
       01 WS-Indice-Tur PIC 9(3) VALUE ZEROS.
       01 WS-Tur-Salida-Min PIC 9(4) VALUE ZEROS.

      *> Asignaciones en el orden de su llave (empleado, fecha de
      *> efecto), con el turno ya resuelto a su renglon de la tabla.
       01 WS-Cantidad-Asignaciones PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Asignaciones.
           05 WS-Asignacion OCCURS 1000 TIMES.
               10 WS-Asg-Emp-ID       PIC 9(6).
               10 WS-Asg-Fecha        PIC 9(8).
               10 WS-Asg-Turno        PIC 9(3).
       01 WS-Indice-Asg PIC 9(4) VALUE ZEROS.

      *> Turno que rige la checada en curso; cero es la jornada
      *> estandar.
       01 WS-Turno-Actual PIC 9(3) VALUE ZEROS.
       01 WS-Dia-Semana PIC 9 VALUE ZEROS.
       01 WS-Dia-Laboral PIC X VALUE "S".
           88 Dia-Laboral VALUE "S".
       01 WS-Minutos-Retardo PIC 9(4) VALUE ZEROS.
       01 WS-Motivo-Retardo.
           05 FILLER PIC X(11) VALUE "RETARDO DE ".
           05 WS-Ret-Minutos PIC ZZZ9.
           05 FILLER PIC X(8) VALUE " MINUTOS".

      *> Tabla de feriados cargada al arrancar, igual que
      *> EmpleadosNomina carga sus tramos.
       01 WS-Cantidad-Feriados PIC 9(3) VALUE ZEROS.
               10 WS-Fer-Fecha        PIC 9(8).
       01 WS-Indice-Fer PIC 9(3) VALUE ZEROS.

      *> Certificados vigentes cargados al arrancar; solo se guarda
      *> lo necesario para saber si un dia esta cubierto.
       01 WS-Cantidad-Incapacidades PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Incapacidades.
           05 WS-Incapacidad OCCURS 300 TIMES.
               10 WS-Inc-Emp-ID       PIC 9(6).
               10 WS-Inc-Tipo         PIC X.
               10 WS-Inc-Inicio       PIC 9(8).
               10 WS-Inc-Fin          PIC 9(8).
       01 WS-Indice-Inc PIC 9(3) VALUE ZEROS.
       01 WS-Tipo-Incapacidad PIC X VALUE SPACE.

      *> Porcentaje del dia que se descuenta por tipo de certificado:
      *> por omision el dia completo, como una falta.
       01 WS-Pct-Enfermedad PIC 9(3) VALUE 100.
       01 WS-Pct-Riesgo PIC 9(3) VALUE 100.
       01 WS-Pct-Maternidad PIC 9(3) VALUE 100.
       01 WS-Pct-Incapacidad PIC 9(3) VALUE ZEROS.

       01 WS-Minutos-Entrada PIC 9(4) VALUE ZEROS.
       01 WS-Minutos-Salida PIC 9(4) VALUE ZEROS.
       01 WS-Minutos-Trabajados PIC 9(4) VALUE ZEROS.
       01 WS-Total-Faltas PIC 9(6) VALUE ZEROS.
       01 WS-Total-Vacaciones PIC 9(6) VALUE ZEROS.
       01 WS-Total-Excepciones PIC 9(6) VALUE ZEROS.
       01 WS-Total-Incapacidades PIC 9(6) VALUE ZEROS.
       01 WS-Total-Descansos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Retardos PIC 9(6) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Exc-Motivo PIC X(30).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ProcesaChecadas" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ArchivoChecadas
           IF Checadas-No-Existe
               DISPLAY "No existe el archivo de checadas todavia."
               ELSE
                   PERFORM 1000-Abre-Vacaciones
                   PERFORM 1100-Carga-Feriados
                   PERFORM 1200-Carga-Incapacidades
                   PERFORM 1300-Carga-Reglas-Incap
                   PERFORM 1400-Carga-Turnos
                   PERFORM 1500-Carga-Asignaciones
                   PERFORM 1600-Ultimo-Folio-Extra
                   OPEN EXTEND ArchivoHorasExtra
                   OPEN EXTEND ArchivoNovedades
                   OPEN EXTEND ArchivoNovedadesSemanal
                   OPEN OUTPUT ArchivoReporte
                   MOVE "EXCEPCIONES DE CHECADAS"
                       TO Enc-Titulo-Reporte
                   MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
                   PERFORM EncabezaPagina
                   PERFORM WITH TEST BEFORE UNTIL Fin-Checadas
                       READ ArchivoChecadas
                   CLOSE ARCHIVO-EMPLEADOS
                   CLOSE ARCHIVO-VACACIONES
                   CLOSE ArchivoNovedades
                   CLOSE ArchivoNovedadesSemanal
                   CLOSE ArchivoHorasExtra
                   CLOSE ArchivoReporte
                   PERFORM 9000-Muestra-Resumen
                   MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE ArchivoFeriados.

      *> Los certificados cancelados no justifican nada y no se
      *> cargan.
       1200-Carga-Incapacidades.
           OPEN INPUT ArchivoIncapacidades
           IF Incapacidades-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Incapacidades
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Incapacidades
                          OR WS-Cantidad-Incapacidades = 300
                   READ ArchivoIncapacidades NEXT RECORD
                       AT END
                           SET Fin-Incapacidades TO TRUE
                       NOT AT END
                           IF Inc-Vigente
                               ADD 1 TO WS-Cantidad-Incapacidades
                               MOVE Inc-Emp-ID TO WS-Inc-Emp-ID
                                   (WS-Cantidad-Incapacidades)
                               MOVE Inc-Tipo TO WS-Inc-Tipo
                                   (WS-Cantidad-Incapacidades)
                               MOVE Inc-Fecha-Inicio TO WS-Inc-Inicio
                                   (WS-Cantidad-Incapacidades)
                               MOVE Inc-Fecha-Fin TO WS-Inc-Fin
                                   (WS-Cantidad-Incapacidades)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoIncapacidades.

      *> Una linea por tipo (E, R, M) con su porcentaje; el tipo que
      *> no venga conserva el dia completo.
       1300-Carga-Reglas-Incap.
           OPEN INPUT ArchivoReglasIncap
           IF Reglas-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Reglas
               PERFORM WITH TEST BEFORE UNTIL Fin-Reglas
                   READ ArchivoReglasIncap
                       AT END
                           SET Fin-Reglas TO TRUE
                       NOT AT END
                           EVALUATE Irg-Tipo
                               WHEN "E"
                                   MOVE Irg-Porcentaje
                                       TO WS-Pct-Enfermedad
                               WHEN "R"
                                   MOVE Irg-Porcentaje
                                       TO WS-Pct-Riesgo
                               WHEN "M"
                                   MOVE Irg-Porcentaje
                                       TO WS-Pct-Maternidad
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoReglasIncap.

      *> Las horas del turno pasan a minutos; la salida de un turno
      *> nocturno es del dia siguiente. Un turno cuya clave no esta en
      *> el catalogo deja sus asignaciones fuera de la tabla.
       1400-Carga-Turnos.
           OPEN INPUT ArchivoTurnos
           IF Turnos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Turnos
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Turnos
                          OR WS-Cantidad-Turnos = 50
                   READ ArchivoTurnos NEXT RECORD
                       AT END
                           SET Fin-Turnos TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Turnos
                           MOVE WS-Cantidad-Turnos TO WS-Indice-Tur
                           PERFORM 1410-Guarda-Turno
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoTurnos.

       1410-Guarda-Turno.
           MOVE Tur-Clave TO WS-Tur-Clave(WS-Indice-Tur)
           MOVE Tur-Dias-Semana TO WS-Tur-Dias(WS-Indice-Tur)
           MOVE Tur-Tolerancia TO WS-Tur-Tolerancia(WS-Indice-Tur)
           COMPUTE WS-Tur-Entrada(WS-Indice-Tur) =
               Tur-Ent-Hora * 60 + Tur-Ent-Minuto
           COMPUTE WS-Tur-Salida-Min =
               Tur-Sal-Hora * 60 + Tur-Sal-Minuto
           IF WS-Tur-Salida-Min < WS-Tur-Entrada(WS-Indice-Tur)
               MOVE "S" TO WS-Tur-Nocturno(WS-Indice-Tur)
               ADD 1440 TO WS-Tur-Salida-Min
           ELSE
               MOVE "N" TO WS-Tur-Nocturno(WS-Indice-Tur)
           END-IF
           COMPUTE WS-Tur-Jornada(WS-Indice-Tur) =
               WS-Tur-Salida-Min - WS-Tur-Entrada(WS-Indice-Tur).

       1500-Carga-Asignaciones.
           OPEN INPUT ArchivoAsignaciones
           IF Asignaciones-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Asignaciones
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Asignaciones
                          OR WS-Cantidad-Asignaciones = 1000
                   READ ArchivoAsignaciones NEXT RECORD
                       AT END
                           SET Fin-Asignaciones TO TRUE
                       NOT AT END
                           PERFORM 1510-Guarda-Asignacion
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoAsignaciones.

       1510-Guarda-Asignacion.
           MOVE ZEROS TO WS-Turno-Actual
           PERFORM VARYING WS-Indice-Tur FROM 1 BY 1
                   UNTIL WS-Indice-Tur > WS-Cantidad-Turnos
                      OR WS-Turno-Actual > ZEROS
               IF WS-Tur-Clave(WS-Indice-Tur) = Asg-Tur-Clave
                   MOVE WS-Indice-Tur TO WS-Turno-Actual
               END-IF
           END-PERFORM
           IF WS-Turno-Actual > ZEROS
               ADD 1 TO WS-Cantidad-Asignaciones
               MOVE Asg-Emp-ID
                   TO WS-Asg-Emp-ID(WS-Cantidad-Asignaciones)
               MOVE Asg-Fecha-Efecto
                   TO WS-Asg-Fecha(WS-Cantidad-Asignaciones)
               MOVE WS-Turno-Actual
                   TO WS-Asg-Turno(WS-Cantidad-Asignaciones)
           END-IF.

      *> Clasifica una checada: primero las raras al listado de
      *> excepciones, luego el dia de descanso del turno sin checada,
      *> la falta (entrada y salida en ceros) y por ultimo la jornada
      *> con sus posibles retardo y horas extra.
      *> Los folios de horas extra siguen de los que ya estan en el
      *> archivo de pendientes, resueltos o no.
       1600-Ultimo-Folio-Extra.
           MOVE ZEROS TO WS-Folio-Extra
           OPEN INPUT ArchivoHorasExtra
           IF NOT Horas-Extra-No-Existe
               PERFORM WITH TEST BEFORE UNTIL Fin-Horas-Extra
                   READ ArchivoHorasExtra
                       AT END
                           SET Fin-Horas-Extra TO TRUE
                       NOT AT END
                           IF Hex-Folio > WS-Folio-Extra
                               MOVE Hex-Folio TO WS-Folio-Extra
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoHorasExtra.

       2000-Procesa-Checada.
           PERFORM 2100-Busca-Empleado
           IF Empleado-Hallado
               PERFORM 2200-Determina-Turno
           END-IF
           EVALUATE TRUE
               WHEN NOT Empleado-Hallado
                   MOVE "EMPLEADO FUERA DEL PADRON"
                       TO WS-Motivo-Excepcion
                   PERFORM 8000-Escribe-Excepcion
               WHEN Che-Hora-Entrada = ZEROS
                    AND Che-Hora-Salida = ZEROS
                    AND NOT Dia-Laboral
                   ADD 1 TO WS-Total-Descansos
               WHEN Che-Hora-Entrada = ZEROS
                    AND Che-Hora-Salida = ZEROS
                   PERFORM 3000-Procesa-Falta
           COMPUTE WS-Salario-Diario ROUNDED =
               Emp-Salario / WS-Dias-Quincena.

      *> El turno vigente es el de la ultima asignacion del empleado
      *> con fecha de efecto hasta el dia de la checada; la tabla
      *> viene en orden de empleado y fecha. El dia de la semana sale
      *> del dia entero: el dia 1 del calendario fue lunes.
       2200-Determina-Turno.
           MOVE ZEROS TO WS-Turno-Actual
           PERFORM VARYING WS-Indice-Asg FROM 1 BY 1
                   UNTIL WS-Indice-Asg > WS-Cantidad-Asignaciones
               IF WS-Asg-Emp-ID(WS-Indice-Asg) = Che-Emp-ID
                  AND WS-Asg-Fecha(WS-Indice-Asg) NOT > Che-Fecha
                   MOVE WS-Asg-Turno(WS-Indice-Asg) TO WS-Turno-Actual
               END-IF
           END-PERFORM
           MOVE "S" TO WS-Dia-Laboral
           IF WS-Turno-Actual = ZEROS
               MOVE WS-Jornada-Estandar TO WS-Jornada-Minutos
           ELSE
               MOVE WS-Tur-Jornada(WS-Turno-Actual)
                   TO WS-Jornada-Minutos
               COMPUTE WS-Dia-Semana = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(Che-Fecha) - 1, 7) + 1
               MOVE WS-Tur-Dias(WS-Turno-Actual)(WS-Dia-Semana:1)
                   TO WS-Dia-Laboral
           END-IF.

      *> Una falta en feriado no descuenta; una falta cubierta por
      *> incapacidad se justifica con la regla de su tipo; una falta
      *> con saldo de vacaciones se carga a vacaciones.dat; el resto
      *> genera la novedad "-" con el dia de salario.
       3000-Procesa-Falta.
           PERFORM 3100-Busca-Feriado
           IF NOT Es-Feriado
               PERFORM 3150-Busca-Incapacidad
               IF Es-Incapacidad
                   PERFORM 3400-Genera-Incapacidad
               ELSE
                   PERFORM 3200-Intenta-Cargo-Vacaciones
               END-IF
           END-IF.

       3100-Busca-Feriado.
               END-IF
           END-PERFORM.

       3150-Busca-Incapacidad.
           MOVE "N" TO WS-Es-Incapacidad
           PERFORM VARYING WS-Indice-Inc FROM 1 BY 1
                   UNTIL WS-Indice-Inc > WS-Cantidad-Incapacidades
                      OR Es-Incapacidad
               IF WS-Inc-Emp-ID(WS-Indice-Inc) = Che-Emp-ID
                  AND WS-Inc-Inicio(WS-Indice-Inc) NOT > Che-Fecha
                  AND WS-Inc-Fin(WS-Indice-Inc) NOT < Che-Fecha
                   SET Es-Incapacidad TO TRUE
                   MOVE WS-Inc-Tipo(WS-Indice-Inc)
                       TO WS-Tipo-Incapacidad
               END-IF
           END-PERFORM.

       3200-Intenta-Cargo-Vacaciones.
           MOVE SPACES TO WS-Motivo-Excepcion
           MOVE Che-Emp-ID TO Vac-Emp-ID
           MOVE "FALTA" TO Nov-Concepto
           MOVE "-" TO Nov-Signo
           MOVE WS-Salario-Diario TO Nov-Importe
           PERFORM 3900-Escribe-Novedad
           ADD 1 TO WS-Total-Faltas.

      *> El registro del empleado sigue siendo el de la checada en
      *> curso; su grupo de pago decide el archivo.
       3900-Escribe-Novedad.
           IF Emp-Pago-Semanal
               WRITE Registro-Novedad-Semanal FROM Registro-Novedad
           ELSE
               WRITE Registro-Novedad
           END-IF.

      *> Falta justificada por incapacidad: se descuenta el
      *> porcentaje del dia que marca la regla del tipo, con su
      *> propio concepto para que la nomina y el listado de
      *> incapacidades la distingan de la falta ordinaria. Con
      *> porcentaje cero el taller cubre el dia y no hay novedad.
       3400-Genera-Incapacidad.
           ADD 1 TO WS-Total-Incapacidades
           EVALUATE WS-Tipo-Incapacidad
               WHEN "R"
                   MOVE WS-Pct-Riesgo TO WS-Pct-Incapacidad
                   MOVE "INCAP-RT" TO Nov-Concepto
               WHEN "M"
                   MOVE WS-Pct-Maternidad TO WS-Pct-Incapacidad
                   MOVE "INCAP-MAT" TO Nov-Concepto
               WHEN OTHER
                   MOVE WS-Pct-Enfermedad TO WS-Pct-Incapacidad
                   MOVE "INCAP-EG" TO Nov-Concepto
           END-EVALUATE
           IF WS-Pct-Incapacidad > ZEROS
               COMPUTE WS-Monto-Sin-Redondear =
                   WS-Salario-Diario * WS-Pct-Incapacidad / 100
               CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
                   WS-Modo-Redondeo WS-Monto-Redondeado
                   WS-Residuo-Redondeo
               MOVE Che-Emp-ID TO Nov-Emp-ID
               MOVE "-" TO Nov-Signo
               MOVE WS-Monto-Redondeado TO Nov-Importe
               PERFORM 3900-Escribe-Novedad
           END-IF.

      *> Jornada con horas checadas: salida antes de la entrada es
      *> excepcion, salvo en turno nocturno, donde la salida es del
      *> dia siguiente; en turno nocturno una entrada ya pasada la
      *> medianoche (mas de 12 horas antes de la hora del turno)
      *> tambien es del dia siguiente. El excedente de la jornada del
      *> turno se paga como horas extra a tiempo doble; en dia de
      *> descanso todo lo trabajado es extra.
       4000-Procesa-Jornada.
           COMPUTE WS-Minutos-Entrada =
               Che-Ent-Hora * 60 + Che-Ent-Minuto
           COMPUTE WS-Minutos-Salida =
               Che-Sal-Hora * 60 + Che-Sal-Minuto
           IF WS-Turno-Actual > ZEROS
               IF WS-Tur-Nocturno(WS-Turno-Actual) = "S"
                   IF WS-Minutos-Entrada + 720
                          < WS-Tur-Entrada(WS-Turno-Actual)
                       ADD 1440 TO WS-Minutos-Entrada
                       ADD 1440 TO WS-Minutos-Salida
                   ELSE
                       IF WS-Minutos-Salida NOT > WS-Minutos-Entrada
                           ADD 1440 TO WS-Minutos-Salida
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-Minutos-Salida NOT > WS-Minutos-Entrada
               MOVE "SALIDA ANTES DE LA ENTRADA"
                   TO WS-Motivo-Excepcion
           ELSE
               COMPUTE WS-Minutos-Trabajados =
                   WS-Minutos-Salida - WS-Minutos-Entrada
               IF WS-Turno-Actual > ZEROS AND Dia-Laboral
                   PERFORM 4200-Revisa-Retardo
               END-IF
               IF NOT Dia-Laboral
                   MOVE WS-Minutos-Trabajados TO WS-Minutos-Extra
                   PERFORM 4100-Genera-Horas-Extra
               ELSE
                   IF WS-Minutos-Trabajados > WS-Jornada-Minutos
                       COMPUTE WS-Minutos-Extra =
                           WS-Minutos-Trabajados - WS-Jornada-Minutos
                       PERFORM 4100-Genera-Horas-Extra
                   END-IF
               END-IF
           END-IF.

           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo
           ADD 1 TO WS-Folio-Extra
           MOVE WS-Folio-Extra TO Hex-Folio
           MOVE Che-Emp-ID TO Hex-Emp-ID
           MOVE Che-Fecha TO Hex-Fecha
           MOVE WS-Minutos-Extra TO Hex-Minutos
           MOVE WS-Monto-Redondeado TO Hex-Importe
           IF Emp-Pago-Semanal
               MOVE "S" TO Hex-Grupo-Pago
           ELSE
               MOVE "Q" TO Hex-Grupo-Pago
           END-IF
           MOVE "P" TO Hex-Estado
           MOVE SPACES TO Hex-Operador
           MOVE FUNCTION CURRENT-DATE TO Hex-Fecha-Hora
           WRITE Registro-Horas-Extra
           ADD 1 TO WS-Total-Extras.

      *> El retardo pasa la tolerancia del turno: sale al listado
      *> para el supervisor, sin novedad.
       4200-Revisa-Retardo.
           IF WS-Minutos-Entrada > WS-Tur-Entrada(WS-Turno-Actual)
                   + WS-Tur-Tolerancia(WS-Turno-Actual)
               COMPUTE WS-Minutos-Retardo =
                   WS-Minutos-Entrada - WS-Tur-Entrada(WS-Turno-Actual)
               MOVE WS-Minutos-Retardo TO WS-Ret-Minutos
               MOVE WS-Motivo-Retardo TO WS-Motivo-Excepcion
               PERFORM 8000-Escribe-Excepcion
               ADD 1 TO WS-Total-Retardos
           END-IF.

       8000-Escribe-Excepcion.
           MOVE Che-Emp-ID TO WS-Exc-Emp-ID
           MOVE Che-Fecha TO WS-Exc-Fecha
       9000-Muestra-Resumen.
           DISPLAY "== Proceso de checadas ==".
           DISPLAY "Checadas leidas: " WS-Total-Checadas.
           DISPLAY "Horas extra por autorizar: " WS-Total-Extras.
           DISPLAY "Novedades de falta: " WS-Total-Faltas.
           DISPLAY "Faltas cargadas a vacaciones: "
               WS-Total-Vacaciones.
           DISPLAY "Faltas justificadas por incapacidad: "
               WS-Total-Incapacidades.
           DISPLAY "Dias de descanso del turno: " WS-Total-Descansos.
           DISPLAY "Retardos contra el turno: " WS-Total-Retardos.
           DISPLAY "Excepciones al listado: " WS-Total-Excepciones.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ProcesaChecadas.
