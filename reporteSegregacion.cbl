       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteSegregacion.

      *> Reporte mensual de segregacion de funciones para auditoria
      *> interna. Recorre las bitacoras de doble firma del taller
      *> -condonaciones de interes, reaperturas y overrides de
      *> periodo, cierre contable, cambios de fecha de proceso,
      *> autorizaciones de supervisor (notas de credito y corridas de
      *> alto riesgo), vacaciones y horas extra aprobadas- y las
      *> cruza con actividad.log, operadores.dat y los turnos del
      *> personal. Lista:
      *>   - autoaprobaciones: quien inicio es quien autorizo, el
      *>     jefe aprobo lo suyo, o dos credenciales de la misma
      *>     persona (mismo Op-Emp-ID);
      *>   - firmas en sesion del aprobador: el programa del tramite
      *>     se lanzo desde el menu con el ID del que despues
      *>     autorizo, o sea que alguien entro con la credencial del
      *>     supervisor para capturar lo que el mismo iba a firmar;
      *>   - autorizaciones fuera del turno normal del que firmo;
      *>   - pares reciprocos: dos personas que se aprueban una a la
      *>     otra, con el total del mes arriba del umbral de
      *>     segregacion_params.dat (3 si no hay archivo).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

               SELECT OPTIONAL ArchivoActividad
               ASSIGN TO "actividad.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Actividad.

      *> Bitacoras de doble firma.
               SELECT OPTIONAL ArchivoCondonaciones
               ASSIGN TO "condonaciones.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Condonaciones.

               SELECT OPTIONAL ArchivoPeriodos
               ASSIGN TO "periodo_control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Periodos.

               SELECT OPTIONAL ArchivoCierres
               ASSIGN TO "cierre_contable.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cierres.

               SELECT OPTIONAL ArchivoBitacoraFecha
               ASSIGN TO "fecha_proceso.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Bitacora-Fecha.

               SELECT OPTIONAL ArchivoAutorizaciones
               ASSIGN TO "autorizaciones.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Autorizaciones.

               SELECT OPTIONAL ArchivoSolicitudes
               ASSIGN TO "solicitudes_vac.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Solicitudes.

               SELECT OPTIONAL ArchivoHorasExtra
               ASSIGN TO "horas_extra_pend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Horas-Extra.

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

               SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "segregacion_params.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Parametros.

               SELECT ArchivoReporte
               ASSIGN TO "segregacion.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       FD  ArchivoActividad
           LABEL RECORD IS STANDARD.
           COPY ACTIVLOG.

       FD  ArchivoCondonaciones
           LABEL RECORD IS STANDARD.
           COPY CONDONA.

       FD  ArchivoPeriodos
           LABEL RECORD IS STANDARD.
           COPY PERIODO.

       FD  ArchivoCierres
           LABEL RECORD IS STANDARD.
           COPY CIERRECT.

      *> La bitacora de la fecha de proceso lleva el mismo layout
      *> que el registro de control.
       FD  ArchivoBitacoraFecha
           LABEL RECORD IS STANDARD.
           COPY FECPROC.

       FD  ArchivoAutorizaciones
           LABEL RECORD IS STANDARD.
           COPY AUTORIZA.

       FD  ArchivoSolicitudes
           LABEL RECORD IS STANDARD.
           COPY SOLVAC.

       FD  ArchivoHorasExtra
           LABEL RECORD IS STANDARD.
           COPY HRSEXTRA.

       FD  ArchivoTurnos
           LABEL RECORD IS STANDARD.
           COPY TURNO.

       FD  ArchivoAsignaciones
           LABEL RECORD IS STANDARD.
           COPY ASIGTUR.

      *> Umbral de pares reciprocos: aprobaciones en las dos
      *> direcciones, sumadas, a partir de las cuales el par se lista.
       FD  ArchivoParametros
           LABEL RECORD IS STANDARD.
       01  Registro-Param-Segregacion.
           05 Sgp-Umbral-Reciproco    PIC 9(3).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Estado-Actividad PIC XX VALUE SPACES.
           88 Actividad-No-Existe VALUE "05" "35".
       01 WS-Estado-Condonaciones PIC XX VALUE SPACES.
           88 Condonaciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Periodos PIC XX VALUE SPACES.
           88 Periodos-No-Existe VALUE "05" "35".
       01 WS-Estado-Cierres PIC XX VALUE SPACES.
           88 Cierres-No-Existe VALUE "05" "35".
       01 WS-Estado-Bitacora-Fecha PIC XX VALUE SPACES.
           88 Bitacora-Fecha-No-Existe VALUE "05" "35".
       01 WS-Estado-Autorizaciones PIC XX VALUE SPACES.
           88 Autorizaciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Solicitudes PIC XX VALUE SPACES.
           88 Solicitudes-No-Existe VALUE "05" "35".
       01 WS-Estado-Horas-Extra PIC XX VALUE SPACES.
           88 Horas-Extra-No-Existe VALUE "05" "35".
       01 WS-Estado-Turnos PIC XX VALUE SPACES.
           88 Turnos-No-Existe VALUE "05" "35".
       01 WS-Estado-Asignaciones PIC XX VALUE SPACES.
           88 Asignaciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Parametros PIC XX VALUE SPACES.
           88 Parametros-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Archivo PIC X VALUE "N".
           88 Fin-Archivo VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Texto PIC X(6) VALUE SPACES.
       01 WS-Mes-Reporte PIC 9(6) VALUE ZEROS.
       01 WS-Mes-Partes REDEFINES WS-Mes-Reporte.
           05 WS-Mes-Anio PIC 9(4).
           05 WS-Mes-Mes PIC 9(2).

       01 WS-Umbral-Reciproco PIC 9(3) VALUE 3.

      *> Credenciales con la persona que las usa.
       01 WS-Cantidad-Operadores PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Operadores.
           05 WS-Oper OCCURS 200 TIMES.
               10 WS-Ope-ID           PIC X(6).
               10 WS-Ope-Emp-ID       PIC 9(6).
       01 WS-Indice-Ope PIC 9(3) VALUE ZEROS.

      *> Programas lanzados desde el menu en el mes, con quien
      *> tenia la sesion abierta.
       01 WS-Cantidad-Actividad PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Actividad.
           05 WS-Act OCCURS 3000 TIMES.
               10 WS-Act-Operador     PIC X(6).
               10 WS-Act-Programa     PIC X(20).
               10 WS-Act-Fecha        PIC 9(8).
               10 WS-Act-Hora         PIC 9(6).
       01 WS-Indice-Act PIC 9(4) VALUE ZEROS.
       01 WS-Actividad-Descartada PIC 9(5) VALUE ZEROS.

      *> Turnos del catalogo con sus horas ya en minutos, y las
      *> asignaciones en el orden de su llave (empleado, fecha de
      *> efecto), igual que en ProcesaChecadas.
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
       01 WS-Cantidad-Asignaciones PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Asignaciones.
           05 WS-Asignacion OCCURS 1000 TIMES.
               10 WS-Asg-Emp-ID       PIC 9(6).
               10 WS-Asg-Fecha        PIC 9(8).
               10 WS-Asg-Turno        PIC 9(3).
       01 WS-Indice-Asg PIC 9(4) VALUE ZEROS.
       01 WS-Turno-Actual PIC 9(3) VALUE ZEROS.

      *> Autorizacion en turno: de que bitacora viene, el programa
      *> con el que se lanzo desde el menu, quien la inicio, quien
      *> la autorizo, el empleado beneficiario (vacaciones y horas
      *> extra) y cuando. Usa-Sesion en "N" para los tramites que el
      *> aprobador mismo abre en su sesion (resolver una solicitud).
       01 WS-Cur-Origen PIC X(16) VALUE SPACES.
       01 WS-Cur-Programa PIC X(20) VALUE SPACES.
       01 WS-Cur-Operador PIC X(6) VALUE SPACES.
       01 WS-Cur-Autoriza PIC X(6) VALUE SPACES.
       01 WS-Cur-Beneficiario PIC 9(6) VALUE ZEROS.
       01 WS-Cur-Fecha-Hora PIC X(21) VALUE SPACES.
       01 WS-Cur-Vista REDEFINES WS-Cur-Fecha-Hora.
           05 WS-Cur-Fecha PIC 9(8).
           05 WS-Cur-Hora PIC 9(6).
           05 WS-Cur-Hora-Partes REDEFINES WS-Cur-Hora.
               10 WS-Cur-HH PIC 99.
               10 WS-Cur-MM PIC 99.
               10 WS-Cur-SS PIC 99.
           05 FILLER PIC X(7).
       01 WS-Cur-Referencia PIC X(20) VALUE SPACES.
       01 WS-Cur-Usa-Sesion PIC X VALUE "S".
           88 Cur-Usa-Sesion VALUE "S".

       01 WS-Iniciador PIC X(6) VALUE SPACES.
       01 WS-Sesion-Operador PIC X(6) VALUE SPACES.
       01 WS-Sesion-Hora PIC 9(6) VALUE ZEROS.
       01 WS-Operador-Buscado PIC X(6) VALUE SPACES.
       01 WS-Emp-Hallado PIC 9(6) VALUE ZEROS.
       01 WS-Emp-Iniciador PIC 9(6) VALUE ZEROS.
       01 WS-Emp-Autoriza PIC 9(6) VALUE ZEROS.
       01 WS-Tipo-Hallazgo PIC X(10) VALUE SPACES.

      *> Evaluacion del turno del que autorizo.
       01 WS-Minutos-Firma PIC S9(5) VALUE ZEROS.
       01 WS-Desde-Min PIC S9(5) VALUE ZEROS.
       01 WS-Hasta-Min PIC S9(5) VALUE ZEROS.
       01 WS-Fecha-Turno PIC 9(8) VALUE ZEROS.
       01 WS-Dia-Semana PIC 9 VALUE ZEROS.
       01 WS-En-Turno PIC X VALUE "N".
           88 En-Turno VALUE "S".

      *> Pares iniciador -> autorizador con su cuenta del mes.
       01 WS-Cantidad-Pares PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Pares.
           05 WS-Par OCCURS 500 TIMES.
               10 WS-Par-Inicia       PIC X(6).
               10 WS-Par-Autoriza     PIC X(6).
               10 WS-Par-Cantidad     PIC 9(5).
       01 WS-Indice-Par PIC 9(4) VALUE ZEROS.
       01 WS-Indice-Inverso PIC 9(4) VALUE ZEROS.
       01 WS-Par-Hallado PIC X VALUE "N".
           88 Par-Hallado VALUE "S".
       01 WS-Pares-Descartados PIC 9(5) VALUE ZEROS.
       01 WS-Total-Par PIC 9(6) VALUE ZEROS.

       01 WS-Total-Autorizaciones PIC 9(6) VALUE ZEROS.
       01 WS-Total-Autoaprobaciones PIC 9(5) VALUE ZEROS.
       01 WS-Total-Sesion PIC 9(5) VALUE ZEROS.
       01 WS-Total-Fuera-Turno PIC 9(5) VALUE ZEROS.
       01 WS-Total-Sin-Turno PIC 9(5) VALUE ZEROS.
       01 WS-Total-Reciprocos PIC 9(4) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Titulos.
           05 FILLER PIC X(11) VALUE "HALLAZGO".
           05 FILLER PIC X(17) VALUE "BITACORA".
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(6) VALUE "HORA".
           05 FILLER PIC X(7) VALUE "INICIA".
           05 FILLER PIC X(9) VALUE "AUTORIZA".
           05 FILLER PIC X(10) VALUE "REFERENCIA".

       01 WS-Linea-Hallazgo.
           05 WS-Hal-Tipo PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Hal-Origen PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Hal-Fecha PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Hal-HH PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-Hal-MM PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Hal-Inicia PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Hal-Autoriza PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Hal-Referencia PIC X(20).

       01 WS-Linea-Par.
           05 WS-Lpr-A PIC X(6).
           05 FILLER PIC X(11) VALUE " APROBO A  ".
           05 WS-Lpr-B PIC X(6).
           05 FILLER PIC X VALUE ":".
           05 WS-Lpr-A-B PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Lpr-B2 PIC X(6).
           05 FILLER PIC X(11) VALUE " APROBO A  ".
           05 WS-Lpr-A2 PIC X(6).
           05 FILLER PIC X VALUE ":".
           05 WS-Lpr-B-A PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "   TOTAL ".
           05 WS-Lpr-Total PIC ZZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ReporteSegregacion" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           DISPLAY "== Segregacion de funciones ==".
           PERFORM 0060-Pide-Mes
           PERFORM 0100-Lee-Parametros
           PERFORM 1000-Carga-Operadores
           PERFORM 1100-Carga-Actividad
           PERFORM 1200-Carga-Turnos
           PERFORM 1300-Carga-Asignaciones

           OPEN OUTPUT ArchivoReporte
           MOVE "SEGREGACION DE FUNCIONES" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE SPACES TO Linea-Reporte
           STRING "MES REVISADO: " DELIMITED BY SIZE
               WS-Mes-Reporte DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE ALL "-" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Titulos TO Linea-Reporte
           PERFORM EscribeLineaReporte

           PERFORM 2000-Lee-Condonaciones
           PERFORM 2100-Lee-Periodos
           PERFORM 2200-Lee-Cierres
           PERFORM 2300-Lee-Fechas-Proceso
           PERFORM 2400-Lee-Autorizaciones
           PERFORM 2500-Lee-Solicitudes
           PERFORM 2600-Lee-Horas-Extra

           PERFORM 5000-Escribe-Reciprocos
           CLOSE ArchivoReporte
           PERFORM 9000-Muestra-Resumen
           IF WS-Total-Autoaprobaciones + WS-Total-Sesion
              + WS-Total-Fuera-Turno + WS-Total-Reciprocos > ZEROS
      *> Codigo de retorno 4: hay hallazgos para auditoria.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0060-Pide-Mes.
           DISPLAY "Mes a revisar AAAAMM (Enter = mes en curso): "
           MOVE SPACES TO WS-Mes-Texto
           ACCEPT WS-Mes-Texto
           IF WS-Mes-Texto = SPACES
               MOVE WS-Fecha-Hoy(1:6) TO WS-Mes-Reporte
           ELSE
               IF WS-Mes-Texto IS NUMERIC
                   MOVE WS-Mes-Texto TO WS-Mes-Reporte
                   IF WS-Mes-Mes < 1 OR WS-Mes-Mes > 12
                       DISPLAY "Mes invalido."
                       PERFORM 0060-Pide-Mes
                   END-IF
               ELSE
                   DISPLAY "Mes invalido."
                   PERFORM 0060-Pide-Mes
               END-IF
           END-IF.

       0100-Lee-Parametros.
           OPEN INPUT ArchivoParametros
           IF Parametros-No-Existe
               CONTINUE
           ELSE
               READ ArchivoParametros
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Sgp-Umbral-Reciproco IS NUMERIC
                          AND Sgp-Umbral-Reciproco > ZEROS
                           MOVE Sgp-Umbral-Reciproco
                               TO WS-Umbral-Reciproco
                       END-IF
               END-READ
           END-IF
           CLOSE ArchivoParametros.

       1000-Carga-Operadores.
           OPEN INPUT ArchivoOperadores
           IF Operadores-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Archivo
                          OR WS-Cantidad-Operadores = 200
                   READ ArchivoOperadores
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Operadores
                           MOVE Op-ID TO
                               WS-Ope-ID(WS-Cantidad-Operadores)
                           IF Op-Emp-ID IS NUMERIC
                               MOVE Op-Emp-ID TO
                                 WS-Ope-Emp-ID(WS-Cantidad-Operadores)
                           ELSE
                               MOVE ZEROS TO
                                 WS-Ope-Emp-ID(WS-Cantidad-Operadores)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoOperadores.

      *> Solo los lanzamientos del mes; los intentos negados y los
      *> acuses de aviso no abren programa y no cuentan como sesion.
       1100-Carga-Actividad.
           OPEN INPUT ArchivoActividad
           IF Actividad-No-Existe
               DISPLAY "No hay actividad.log; no se revisan sesiones."
           ELSE
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoActividad
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Act-Fecha-Hora(1:6) = WS-Mes-Texto
                              AND Act-Programa(1:7) NOT = "NEGADO "
                              AND Act-Programa(1:6) NOT = "ACUSE "
                               PERFORM 1110-Guarda-Actividad
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoActividad.

       1110-Guarda-Actividad.
           IF WS-Cantidad-Actividad < 3000
               ADD 1 TO WS-Cantidad-Actividad
               MOVE Act-Operador
                   TO WS-Act-Operador(WS-Cantidad-Actividad)
               MOVE Act-Programa
                   TO WS-Act-Programa(WS-Cantidad-Actividad)
               MOVE Act-Fecha-Hora(1:8)
                   TO WS-Act-Fecha(WS-Cantidad-Actividad)
               MOVE Act-Fecha-Hora(9:6)
                   TO WS-Act-Hora(WS-Cantidad-Actividad)
           ELSE
               ADD 1 TO WS-Actividad-Descartada
           END-IF.

      *> Las horas del turno pasan a minutos; la salida de un turno
      *> nocturno es del dia siguiente.
       1200-Carga-Turnos.
           OPEN INPUT ArchivoTurnos
           IF Turnos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Archivo
                          OR WS-Cantidad-Turnos = 50
                   READ ArchivoTurnos NEXT RECORD
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Turnos
                           MOVE WS-Cantidad-Turnos TO WS-Indice-Tur
                           PERFORM 1210-Guarda-Turno
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoTurnos.

       1210-Guarda-Turno.
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

       1300-Carga-Asignaciones.
           OPEN INPUT ArchivoAsignaciones
           IF Asignaciones-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Archivo
                          OR WS-Cantidad-Asignaciones = 1000
                   READ ArchivoAsignaciones NEXT RECORD
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           PERFORM 1310-Guarda-Asignacion
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoAsignaciones.

       1310-Guarda-Asignacion.
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

      *> Condonaciones: el operador que capturo y el supervisor que
      *> firmo en pantalla.
       2000-Lee-Condonaciones.
           OPEN INPUT ArchivoCondonaciones
           IF NOT Condonaciones-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoCondonaciones
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           MOVE "CONDONACION" TO WS-Cur-Origen
                           MOVE "CondonaInteres" TO WS-Cur-Programa
                           MOVE Con-Operador TO WS-Cur-Operador
                           MOVE Con-Supervisor TO WS-Cur-Autoriza
                           MOVE ZEROS TO WS-Cur-Beneficiario
                           MOVE Con-Fecha-Hora TO WS-Cur-Fecha-Hora
                           MOVE SPACES TO WS-Cur-Referencia
                           STRING "CLIENTE " DELIMITED BY SIZE
                               Con-Cliente-ID DELIMITED BY SIZE
                               INTO WS-Cur-Referencia
                           MOVE "S" TO WS-Cur-Usa-Sesion
                           PERFORM 3000-Evalua-Autorizacion
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCondonaciones.

      *> Bitacora de periodos: solo los eventos de doble firma
      *> (reapertura, override de la nomina fuera de ventana).
       2100-Lee-Periodos.
           OPEN INPUT ArchivoPeriodos
           IF NOT Periodos-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoPeriodos
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Per-Autoriza NOT = SPACES
                               PERFORM 2110-Evalua-Periodo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoPeriodos.

       2110-Evalua-Periodo.
           IF Per-Accion = "OVERRIDE"
               MOVE "OVERRIDE PERIODO" TO WS-Cur-Origen
               MOVE "EmpleadosNomina" TO WS-Cur-Programa
           ELSE
               MOVE "REAPERTURA" TO WS-Cur-Origen
               MOVE "ReabrePeriodo" TO WS-Cur-Programa
           END-IF
           MOVE Per-Operador TO WS-Cur-Operador
           MOVE Per-Autoriza TO WS-Cur-Autoriza
           MOVE ZEROS TO WS-Cur-Beneficiario
           MOVE Per-Fecha-Hora TO WS-Cur-Fecha-Hora
           MOVE SPACES TO WS-Cur-Referencia
           STRING "PERIODO " DELIMITED BY SIZE
               Per-ID DELIMITED BY SIZE
               INTO WS-Cur-Referencia
           MOVE "S" TO WS-Cur-Usa-Sesion
           PERFORM 3000-Evalua-Autorizacion.

       2200-Lee-Cierres.
           OPEN INPUT ArchivoCierres
           IF NOT Cierres-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoCierres
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           MOVE "CIERRE CONTABLE" TO WS-Cur-Origen
                           MOVE "CierreContable" TO WS-Cur-Programa
                           MOVE Ccn-Operador TO WS-Cur-Operador
                           MOVE Ccn-Autoriza TO WS-Cur-Autoriza
                           MOVE ZEROS TO WS-Cur-Beneficiario
                           MOVE Ccn-Fecha-Hora TO WS-Cur-Fecha-Hora
                           MOVE SPACES TO WS-Cur-Referencia
                           STRING Ccn-Accion DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               Ccn-Mes DELIMITED BY SIZE
                               INTO WS-Cur-Referencia
                           MOVE "S" TO WS-Cur-Usa-Sesion
                           PERFORM 3000-Evalua-Autorizacion
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCierres.

       2300-Lee-Fechas-Proceso.
           OPEN INPUT ArchivoBitacoraFecha
           IF NOT Bitacora-Fecha-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoBitacoraFecha
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           MOVE "FECHA PROCESO" TO WS-Cur-Origen
                           MOVE "AvanzaFechaProceso"
                               TO WS-Cur-Programa
                           MOVE Fpr-Operador TO WS-Cur-Operador
                           MOVE Fpr-Autoriza TO WS-Cur-Autoriza
                           MOVE ZEROS TO WS-Cur-Beneficiario
                           MOVE Fpr-Fecha-Hora TO WS-Cur-Fecha-Hora
                           MOVE SPACES TO WS-Cur-Referencia
                           STRING "FECHA " DELIMITED BY SIZE
                               Fpr-Fecha-Proceso DELIMITED BY SIZE
                               INTO WS-Cur-Referencia
                           MOVE "S" TO WS-Cur-Usa-Sesion
                           PERFORM 3000-Evalua-Autorizacion
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoBitacoraFecha.

      *> Notas de credito y corridas de alto riesgo; el programa que
      *> no pide quien inicia deja el operador en espacios, y ahi el
      *> iniciador es quien tenia la sesion del menu.
       2400-Lee-Autorizaciones.
           OPEN INPUT ArchivoAutorizaciones
           IF NOT Autorizaciones-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoAutorizaciones
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           MOVE Aut-Operacion TO WS-Cur-Origen
                           MOVE Aut-Programa TO WS-Cur-Programa
                           MOVE Aut-Operador TO WS-Cur-Operador
                           MOVE Aut-Autoriza TO WS-Cur-Autoriza
                           MOVE ZEROS TO WS-Cur-Beneficiario
                           MOVE Aut-Fecha-Hora TO WS-Cur-Fecha-Hora
                           MOVE Aut-Referencia TO WS-Cur-Referencia
                           MOVE "S" TO WS-Cur-Usa-Sesion
                           PERFORM 3000-Evalua-Autorizacion
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoAutorizaciones.

      *> Vacaciones y horas extra aprobadas: el que inicia es el
      *> empleado beneficiario; el jefe las resuelve en su propia
      *> sesion, asi que ahi la sesion no dice nada.
       2500-Lee-Solicitudes.
           OPEN INPUT ArchivoSolicitudes
           IF NOT Solicitudes-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoSolicitudes
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Sol-Aprobada
                               MOVE "VACACIONES" TO WS-Cur-Origen
                               MOVE "VacacionesSolicitud"
                                   TO WS-Cur-Programa
                               MOVE SPACES TO WS-Cur-Operador
                               MOVE Sol-Operador TO WS-Cur-Autoriza
                               MOVE Sol-Emp-ID TO WS-Cur-Beneficiario
                               MOVE Sol-Fecha-Hora
                                   TO WS-Cur-Fecha-Hora
                               MOVE SPACES TO WS-Cur-Referencia
                               STRING "SOLICITUD " DELIMITED BY SIZE
                                   Sol-Folio DELIMITED BY SIZE
                                   INTO WS-Cur-Referencia
                               MOVE "N" TO WS-Cur-Usa-Sesion
                               PERFORM 3000-Evalua-Autorizacion
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoSolicitudes.

       2600-Lee-Horas-Extra.
           OPEN INPUT ArchivoHorasExtra
           IF NOT Horas-Extra-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoHorasExtra
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Hex-Aprobada
                               MOVE "HORAS EXTRA" TO WS-Cur-Origen
                               MOVE "AutorizaHorasExtra"
                                   TO WS-Cur-Programa
                               MOVE SPACES TO WS-Cur-Operador
                               MOVE Hex-Operador TO WS-Cur-Autoriza
                               MOVE Hex-Emp-ID TO WS-Cur-Beneficiario
                               MOVE Hex-Fecha-Hora
                                   TO WS-Cur-Fecha-Hora
                               MOVE SPACES TO WS-Cur-Referencia
                               STRING "FOLIO " DELIMITED BY SIZE
                                   Hex-Folio DELIMITED BY SIZE
                                   INTO WS-Cur-Referencia
                               MOVE "N" TO WS-Cur-Usa-Sesion
                               PERFORM 3000-Evalua-Autorizacion
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoHorasExtra.

      *> Una autorizacion del mes contra las tres reglas: quien la
      *> inicio (el capturado, el empleado beneficiario o, si no hay
      *> otro, el de la sesion del menu), la sesion desde la que se
      *> lanzo el programa y el turno del que firmo. El par
      *> iniciador -> autorizador se cuenta para los reciprocos.
       3000-Evalua-Autorizacion.
           IF WS-Cur-Fecha-Hora(1:6) NOT = WS-Mes-Texto
              OR WS-Cur-Autoriza = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Total-Autorizaciones
           MOVE WS-Cur-Autoriza TO WS-Operador-Buscado
           PERFORM 3900-Busca-Empleado
           MOVE WS-Emp-Hallado TO WS-Emp-Autoriza
           PERFORM 3100-Busca-Sesion
           MOVE WS-Cur-Operador TO WS-Iniciador
           IF WS-Iniciador = SPACES
              AND WS-Cur-Beneficiario > ZEROS
               PERFORM VARYING WS-Indice-Ope FROM 1 BY 1
                       UNTIL WS-Indice-Ope > WS-Cantidad-Operadores
                          OR WS-Iniciador NOT = SPACES
                   IF WS-Ope-Emp-ID(WS-Indice-Ope) =
                           WS-Cur-Beneficiario
                       MOVE WS-Ope-ID(WS-Indice-Ope) TO WS-Iniciador
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Iniciador = SPACES
              AND Cur-Usa-Sesion
               MOVE WS-Sesion-Operador TO WS-Iniciador
           END-IF
           MOVE WS-Iniciador TO WS-Operador-Buscado
           PERFORM 3900-Busca-Empleado
           MOVE WS-Emp-Hallado TO WS-Emp-Iniciador

           EVALUATE TRUE
               WHEN WS-Iniciador NOT = SPACES
                AND WS-Iniciador = WS-Cur-Autoriza
                   MOVE "AUTOAPROB" TO WS-Tipo-Hallazgo
                   ADD 1 TO WS-Total-Autoaprobaciones
                   PERFORM 4000-Escribe-Hallazgo
               WHEN WS-Cur-Beneficiario > ZEROS
                AND WS-Emp-Autoriza = WS-Cur-Beneficiario
                   MOVE "AUTOAPROB" TO WS-Tipo-Hallazgo
                   ADD 1 TO WS-Total-Autoaprobaciones
                   PERFORM 4000-Escribe-Hallazgo
               WHEN WS-Emp-Iniciador > ZEROS
                AND WS-Emp-Iniciador = WS-Emp-Autoriza
                   MOVE "MISMA PERS" TO WS-Tipo-Hallazgo
                   ADD 1 TO WS-Total-Autoaprobaciones
                   PERFORM 4000-Escribe-Hallazgo
               WHEN Cur-Usa-Sesion
                AND WS-Sesion-Operador = WS-Cur-Autoriza
                   MOVE "SESION" TO WS-Tipo-Hallazgo
                   ADD 1 TO WS-Total-Sesion
                   PERFORM 4000-Escribe-Hallazgo
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-Iniciador NOT = SPACES
              AND WS-Iniciador NOT = WS-Cur-Autoriza
               PERFORM 3200-Cuenta-Par
           END-IF
           PERFORM 3300-Revisa-Turno.

      *> Ultimo lanzamiento del programa del tramite el mismo dia,
      *> hasta la hora de la firma: de quien era la sesion.
       3100-Busca-Sesion.
           MOVE SPACES TO WS-Sesion-Operador
           MOVE ZEROS TO WS-Sesion-Hora
           PERFORM VARYING WS-Indice-Act FROM 1 BY 1
                   UNTIL WS-Indice-Act > WS-Cantidad-Actividad
               IF WS-Act-Programa(WS-Indice-Act) = WS-Cur-Programa
                  AND WS-Act-Fecha(WS-Indice-Act) = WS-Cur-Fecha
                  AND WS-Act-Hora(WS-Indice-Act) NOT > WS-Cur-Hora
                  AND WS-Act-Hora(WS-Indice-Act) NOT < WS-Sesion-Hora
                   MOVE WS-Act-Operador(WS-Indice-Act)
                       TO WS-Sesion-Operador
                   MOVE WS-Act-Hora(WS-Indice-Act) TO WS-Sesion-Hora
               END-IF
           END-PERFORM.

       3200-Cuenta-Par.
           MOVE "N" TO WS-Par-Hallado
           PERFORM VARYING WS-Indice-Par FROM 1 BY 1
                   UNTIL WS-Indice-Par > WS-Cantidad-Pares
                      OR Par-Hallado
               IF WS-Par-Inicia(WS-Indice-Par) = WS-Iniciador
                  AND WS-Par-Autoriza(WS-Indice-Par) = WS-Cur-Autoriza
                   SET Par-Hallado TO TRUE
                   ADD 1 TO WS-Par-Cantidad(WS-Indice-Par)
               END-IF
           END-PERFORM
           IF NOT Par-Hallado
               IF WS-Cantidad-Pares < 500
                   ADD 1 TO WS-Cantidad-Pares
                   MOVE WS-Iniciador
                       TO WS-Par-Inicia(WS-Cantidad-Pares)
                   MOVE WS-Cur-Autoriza
                       TO WS-Par-Autoriza(WS-Cantidad-Pares)
                   MOVE 1 TO WS-Par-Cantidad(WS-Cantidad-Pares)
               ELSE
                   ADD 1 TO WS-Pares-Descartados
               END-IF
           END-IF.

      *> Turno vigente del que firmo el dia de la firma (la ultima
      *> asignacion con fecha de efecto hasta ese dia). Dentro del
      *> turno es de la entrada a la salida, con la tolerancia del
      *> turno de cada lado, en un dia laboral; la madrugada de un
      *> turno nocturno es del dia anterior. Sin empleado o sin
      *> turno la firma no se puede evaluar y solo se cuenta.
       3300-Revisa-Turno.
           IF WS-Emp-Autoriza = ZEROS
               ADD 1 TO WS-Total-Sin-Turno
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-Turno-Actual
           PERFORM VARYING WS-Indice-Asg FROM 1 BY 1
                   UNTIL WS-Indice-Asg > WS-Cantidad-Asignaciones
               IF WS-Asg-Emp-ID(WS-Indice-Asg) = WS-Emp-Autoriza
                  AND WS-Asg-Fecha(WS-Indice-Asg) NOT > WS-Cur-Fecha
                   MOVE WS-Asg-Turno(WS-Indice-Asg) TO WS-Turno-Actual
               END-IF
           END-PERFORM
           IF WS-Turno-Actual = ZEROS
               ADD 1 TO WS-Total-Sin-Turno
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-En-Turno
           COMPUTE WS-Minutos-Firma = WS-Cur-HH * 60 + WS-Cur-MM
           COMPUTE WS-Desde-Min = WS-Tur-Entrada(WS-Turno-Actual)
               - WS-Tur-Tolerancia(WS-Turno-Actual)
           COMPUTE WS-Hasta-Min = WS-Tur-Entrada(WS-Turno-Actual)
               + WS-Tur-Jornada(WS-Turno-Actual)
               + WS-Tur-Tolerancia(WS-Turno-Actual)
           MOVE WS-Cur-Fecha TO WS-Fecha-Turno
           PERFORM 3310-Dia-Laboral
           IF En-Turno
               MOVE "N" TO WS-En-Turno
               IF WS-Minutos-Firma NOT < WS-Desde-Min
                  AND WS-Minutos-Firma NOT > WS-Hasta-Min
                   SET En-Turno TO TRUE
               END-IF
           END-IF
           IF NOT En-Turno
              AND WS-Hasta-Min > 1440
              AND WS-Minutos-Firma + 1440 NOT > WS-Hasta-Min
               COMPUTE WS-Fecha-Turno = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Cur-Fecha) - 1)
               PERFORM 3310-Dia-Laboral
           END-IF
           IF NOT En-Turno
               MOVE "FUERA TURN" TO WS-Tipo-Hallazgo
               ADD 1 TO WS-Total-Fuera-Turno
               PERFORM 4000-Escribe-Hallazgo
           END-IF.

      *> En-Turno en "S" si WS-Fecha-Turno es dia laboral del turno;
      *> el dia 1 del calendario fue lunes.
       3310-Dia-Laboral.
           COMPUTE WS-Dia-Semana = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Turno) - 1, 7) + 1
           IF WS-Tur-Dias(WS-Turno-Actual)(WS-Dia-Semana:1) = "S"
               SET En-Turno TO TRUE
           ELSE
               MOVE "N" TO WS-En-Turno
           END-IF.

       3900-Busca-Empleado.
           MOVE ZEROS TO WS-Emp-Hallado
           IF WS-Operador-Buscado NOT = SPACES
               PERFORM VARYING WS-Indice-Ope FROM 1 BY 1
                       UNTIL WS-Indice-Ope > WS-Cantidad-Operadores
                          OR WS-Emp-Hallado > ZEROS
                   IF WS-Ope-ID(WS-Indice-Ope) = WS-Operador-Buscado
                       MOVE WS-Ope-Emp-ID(WS-Indice-Ope)
                           TO WS-Emp-Hallado
                   END-IF
               END-PERFORM
           END-IF.

       4000-Escribe-Hallazgo.
           MOVE WS-Tipo-Hallazgo TO WS-Hal-Tipo
           MOVE WS-Cur-Origen TO WS-Hal-Origen
           MOVE WS-Cur-Fecha TO WS-Hal-Fecha
           MOVE WS-Cur-HH TO WS-Hal-HH
           MOVE WS-Cur-MM TO WS-Hal-MM
           MOVE WS-Iniciador TO WS-Hal-Inicia
           MOVE WS-Cur-Autoriza TO WS-Hal-Autoriza
           MOVE WS-Cur-Referencia TO WS-Hal-Referencia
           MOVE WS-Linea-Hallazgo TO Linea-Reporte
           PERFORM EscribeLineaReporte.

      *> Pares que se aprueban en las dos direcciones; cada par se
      *> lista una vez, desde el renglon con el iniciador menor.
       5000-Escribe-Reciprocos.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           STRING "PARES RECIPROCOS CON " DELIMITED BY SIZE
               WS-Umbral-Reciproco DELIMITED BY SIZE
               " O MAS APROBACIONES EN EL MES" DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE ALL "-" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Par FROM 1 BY 1
                   UNTIL WS-Indice-Par > WS-Cantidad-Pares
               IF WS-Par-Inicia(WS-Indice-Par) <
                       WS-Par-Autoriza(WS-Indice-Par)
                   PERFORM 5100-Busca-Inverso
               END-IF
           END-PERFORM
           IF WS-Total-Reciprocos = ZEROS
               MOVE "SIN PARES RECIPROCOS ARRIBA DEL UMBRAL"
                   TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF
           IF WS-Pares-Descartados > ZEROS
              OR WS-Actividad-Descartada > ZEROS
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE SPACES TO Linea-Reporte
               STRING "NO CUPIERON EN LAS TABLAS: PARES "
                   DELIMITED BY SIZE
                   WS-Pares-Descartados DELIMITED BY SIZE
                   "  RENGLONES DE ACTIVIDAD " DELIMITED BY SIZE
                   WS-Actividad-Descartada DELIMITED BY SIZE
                   INTO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

       5100-Busca-Inverso.
           PERFORM VARYING WS-Indice-Inverso FROM 1 BY 1
                   UNTIL WS-Indice-Inverso > WS-Cantidad-Pares
               IF WS-Par-Inicia(WS-Indice-Inverso) =
                       WS-Par-Autoriza(WS-Indice-Par)
                  AND WS-Par-Autoriza(WS-Indice-Inverso) =
                       WS-Par-Inicia(WS-Indice-Par)
                   COMPUTE WS-Total-Par =
                       WS-Par-Cantidad(WS-Indice-Par)
                       + WS-Par-Cantidad(WS-Indice-Inverso)
                   IF WS-Total-Par NOT < WS-Umbral-Reciproco
                       ADD 1 TO WS-Total-Reciprocos
                       MOVE WS-Par-Autoriza(WS-Indice-Par) TO WS-Lpr-A
                       MOVE WS-Par-Inicia(WS-Indice-Par) TO WS-Lpr-B
                       MOVE WS-Par-Cantidad(WS-Indice-Par)
                           TO WS-Lpr-A-B
                       MOVE WS-Par-Inicia(WS-Indice-Par)
                           TO WS-Lpr-B2
                       MOVE WS-Par-Autoriza(WS-Indice-Par)
                           TO WS-Lpr-A2
                       MOVE WS-Par-Cantidad(WS-Indice-Inverso)
                           TO WS-Lpr-B-A
                       MOVE WS-Total-Par TO WS-Lpr-Total
                       MOVE WS-Linea-Par TO Linea-Reporte
                       PERFORM EscribeLineaReporte
                   END-IF
               END-IF
           END-PERFORM.

       9000-Muestra-Resumen.
           DISPLAY "Mes revisado: " WS-Mes-Reporte.
           DISPLAY "Autorizaciones revisadas: "
               WS-Total-Autorizaciones.
           DISPLAY "Autoaprobaciones: " WS-Total-Autoaprobaciones.
           DISPLAY "Firmas en sesion del aprobador: " WS-Total-Sesion.
           DISPLAY "Firmas fuera de turno: " WS-Total-Fuera-Turno.
           DISPLAY "Firmas sin turno para evaluar: "
               WS-Total-Sin-Turno.
           DISPLAY "Pares reciprocos: " WS-Total-Reciprocos.
           DISPLAY "Reporte en segregacion.rpt".

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ReporteSegregacion.
