      *> de pasos_nocturnos.dat, asi que operaciones agrega o
      *> reordena pasos editando el archivo; sin el archivo se corre
      *> la cadena de siempre.
      *>
      *> La ventana trabaja la fecha de proceso que avanzo el
      *> supervisor (fecha_proceso.dat), no la del reloj: una
      *> ventana que pasa de la medianoche sigue siendo la del dia
      *> que empezo, y al terminar completa marca esa fecha como
      *> cerrada para no volver a correrla hasta que se avance.
      *>
      *> Cada paso lanzado deja en el libro de corridas su hora de
      *> inicio, su hora de fin y los segundos que tardo. Contra los
      *> minutos esperados y la hora limite de pasos_nocturnos.dat,
      *> un paso que tardo de mas, que termino tarde, o una cadena
      *> que con lo que falta ya no alcanzaria la hora limite de un
      *> paso posterior (la transmision al banco) deja su alerta en
      *> alertas.log. TendenciaPasos saca la tendencia semanal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Incidentes.

      *> Libro de corridas, para los tiempos de cada paso.
               SELECT OPTIONAL ArchivoCorridas
               ASSIGN TO "corridas.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Corridas.

      *> Bitacora comun de alertas, para los pasos fuera de su nivel
      *> de servicio.
               SELECT OPTIONAL ArchivoAlertas
               ASSIGN TO "alertas.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Alertas.

      *> Registro de control de la fecha de proceso, para saber si
      *> la ventana de esa fecha ya corrio y marcarla al terminar.
               SELECT OPTIONAL ArchivoFechaProceso
               ASSIGN TO "fecha_proceso.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Fecha-Proceso.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
           COPY INCIDENT.

       FD  ArchivoFechaProceso
           LABEL RECORD IS STANDARD.
           COPY FECPROC.

       FD  ArchivoCorridas
           LABEL RECORD IS STANDARD.
           COPY CORRIDA.

       FD  ArchivoAlertas
           LABEL RECORD IS STANDARD.
           COPY ALERTLOG.

       WORKING-STORAGE SECTION.
      *> Encabezado y paginacion estandar del taller: ver
      *> copybooks/REPENC.cpy y UTILREP.cpy.
               10 WS-Plan-Programa    PIC X(30).
               10 WS-Plan-Umbral      PIC 9(2).
               10 WS-Plan-Omitir      PIC X.
               10 WS-Plan-Minutos     PIC 9(4).
               10 WS-Plan-Limite      PIC 9(4).
               10 WS-Plan-Alertado    PIC X.
       01 WS-Indice-Plan PIC 9(2) VALUE ZEROS.
       01 WS-Indice-Inserta PIC 9(2) VALUE ZEROS.
       01 WS-Plan-Temp.
           05 WS-Temp-Programa        PIC X(30).
           05 WS-Temp-Umbral          PIC 9(2).
           05 WS-Temp-Omitir          PIC X.
           05 WS-Temp-Minutos         PIC 9(4).
           05 WS-Temp-Limite          PIC 9(4).
           05 WS-Temp-Alertado        PIC X.
       01 WS-Umbral-Paso PIC 9(2) VALUE 4.
      *> Renglones del archivo de control que ya no cupieron en el
      *> plan: esos pasos no se ejecutan y hay que decirlo, en
      *> de cierre; FUNCTION CURRENT-DATE entrega fecha(1:8), hora
      *> HHMMSS(9:6), centesimas(15:2) y diferencial UTC(17:5).
       01 WS-Fecha-Hora-Inicio PIC X(21) VALUE SPACES.
       01 WS-Inicio-Vista REDEFINES WS-Fecha-Hora-Inicio.
           05 WS-Ini-Fecha PIC 9(8).
           05 WS-Ini-HH PIC 99.
           05 WS-Ini-MM PIC 99.
           05 WS-Ini-SS PIC 99.
           05 FILLER PIC X(7).
       01 WS-Fecha-Hora-Fin PIC X(21) VALUE SPACES.
       01 WS-Nombre-Paso PIC X(30) VALUE SPACES.

      *> Tiempos y nivel de servicio del paso en turno. Los momentos
      *> se llevan en segundos desde el arranque de la ventana, para
      *> que un paso que cruza la medianoche se mida bien.
       01 WS-Minutos-Paso PIC 9(4) VALUE ZEROS.
       01 WS-Limite-Paso PIC 9(4) VALUE ZEROS.
       01 WS-Fecha-Hora-Paso PIC X(21) VALUE SPACES.
       01 WS-Fecha-Hora-Fin-Paso PIC X(21) VALUE SPACES.
       01 WS-Momento PIC X(21) VALUE SPACES.
       01 WS-Momento-Vista REDEFINES WS-Momento.
           05 WS-Mom-Fecha PIC 9(8).
           05 WS-Mom-HH PIC 99.
           05 WS-Mom-MM PIC 99.
           05 WS-Mom-SS PIC 99.
           05 FILLER PIC X(7).
       01 WS-Segundos-Momento PIC S9(7) VALUE ZEROS.
       01 WS-Segundos-Arranque PIC S9(7) VALUE ZEROS.
       01 WS-Segundos-Termino PIC S9(7) VALUE ZEROS.
       01 WS-Segundos-Paso PIC 9(7) VALUE ZEROS.
       01 WS-Hora-Limite PIC 9(4) VALUE ZEROS.
       01 WS-Hora-Limite-Vista REDEFINES WS-Hora-Limite.
           05 WS-Lim-HH PIC 99.
           05 WS-Lim-MM PIC 99.
       01 WS-Segundos-Limite PIC S9(7) VALUE ZEROS.
       01 WS-Segundos-Proyectados PIC S9(7) VALUE ZEROS.
       01 WS-Segundos-Exceso PIC S9(7) VALUE ZEROS.
       01 WS-Indice-Proyeccion PIC 9(2) VALUE ZEROS.
       01 WS-Paso-Proyectado PIC X VALUE "N".
           88 Paso-Proyectado-Corre VALUE "S".

      *> Identificacion de las alertas de nivel de servicio.
       01 WS-Estado-Corridas PIC XX VALUE SPACES.
       01 WS-Estado-Alertas PIC XX VALUE SPACES.
       01 WS-Alerta-Programa PIC X(20) VALUE "CorridaLotesNocturna".
       01 WS-Alerta-Parrafo PIC X(30) VALUE SPACES.
       01 WS-Alerta-Mensaje PIC X(50) VALUE SPACES.
       01 WS-Alerta-Minutos PIC 9(4) VALUE ZEROS.
       01 WS-Codigo-Retorno PIC S9(9) VALUE ZEROS.

      *> Apertura automatica de incidentes por paso fallido.
               10 WS-Paso-Nombre  PIC X(30).
               10 WS-Paso-Codigo  PIC S9(9).
               10 WS-Paso-Estado  PIC X(08).
               10 WS-Paso-Segundos PIC 9(7).

       01 WS-Cod-Edit PIC -9(9).
       01 WS-Seg-Edit PIC ZZZZZZ9.

      *> Verificacion de dia habil (semana mas feriados) al arrancar:
      *> en dia inhabil la ventana completa se salta y se reporta el
       01 WS-Hoy-Es-Habil PIC X VALUE "N".
           88 Hoy-Es-Habil VALUE "S".

      *> Fecha de proceso de la ventana y marca de ventana ya
      *> corrida para esa fecha.
           COPY FECPROWS.
       01 WS-Estado-Fecha-Proceso PIC XX VALUE SPACES.
           88 Fecha-Proceso-No-Existe VALUE "05" "35".
       01 WS-Ventana-Cerrada PIC X VALUE "N".
           88 Ventana-Cerrada VALUE "S".
       01 WS-Veredicto-Salto PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Inicio.
           MOVE "CorridaLotesNocturna" TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy.
           CALL "VerificaFechaHabil" USING WS-Fecha-Hoy
               WS-Hoy-Es-Habil.
           IF NOT Hoy-Es-Habil
               DISPLAY "== Hoy no es dia habil; la corrida nocturna "
                   "se salta =="
               MOVE "VEREDICTO: OMITIDA POR DIA INHABIL"
                   TO WS-Veredicto-Salto
               MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Fin
               PERFORM 3000-Reporta-Salto
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Un fin de semana la fecha de proceso sigue en el viernes,
      *> cuya ventana ya corrio: no se repite hasta que se avance.
           PERFORM 0040-Lee-Ventana.
           IF Ventana-Cerrada
               DISPLAY "== La ventana de la fecha de proceso "
                   WS-Fecha-Hoy " ya corrio; la corrida nocturna "
                   "se salta =="
               MOVE "VEREDICTO: OMITIDA, LA VENTANA DE LA FECHA DE "
                   & "PROCESO YA CORRIO" TO WS-Veredicto-Salto
               MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Fin
               PERFORM 3000-Reporta-Salto
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "== Corrida nocturna completa =="
               PERFORM 0170-Limpia-Checkpoint
               PERFORM 0180-Cierra-Ventana
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Fin.
           PERFORM 2000-Escribe-Reporte.
           STOP RUN.

       0040-Lee-Ventana.
           MOVE "N" TO WS-Ventana-Cerrada
           OPEN INPUT ArchivoFechaProceso
           IF Fecha-Proceso-No-Existe
               CONTINUE
           ELSE
               READ ArchivoFechaProceso
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Fpr-Fecha-Proceso = WS-Fecha-Hoy
                          AND Fpr-Ventana-Completa
                           SET Ventana-Cerrada TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE ArchivoFechaProceso.

      *> El control de entradas es un paso fijo antes del plan,
      *> fuera del archivo editable, para que nadie lo quite por
      *> accidente.
       0060-Paso-Entradas.
           MOVE "verificaEntradas" TO WS-Nombre-Paso
           MOVE 4 TO WS-Umbral-Paso
           MOVE ZEROS TO WS-Minutos-Paso
           MOVE ZEROS TO WS-Limite-Paso
           PERFORM 1000-Ejecuta-Paso.

      *> El verificador de corridas es un paso fijo al final de la
       0700-Paso-Verificacion.
           MOVE "verificaCorridas" TO WS-Nombre-Paso
           MOVE 4 TO WS-Umbral-Paso
           MOVE ZEROS TO WS-Minutos-Paso
           MOVE ZEROS TO WS-Limite-Paso
           PERFORM 1000-Ejecuta-Paso.

      *> Carga la secuencia de pasos del archivo de control,
           OPEN OUTPUT ArchivoCheckpoint
           CLOSE ArchivoCheckpoint.

      *> La ventana completa marca su fecha de proceso como cerrada;
      *> el registro de control se reescribe completo.
       0180-Cierra-Ventana.
           OPEN INPUT ArchivoFechaProceso
           READ ArchivoFechaProceso
               AT END
                   MOVE ZEROS TO Fpr-Fecha-Proceso
           END-READ
           CLOSE ArchivoFechaProceso
           IF Fpr-Fecha-Proceso = WS-Fecha-Hoy
               MOVE "S" TO Fpr-Ventana-Cerrada
               OPEN OUTPUT ArchivoFechaProceso
               WRITE Registro-Fecha-Proceso
               CLOSE ArchivoFechaProceso
           END-IF.

      *> La cadena de siempre corre sin nivel de servicio: minutos
      *> esperados y hora limite quedan en cero.
       0200-Plan-Por-Defecto.
           INITIALIZE WS-Tabla-Plan
           MOVE 6 TO WS-Cantidad-Plan
      *> La prefacturacion de cargos recurrentes va antes del
      *> pre-edit; un 4 (sin maestro o sin cargos del periodo) no es
      *> falla, por eso su umbral es 8.
           MOVE 5 TO WS-Plan-Orden(1)
           MOVE "generaCargosRecurrentes" TO WS-Plan-Programa(1)
           MOVE 8 TO WS-Plan-Umbral(1)
           MOVE "S" TO WS-Plan-Omitir(1)
           MOVE 10 TO WS-Plan-Orden(2)
           MOVE "validaFacturas" TO WS-Plan-Programa(2)
           MOVE 4 TO WS-Plan-Umbral(2)
           MOVE "S" TO WS-Plan-Omitir(2)
           MOVE 20 TO WS-Plan-Orden(3)
           MOVE "facturacionLotes" TO WS-Plan-Programa(3)
           MOVE 4 TO WS-Plan-Umbral(3)
           MOVE "S" TO WS-Plan-Omitir(3)
           MOVE 30 TO WS-Plan-Orden(4)
           MOVE "nominaResumenPorDepto" TO WS-Plan-Programa(4)
           MOVE 4 TO WS-Plan-Umbral(4)
           MOVE "S" TO WS-Plan-Omitir(4)
           MOVE 40 TO WS-Plan-Orden(5)
           MOVE "resumenErrores" TO WS-Plan-Programa(5)
           MOVE 4 TO WS-Plan-Umbral(5)
           MOVE "S" TO WS-Plan-Omitir(5)
      *> La hoja de cifras para la direccion cierra la cadena y
      *> corre aunque la ventana venga interrumpida: reporta lo que
      *> haya.
           MOVE 50 TO WS-Plan-Orden(6)
           MOVE "cifrasDelDia" TO WS-Plan-Programa(6)
           MOVE 4 TO WS-Plan-Umbral(6)
           MOVE "N" TO WS-Plan-Omitir(6).

      *> Insercion ordenada: el renglon nuevo se agrega al final y se
      *> va corriendo hacia adelante mientras su orden sea menor que
           END-IF
           MOVE Pct-Omitir-Si-Falla
               TO WS-Plan-Omitir(WS-Cantidad-Plan)
           IF Pct-Minutos-Esperados IS NUMERIC
               MOVE Pct-Minutos-Esperados
                   TO WS-Plan-Minutos(WS-Cantidad-Plan)
           ELSE
               MOVE ZEROS TO WS-Plan-Minutos(WS-Cantidad-Plan)
           END-IF
      *> Una hora limite que no es hora valida se ignora.
           IF Pct-Hora-Limite IS NUMERIC
              AND Pct-Hora-Limite(1:2) < "24"
              AND Pct-Hora-Limite(3:2) < "60"
               MOVE Pct-Hora-Limite
                   TO WS-Plan-Limite(WS-Cantidad-Plan)
           ELSE
               MOVE ZEROS TO WS-Plan-Limite(WS-Cantidad-Plan)
           END-IF
           MOVE "N" TO WS-Plan-Alertado(WS-Cantidad-Plan)
           PERFORM 0400-Acomoda-Paso
               VARYING WS-Indice-Inserta
               FROM WS-Cantidad-Plan BY -1
       0500-Procesa-Paso-Del-Plan.
           MOVE WS-Plan-Programa(WS-Indice-Plan) TO WS-Nombre-Paso
           MOVE WS-Plan-Umbral(WS-Indice-Plan) TO WS-Umbral-Paso
           MOVE WS-Plan-Minutos(WS-Indice-Plan) TO WS-Minutos-Paso
           MOVE WS-Plan-Limite(WS-Indice-Plan) TO WS-Limite-Paso
           PERFORM 0600-Busca-En-Previos
           IF Paso-Previo
               PERFORM 1300-Registra-Previo
      *> un COND de JCL.
       1000-Ejecuta-Paso.
           DISPLAY "-- Paso: " WS-Nombre-Paso " --"
           MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Paso
           MOVE WS-Fecha-Hora-Paso TO WS-Momento
           PERFORM 1850-Segundos-De-Ventana
           MOVE WS-Segundos-Momento TO WS-Segundos-Arranque
           CALL "SYSTEM" USING WS-Nombre-Paso
      *> CALL "SYSTEM" deja en RETURN-CODE el estado crudo del proceso
      *> hijo (el codigo de salida corrido 8 bits a la izquierda, igual
      *> que WEXITSTATUS de la libreria C), asi que hay que dividir
      *> entre 256 para recuperar el codigo de retorno real del paso.
           COMPUTE WS-Codigo-Retorno = RETURN-CODE / 256
           MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Fin-Paso
           MOVE WS-Fecha-Hora-Fin-Paso TO WS-Momento
           PERFORM 1850-Segundos-De-Ventana
           MOVE WS-Segundos-Momento TO WS-Segundos-Termino
           IF WS-Segundos-Termino > WS-Segundos-Arranque
               COMPUTE WS-Segundos-Paso =
                   WS-Segundos-Termino - WS-Segundos-Arranque
           ELSE
               MOVE ZEROS TO WS-Segundos-Paso
           END-IF
           DISPLAY "   codigo de retorno: " WS-Codigo-Retorno
               "  segundos: " WS-Segundos-Paso
           IF WS-Codigo-Retorno > WS-Umbral-Paso
               DISPLAY "   paso fallido, se interrumpe la cadena."
               SET Cadena-Interrumpida TO TRUE
               PERFORM 1600-Abre-Incidente
           END-IF
           PERFORM 1100-Registra-Paso
           PERFORM 1150-Graba-Checkpoint
           PERFORM 1800-Registra-Tiempo
           PERFORM 1900-Revisa-Nivel-Servicio
           PERFORM 1950-Proyecta-Limites.

      *> Renglon de tiempos del paso en el libro de corridas: inicio,
      *> fin (Cor-Fecha-Hora) y segundos transcurridos.
       1800-Registra-Tiempo.
           OPEN EXTEND ArchivoCorridas
           MOVE "CorridaLotesNocturna" TO Cor-Programa
           MOVE WS-Fecha-Hoy TO Cor-Fecha
           MOVE ZEROS TO Cor-Leidos
           MOVE ZEROS TO Cor-Escritos
           MOVE ZEROS TO Cor-Rechazados
           MOVE WS-Paso-Estado(WS-Cantidad-Pasos) TO Cor-Estado
           MOVE WS-Fecha-Hora-Fin-Paso TO Cor-Fecha-Hora
           MOVE "P" TO Cor-Tipo-Renglon
           MOVE WS-Nombre-Paso TO Cor-Paso
           MOVE WS-Fecha-Hora-Paso TO Cor-Inicio
           MOVE WS-Segundos-Paso TO Cor-Segundos
           WRITE Registro-Corrida
           CLOSE ArchivoCorridas.

      *> Segundos de WS-Momento contados desde el arranque de la
      *> ventana.
       1850-Segundos-De-Ventana.
           COMPUTE WS-Segundos-Momento =
               (FUNCTION INTEGER-OF-DATE(WS-Mom-Fecha)
                - FUNCTION INTEGER-OF-DATE(WS-Ini-Fecha)) * 86400
               + WS-Mom-HH * 3600 + WS-Mom-MM * 60 + WS-Mom-SS
               - WS-Ini-HH * 3600 - WS-Ini-MM * 60 - WS-Ini-SS.

      *> Hora limite (HHMM en WS-Hora-Limite) en segundos desde el
      *> arranque de la ventana; una hora menor que la de arranque
      *> es del dia siguiente.
       1870-Segundos-De-Limite.
           COMPUTE WS-Segundos-Limite =
               WS-Lim-HH * 3600 + WS-Lim-MM * 60
               - WS-Ini-HH * 3600 - WS-Ini-MM * 60 - WS-Ini-SS
           IF WS-Segundos-Limite < ZEROS
               ADD 86400 TO WS-Segundos-Limite
           END-IF.

      *> El paso recien terminado contra su propio nivel de
      *> servicio: tardo mas de sus minutos esperados, o termino
      *> despues de su hora limite.
       1900-Revisa-Nivel-Servicio.
           MOVE "1900-Revisa-Nivel-Servicio" TO WS-Alerta-Parrafo
           IF WS-Minutos-Paso > ZEROS
              AND WS-Segundos-Paso > WS-Minutos-Paso * 60
               DISPLAY "   el paso tardo mas de sus "
                   WS-Minutos-Paso " minutos esperados."
               MOVE SPACES TO WS-Alerta-Mensaje
               STRING "EXCEDIO DURACION: " DELIMITED BY SIZE
                   WS-Nombre-Paso DELIMITED BY SPACE
                   INTO WS-Alerta-Mensaje
               MOVE WS-Segundos-Paso TO WS-Segundos-Exceso
               PERFORM 1980-Minutos-Alerta
               PERFORM 1990-Escribe-Alerta
           END-IF
           IF WS-Limite-Paso > ZEROS
               MOVE WS-Limite-Paso TO WS-Hora-Limite
               PERFORM 1870-Segundos-De-Limite
               IF WS-Segundos-Termino > WS-Segundos-Limite
                   DISPLAY "   el paso termino despues de su hora "
                       "limite " WS-Limite-Paso "."
                   MOVE SPACES TO WS-Alerta-Mensaje
                   STRING "TERMINO FUERA DE LIMITE: "
                       DELIMITED BY SIZE
                       WS-Nombre-Paso DELIMITED BY SPACE
                       INTO WS-Alerta-Mensaje
                   COMPUTE WS-Segundos-Exceso =
                       WS-Segundos-Termino - WS-Segundos-Limite
                   PERFORM 1980-Minutos-Alerta
                   PERFORM 1990-Escribe-Alerta
               END-IF
           END-IF.

      *> Proyeccion de la cadena: desde ahora, sumando los minutos
      *> esperados de los pasos que faltan y todavia van a correr,
      *> cada paso con hora limite se revisa contra su hora
      *> proyectada de termino. Cada paso se alerta una sola vez
      *> por ventana.
       1950-Proyecta-Limites.
           MOVE "1950-Proyecta-Limites" TO WS-Alerta-Parrafo
           MOVE WS-Segundos-Termino TO WS-Segundos-Proyectados
           PERFORM VARYING WS-Indice-Proyeccion
                   FROM WS-Indice-Plan BY 1
                   UNTIL WS-Indice-Proyeccion > WS-Cantidad-Plan
               IF WS-Indice-Proyeccion > WS-Indice-Plan
                   PERFORM 1960-Proyecta-Paso
               END-IF
           END-PERFORM.

       1960-Proyecta-Paso.
           SET Paso-Proyectado-Corre TO TRUE
           IF Cadena-Interrumpida
              AND WS-Plan-Omitir(WS-Indice-Proyeccion) = "S"
               MOVE "N" TO WS-Paso-Proyectado
           END-IF
           PERFORM VARYING WS-Indice-Previo FROM 1 BY 1
                   UNTIL WS-Indice-Previo > WS-Cantidad-Previos
               IF WS-Previo(WS-Indice-Previo) =
                       WS-Plan-Programa(WS-Indice-Proyeccion)
                   MOVE "N" TO WS-Paso-Proyectado
               END-IF
           END-PERFORM
           IF Paso-Proyectado-Corre
               COMPUTE WS-Segundos-Proyectados =
                   WS-Segundos-Proyectados
                   + WS-Plan-Minutos(WS-Indice-Proyeccion) * 60
               IF WS-Plan-Limite(WS-Indice-Proyeccion) > ZEROS
                  AND WS-Plan-Alertado(WS-Indice-Proyeccion)
                      NOT = "S"
                   MOVE WS-Plan-Limite(WS-Indice-Proyeccion)
                       TO WS-Hora-Limite
                   PERFORM 1870-Segundos-De-Limite
                   IF WS-Segundos-Proyectados > WS-Segundos-Limite
                       MOVE "S" TO
                           WS-Plan-Alertado(WS-Indice-Proyeccion)
                       DISPLAY "   a este paso la cadena no llega a "
                           "tiempo a la hora limite "
                           WS-Hora-Limite " de "
                           WS-Plan-Programa(WS-Indice-Proyeccion)
                       MOVE SPACES TO WS-Alerta-Mensaje
                       STRING "PROYECTA FUERA DE LIMITE: "
                           DELIMITED BY SIZE
                           WS-Plan-Programa(WS-Indice-Proyeccion)
                           DELIMITED BY SPACE
                           INTO WS-Alerta-Mensaje
                       COMPUTE WS-Segundos-Exceso =
                           WS-Segundos-Proyectados
                           - WS-Segundos-Limite
                       PERFORM 1980-Minutos-Alerta
                       PERFORM 1990-Escribe-Alerta
                   END-IF
               END-IF
           END-IF.

      *> Minutos (redondeados hacia arriba) que van en el contador
      *> de la alerta: lo que tardo, o lo que se paso del limite.
       1980-Minutos-Alerta.
           COMPUTE WS-Segundos-Exceso = (WS-Segundos-Exceso + 59) / 60
           IF WS-Segundos-Exceso > 9999
               MOVE 9999 TO WS-Alerta-Minutos
           ELSE
               MOVE WS-Segundos-Exceso TO WS-Alerta-Minutos
           END-IF.

       1990-Escribe-Alerta.
           OPEN EXTEND ArchivoAlertas
           MOVE WS-Alerta-Programa TO Alt-Programa
           MOVE WS-Alerta-Parrafo TO Alt-Parrafo
           MOVE WS-Alerta-Mensaje TO Alt-Mensaje
           MOVE WS-Alerta-Minutos TO Alt-Contador
           MOVE FUNCTION CURRENT-DATE TO Alt-Fecha-Hora
           WRITE Registro-Alerta
           CLOSE ArchivoAlertas.

      *> Un paso fallido abre su incidente con folio consecutivo y
      *> el apuntador al reporte de la ventana; operaciones lo
           ADD 1 TO WS-Cantidad-Pasos
           MOVE WS-Nombre-Paso TO WS-Paso-Nombre(WS-Cantidad-Pasos)
           MOVE WS-Codigo-Retorno TO WS-Paso-Codigo(WS-Cantidad-Pasos)
           MOVE WS-Segundos-Paso TO WS-Paso-Segundos(WS-Cantidad-Pasos)
           IF WS-Codigo-Retorno > WS-Umbral-Paso
               MOVE "FALLO" TO WS-Paso-Estado(WS-Cantidad-Pasos)
           ELSE
           ADD 1 TO WS-Cantidad-Pasos
           MOVE WS-Nombre-Paso TO WS-Paso-Nombre(WS-Cantidad-Pasos)
           MOVE ZEROS TO WS-Paso-Codigo(WS-Cantidad-Pasos)
           MOVE "OMITIDO" TO WS-Paso-Estado(WS-Cantidad-Pasos)
           MOVE ZEROS TO WS-Paso-Segundos(WS-Cantidad-Pasos).

      *> Agrega un paso que no se volvio a correr porque el intento
      *> interrumpido de hoy ya lo habia dejado OK; el reporte lo
           ADD 1 TO WS-Cantidad-Pasos
           MOVE WS-Nombre-Paso TO WS-Paso-Nombre(WS-Cantidad-Pasos)
           MOVE ZEROS TO WS-Paso-Codigo(WS-Cantidad-Pasos)
           MOVE "PREVIO" TO WS-Paso-Estado(WS-Cantidad-Pasos)
           MOVE ZEROS TO WS-Paso-Segundos(WS-Cantidad-Pasos).

      *> Escribe el resumen de la ventana en batch_nocturno.rpt: un
      *> renglon por paso con su codigo de retorno y estado, y el
       2000-Escribe-Reporte.
           OPEN OUTPUT ArchivoReporte
           MOVE "VENTANA DE LOTES NOCTURNA" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE SPACES TO Linea-Reporte
           STRING "INICIO: " DELIMITED BY SIZE
           MOVE SPACES TO Linea-Reporte
           STRING "PASO                           " DELIMITED BY SIZE
               "CODIGO     " DELIMITED BY SIZE
               "ESTADO    " DELIMITED BY SIZE
               "SEGUNDOS" DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Idx-Paso FROM 1 BY 1
           CLOSE ArchivoReporte.

      *> Deja constancia en batch_nocturno.rpt de que la ventana no
      *> corrio, por dia inhabil o por estar ya corrida, para que el
      *> reporte del dia no quede simplemente sin generar.
       3000-Reporta-Salto.
           OPEN OUTPUT ArchivoReporte
           MOVE "VENTANA DE LOTES NOCTURNA" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE WS-Veredicto-Salto TO Linea-Reporte
           PERFORM EscribeLineaReporte
           CLOSE ArchivoReporte.

       2100-Escribe-Paso.
           MOVE WS-Paso-Codigo(WS-Idx-Paso) TO WS-Cod-Edit
           MOVE WS-Paso-Segundos(WS-Idx-Paso) TO WS-Seg-Edit
           MOVE SPACES TO Linea-Reporte
           STRING WS-Paso-Nombre(WS-Idx-Paso) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Cod-Edit DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Paso-Estado(WS-Idx-Paso) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Seg-Edit DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte.

           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CorridaLotesNocturna.
