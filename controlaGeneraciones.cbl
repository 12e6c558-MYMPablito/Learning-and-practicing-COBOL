      *> profundidad de cinco); modo "C" devuelve la generacion
      *> vigente para que los pasos de aguas abajo lean la misma que
      *> dejo la corrida. Asi "que mandamos la quincena pasada" vuelve
      *> a ser un archivo que existe. La fecha del nombre es la
      *> fecha de proceso de la cadena y no la del reloj, para que
      *> la generacion de una ventana que paso de la medianoche
      *> lleve el dia que trabajo; sin registro de control se usa el
      *> reloj.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-Comando-Purga PIC X(50) VALUE SPACES.

      *> Fecha de proceso, pedida sin nombre de programa: el que
      *> llama ya reviso si podia correr con ella.
       01 WS-Programa-Fecha PIC X(20) VALUE SPACES.
       01 WS-Fecha-Proceso PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Valida PIC X VALUE "N".
       01 WS-Motivo-Fecha PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
      *> Base del extracto (por ejemplo "nomina"), modo "N" nueva
      *> generacion o "C" consulta de la vigente, y el nombre de
      *> (espacios cuando solo hay una o ninguna), para que los
      *> controles puedan comparar la corrida de hoy contra la
      *> pasada sin conocer el archivo apuntador.
      *> Modo "E": como "N", pero para una corrida extraordinaria; la
      *> generacion lleva el sufijo _ext (<base>_AAAAMMDD_ext.dat)
      *> para no aplastar la ordinaria del mismo dia, y entra a la
      *> lista como vigente igual que cualquier otra.
      *> Modo "S": recorre la lista de mas vieja a mas nueva; con
      *> espacios en LK-Nombre-Generacion devuelve la primera, con un
      *> nombre devuelve la que le sigue, y espacios al terminar, para
      *> que un paso que tenga que revisar varias quincenas las lea
      *> sin conocer el archivo apuntador.
       01 LK-Modo PIC X.
           88 ModoNueva VALUE "N".
           88 ModoExtraordinaria VALUE "E".
           88 ModoSiguiente VALUE "S".
           88 ModoConsulta VALUE "C".
           88 ModoAnterior VALUE "A".
       01 LK-Nombre-Generacion PIC X(40).
           INTO WS-Nombre-Apuntador.
       PERFORM CargaApuntador.

       IF ModoNueva OR ModoExtraordinaria
           PERFORM RegistraGeneracionNueva
       ELSE
           IF ModoSiguiente
               PERFORM DevuelveSiguiente
           ELSE
               PERFORM DevuelveVigenteOAnterior
           END-IF
       END-IF.
       GOBACK.

       DevuelveVigenteOAnterior.
       IF ModoAnterior
           IF WS-Cantidad-Generaciones < 2
               MOVE SPACES TO LK-Nombre-Generacion
           ELSE
               MOVE WS-Generacion(WS-Cantidad-Generaciones - 1)
                   TO LK-Nombre-Generacion
           END-IF
       ELSE
           IF WS-Cantidad-Generaciones = ZEROS
               MOVE SPACES TO LK-Nombre-Generacion
           ELSE
               MOVE WS-Generacion(WS-Cantidad-Generaciones)
                   TO LK-Nombre-Generacion
           END-IF
       END-IF.

       DevuelveSiguiente.
       IF LK-Nombre-Generacion = SPACES
           MOVE 1 TO WS-Indice
       ELSE
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Generaciones
                      OR WS-Generacion(WS-Indice) = LK-Nombre-Generacion
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-Indice
       END-IF.
       IF WS-Indice > WS-Cantidad-Generaciones
           MOVE SPACES TO LK-Nombre-Generacion
       ELSE
           MOVE WS-Generacion(WS-Indice) TO LK-Nombre-Generacion
       END-IF.

       CargaApuntador.
       MOVE ZEROS TO WS-Cantidad-Generaciones.
       OPEN INPUT ArchivoApuntador.
      *> nueva y la lista rebasa la profundidad, la mas vieja se
      *> borra del disco y sale de la lista.
       RegistraGeneracionNueva.
       CALL "ObtieneFechaProceso" USING WS-Programa-Fecha
           WS-Fecha-Proceso WS-Fecha-Valida WS-Motivo-Fecha.
       IF WS-Fecha-Proceso = ZEROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy
       ELSE
           MOVE WS-Fecha-Proceso TO WS-Fecha-Hoy
       END-IF.
       MOVE SPACES TO WS-Nombre-Nuevo.
       IF ModoExtraordinaria
           STRING FUNCTION TRIM(LK-Base TRAILING) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-Fecha-Hoy DELIMITED BY SIZE
               "_ext.dat" DELIMITED BY SIZE
               INTO WS-Nombre-Nuevo
       ELSE
           STRING FUNCTION TRIM(LK-Base TRAILING) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-Fecha-Hoy DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-Nombre-Nuevo
       END-IF.

       IF WS-Cantidad-Generaciones = ZEROS
          OR WS-Generacion(WS-Cantidad-Generaciones)
