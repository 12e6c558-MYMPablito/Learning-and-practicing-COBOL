       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisaAccesosSensibles.

      *> Revision del supervisor sobre accesos_sensibles.log, la
      *> bitacora que deja EnmascaraDato cada vez que un operador ve
      *> completo un salario, una CLABE, un telefono o un
      *> beneficiario: quien lo vio, desde que programa, de que
      *> registro y cuando. El supervisor da un operador (o blanco
      *> para todos), un campo (o blanco para todos) y un rango de
      *> fechas (en blanco para sin limite), al estilo de
      *> ConsultaCambios, y la revision imprime el listado mas un
      *> conteo por operador para ver de un vistazo quien consulta
      *> de mas. Pide las credenciales del supervisor contra
      *> operadores.dat igual que LiberaRegistrosEnUso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoAccesos
               ASSIGN TO "accesos_sensibles.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Accesos.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

               SELECT ArchivoReporte
               ASSIGN TO "accesos_sensibles.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoAccesos
           LABEL RECORD IS STANDARD.
           COPY ACCESOSN.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Accesos PIC XX VALUE SPACES.
           88 Accesos-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Accesos PIC X VALUE "N".
           88 Fin-Accesos VALUE "S".

      *> Credenciales del supervisor.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor PIC X(6) VALUE SPACES.
       01 WS-Password-Buscado PIC X(10) VALUE SPACES.
       01 WS-Operador-Valido PIC X VALUE "N".
           88 Operador-Valido VALUE "S".

      *> Filtros capturados; en blanco no filtran.
       01 WS-Filtro-Operador PIC X(6) VALUE SPACES.
       01 WS-Filtro-Campo PIC X(20) VALUE SPACES.
       01 WS-Fecha-Desde PIC X(8) VALUE SPACES.
       01 WS-Fecha-Hasta PIC X(8) VALUE SPACES.

       01 WS-Fecha-Acceso PIC X(8) VALUE SPACES.
       01 WS-Cumple PIC X VALUE "S".
           88 Cumple-Filtros VALUE "S".

      *> Conteo por operador de los renglones que pasaron los
      *> filtros.
       01 WS-Cantidad-Operadores PIC 99 VALUE ZEROS.
       01 WS-Tabla-Operadores.
           05 WS-Operador-Grupo OCCURS 50 TIMES.
               10 WS-Grp-Operador     PIC X(6).
               10 WS-Grp-Contador     PIC 9(5).
       01 WS-Indice PIC 99 VALUE ZEROS.
       01 WS-Operador-Hallado PIC X VALUE "N".
           88 Operador-Hallado VALUE "S".

       01 WS-Total-Leidos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Listados PIC 9(6) VALUE ZEROS.

       01 WS-Linea-Detalle.
           05 WS-Det-Fecha PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-Det-Hora PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-Det-Operador PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-Det-Programa PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-Det-Campo PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-Det-Llave PIC X(20).

       01 WS-Linea-Conteo.
           05 WS-Cnt-Operador PIC X(6).
           05 FILLER PIC X(10) VALUE " ACCESOS: ".
           05 WS-Cnt-Contador PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-Mainline.
           DISPLAY "ID del supervisor: "
           ACCEPT WS-Supervisor
           DISPLAY "Password: "
           ACCEPT WS-Password-Buscado
           PERFORM 0100-Valida-Credencial
           IF NOT Operador-Valido
               DISPLAY "Credenciales invalidas o sin nivel de "
                   "supervisor."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Operador a revisar (blanco = todos): "
           ACCEPT WS-Filtro-Operador
           DISPLAY "Campo a revisar (blanco = todos): "
           ACCEPT WS-Filtro-Campo
           DISPLAY "Fecha desde (AAAAMMDD, blanco = sin limite): "
           ACCEPT WS-Fecha-Desde
           DISPLAY "Fecha hasta (AAAAMMDD, blanco = sin limite): "
           ACCEPT WS-Fecha-Hasta

           OPEN INPUT ArchivoAccesos
           IF Accesos-No-Existe
               DISPLAY "No hay accesos_sensibles.log que revisar."
               CLOSE ArchivoAccesos
               MOVE 0 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ArchivoReporte
               MOVE "REVISION DE ACCESOS A DATOS SENSIBLES"
                   TO Linea-Reporte
               WRITE Linea-Reporte
               MOVE ALL "-" TO Linea-Reporte
               WRITE Linea-Reporte
               PERFORM WITH TEST BEFORE UNTIL Fin-Accesos
                   READ ArchivoAccesos
                       AT END SET Fin-Accesos TO TRUE
                       NOT AT END PERFORM 1000-Filtra-Acceso
                   END-READ
               END-PERFORM
               CLOSE ArchivoAccesos
               PERFORM 3000-Escribe-Conteos
               CLOSE ArchivoReporte
               DISPLAY "Renglones listados: " WS-Total-Listados
                   " de " WS-Total-Leidos "."
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Credenciales de un operador con nivel de supervisor.
       0100-Valida-Credencial.
           MOVE "N" TO WS-Operador-Valido
           OPEN INPUT ArchivoOperadores
           IF Operadores-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Operadores
               PERFORM WITH TEST BEFORE UNTIL Fin-Operadores
                   READ ArchivoOperadores
                       AT END
                           SET Fin-Operadores TO TRUE
                       NOT AT END
                           IF Op-ID = WS-Supervisor
                              AND Op-Password = WS-Password-Buscado
                              AND Op-Bloqueado NOT = "B"
                              AND Op-Nivel IS NUMERIC
                              AND Op-Nivel >= WS-Nivel-Requerido
                               SET Operador-Valido TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoOperadores.

       1000-Filtra-Acceso.
           ADD 1 TO WS-Total-Leidos
           MOVE "S" TO WS-Cumple
           MOVE Acs-Fecha-Hora(1:8) TO WS-Fecha-Acceso

           IF WS-Filtro-Operador NOT = SPACES
              AND Acs-Operador NOT = WS-Filtro-Operador
               MOVE "N" TO WS-Cumple
           END-IF
           IF WS-Filtro-Campo NOT = SPACES
              AND Acs-Campo NOT = WS-Filtro-Campo
               MOVE "N" TO WS-Cumple
           END-IF
           IF WS-Fecha-Desde NOT = SPACES
              AND WS-Fecha-Acceso < WS-Fecha-Desde
               MOVE "N" TO WS-Cumple
           END-IF
           IF WS-Fecha-Hasta NOT = SPACES
              AND WS-Fecha-Acceso > WS-Fecha-Hasta
               MOVE "N" TO WS-Cumple
           END-IF

           IF Cumple-Filtros
               ADD 1 TO WS-Total-Listados
               PERFORM 1200-Escribe-Detalle
               PERFORM 1300-Cuenta-Por-Operador
           END-IF.

       1200-Escribe-Detalle.
           MOVE WS-Fecha-Acceso TO WS-Det-Fecha
           MOVE Acs-Fecha-Hora(9:6) TO WS-Det-Hora
           MOVE Acs-Operador TO WS-Det-Operador
           MOVE Acs-Programa TO WS-Det-Programa
           MOVE Acs-Campo TO WS-Det-Campo
           MOVE Acs-Llave TO WS-Det-Llave
           WRITE Linea-Reporte FROM WS-Linea-Detalle.

       1300-Cuenta-Por-Operador.
           MOVE "N" TO WS-Operador-Hallado
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Operadores
               IF WS-Grp-Operador(WS-Indice) = Acs-Operador
                   ADD 1 TO WS-Grp-Contador(WS-Indice)
                   SET Operador-Hallado TO TRUE
                   MOVE WS-Cantidad-Operadores TO WS-Indice
               END-IF
           END-PERFORM
           IF NOT Operador-Hallado
              AND WS-Cantidad-Operadores < 50
               ADD 1 TO WS-Cantidad-Operadores
               MOVE Acs-Operador
                   TO WS-Grp-Operador(WS-Cantidad-Operadores)
               MOVE 1 TO WS-Grp-Contador(WS-Cantidad-Operadores)
           END-IF.

       3000-Escribe-Conteos.
           MOVE SPACES TO Linea-Reporte
           WRITE Linea-Reporte
           MOVE "ACCESOS POR OPERADOR" TO Linea-Reporte
           WRITE Linea-Reporte
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Operadores
               MOVE WS-Grp-Operador(WS-Indice) TO WS-Cnt-Operador
               MOVE WS-Grp-Contador(WS-Indice) TO WS-Cnt-Contador
               WRITE Linea-Reporte FROM WS-Linea-Conteo
           END-PERFORM.

       END PROGRAM RevisaAccesosSensibles.
