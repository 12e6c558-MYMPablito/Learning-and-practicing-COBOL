       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutorizaHorasExtra.

      *> Autorizacion de horas extra: ProcesaChecadas deja el tiempo
      *> extra valuado en horas_extra_pend.dat y aqui un jefe de la
      *> linea de reporte del empleado (Emp-Supervisor-ID, hacia
      *> arriba) ve solo las pendientes de su gente y las aprueba o
      *> rechaza. Al aprobar se escribe la novedad HRSEXTRA en el
      *> archivo del grupo de pago del empleado (novedades.dat la
      *> quincena, novedades_semanal.dat la semana); lo rechazado no
      *> llega a la nomina. Mismo tramite que las solicitudes de
      *> vacaciones de VacacionesSolicitud.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoHorasExtra
               ASSIGN TO "horas_extra_pend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Horas-Extra.

      *> Temporal para conservar los renglones que no cupieron en
      *> la tabla de esta sesion; al regrabar reemplaza al archivo.
               SELECT ArchivoHexTmp
               ASSIGN TO "horas_extra_pend.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Hex-Tmp.

               SELECT OPTIONAL ArchivoNovedades
               ASSIGN TO "novedades.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades.

               SELECT OPTIONAL ArchivoNovedadesSemanal
               ASSIGN TO "novedades_semanal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades-Sem.

      *> Credenciales de operadores: la de quien autoriza trae su
      *> numero de empleado (Op-Emp-ID) para ubicarlo en la linea de
      *> reporte.
               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoHorasExtra
           LABEL RECORD IS STANDARD.
           COPY HRSEXTRA.

       FD  ArchivoHexTmp
           LABEL RECORD IS STANDARD.
       01  Registro-Hex-Tmp PIC X(62).

       FD  ArchivoNovedades
           LABEL RECORD IS STANDARD.
           COPY NOVEDAD.

       FD  ArchivoNovedadesSemanal
           LABEL RECORD IS STANDARD.
       01  Registro-Novedad-Semanal PIC X(26).

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAutorizar VALUE 1.
           88 OpcionListar VALUE 2.
           88 OpcionSalir VALUE 3.

       01 WS-Estado-Horas-Extra PIC XX VALUE SPACES.
           88 Horas-Extra-No-Existe VALUE "05" "35".
       01 WS-Estado-Hex-Tmp PIC XX VALUE SPACES.
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
       01 WS-Estado-Novedades-Sem PIC XX VALUE SPACES.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".

       01 WS-Fin-Horas-Extra PIC X VALUE "N".
           88 Fin-Horas-Extra VALUE "S".
       01 WS-Archivo-Desbordado PIC X VALUE "N".
           88 Archivo-Desbordado VALUE "S".
       01 WS-Saltadas PIC 9(3) VALUE ZEROS.
       01 WS-Comando PIC X(60) VALUE SPACES.
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

      *> La autoridad para resolver es la linea de reporte, igual
      *> que en las vacaciones: cualquier jefe de la cadena del
      *> empleado, y solo ellos.
       01 WS-Operador-Capturado PIC X(6) VALUE SPACES.
       01 WS-Password-Capturado PIC X(10) VALUE SPACES.
       01 WS-Supervisor-Valido PIC X VALUE "N".
           88 Supervisor-Valido VALUE "S".
       01 WS-Aprobador-Emp-ID PIC 9(6) VALUE ZEROS.
       01 WS-En-Cadena PIC X VALUE "N".
           88 En-Cadena VALUE "S".
       01 WS-Pendientes-Propias PIC 9(3) VALUE ZEROS.

      *> Renglones cargados a memoria; el archivo se regraba entero
      *> despues de cada movimiento, igual que las solicitudes de
      *> vacaciones.
       01 WS-Cantidad-Extras PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Extras.
           05 WS-Extra OCCURS 500 TIMES.
               10 WS-Hex-Folio        PIC 9(6).
               10 WS-Hex-Emp-ID       PIC 9(6).
               10 WS-Hex-Fecha        PIC 9(8).
               10 WS-Hex-Minutos      PIC 9(4).
               10 WS-Hex-Importe      PIC 9(7)V99.
               10 WS-Hex-Grupo-Pago   PIC X.
               10 WS-Hex-Estado       PIC X.
               10 WS-Hex-Operador     PIC X(6).
               10 WS-Hex-Fecha-Hora   PIC X(21).
       01 WS-Indice PIC 9(3) VALUE ZEROS.
       01 WS-Indice-Hallado PIC 9(3) VALUE ZEROS.
       01 WS-Extra-Hallada PIC X VALUE "N".
           88 Extra-Hallada VALUE "S".
       01 WS-Folio-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Importe-Editado PIC Z.ZZZ.ZZ9,99.
           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       Inicio.
       PERFORM CargaHorasExtra.
       PERFORM AceptaOpcion.

       AceptaOpcion.
       DISPLAY "== Autorizacion de horas extra ==".
       DISPLAY "1 - Autorizar o rechazar (jefe)".
       DISPLAY "2 - Listar horas extra".
       DISPLAY "3 - Salir".
       ACCEPT Opcion.

       IF OpcionAutorizar THEN
           PERFORM ResuelveHorasExtra
           PERFORM AceptaOpcion
       ELSE
           IF OpcionListar THEN
               PERFORM ListarHorasExtra
               PERFORM AceptaOpcion
           ELSE
               IF OpcionSalir THEN
                   DISPLAY "Saliendo de la autorizacion..."
                   STOP RUN
               ELSE
                   DISPLAY "Opcion invalida. Intente de nuevo."
                   PERFORM AceptaOpcion
               END-IF
           END-IF
       END-IF.

       CargaHorasExtra.
           OPEN INPUT ArchivoHorasExtra.
           IF Horas-Extra-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Horas-Extra
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Horas-Extra
                          OR WS-Cantidad-Extras = 500
                   READ ArchivoHorasExtra
                       AT END
                           SET Fin-Horas-Extra TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Extras
                           MOVE Registro-Horas-Extra TO
                               WS-Extra(WS-Cantidad-Extras)
                   END-READ
               END-PERFORM
      *> Con la tabla llena se prueba si quedan renglones: los que
      *> no cupieron NO se borran al regrabar, se conservan tal
      *> cual (esta sesion solo trabaja los primeros 500).
               IF NOT Fin-Horas-Extra
                   READ ArchivoHorasExtra
                       AT END
                           SET Fin-Horas-Extra TO TRUE
                       NOT AT END
                           SET Archivo-Desbordado TO TRUE
                           DISPLAY "Aviso: hay mas de 500 "
                               "renglones; esta sesion trabaja "
                               "los primeros 500 y conserva el "
                               "resto intacto."
                   END-READ
               END-IF
           END-IF.
           CLOSE ArchivoHorasExtra.

      *> La regrabacion pasa por un temporal cuando el archivo
      *> venia desbordado: primero la tabla y despues, copiados del
      *> archivo original, los renglones que nunca cupieron.
       RegrabaHorasExtra.
           IF NOT Archivo-Desbordado
               OPEN OUTPUT ArchivoHorasExtra
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice > WS-Cantidad-Extras
                   WRITE Registro-Horas-Extra
                       FROM WS-Extra(WS-Indice)
               END-PERFORM
               CLOSE ArchivoHorasExtra
           ELSE
               OPEN OUTPUT ArchivoHexTmp
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice > WS-Cantidad-Extras
                   WRITE Registro-Hex-Tmp
                       FROM WS-Extra(WS-Indice)
               END-PERFORM
               OPEN INPUT ArchivoHorasExtra
               MOVE "N" TO WS-Fin-Horas-Extra
               MOVE ZEROS TO WS-Saltadas
               PERFORM WITH TEST BEFORE UNTIL Fin-Horas-Extra
                   READ ArchivoHorasExtra
                       AT END
                           SET Fin-Horas-Extra TO TRUE
                       NOT AT END
                           IF WS-Saltadas < WS-Cantidad-Extras
                               ADD 1 TO WS-Saltadas
                           ELSE
                               WRITE Registro-Hex-Tmp
                                   FROM Registro-Horas-Extra
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchivoHorasExtra
               CLOSE ArchivoHexTmp
               MOVE "mv horas_extra_pend.tmp horas_extra_pend.dat"
                   TO WS-Comando
               CALL "SYSTEM" USING WS-Comando
           END-IF.

      *> Resolucion del jefe: credenciales contra operadores.dat, el
      *> renglon debe estar en su linea de reporte, y la novedad se
      *> escribe solo al aprobar.
       ResuelveHorasExtra.
           PERFORM ValidaSupervisor.
           IF NOT Supervisor-Valido
               DISPLAY "Credenciales invalidas o sin numero de "
                   "empleado asociado."
           ELSE
               PERFORM ListarPendientes
               DISPLAY "Folio a resolver: "
               ACCEPT WS-Folio-Buscado
               PERFORM BuscaFolio
               IF NOT Extra-Hallada
                   DISPLAY "Ese folio no existe."
               ELSE
                   MOVE WS-Indice-Hallado TO WS-Indice
                   PERFORM VerificaLineaMando
                   IF WS-Hex-Estado(WS-Indice-Hallado) NOT = "P"
                       DISPLAY "Ese renglon ya fue resuelto."
                   ELSE
                       IF NOT En-Cadena
                           DISPLAY "Ese renglon no esta en su "
                               "linea de reporte."
                       ELSE
                           PERFORM DecideHorasExtra
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DecideHorasExtra.
           MOVE WS-Hex-Importe(WS-Indice-Hallado)
               TO WS-Importe-Editado.
           DISPLAY "Empleado " WS-Hex-Emp-ID(WS-Indice-Hallado)
               " dia " WS-Hex-Fecha(WS-Indice-Hallado) ": "
               WS-Hex-Minutos(WS-Indice-Hallado) " minutos, "
               WS-Importe-Editado.
           DISPLAY "Autorizar las horas extra? (S/N): ".
           PERFORM ConfirmaSN.
           IF Respuesta-Afirmativa
               PERFORM EscribeNovedadExtra
               MOVE "A" TO WS-Hex-Estado(WS-Indice-Hallado)
           ELSE
               MOVE "R" TO WS-Hex-Estado(WS-Indice-Hallado)
           END-IF.
           MOVE WS-Operador-Capturado TO
               WS-Hex-Operador(WS-Indice-Hallado).
           MOVE FUNCTION CURRENT-DATE TO
               WS-Hex-Fecha-Hora(WS-Indice-Hallado).
           PERFORM RegrabaHorasExtra.
           IF Respuesta-Afirmativa
               DISPLAY "Horas extra autorizadas; la novedad queda "
                   "para la siguiente nomina."
           ELSE
               DISPLAY "Horas extra rechazadas."
           END-IF.

      *> Misma novedad que antes escribia ProcesaChecadas, al
      *> archivo del grupo de pago con que se valuo.
       EscribeNovedadExtra.
           MOVE WS-Hex-Emp-ID(WS-Indice-Hallado) TO Nov-Emp-ID.
           MOVE "HRSEXTRA" TO Nov-Concepto.
           MOVE "+" TO Nov-Signo.
           MOVE WS-Hex-Importe(WS-Indice-Hallado) TO Nov-Importe.
           IF WS-Hex-Grupo-Pago(WS-Indice-Hallado) = "S"
               OPEN EXTEND ArchivoNovedadesSemanal
               WRITE Registro-Novedad-Semanal FROM Registro-Novedad
               CLOSE ArchivoNovedadesSemanal
           ELSE
               OPEN EXTEND ArchivoNovedades
               WRITE Registro-Novedad
               CLOSE ArchivoNovedades
           END-IF.

       ValidaSupervisor.
           MOVE "N" TO WS-Supervisor-Valido.
           MOVE ZEROS TO WS-Aprobador-Emp-ID.
           DISPLAY "ID del operador: ".
           ACCEPT WS-Operador-Capturado.
           DISPLAY "Password: ".
           ACCEPT WS-Password-Capturado.
           OPEN INPUT ArchivoOperadores.
           IF Operadores-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Operadores
               PERFORM WITH TEST BEFORE UNTIL Fin-Operadores
                   READ ArchivoOperadores
                       AT END
                           SET Fin-Operadores TO TRUE
                       NOT AT END
                           IF Op-ID = WS-Operador-Capturado
                              AND Op-Password =
                                  WS-Password-Capturado
                              AND Op-Emp-ID IS NUMERIC
                              AND Op-Emp-ID > ZEROS
                               MOVE "S" TO WS-Supervisor-Valido
                               MOVE Op-Emp-ID TO WS-Aprobador-Emp-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.

      *> La bandeja del jefe: solo las pendientes de su linea de
      *> reporte.
       ListarPendientes.
           DISPLAY "Horas extra pendientes de su linea de reporte:".
           MOVE ZEROS TO WS-Pendientes-Propias.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Extras
               IF WS-Hex-Estado(WS-Indice) = "P"
                   PERFORM VerificaLineaMando
                   IF En-Cadena
                       ADD 1 TO WS-Pendientes-Propias
                       MOVE WS-Hex-Importe(WS-Indice)
                           TO WS-Importe-Editado
                       DISPLAY WS-Hex-Folio(WS-Indice) " EMP "
                           WS-Hex-Emp-ID(WS-Indice) " "
                           WS-Hex-Fecha(WS-Indice) " "
                           WS-Hex-Minutos(WS-Indice) " MIN "
                           WS-Importe-Editado
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Pendientes-Propias = ZEROS
               DISPLAY "  (ninguna)"
           END-IF.

       VerificaLineaMando.
           CALL "VerificaCadenaMando" USING WS-Hex-Emp-ID(WS-Indice)
               WS-Aprobador-Emp-ID WS-En-Cadena.

       BuscaFolio.
           MOVE "N" TO WS-Extra-Hallada.
           MOVE ZEROS TO WS-Indice-Hallado.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Extras
                      OR Extra-Hallada
               IF WS-Hex-Folio(WS-Indice) = WS-Folio-Buscado
                   SET Extra-Hallada TO TRUE
                   MOVE WS-Indice TO WS-Indice-Hallado
               END-IF
           END-PERFORM.

       ListarHorasExtra.
           IF WS-Cantidad-Extras = ZEROS
               DISPLAY "No hay horas extra registradas."
           ELSE
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice > WS-Cantidad-Extras
                   MOVE WS-Hex-Importe(WS-Indice)
                       TO WS-Importe-Editado
                   DISPLAY WS-Hex-Folio(WS-Indice) " EMP "
                       WS-Hex-Emp-ID(WS-Indice) " "
                       WS-Hex-Fecha(WS-Indice) " "
                       WS-Hex-Minutos(WS-Indice) " MIN "
                       WS-Importe-Editado " "
                       WS-Hex-Estado(WS-Indice) " "
                       WS-Hex-Operador(WS-Indice)
               END-PERFORM
           END-IF.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.

       END PROGRAM AutorizaHorasExtra.
