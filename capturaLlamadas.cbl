       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapturaLlamadasCobranza.

      *> Captura de resultados de llamadas de cobranza: el cobrador
      *> recorre la lista del dia (lista_llamadas.dat, la que deja
      *> ListaLlamadasCobranza) o va directo a un cliente de la
      *> lista, y por cada llamada captura el resultado, y si el
      *> cliente promete pagar, el importe, la fecha y una nota. Todo
      *> queda en promesas_pago.dat, de donde EvaluaPromesasPago
      *> sigue las promesas contra los pagos aplicados y la lista del
      *> dia siguiente toma las vigentes y las rotas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoLista
               ASSIGN TO "lista_llamadas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lista.

               SELECT ARCHIVO-PROMESAS
               ASSIGN TO "promesas_pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pro-Llave
               FILE STATUS IS WS-Estado-Promesas.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoLista
           LABEL RECORD IS STANDARD.
           COPY LLAMADA.

       FD  ARCHIVO-PROMESAS
           LABEL RECORD IS STANDARD.
           COPY PROMESA.

       WORKING-STORAGE SECTION.
      *> Menu de captura, siguiendo el mismo estilo de 88-niveles que
      *> usa EmpleadosMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionRecorrer VALUE 1.
           88 OpcionCliente VALUE 2.
           88 OpcionConsultar VALUE 3.
           88 OpcionSalir VALUE 4.

       01 WS-Estado-Lista PIC XX VALUE SPACES.
           88 Lista-No-Existe VALUE "05" "35".
       01 WS-Estado-Promesas PIC XX VALUE SPACES.
           88 Promesas-No-Existe VALUE "05" "35".
       01 WS-Fin-Lista PIC X VALUE "N".
           88 Fin-Lista VALUE "S".
       01 WS-Fin-Promesas PIC X VALUE "N".
           88 Fin-Promesas VALUE "S".
       01 WS-ID-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Ultimo-Consecutivo PIC 9(3) VALUE ZEROS.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-En-Lista PIC X VALUE "N".
           88 En-Lista VALUE "S".

      *> Resultado capturado para el cliente en turno. Enter deja al
      *> cliente sin capturar y pasa al siguiente; "F" termina el
      *> recorrido.
       01 WS-Resultado PIC X VALUE SPACE.
           88 Resultado-Promesa VALUE "P".
           88 Resultado-Saltar VALUE SPACE.
           88 Resultado-Fin VALUE "F".
           88 Resultado-Valido VALUE "P" "N" "R" "E" "D".
       01 WS-Importe-Prometido PIC 9(7)V99 VALUE ZEROS.
       01 WS-Fecha-Promesa PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".
       01 WS-Notas PIC X(40) VALUE SPACES.
       01 WS-Captura-Lista PIC X VALUE "N".
           88 Captura-Lista VALUE "S".
       01 WS-Capturadas PIC 9(4) VALUE ZEROS.
           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       AceptaOpcion.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy.
       DISPLAY "== Resultados de llamadas de cobranza ==".
       DISPLAY "1 - Recorrer la lista del dia".
       DISPLAY "2 - Capturar un cliente de la lista".
       DISPLAY "3 - Consultar llamadas y promesas de un cliente".
       DISPLAY "4 - Salir".
       ACCEPT Opcion.

       IF OpcionRecorrer THEN
           PERFORM RecorreLista
           PERFORM AceptaOpcion
       ELSE
           IF OpcionCliente THEN
               PERFORM CapturaCliente
               PERFORM AceptaOpcion
           ELSE
               IF OpcionConsultar THEN
                   PERFORM ConsultarCliente
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionSalir THEN
                       DISPLAY "Saliendo de la captura..."
                       STOP RUN
                   ELSE
                       DISPLAY "Opcion invalida. Intente de nuevo."
                       PERFORM AceptaOpcion
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Muestra cada renglon de la lista en su orden (promesas rotas
      *> primero) y pide el resultado de la llamada.
       RecorreLista.
           MOVE ZEROS TO WS-Capturadas.
           OPEN INPUT ArchivoLista.
           IF Lista-No-Existe
               DISPLAY "No hay lista de llamadas; corra primero "
                   "ListaLlamadasCobranza."
           ELSE
               MOVE "N" TO WS-Fin-Lista
               PERFORM WITH TEST BEFORE UNTIL Fin-Lista
                   READ ArchivoLista
                       AT END
                           SET Fin-Lista TO TRUE
                       NOT AT END
                           PERFORM MuestraRenglon
                           MOVE Lll-Cliente-ID TO WS-ID-Buscado
                           PERFORM CapturaResultado
                           IF Resultado-Fin
                               SET Fin-Lista TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Resultados capturados: " WS-Capturadas
           END-IF.
           CLOSE ArchivoLista.

      *> Un cliente suelto tiene que estar en la lista del dia: la
      *> captura es de las llamadas que cobranza tenia que hacer.
       CapturaCliente.
           DISPLAY "Numero de cliente: ".
           ACCEPT WS-ID-Buscado.
           MOVE "N" TO WS-En-Lista.
           OPEN INPUT ArchivoLista.
           IF Lista-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Lista
               PERFORM WITH TEST BEFORE UNTIL Fin-Lista
                   READ ArchivoLista
                       AT END
                           SET Fin-Lista TO TRUE
                       NOT AT END
                           IF Lll-Cliente-ID = WS-ID-Buscado
                               SET En-Lista TO TRUE
                               SET Fin-Lista TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoLista.
           IF NOT En-Lista
               DISPLAY "Ese cliente no esta en la lista del dia."
           ELSE
               PERFORM MuestraRenglon
               PERFORM CapturaResultado
           END-IF.

       MuestraRenglon.
           DISPLAY "--------------------------------------------".
           DISPLAY Lll-Bucket " " Lll-Cliente-ID " " Lll-Nombre
               "  Cobrador: " Lll-Cobrador.
           DISPLAY "Saldo: " Lll-Saldo "  Tel: " Lll-Telefono
               "  " Lll-Marcas.

       CapturaResultado.
           DISPLAY "Resultado (P=promete pago, N=no contesta, "
               "R=se niega, E=tel. equivocado, D=dice que ya pago, "
               "Enter=saltar, F=fin): ".
           MOVE SPACE TO WS-Resultado.
           ACCEPT WS-Resultado.
           INSPECT WS-Resultado CONVERTING "pnredf" TO "PNREDF".
           IF Resultado-Saltar OR Resultado-Fin
               CONTINUE
           ELSE
               IF NOT Resultado-Valido
                   DISPLAY "Resultado invalido."
                   PERFORM CapturaResultado
               ELSE
                   MOVE ZEROS TO WS-Importe-Prometido
                   MOVE ZEROS TO WS-Fecha-Promesa
                   IF Resultado-Promesa
                       PERFORM CapturaPromesa
                   END-IF
                   IF Resultado-Promesa AND WS-Importe-Prometido = ZEROS
                       DISPLAY "Promesa sin importe; no se grabo."
                   ELSE
                       DISPLAY "Nota de la llamada: "
                       MOVE SPACES TO WS-Notas
                       ACCEPT WS-Notas
                       DISPLAY "Confirma el resultado (S/N): "
                       PERFORM ConfirmaSN
                       IF Respuesta-Afirmativa
                           PERFORM GrabaResultado
                       ELSE
                           DISPLAY "No se grabo nada."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> La fecha prometida no puede ser anterior a hoy.
       CapturaPromesa.
           DISPLAY "Importe prometido (ej. 1234,56): ".
           ACCEPT WS-Importe-Prometido.
           IF WS-Importe-Prometido > ZEROS
               PERFORM CapturaFechaPromesa
           END-IF.

       CapturaFechaPromesa.
           DISPLAY "Fecha prometida (AAAAMMDD): ".
           ACCEPT WS-Fecha-Promesa.
           CALL "ValidaFecha" USING WS-Fecha-Promesa WS-Fecha-Valida.
           IF NOT Fecha-Valida OR WS-Fecha-Promesa < WS-Fecha-Hoy
               DISPLAY "Fecha invalida o ya pasada. Capture de nuevo."
               PERFORM CapturaFechaPromesa
           END-IF.

       GrabaResultado.
           OPEN I-O ARCHIVO-PROMESAS.
           IF WS-Estado-Promesas = "35"
      *> El registro aun no existe: se crea vacio y se vuelve a
      *> abrir, igual que DarDeAlta crea empleados.dat.
               OPEN OUTPUT ARCHIVO-PROMESAS
               CLOSE ARCHIVO-PROMESAS
               OPEN I-O ARCHIVO-PROMESAS
           END-IF.
           PERFORM BuscaUltimoConsecutivo.
           MOVE WS-ID-Buscado TO Pro-Cliente-ID.
           COMPUTE Pro-Consecutivo = WS-Ultimo-Consecutivo + 1.
           MOVE WS-Fecha-Hoy TO Pro-Fecha-Llamada.
           MOVE WS-Resultado TO Pro-Resultado.
           MOVE WS-Importe-Prometido TO Pro-Importe-Prometido.
           MOVE WS-Fecha-Promesa TO Pro-Fecha-Promesa.
           MOVE WS-Notas TO Pro-Notas.
           IF Pro-Promesa
               SET Pro-Vigente TO TRUE
           ELSE
               SET Pro-Sin-Promesa TO TRUE
           END-IF.
           MOVE ZEROS TO Pro-Importe-Pagado.
           MOVE ZEROS TO Pro-Fecha-Evaluacion.
           WRITE Registro-Promesa
               INVALID KEY
                   DISPLAY "No se pudo grabar el resultado."
               NOT INVALID KEY
                   ADD 1 TO WS-Capturadas
                   DISPLAY "Llamada " Pro-Cliente-ID "-"
                       Pro-Consecutivo " grabada."
           END-WRITE.
           CLOSE ARCHIVO-PROMESAS.

      *> Las llamadas de un cliente van seguidas en la llave; la
      *> nueva toma el consecutivo siguiente al ultimo.
       BuscaUltimoConsecutivo.
           MOVE ZEROS TO WS-Ultimo-Consecutivo.
           MOVE WS-ID-Buscado TO Pro-Cliente-ID.
           MOVE ZEROS TO Pro-Consecutivo.
           START ARCHIVO-PROMESAS
                   KEY IS NOT LESS THAN Pro-Llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-Fin-Promesas
                   PERFORM WITH TEST BEFORE UNTIL Fin-Promesas
                       READ ARCHIVO-PROMESAS NEXT RECORD
                           AT END
                               SET Fin-Promesas TO TRUE
                           NOT AT END
                               IF Pro-Cliente-ID NOT = WS-ID-Buscado
                                   SET Fin-Promesas TO TRUE
                               ELSE
                                   MOVE Pro-Consecutivo
                                       TO WS-Ultimo-Consecutivo
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       ConsultarCliente.
           DISPLAY "Numero de cliente a consultar: ".
           ACCEPT WS-ID-Buscado.

           OPEN INPUT ARCHIVO-PROMESAS.
           IF Promesas-No-Existe
               DISPLAY "No hay llamadas capturadas todavia."
           ELSE
               MOVE WS-ID-Buscado TO Pro-Cliente-ID
               MOVE ZEROS TO Pro-Consecutivo
               START ARCHIVO-PROMESAS
                       KEY IS NOT LESS THAN Pro-Llave
                   INVALID KEY
                       DISPLAY "Ese cliente no tiene llamadas."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Promesas
                       PERFORM WITH TEST BEFORE
                               UNTIL Fin-Promesas
                           READ ARCHIVO-PROMESAS NEXT RECORD
                               AT END
                                   SET Fin-Promesas TO TRUE
                               NOT AT END
                                   IF Pro-Cliente-ID NOT =
                                          WS-ID-Buscado
                                       SET Fin-Promesas TO TRUE
                                   ELSE
                                       PERFORM MuestraLlamada
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF.
           CLOSE ARCHIVO-PROMESAS.

       MuestraLlamada.
           DISPLAY Pro-Cliente-ID "-" Pro-Consecutivo " "
               Pro-Fecha-Llamada " resultado " Pro-Resultado.
           IF Pro-Promesa
               DISPLAY "  Prometio " Pro-Importe-Prometido
                   " para el " Pro-Fecha-Promesa
                   "  pagado " Pro-Importe-Pagado
               EVALUATE TRUE
                   WHEN Pro-Vigente
                       DISPLAY "  Estado: VIGENTE"
                   WHEN Pro-Cumplida
                       DISPLAY "  Estado: CUMPLIDA"
                   WHEN Pro-Parcial
                       DISPLAY "  Estado: PARCIAL"
                   WHEN Pro-Rota
                       DISPLAY "  Estado: ROTA"
               END-EVALUATE
           END-IF.
           IF Pro-Notas NOT = SPACES
               DISPLAY "  Nota: " Pro-Notas
           END-IF.

           COPY UTILPARR.

       END PROGRAM CapturaLlamadasCobranza.
