       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargosRecurrentesMantenimiento.

      *> Mantenimiento del maestro de cargos recurrentes
      *> (cargos_recurrentes.dat), con el mismo menu de
      *> alta/baja/modificar/listar que ConceptosMantenimiento. Cada
      *> cargo se valida contra el catalogo de conceptos
      *> (conceptos_cargo.dat) -el concepto debe existir y el importe
      *> caer en su rango- para que la prefacturacion no genere
      *> detalles que el pre-edit va a rechazar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-CARGOS
               ASSIGN TO "cargos_recurrentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Crr-Llave
               FILE STATUS IS WS-Estado-Cargos.

               SELECT OPTIONAL ARCHIVO-CONCEPTOS
               ASSIGN TO "conceptos_cargo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cnc-Codigo
               FILE STATUS IS WS-Estado-Conceptos.

               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CARGOS
           LABEL RECORD IS STANDARD.
           COPY CARGOREC.

       FD  ARCHIVO-CONCEPTOS
           LABEL RECORD IS STANDARD.
           COPY CONCEPTO.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa EmpleadosMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionBaja VALUE 2.
           88 OpcionModificar VALUE 3.
           88 OpcionListar VALUE 4.
           88 OpcionSalir VALUE 5.

       01 WS-Estado-Cargos PIC XX VALUE SPACES.
           88 Cargos-No-Existe VALUE "05" "35".
       01 WS-Estado-Conceptos PIC XX VALUE SPACES.
           88 Conceptos-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Fin-Cargos PIC X VALUE "N".
           88 Fin-Cargos VALUE "S".

       01 WS-Llave-Buscada.
           05 WS-Cliente-Buscado PIC 9(6) VALUE ZEROS.
           05 WS-Concepto-Buscado PIC X(10) VALUE SPACES.

      *> Resultado de las validaciones de la captura: el alta o la
      *> modificacion solo se graba con todo en "S".
       01 WS-Cargo-Valido PIC X VALUE "S".
           88 Cargo-Valido VALUE "S".
       01 WS-Concepto-Hallado PIC X VALUE "N".
           88 Concepto-Hallado VALUE "S".
       01 WS-Fecha-Capturada PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Mantenimiento de cargos recurrentes ==".
       DISPLAY "1 - Alta de cargo recurrente".
       DISPLAY "2 - Baja de cargo recurrente".
       DISPLAY "3 - Modificar cargo recurrente".
       DISPLAY "4 - Listar cargos recurrentes".
       DISPLAY "5 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
           PERFORM DarDeAlta
           PERFORM AceptaOpcion
       ELSE
           IF OpcionBaja THEN
               PERFORM DarDeBaja
               PERFORM AceptaOpcion
           ELSE
               IF OpcionModificar THEN
                   PERFORM ModificarCargo
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionListar THEN
                       PERFORM ListarCargos
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

      *> El WRITE rechaza solo con INVALID KEY un segundo cargo del
      *> mismo concepto para el mismo cliente.
       DarDeAlta.
           DISPLAY "Numero de cliente: ".
           ACCEPT Crr-Cliente-ID.
           DISPLAY "Concepto: ".
           ACCEPT Crr-Concepto.
           PERFORM VerificaCliente.
           IF Cargo-Valido
               PERFORM CapturaDatos
           END-IF.
           IF Cargo-Valido
               MOVE ZEROS TO Crr-Ultimo-Periodo
               OPEN I-O ARCHIVO-CARGOS
               IF WS-Estado-Cargos = "35"
      *> El maestro aun no existe: se crea vacio y se vuelve a
      *> abrir, igual que DarDeAlta crea empleados.dat.
                   OPEN OUTPUT ARCHIVO-CARGOS
                   CLOSE ARCHIVO-CARGOS
                   OPEN I-O ARCHIVO-CARGOS
               END-IF
               WRITE Registro-Cargo-Recurrente
                   INVALID KEY
                       DISPLAY "Ese cliente ya tiene un cargo "
                           "recurrente con ese concepto."
                   NOT INVALID KEY
                       DISPLAY "Cargo recurrente dado de alta."
               END-WRITE
               CLOSE ARCHIVO-CARGOS
           END-IF.

      *> Captura comun del alta y la modificacion; cualquier dato
      *> fuera de regla deja WS-Cargo-Valido en "N" con su motivo.
       CapturaDatos.
           DISPLAY "Importe por periodo: ".
           ACCEPT Crr-Importe.
           PERFORM VerificaConcepto.
           IF Cargo-Valido
               DISPLAY "Moneda (Enter = MXN): "
               ACCEPT Crr-Moneda
               PERFORM CapturaFrecuencia
               DISPLAY "Fecha de inicio (AAAAMMDD): "
               PERFORM CapturaFecha
               MOVE WS-Fecha-Capturada TO Crr-Fecha-Inicio
               PERFORM CapturaFechaFin
           END-IF.

      *> El concepto debe existir en el catalogo y el importe caer en
      *> su rango (maximo en ceros = sin tope), la misma prueba que el
      *> pre-edit le aplica a Fac-Concepto.
       VerificaConcepto.
           MOVE "N" TO WS-Concepto-Hallado.
           OPEN INPUT ARCHIVO-CONCEPTOS.
           IF Conceptos-No-Existe
               DISPLAY "No existe el catalogo de conceptos todavia."
           ELSE
               MOVE Crr-Concepto TO Cnc-Codigo
               READ ARCHIVO-CONCEPTOS
                   INVALID KEY
                       DISPLAY "Ese concepto no esta en el catalogo."
                   NOT INVALID KEY
                       SET Concepto-Hallado TO TRUE
               END-READ
           END-IF.
           CLOSE ARCHIVO-CONCEPTOS.
           IF NOT Concepto-Hallado
               MOVE "N" TO WS-Cargo-Valido
           ELSE
               IF Crr-Importe = ZEROS
                  OR Crr-Importe < Cnc-Importe-Minimo
                  OR (Cnc-Importe-Maximo > ZEROS
                      AND Crr-Importe > Cnc-Importe-Maximo)
                   DISPLAY "Importe fuera del rango del concepto: "
                       Cnc-Importe-Minimo " - " Cnc-Importe-Maximo
                   MOVE "N" TO WS-Cargo-Valido
               END-IF
           END-IF.

      *> Sin maestro de clientes no hay contra que revisar; con el, el
      *> cliente debe existir.
       VerificaCliente.
           MOVE "S" TO WS-Cargo-Valido.
           OPEN INPUT ArchivoClientes.
           IF Clientes-No-Existe
               CONTINUE
           ELSE
               MOVE Crr-Cliente-ID TO Cli-ID
               READ ArchivoClientes
                   INVALID KEY
                       DISPLAY "Ese cliente no existe."
                       MOVE "N" TO WS-Cargo-Valido
               END-READ
           END-IF.
           CLOSE ArchivoClientes.

       CapturaFrecuencia.
           DISPLAY "Frecuencia (M=mensual B=bimestral T=trimestral "
               "S=semestral A=anual): ".
           ACCEPT Crr-Frecuencia.
           IF NOT Crr-Frecuencia-Valida
               DISPLAY "Frecuencia invalida."
               PERFORM CapturaFrecuencia
           END-IF.

      *> La vigencia puede empezar o terminar en el futuro, por eso
      *> la fecha se prueba como fecha de calendario y no contra hoy.
       CapturaFecha.
           ACCEPT WS-Fecha-Capturada.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Fecha-Capturada)
                  NOT = ZEROS
               DISPLAY "Fecha invalida. Capture de nuevo: "
               PERFORM CapturaFecha
           END-IF.

       CapturaFechaFin.
           DISPLAY "Fecha fin (AAAAMMDD, 0 = sin fin): ".
           ACCEPT WS-Fecha-Capturada.
           IF WS-Fecha-Capturada = ZEROS
               MOVE ZEROS TO Crr-Fecha-Fin
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Fecha-Capturada)
                      NOT = ZEROS
                  OR WS-Fecha-Capturada < Crr-Fecha-Inicio
                   DISPLAY "Fecha invalida o anterior al inicio."
                   PERFORM CapturaFechaFin
               ELSE
                   MOVE WS-Fecha-Capturada TO Crr-Fecha-Fin
               END-IF
           END-IF.

       PideLlave.
           DISPLAY "Numero de cliente: ".
           ACCEPT WS-Cliente-Buscado.
           DISPLAY "Concepto: ".
           ACCEPT WS-Concepto-Buscado.

       DarDeBaja.
           PERFORM PideLlave.

           OPEN I-O ARCHIVO-CARGOS.
           IF Cargos-No-Existe
               DISPLAY "No existe el maestro de cargos recurrentes."
           ELSE
               MOVE WS-Llave-Buscada TO Crr-Llave
               DELETE ARCHIVO-CARGOS RECORD
                   INVALID KEY
                       DISPLAY "No se encontro ese cargo."
                   NOT INVALID KEY
                       DISPLAY "Cargo recurrente dado de baja."
               END-DELETE
           END-IF.
           CLOSE ARCHIVO-CARGOS.

      *> El ultimo periodo generado se conserva: modificar el importe
      *> o la vigencia no vuelve a generar el periodo ya facturado.
       ModificarCargo.
           PERFORM PideLlave.

           OPEN I-O ARCHIVO-CARGOS.
           IF Cargos-No-Existe
               DISPLAY "No existe el maestro de cargos recurrentes."
           ELSE
               MOVE WS-Llave-Buscada TO Crr-Llave
               READ ARCHIVO-CARGOS
                   INVALID KEY
                       DISPLAY "No se encontro ese cargo."
                   NOT INVALID KEY
                       PERFORM MuestraCargo
                       MOVE "S" TO WS-Cargo-Valido
                       PERFORM CapturaDatos
                       IF Cargo-Valido
                           REWRITE Registro-Cargo-Recurrente
                           DISPLAY "Cargo recurrente modificado."
                       ELSE
                           DISPLAY "El cargo queda sin cambios."
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-CARGOS.

       MuestraCargo.
           DISPLAY Crr-Cliente-ID " " Crr-Concepto " $"
               Crr-Importe " " Crr-Moneda " " Crr-Frecuencia
               " " Crr-Fecha-Inicio " - " Crr-Fecha-Fin
               " ULT " Crr-Ultimo-Periodo.

       ListarCargos.
           OPEN INPUT ARCHIVO-CARGOS.
           IF Cargos-No-Existe
               DISPLAY "No existe el maestro de cargos recurrentes."
           ELSE
               MOVE LOW-VALUES TO Crr-Llave
               START ARCHIVO-CARGOS
                       KEY IS NOT LESS THAN Crr-Llave
                   INVALID KEY
                       DISPLAY "No hay cargos recurrentes."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Cargos
                       PERFORM WITH TEST BEFORE UNTIL Fin-Cargos
                           READ ARCHIVO-CARGOS NEXT RECORD
                               AT END
                                   SET Fin-Cargos TO TRUE
                               NOT AT END
                                   PERFORM MuestraCargo
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARCHIVO-CARGOS
           END-IF.

       END PROGRAM CargosRecurrentesMantenimiento.
