       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobradoresMantenimiento.

      *> Mantenimiento del catalogo de cobradores (cobradores.dat):
      *> alta, modificacion y baja de cada cobrador con las reglas con
      *> que ListaLlamadasCobranza le reparte la cartera vencida
      *> (bucket, zona postal y tope de clientes) y sus tasas de
      *> comision para ComisionesCobranza. Como en
      *> MetodosPagoMantenimiento, el catalogo completo se carga a una
      *> tabla y el archivo se regraba entero despues de cada
      *> movimiento. La baja solo marca al cobrador: sus asignaciones
      *> y comisiones anteriores lo siguen nombrando.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Las tasas se capturan con coma decimal, igual que el resto de
      *> los programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCobradores
               ASSIGN TO "cobradores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cobradores.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCobradores
           LABEL RECORD IS STANDARD.
           COPY COBRADOR.

       WORKING-STORAGE SECTION.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionModificar VALUE 2.
           88 OpcionBaja VALUE 3.
           88 OpcionListar VALUE 4.
           88 OpcionSalir VALUE 5.

       01 WS-Estado-Cobradores PIC XX VALUE SPACES.
           88 Cobradores-No-Existe VALUE "05" "35".
       01 WS-Fin-Cobradores PIC X VALUE "N".
           88 Fin-Cobradores VALUE "S".

       01 WS-Cantidad-Cobradores PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Cobradores.
           05 WS-Cobrador OCCURS 100 TIMES.
               10 WS-Cob-ID           PIC X(4).
               10 WS-Cob-Nombre       PIC X(30).
               10 WS-Cob-Estado       PIC X.
               10 WS-Cob-Bucket       PIC X(4).
               10 WS-Cob-CP-Desde     PIC X(5).
               10 WS-Cob-CP-Hasta     PIC X(5).
               10 WS-Cob-Max-Clientes PIC 9(4).
               10 WS-Cob-Pct-Comision PIC V9(4).
               10 WS-Cob-Pct-Castigada PIC V9(4).
       01 WS-Indice PIC 9(3) VALUE ZEROS.
       01 WS-Indice-Hallado PIC 9(3) VALUE ZEROS.
       01 WS-Cobrador-Hallado PIC X VALUE "N".
           88 Cobrador-Hallado VALUE "S".

       01 WS-ID-Capturado PIC X(4) VALUE SPACES.

      *> Las tasas se capturan en por ciento (ej. 3,5) y se guardan
      *> como fraccion.
       01 WS-Pct-Capturado PIC 99V99 VALUE ZEROS.
       01 WS-Pct-Pantalla PIC Z9,99.
       01 WS-Pct-Castigada-Pantalla PIC Z9,99.

       PROCEDURE DIVISION.
       Inicio.
       PERFORM CargaCatalogo.
       PERFORM AceptaOpcion.

       AceptaOpcion.
       DISPLAY "== Mantenimiento de cobradores ==".
       DISPLAY "1 - Alta de cobrador".
       DISPLAY "2 - Modificar cobrador".
       DISPLAY "3 - Baja de cobrador".
       DISPLAY "4 - Listar cobradores".
       DISPLAY "5 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
           PERFORM DarDeAlta
           PERFORM AceptaOpcion
       ELSE
           IF OpcionModificar THEN
               PERFORM ModificarCobrador
               PERFORM AceptaOpcion
           ELSE
               IF OpcionBaja THEN
                   PERFORM DarDeBaja
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionListar THEN
                       PERFORM ListarCobradores
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
       END-IF.

       CargaCatalogo.
           OPEN INPUT ArchivoCobradores.
           IF Cobradores-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Cobradores
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Cobradores
                          OR WS-Cantidad-Cobradores = 100
                   READ ArchivoCobradores
                       AT END
                           SET Fin-Cobradores TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Cobradores
                           MOVE Registro-Cobrador TO
                               WS-Cobrador(WS-Cantidad-Cobradores)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoCobradores.

       RegrabaCatalogo.
           OPEN OUTPUT ArchivoCobradores.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Cobradores
               MOVE WS-Cobrador(WS-Indice) TO Registro-Cobrador
               WRITE Registro-Cobrador
           END-PERFORM.
           CLOSE ArchivoCobradores.

       DarDeAlta.
           IF WS-Cantidad-Cobradores = 100
               DISPLAY "El catalogo esta lleno."
           ELSE
               DISPLAY "Clave del cobrador (4): "
               ACCEPT WS-ID-Capturado
               PERFORM BuscaCobrador
               IF Cobrador-Hallado
                   DISPLAY "Ese cobrador ya esta en el catalogo."
               ELSE
                   ADD 1 TO WS-Cantidad-Cobradores
                   MOVE WS-Cantidad-Cobradores TO WS-Indice-Hallado
                   MOVE WS-ID-Capturado TO
                       WS-Cob-ID(WS-Indice-Hallado)
                   MOVE "A" TO WS-Cob-Estado(WS-Indice-Hallado)
                   PERFORM CapturaDatos
                   PERFORM RegrabaCatalogo
                   DISPLAY "Cobrador dado de alta."
               END-IF
           END-IF.

       BuscaCobrador.
           MOVE "N" TO WS-Cobrador-Hallado.
           MOVE ZEROS TO WS-Indice-Hallado.
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Cobradores
                      OR Cobrador-Hallado
               IF WS-Cob-ID(WS-Indice) = WS-ID-Capturado
                   SET Cobrador-Hallado TO TRUE
                   MOVE WS-Indice TO WS-Indice-Hallado
               END-IF
           END-PERFORM.

      *> Modificar vuelve a capturar todo menos la clave; un cobrador
      *> dado de baja que se modifica queda activo otra vez.
       ModificarCobrador.
           DISPLAY "Clave del cobrador a modificar: ".
           ACCEPT WS-ID-Capturado.
           PERFORM BuscaCobrador.
           IF NOT Cobrador-Hallado
               DISPLAY "Ese cobrador no esta en el catalogo."
           ELSE
               MOVE WS-Indice-Hallado TO WS-Indice
               PERFORM MuestraCobrador
               MOVE "A" TO WS-Cob-Estado(WS-Indice-Hallado)
               PERFORM CapturaDatos
               PERFORM RegrabaCatalogo
               DISPLAY "Cobrador modificado."
           END-IF.

       CapturaDatos.
           DISPLAY "Nombre: ".
           ACCEPT WS-Cob-Nombre(WS-Indice-Hallado).
           PERFORM CapturaBucket.
           DISPLAY "CP inicial de la zona (Enter = cualquier zona): ".
           ACCEPT WS-Cob-CP-Desde(WS-Indice-Hallado).
           IF WS-Cob-CP-Desde(WS-Indice-Hallado) = SPACES
               MOVE SPACES TO WS-Cob-CP-Hasta(WS-Indice-Hallado)
           ELSE
               PERFORM CapturaCPHasta
           END-IF.
           DISPLAY "Tope de clientes asignados (0 = sin tope): ".
           ACCEPT WS-Cob-Max-Clientes(WS-Indice-Hallado).
           DISPLAY "Comision sobre lo recuperado en % (ej. 3,5): ".
           ACCEPT WS-Pct-Capturado.
           DIVIDE WS-Pct-Capturado BY 100
               GIVING WS-Cob-Pct-Comision(WS-Indice-Hallado).
           DISPLAY "Comision sobre cartera castigada en %: ".
           ACCEPT WS-Pct-Capturado.
           DIVIDE WS-Pct-Capturado BY 100
               GIVING WS-Cob-Pct-Castigada(WS-Indice-Hallado).
           IF WS-Cob-Pct-Castigada(WS-Indice-Hallado)
              < WS-Cob-Pct-Comision(WS-Indice-Hallado)
               DISPLAY "Aviso: la tasa de castigada es menor que "
                   "la normal."
           END-IF.

      *> El bucket es uno de los de la lista de llamadas o ninguno.
       CapturaBucket.
           DISPLAY "Bucket que atiende (ROTA, 90+, 60; Enter = "
               "cualquiera): ".
           ACCEPT WS-Cob-Bucket(WS-Indice-Hallado).
           MOVE FUNCTION UPPER-CASE(WS-Cob-Bucket(WS-Indice-Hallado))
               TO WS-Cob-Bucket(WS-Indice-Hallado).
           IF WS-Cob-Bucket(WS-Indice-Hallado) NOT = SPACES
              AND WS-Cob-Bucket(WS-Indice-Hallado) NOT = "ROTA"
              AND WS-Cob-Bucket(WS-Indice-Hallado) NOT = "90+ "
              AND WS-Cob-Bucket(WS-Indice-Hallado) NOT = "60  "
               DISPLAY "Bucket invalido."
               PERFORM CapturaBucket
           END-IF.

       CapturaCPHasta.
           DISPLAY "CP final de la zona: ".
           ACCEPT WS-Cob-CP-Hasta(WS-Indice-Hallado).
           IF WS-Cob-CP-Hasta(WS-Indice-Hallado)
              < WS-Cob-CP-Desde(WS-Indice-Hallado)
               DISPLAY "El CP final no puede ser menor al inicial."
               PERFORM CapturaCPHasta
           END-IF.

       DarDeBaja.
           DISPLAY "Clave del cobrador a dar de baja: ".
           ACCEPT WS-ID-Capturado.
           PERFORM BuscaCobrador.
           IF NOT Cobrador-Hallado
               DISPLAY "Ese cobrador no esta en el catalogo."
           ELSE
               MOVE "B" TO WS-Cob-Estado(WS-Indice-Hallado)
               PERFORM RegrabaCatalogo
               DISPLAY "Cobrador dado de baja; su cartera se "
                   "reasigna en la proxima lista de llamadas."
           END-IF.

       ListarCobradores.
           IF WS-Cantidad-Cobradores = ZEROS
               DISPLAY "No hay cobradores en el catalogo."
           ELSE
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       UNTIL WS-Indice > WS-Cantidad-Cobradores
                   PERFORM MuestraCobrador
               END-PERFORM
           END-IF.

       MuestraCobrador.
           COMPUTE WS-Pct-Pantalla =
               WS-Cob-Pct-Comision(WS-Indice) * 100.
           COMPUTE WS-Pct-Castigada-Pantalla =
               WS-Cob-Pct-Castigada(WS-Indice) * 100.
           DISPLAY WS-Cob-ID(WS-Indice) " "
               WS-Cob-Nombre(WS-Indice) " "
               WS-Cob-Estado(WS-Indice) " "
               WS-Cob-Bucket(WS-Indice) " "
               WS-Cob-CP-Desde(WS-Indice) "-"
               WS-Cob-CP-Hasta(WS-Indice) " tope "
               WS-Cob-Max-Clientes(WS-Indice) " "
               WS-Pct-Pantalla "% " WS-Pct-Castigada-Pantalla "%".

       END PROGRAM CobradoresMantenimiento.
