      *> amarran contra los registros de cierre de control de los
      *> archivos de origen. Se acabo palomear el estado del banco
      *> con marcatextos.
      *>
      *> Con la dispersion partida por banco, cada banco del
      *> catalogo bancos_dispersion.dat entrega su propio estado de
      *> cuenta (estado_banco_NNN.dat) y sus cargos se casan solo
      *> contra el archivo de dispersion de ese banco, leido en su
      *> layout; estado_banco.dat sigue siendo el de la cuenta del
      *> banco pagador. Los abonos de cualquier estado se casan
      *> contra los depositos del dia como siempre.
      *>
      *> Los nombres siguen al grupo de pago y la empresa que dejo la
      *> ultima corrida en grupo_pago.dat, igual que DispersionBancaria:
      *> el grupo semanal casa estado_banco_semanal*.dat contra
      *> dispersion_banco_semanal*.dat, y una empresa distinta de la
      *> original lleva su codigo como sufijo y dispersa solo por el
      *> interbancario. Sin grupo_pago.dat quedan los nombres de
      *> siempre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchivoBanco
               ASSIGN TO DYNAMIC WS-Nombre-Estado
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Banco.

               SELECT OPTIONAL ArchivoDispersion
               ASSIGN TO DYNAMIC WS-Nombre-Dispersion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Dispersion.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Aplicados.

      *> Catalogo de bancos de dispersion, para saber que estados
      *> buscar y en que layout viene cada archivo de dispersion.
               SELECT OPTIONAL ARCHIVO-BANCOS-DISP
               ASSIGN TO "bancos_dispersion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Bdi-Banco
               FILE STATUS IS WS-Estado-Bancos-Disp.

      *> Grupo de pago y empresa de la ultima corrida de nomina.
               SELECT OPTIONAL ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

               SELECT ArchivoReporte
               ASSIGN TO "conciliacion_banco.rpt"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY PAGAPL.

       FD  ARCHIVO-BANCOS-DISP
           LABEL RECORD IS STANDARD.
           COPY BANCODSP.

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
           05 Grp-Empresa             PIC X(2).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).
           05 WS-Det-CLABE PIC X(18).
           05 FILLER PIC X(4).

      *> Vista del detalle del layout CLABE primero, para los bancos
      *> del catalogo que lo reciben asi.
       01 WS-Registro-Detalle-C.
           05 WS-Dtc-Tipo PIC X.
           05 WS-Dtc-CLABE PIC X(18).
           05 WS-Dtc-Importe PIC 9(11)V99.
           05 WS-Dtc-Referencia PIC 9(6).
           05 WS-Dtc-Beneficiario PIC X(40).

      *> Estados de cuenta de la corrida por banco: el renglon 1 es
      *> la cuenta del banco pagador. Los contadores llevan los
      *> detalles y la suma dispersada de cada banco.
           COPY BANCOTAB.
       01 WS-Estado-Bancos-Disp PIC XX VALUE SPACES.
           88 Bancos-Disp-No-Existe VALUE "05" "35".
       01 WS-Fin-Bancos-Disp PIC X VALUE "N".
           88 Fin-Bancos-Disp VALUE "S".
       01 WS-Nombre-Estado PIC X(40) VALUE SPACES.
       01 WS-Nombre-Dispersion PIC X(40) VALUE SPACES.

      *> Grupo y empresa de la corrida, y los nombres de la cuenta
      *> del banco pagador que salen de ellos.
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Semanal VALUE "S".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
       01 WS-Base-Estado PIC X(40) VALUE "estado_banco.dat".
       01 WS-Base-Dispersion PIC X(40)
           VALUE "dispersion_banco.dat".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Nombre-Sin-Extension PIC X(40) VALUE SPACES.
       01 WS-Estados-Hallados PIC 9(2) VALUE ZEROS.

       01 WS-Linea-Banco.
           05 FILLER PIC X(6) VALUE "BANCO ".
           05 WS-Lbn-Banco PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lbn-Nombre PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Lbn-Archivo PIC X(40).

      *> Detalles dispersados, con marca de casado.
       01 WS-Cantidad-Detalles PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Detalles.
               10 WS-Disp-Emp-ID      PIC 9(6).
               10 WS-Disp-Importe     PIC 9(7)V99.
               10 WS-Disp-Casado      PIC X.
               10 WS-Disp-Banco       PIC 9(2).
       01 WS-Indice-Disp PIC 9(3) VALUE ZEROS.
       01 WS-Suma-Dispersada PIC 9(11)V99 VALUE ZEROS.

           05 FILLER PIC X VALUE SPACE.
           05 WS-Mov-Nota PIC X(20).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ConciliaBanco" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 0050-Lee-Grupo-Pago
           PERFORM 0100-Carga-Bancos
           PERFORM 0300-Cuenta-Estados
           IF WS-Estados-Hallados = ZEROS
               DISPLAY "No existe el estado del banco: "
                   WS-Base-Estado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-Carga-Depositos
           OPEN OUTPUT ArchivoReporte
           MOVE "CONCILIACION BANCARIA" TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           MOVE WS-Empresa-Corrida TO Enc-Empresa
           PERFORM EncabezaPagina
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               PERFORM 1900-Concilia-Estado-Banco
           END-PERFORM
           PERFORM 3000-Reporta-Solo-Libros
           PERFORM 4000-Reporta-Totales
           CLOSE ArchivoReporte
           END-IF
           STOP RUN.

      *> El grupo semanal y las empresas distintas de la original
      *> casan los archivos que les dejo DispersionBancaria.
       0050-Lee-Grupo-Pago.
           OPEN INPUT ArchivoGrupoPago
           READ ArchivoGrupoPago
               AT END
                   CONTINUE
               NOT AT END
                   MOVE Grp-Grupo TO WS-Grupo-Corrida
                   MOVE Grp-Empresa TO WS-Empresa-Corrida
           END-READ
           CLOSE ArchivoGrupoPago
           IF WS-Empresa-Corrida = SPACES
               MOVE "01" TO WS-Empresa-Corrida
           END-IF
           IF Grupo-Semanal
               MOVE "estado_banco_semanal.dat" TO WS-Base-Estado
               MOVE "dispersion_banco_semanal.dat"
                   TO WS-Base-Dispersion
           END-IF
           IF NOT Empresa-Principal
               MOVE WS-Base-Estado TO WS-Nombre-Con-Sufijo
               PERFORM 0060-Agrega-Sufijo-Empresa
               MOVE WS-Nombre-Con-Sufijo TO WS-Base-Estado
               MOVE WS-Base-Dispersion TO WS-Nombre-Con-Sufijo
               PERFORM 0060-Agrega-Sufijo-Empresa
               MOVE WS-Nombre-Con-Sufijo TO WS-Base-Dispersion
           END-IF.

       0060-Agrega-Sufijo-Empresa.
           MOVE SPACES TO WS-Nombre-Sin-Extension
           UNSTRING WS-Nombre-Con-Sufijo DELIMITED BY "."
               INTO WS-Nombre-Sin-Extension
           END-UNSTRING
           MOVE SPACES TO WS-Nombre-Con-Sufijo
           STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
               "_" WS-Empresa-Corrida ".dat" DELIMITED BY SIZE
               INTO WS-Nombre-Con-Sufijo
           END-STRING.

      *> El renglon 1 es la cuenta del banco pagador, con el
      *> interbancario; despues van los bancos activos del
      *> catalogo, los mismos que arma DispersionBancaria. Una
      *> empresa distinta de la original solo tiene el
      *> interbancario.
       0100-Carga-Bancos.
           MOVE 1 TO Bnc-Cantidad
           MOVE SPACES TO Bnc-Banco(1)
           MOVE "INTERBANCARIO" TO Bnc-Nombre(1)
           MOVE SPACES TO Bnc-Cuenta-Cargo(1)
           MOVE "E" TO Bnc-Layout(1)
           MOVE ZEROS TO Bnc-Detalles(1)
           MOVE ZEROS TO Bnc-Suma(1)
           IF Empresa-Principal
               OPEN INPUT ARCHIVO-BANCOS-DISP
               IF Bancos-Disp-No-Existe
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-Fin-Bancos-Disp
                   PERFORM WITH TEST BEFORE
                           UNTIL Fin-Bancos-Disp OR Bnc-Cantidad = 20
                       READ ARCHIVO-BANCOS-DISP NEXT RECORD
                           AT END
                               SET Fin-Bancos-Disp TO TRUE
                           NOT AT END
                               IF Bdi-Activo
                                   ADD 1 TO Bnc-Cantidad
                                   MOVE Bdi-Banco
                                       TO Bnc-Banco(Bnc-Cantidad)
                                   MOVE Bdi-Nombre
                                       TO Bnc-Nombre(Bnc-Cantidad)
                                   MOVE Bdi-Cuenta-Cargo
                                       TO Bnc-Cuenta-Cargo(Bnc-Cantidad)
                                   MOVE Bdi-Layout
                                       TO Bnc-Layout(Bnc-Cantidad)
                                   MOVE ZEROS
                                       TO Bnc-Detalles(Bnc-Cantidad)
                                   MOVE ZEROS TO Bnc-Suma(Bnc-Cantidad)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCHIVO-BANCOS-DISP
           END-IF.

      *> Nombres del estado y de la dispersion del banco en turno:
      *> los del grupo y la empresa para la cuenta del banco
      *> pagador, con la clave del banco como sufijo para los demas.
       0200-Arma-Nombres.
           IF Bnc-Indice = 1
               MOVE WS-Base-Estado TO WS-Nombre-Estado
               MOVE WS-Base-Dispersion TO WS-Nombre-Dispersion
           ELSE
               MOVE SPACES TO WS-Nombre-Sin-Extension
               UNSTRING WS-Base-Estado DELIMITED BY "."
                   INTO WS-Nombre-Sin-Extension
               END-UNSTRING
               MOVE SPACES TO WS-Nombre-Estado
               STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
                   "_" Bnc-Banco(Bnc-Indice) ".dat"
                   DELIMITED BY SIZE
                   INTO WS-Nombre-Estado
               END-STRING
               MOVE SPACES TO WS-Nombre-Sin-Extension
               UNSTRING WS-Base-Dispersion DELIMITED BY "."
                   INTO WS-Nombre-Sin-Extension
               END-UNSTRING
               MOVE SPACES TO WS-Nombre-Dispersion
               STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
                   "_" Bnc-Banco(Bnc-Indice) ".dat"
                   DELIMITED BY SIZE
                   INTO WS-Nombre-Dispersion
               END-STRING
           END-IF.

      *> El paso falla solo si ningun banco dejo estado de cuenta.
       0300-Cuenta-Estados.
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               PERFORM 0200-Arma-Nombres
               OPEN INPUT ArchivoBanco
               IF NOT Banco-No-Existe
                   ADD 1 TO WS-Estados-Hallados
               END-IF
               CLOSE ArchivoBanco
           END-PERFORM.

      *> Carga los detalles de los archivos de dispersion de todos
      *> los bancos, cada uno marcado con su banco.
       1000-Carga-Dispersion.
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               PERFORM 1010-Carga-Dispersion-Banco
           END-PERFORM.

       1010-Carga-Dispersion-Banco.
           PERFORM 0200-Arma-Nombres
           OPEN INPUT ArchivoDispersion
           IF Dispersion-No-Existe
               CONTINUE
                       AT END
                           SET Fin-Dispersion TO TRUE
                       NOT AT END
                           PERFORM 1020-Carga-Detalle
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoDispersion.

      *> El detalle se lee en el layout del banco: "D" en el de
      *> CLABE primero, "2" en el estandar.
       1020-Carga-Detalle.
           MOVE Registro-Dispersion TO WS-Registro-Detalle
           MOVE Registro-Dispersion TO WS-Registro-Detalle-C
           IF Bnc-Layout-Clabe(Bnc-Indice)
               IF WS-Dtc-Tipo = "D"
                   ADD 1 TO WS-Cantidad-Detalles
                   MOVE WS-Dtc-Referencia
                       TO WS-Disp-Emp-ID(WS-Cantidad-Detalles)
                   MOVE WS-Dtc-Importe
                       TO WS-Disp-Importe(WS-Cantidad-Detalles)
                   PERFORM 1030-Marca-Detalle
               END-IF
           ELSE
               IF WS-Det-Tipo = "2"
                   ADD 1 TO WS-Cantidad-Detalles
                   MOVE WS-Det-Emp-ID
                       TO WS-Disp-Emp-ID(WS-Cantidad-Detalles)
                   MOVE WS-Det-Neto
                       TO WS-Disp-Importe(WS-Cantidad-Detalles)
                   PERFORM 1030-Marca-Detalle
               END-IF
           END-IF.

       1030-Marca-Detalle.
           MOVE "N" TO WS-Disp-Casado(WS-Cantidad-Detalles)
           MOVE Bnc-Indice TO WS-Disp-Banco(WS-Cantidad-Detalles)
           ADD WS-Disp-Importe(WS-Cantidad-Detalles)
               TO WS-Suma-Dispersada
           ADD 1 TO Bnc-Detalles(Bnc-Indice)
           ADD WS-Disp-Importe(WS-Cantidad-Detalles)
               TO Bnc-Suma(Bnc-Indice).

      *> Los abonos del banco se casan contra el total depositado
      *> por dia segun los pagos aplicados.
       1100-Carga-Depositos.
               MOVE "N" TO WS-Dep-Casado(WS-Cantidad-Depositos)
           END-IF.

      *> Cada estado de cuenta va en su propio bloque del reporte,
      *> encabezado con el banco y el archivo leido.
       1900-Concilia-Estado-Banco.
           PERFORM 0200-Arma-Nombres
           OPEN INPUT ArchivoBanco
           IF Banco-No-Existe
               CLOSE ArchivoBanco
           ELSE
               MOVE Bnc-Banco(Bnc-Indice) TO WS-Lbn-Banco
               MOVE Bnc-Nombre(Bnc-Indice) TO WS-Lbn-Nombre
               MOVE WS-Nombre-Estado TO WS-Lbn-Archivo
               MOVE WS-Linea-Banco TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE "N" TO WS-Fin-Banco
               PERFORM WITH TEST BEFORE UNTIL Fin-Banco
                   READ ArchivoBanco
                       AT END
                           SET Fin-Banco TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Total-Banco
                           PERFORM 2000-Casa-Movimiento
                   END-READ
               END-PERFORM
               CLOSE ArchivoBanco
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

       2000-Casa-Movimiento.
           MOVE "N" TO WS-Movimiento-Casado
           MOVE "N" TO WS-Importe-Distinto
               IF WS-Disp-Emp-ID(WS-Indice-Disp) =
                      WS-Referencia-Emp
                  AND WS-Disp-Casado(WS-Indice-Disp) = "N"
                  AND WS-Disp-Banco(WS-Indice-Disp) = Bnc-Indice
                   SET Movimiento-Casado TO TRUE
                   MOVE "S" TO WS-Disp-Casado(WS-Indice-Disp)
                   IF WS-Disp-Importe(WS-Indice-Disp)
           MOVE "VS CIERRE 3 DISP" TO WS-Mov-Nota
           MOVE WS-Linea-Movimiento TO Linea-Reporte
           PERFORM EscribeLineaReporte
      *> Suma dispersada de cada banco, contra el cierre de su
      *> propio archivo.
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               MOVE SPACES TO WS-Mov-Referencia
               STRING "BANCO " Bnc-Banco(Bnc-Indice) " "
                   Bnc-Nombre(Bnc-Indice) DELIMITED BY SIZE
                   INTO WS-Mov-Referencia
               END-STRING
               MOVE Bnc-Suma(Bnc-Indice) TO WS-Mov-Importe
               MOVE "VS CIERRE DEL BANCO" TO WS-Mov-Nota
               MOVE WS-Linea-Movimiento TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-PERFORM
           MOVE "A" TO WS-Mov-Tipo
           MOVE "SUMA DEPOSITADA" TO WS-Mov-Referencia
           MOVE WS-Suma-Depositos TO WS-Mov-Importe
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ConciliaBanco.
