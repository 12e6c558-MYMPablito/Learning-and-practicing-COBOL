      *> DispersionBancaria recoge sola. Deja ademas el reporte de
      *> que reboto y por que con el encabezado estandar del taller,
      *> para que el rebote deje de enterarse por telefono.
      *>
      *> Con la dispersion partida por banco, cada banco del
      *> catalogo bancos_dispersion.dat devuelve su propio retorno
      *> (retorno_banco_NNN.dat) y cada rebote se casa solo contra
      *> el archivo de dispersion de ese mismo banco, leido en su
      *> layout; retorno_banco.dat sigue siendo el del archivo
      *> interbancario. El reporte separa los rebotes por banco.
      *>
      *> Los nombres siguen al grupo de pago y la empresa que dejo la
      *> ultima corrida en grupo_pago.dat, igual que DispersionBancaria:
      *> el grupo semanal lee retorno_banco_semanal*.dat contra
      *> dispersion_banco_semanal*.dat, y una empresa distinta de la
      *> original lleva su codigo como sufijo y dispersa solo por el
      *> interbancario. Sin grupo_pago.dat quedan los nombres de
      *> siempre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchivoRetorno
               ASSIGN TO DYNAMIC WS-Nombre-Retorno
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Retorno.

      *> Archivo de dispersion de la corrida rebotada, para verificar
      *> que el rechazo corresponda a un detalle que si se mando.
               SELECT OPTIONAL ArchivoDispersion
               ASSIGN TO DYNAMIC WS-Nombre-Dispersion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Dispersion.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Repagos.

      *> Catalogo de bancos de dispersion, para saber que retornos
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
               ASSIGN TO "retorno_banco.rpt"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY REPAGO.

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

      *> Archivos de la corrida por banco: el renglon 1 es el
      *> interbancario. Los contadores llevan los rebotes y la suma
      *> rebotada de cada banco.
           COPY BANCOTAB.
       01 WS-Estado-Bancos-Disp PIC XX VALUE SPACES.
           88 Bancos-Disp-No-Existe VALUE "05" "35".
       01 WS-Fin-Bancos-Disp PIC X VALUE "N".
           88 Fin-Bancos-Disp VALUE "S".
       01 WS-Nombre-Retorno PIC X(40) VALUE SPACES.
       01 WS-Nombre-Dispersion PIC X(40) VALUE SPACES.

      *> Grupo y empresa de la corrida, y los nombres del
      *> interbancario que salen de ellos.
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Semanal VALUE "S".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
       01 WS-Base-Retorno PIC X(40) VALUE "retorno_banco.dat".
       01 WS-Base-Dispersion PIC X(40)
           VALUE "dispersion_banco.dat".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Nombre-Sin-Extension PIC X(40) VALUE SPACES.
       01 WS-Retornos-Hallados PIC 9(2) VALUE ZEROS.
       01 WS-Suma-Edit PIC Z(10)9,99.

       01 WS-Linea-Banco.
           05 FILLER PIC X(6) VALUE "BANCO ".
           05 WS-Lbn-Banco PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lbn-Nombre PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Lbn-Archivo PIC X(40).

      *> Tabla de detalles dispersados, para casar cada rebote con
      *> el detalle que si se mando al banco.
       01 WS-Cantidad-Detalles PIC 9(3) VALUE ZEROS.
               10 WS-Tab-Nombre       PIC X(20).
               10 WS-Tab-Apellido     PIC X(20).
               10 WS-Tab-Neto         PIC 9(7)V99.
               10 WS-Tab-Banco        PIC 9(2).
       01 WS-Indice-Det PIC 9(3) VALUE ZEROS.
       01 WS-Detalle-Hallado PIC X VALUE "N".
           88 Detalle-Hallado VALUE "S".
       01 WS-Tabla-Nomina.
           05 WS-Nomina-Emp OCCURS 500 TIMES.
               10 WS-Nom-Tab-Emp-ID   PIC 9(6).
               10 WS-Nom-Tab-Nombre   PIC X(20).
               10 WS-Nom-Tab-Apellido PIC X(20).
       01 WS-Indice-Nom PIC 9(3) VALUE ZEROS.
       01 WS-Nomina-Hallada PIC X VALUE "N".
           88 Nomina-Hallada VALUE "S".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Rpt-Nota PIC X(14).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ProcesaRetornoBanco" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 0050-Lee-Grupo-Pago
           PERFORM 1010-Carga-Bancos
           PERFORM 1040-Cuenta-Retornos
           IF WS-Retornos-Hallados = ZEROS
               DISPLAY "No existe el archivo de retorno del banco."
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada, para que un job stream que lo encadene
      *> sepa que este paso fallo.
               OPEN EXTEND ArchivoRepagos
               OPEN OUTPUT ArchivoReporte
               MOVE "REBOTES DEL BANCO" TO Enc-Titulo-Reporte
               MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
               MOVE WS-Empresa-Corrida TO Enc-Empresa
               PERFORM EncabezaPagina
               PERFORM VARYING Bnc-Indice FROM 1 BY 1
                       UNTIL Bnc-Indice > Bnc-Cantidad
                   PERFORM 1900-Procesa-Retorno-Banco
               END-PERFORM
               CLOSE ARCHIVO-CUENTAS-BANCO
               CLOSE ArchivoRepagos
               CLOSE ArchivoReporte
           END-IF
           STOP RUN.

      *> El grupo semanal y las empresas distintas de la original
      *> leen los archivos que les dejo DispersionBancaria.
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
               MOVE "nomina_semanal" TO WS-Base-Generacion
               MOVE "retorno_banco_semanal.dat" TO WS-Base-Retorno
               MOVE "dispersion_banco_semanal.dat"
                   TO WS-Base-Dispersion
           END-IF
           IF NOT Empresa-Principal
               MOVE SPACES TO WS-Nombre-Con-Sufijo
               STRING WS-Base-Generacion DELIMITED BY SPACE
                   "_" WS-Empresa-Corrida DELIMITED BY SIZE
                   INTO WS-Nombre-Con-Sufijo
               END-STRING
               MOVE WS-Nombre-Con-Sufijo TO WS-Base-Generacion
               MOVE WS-Base-Retorno TO WS-Nombre-Con-Sufijo
               PERFORM 0060-Agrega-Sufijo-Empresa
               MOVE WS-Nombre-Con-Sufijo TO WS-Base-Retorno
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

      *> Carga los detalles de los archivos de dispersion de todos
      *> los bancos a la tabla de referencia, cada uno marcado con
      *> su banco; la cabecera y el cierre del banco no casan
      *> rebotes.
       1000-Carga-Dispersion.
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               PERFORM 1050-Carga-Dispersion-Banco
           END-PERFORM.

      *> El renglon 1 es el interbancario; despues van los bancos
      *> activos del catalogo, los mismos que arma
      *> DispersionBancaria; una empresa distinta de la original solo
      *> tiene el interbancario.
       1010-Carga-Bancos.
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

      *> Nombres del retorno y de la dispersion del banco en turno:
      *> los del grupo y la empresa para el interbancario, con la
      *> clave del banco como sufijo para los demas.
       1030-Arma-Nombres.
           IF Bnc-Indice = 1
               MOVE WS-Base-Retorno TO WS-Nombre-Retorno
               MOVE WS-Base-Dispersion TO WS-Nombre-Dispersion
           ELSE
               MOVE SPACES TO WS-Nombre-Sin-Extension
               UNSTRING WS-Base-Retorno DELIMITED BY "."
                   INTO WS-Nombre-Sin-Extension
               END-UNSTRING
               MOVE SPACES TO WS-Nombre-Retorno
               STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
                   "_" Bnc-Banco(Bnc-Indice) ".dat"
                   DELIMITED BY SIZE
                   INTO WS-Nombre-Retorno
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

      *> El paso falla solo si ningun banco dejo retorno.
       1040-Cuenta-Retornos.
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               PERFORM 1030-Arma-Nombres
               OPEN INPUT ArchivoRetorno
               IF NOT Retorno-No-Existe
                   ADD 1 TO WS-Retornos-Hallados
               END-IF
               CLOSE ArchivoRetorno
           END-PERFORM.

       1050-Carga-Dispersion-Banco.
           PERFORM 1030-Arma-Nombres
           OPEN INPUT ArchivoDispersion
           IF Dispersion-No-Existe
               CONTINUE
                       AT END
                           SET Fin-Dispersion TO TRUE
                       NOT AT END
                           IF Bnc-Layout-Clabe(Bnc-Indice)
                               PERFORM 1060-Carga-Detalle-Clabe
                           ELSE
                               PERFORM 1070-Carga-Detalle-Estandar
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoDispersion.

      *> El layout CLABE primero no separa nombre y apellido; los
      *> completa la nomina al casar el rebote.
       1060-Carga-Detalle-Clabe.
           MOVE Registro-Dispersion TO WS-Registro-Detalle-C
           IF WS-Dtc-Tipo = "D"
               ADD 1 TO WS-Cantidad-Detalles
               MOVE WS-Dtc-Referencia
                   TO WS-Tab-Emp-ID(WS-Cantidad-Detalles)
               MOVE SPACES TO WS-Tab-Nombre(WS-Cantidad-Detalles)
               MOVE SPACES TO WS-Tab-Apellido(WS-Cantidad-Detalles)
               MOVE WS-Dtc-Importe
                   TO WS-Tab-Neto(WS-Cantidad-Detalles)
               MOVE Bnc-Indice TO WS-Tab-Banco(WS-Cantidad-Detalles)
           END-IF.

       1070-Carga-Detalle-Estandar.
           MOVE Registro-Dispersion TO WS-Registro-Detalle
           IF WS-Det-Tipo = "2"
               ADD 1 TO WS-Cantidad-Detalles
               MOVE WS-Det-Emp-ID
                   TO WS-Tab-Emp-ID(WS-Cantidad-Detalles)
               MOVE WS-Det-Nombre
                   TO WS-Tab-Nombre(WS-Cantidad-Detalles)
               MOVE WS-Det-Apellido
                   TO WS-Tab-Apellido(WS-Cantidad-Detalles)
               MOVE WS-Det-Neto TO WS-Tab-Neto(WS-Cantidad-Detalles)
               MOVE Bnc-Indice TO WS-Tab-Banco(WS-Cantidad-Detalles)
           END-IF.

       1100-Carga-Nomina.
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
                                   MOVE Nom-Emp-ID TO
                                       WS-Nom-Tab-Emp-ID
                                       (WS-Cantidad-Nomina)
                                   MOVE Nom-Cont-Nombre TO
                                       WS-Nom-Tab-Nombre
                                       (WS-Cantidad-Nomina)
                                   MOVE Nom-Cont-Primer-Apellido TO
                                       WS-Nom-Tab-Apellido
                                       (WS-Cantidad-Nomina)
                               END-IF
                       END-READ
                   END-PERFORM
       1200-Abre-Cuentas.
           OPEN I-O ARCHIVO-CUENTAS-BANCO.

      *> Los rebotes de cada banco van en su propio bloque del
      *> reporte, encabezado con el banco y el archivo leido.
       1900-Procesa-Retorno-Banco.
           PERFORM 1030-Arma-Nombres
           OPEN INPUT ArchivoRetorno
           IF Retorno-No-Existe
               CLOSE ArchivoRetorno
           ELSE
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE Bnc-Banco(Bnc-Indice) TO WS-Lbn-Banco
               MOVE Bnc-Nombre(Bnc-Indice) TO WS-Lbn-Nombre
               MOVE WS-Nombre-Retorno TO WS-Lbn-Archivo
               MOVE WS-Linea-Banco TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE "N" TO WS-Fin-Retorno
               PERFORM WITH TEST BEFORE UNTIL Fin-Retorno
                   READ ArchivoRetorno
                       AT END
                           SET Fin-Retorno TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Total-Rebotes
                           ADD 1 TO Bnc-Detalles(Bnc-Indice)
                           ADD Ret-Importe TO Bnc-Suma(Bnc-Indice)
                           PERFORM 2000-Procesa-Rebote
                   END-READ
               END-PERFORM
               CLOSE ArchivoRetorno
           END-IF.

      *> Un rebote bien casado marca la cuenta como rebotada y
      *> encola el repago; un rebote que no aparece en el detalle
      *> dispersado solo sale en el reporte, porque no hay nada
           PERFORM 2100-Busca-Detalle
           PERFORM 2200-Busca-Nomina
           IF Detalle-Hallado AND Nomina-Hallada
               PERFORM 2250-Completa-Nombre
               PERFORM 2300-Marca-Cuenta-Rebotada
               PERFORM 2400-Encola-Repago
               MOVE "ENCOLADO" TO WS-Rpt-Nota
                      OR Detalle-Hallado
               IF WS-Tab-Emp-ID(WS-Indice-Det) = Ret-Emp-ID
                  AND WS-Tab-Neto(WS-Indice-Det) = Ret-Importe
                  AND WS-Tab-Banco(WS-Indice-Det) = Bnc-Indice
                   SET Detalle-Hallado TO TRUE
               END-IF
           END-PERFORM
               IF WS-Nom-Tab-Emp-ID(WS-Indice-Nom) = Ret-Emp-ID
                   SET Nomina-Hallada TO TRUE
               END-IF
           END-PERFORM
           IF Nomina-Hallada
               SUBTRACT 1 FROM WS-Indice-Nom
           END-IF.

      *> El detalle del layout CLABE primero llega sin nombre; el
      *> repago y el reporte lo toman del renglon de nomina.
       2250-Completa-Nombre.
           IF WS-Tab-Nombre(WS-Indice-Det) = SPACES
              AND WS-Tab-Apellido(WS-Indice-Det) = SPACES
               MOVE WS-Nom-Tab-Nombre(WS-Indice-Nom)
                   TO WS-Tab-Nombre(WS-Indice-Det)
               MOVE WS-Nom-Tab-Apellido(WS-Indice-Nom)
                   TO WS-Tab-Apellido(WS-Indice-Det)
           END-IF.

       2300-Marca-Cuenta-Rebotada.
           IF Cuentas-Banco-No-Existe
           DISPLAY "Rebotes sin detalle nuestro: "
               WS-Total-Sin-Detalle.
           DISPLAY "Suma rebotada: " WS-Suma-Rebotada.
           DISPLAY "Rebotes por banco:".
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               MOVE Bnc-Suma(Bnc-Indice) TO WS-Suma-Edit
               DISPLAY "  " Bnc-Banco(Bnc-Indice) " "
                   Bnc-Nombre(Bnc-Indice) " rebotes: "
                   Bnc-Detalles(Bnc-Indice) " suma: " WS-Suma-Edit
           END-PERFORM.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ProcesaRetornoBanco.
