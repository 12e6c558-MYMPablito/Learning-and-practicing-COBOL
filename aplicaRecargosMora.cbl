       IDENTIFICATION DIVISION.
       PROGRAM-ID. AplicaRecargosMora.

      *> Recargo por pago tardio: corre a diario en la cadena despues
      *> de AplicaPagos y revisa la generacion vigente del estado de
      *> cuenta. Cada estado con saldo cuya fecha limite ya paso sin
      *> que el cliente cubriera el pago minimo (los pagos aplicados
      *> de pagos_historia.dat del corte al vencimiento) genera un
      *> recargo pendiente en cargos_mora.dat, que la prefacturacion
      *> de GeneraCargosRecurrentes mete como detalle al siguiente
      *> lote. El pago minimo, el recargo y su tope salen del
      *> catalogo recargos_mora.dat por nivel de tarifa del cliente.
      *> No se cobra recargo al cliente con convenio activo ni al que
      *> tiene una aclaracion abierta. Un estado genera a lo mas un
      *> recargo aunque la corrida se repita, y todo lo cobrado sale
      *> en recargos_mora.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> La generacion vigente del estado de cuenta la resuelve
      *> ControlaGeneraciones, para leer la misma que dejo la corrida.
               SELECT ARCHIVO-ESTADO-CUENTA
               ASSIGN TO DYNAMIC WS-Nombre-Generacion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Estado-Cuenta.

      *> Catalogo editable de recargos por nivel de tarifa: un
      *> renglon por nivel (espacio = estandar). Se edita el archivo
      *> cuando cambia el recargo, no el programa.
               SELECT OPTIONAL ArchivoCatalogo
               ASSIGN TO "recargos_mora.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Catalogo.

               SELECT OPTIONAL ArchivoHistoria
               ASSIGN TO "pagos_historia.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Historia.

               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

               SELECT OPTIONAL ARCHIVO-CONVENIOS
               ASSIGN TO "convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cvn-Cliente-ID
               FILE STATUS IS WS-Estado-Convenios.

               SELECT OPTIONAL ARCHIVO-ACLARACIONES
               ASSIGN TO "aclaraciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Acl-Llave
               FILE STATUS IS WS-Estado-Aclaraciones.

               SELECT ARCHIVO-CARGOS-MORA
               ASSIGN TO "cargos_mora.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cmo-Llave
               FILE STATUS IS WS-Estado-Cargos-Mora.

               SELECT ArchivoReporte
               ASSIGN TO "recargos_mora.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ESTADO-CUENTA
           LABEL RECORD IS STANDARD.
           COPY ESTADOCU.

      *> Por nivel: el pago minimo como fraccion del saldo nuevo del
      *> estado, el recargo fijo, la tasa sobre lo que falto del
      *> minimo y el tope del recargo (ceros = sin tope), con el
      *> concepto del catalogo de cargos con que entra al lote.
       FD  ArchivoCatalogo
           LABEL RECORD IS STANDARD.
       01  Registro-Catalogo.
           05 Rmo-Nivel               PIC X.
           05 Rmo-Concepto            PIC X(10).
           05 Rmo-Pct-Pago-Minimo     PIC V9(4).
           05 Rmo-Cuota-Fija          PIC 9(5)V99.
           05 Rmo-Tasa-Recargo        PIC V9(4).
           05 Rmo-Tope                PIC 9(5)V99.

       FD  ArchivoHistoria
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       FD  ARCHIVO-CONVENIOS
           LABEL RECORD IS STANDARD.
           COPY CONVENIO.

       FD  ARCHIVO-ACLARACIONES
           LABEL RECORD IS STANDARD.
           COPY ACLARA.

       FD  ARCHIVO-CARGOS-MORA
           LABEL RECORD IS STANDARD.
           COPY CARGOMOR.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
           COPY REPENC.
           COPY CTLREG.

       01 WS-Estado-Estado-Cuenta PIC XX VALUE SPACES.
           88 EstadoCuenta-No-Existe VALUE "05" "35".
       01 WS-Estado-Catalogo PIC XX VALUE SPACES.
           88 Catalogo-No-Existe VALUE "05" "35".
       01 WS-Estado-Historia PIC XX VALUE SPACES.
           88 Historia-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Convenios PIC XX VALUE SPACES.
           88 Convenios-No-Existe VALUE "05" "35".
       01 WS-Estado-Aclaraciones PIC XX VALUE SPACES.
           88 Aclaraciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Cargos-Mora PIC XX VALUE SPACES.
           88 Cargos-Mora-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Estados PIC X VALUE "N".
           88 Fin-Estados VALUE "S".
       01 WS-Fin-Catalogo PIC X VALUE "N".
           88 Fin-Catalogo VALUE "S".
       01 WS-Fin-Historia PIC X VALUE "N".
           88 Fin-Historia VALUE "S".
       01 WS-Fin-Aclaraciones PIC X VALUE "N".
           88 Fin-Aclaraciones VALUE "S".

      *> Generacion vigente del estado de cuenta.
       01 WS-Base-Generacion PIC X(20) VALUE "estado_cuenta".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.

      *> Fecha de la corrida y fecha de corte del estado vigente,
      *> tomada de su cabecera de control; los pagos que cuentan para
      *> el minimo son los aplicados despues del corte.
       01 WS-Fecha-Corrida PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Corte PIC 9(8) VALUE ZEROS.

      *> Catalogo de recargos por nivel.
       01 WS-Cantidad-Niveles PIC 99 VALUE ZEROS.
       01 WS-Tabla-Niveles.
           05 WS-Nivel OCCURS 10 TIMES.
               10 WS-Niv-Nivel        PIC X.
               10 WS-Niv-Concepto     PIC X(10).
               10 WS-Niv-Pct-Minimo   PIC V9(4).
               10 WS-Niv-Cuota-Fija   PIC 9(5)V99.
               10 WS-Niv-Tasa         PIC V9(4).
               10 WS-Niv-Tope         PIC 9(5)V99.
       01 WS-Indice-Niv PIC 99 VALUE ZEROS.
       01 WS-Nivel-Hallado PIC 99 VALUE ZEROS.
       01 WS-Nivel-Cliente PIC X VALUE SPACE.

      *> Pagos aplicados despues del corte.
       01 WS-Cantidad-Pagos PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Pagos.
           05 WS-Pago OCCURS 3000 TIMES.
               10 WS-Pag-Cliente-ID   PIC 9(6).
               10 WS-Pag-Fecha        PIC 9(8).
               10 WS-Pag-Importe      PIC 9(7)V99.
       01 WS-Indice-Pag PIC 9(4) VALUE ZEROS.
       01 WS-Pagos-Omitidos PIC 9(5) VALUE ZEROS.

      *> Clientes con alguna aclaracion abierta.
       01 WS-Cantidad-Aclaraciones PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Aclaraciones.
           05 WS-Acl-Cliente-ID PIC 9(6) OCCURS 500 TIMES.
       01 WS-Indice-Acl PIC 9(3) VALUE ZEROS.

      *> Situacion del estado en turno.
       01 WS-Recargo-Previo PIC X VALUE "N".
           88 Recargo-Previo VALUE "S".
       01 WS-Con-Convenio PIC X VALUE "N".
           88 Con-Convenio VALUE "S".
       01 WS-En-Aclaracion PIC X VALUE "N".
           88 En-Aclaracion VALUE "S".
       01 WS-Pago-Minimo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Pagado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Faltante PIC 9(7)V99 VALUE ZEROS.
       01 WS-Recargo PIC 9(7)V99 VALUE ZEROS.

       01 WS-Total-Estados PIC 9(6) VALUE ZEROS.
       01 WS-Total-No-Vencidos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Al-Corriente PIC 9(6) VALUE ZEROS.
       01 WS-Total-Previos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Convenio PIC 9(6) VALUE ZEROS.
       01 WS-Total-Aclaracion PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Nivel PIC 9(6) VALUE ZEROS.
       01 WS-Total-Recargos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Importe PIC 9(9)V99 VALUE ZEROS.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Programa PIC X(20) VALUE "AplicaRecargosMora".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Linea-Columnas PIC X(80) VALUE
           "CLIENTE  VENCIO     PAGO MINIMO      PAGADO     RECARGO".

       01 WS-Linea-Recargo.
           05 WS-Lin-Cliente PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-Lin-Vencimiento PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Minimo PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Pagado PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Recargo PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Lin-Concepto PIC X(10).

       01 WS-Linea-Total.
           05 FILLER PIC X(20) VALUE "RECARGOS APLICADOS: ".
           05 WS-Tot-Recargos PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "  IMPORTE ".
           05 WS-Tot-Importe PIC Z(8)9,99.

       01 WS-Linea-Exentos.
           05 FILLER PIC X(20) VALUE "EXENTOS CONVENIO:   ".
           05 WS-Tot-Convenio PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "  ACLARACION: ".
           05 WS-Tot-Aclaracion PIC ZZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
           IF WS-Nombre-Generacion = SPACES
               DISPLAY "No hay generacion de estado de cuenta "
                   "registrada; corra primero la facturacion."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Corrida
           PERFORM 1000-Carga-Catalogo
           IF WS-Cantidad-Niveles = ZEROS
               DISPLAY "No existe recargos_mora.dat o esta vacio; no "
                   "se aplican recargos por pago tardio."
      *> Codigo de retorno 4: no hubo nada que hacer; la cadena lo
      *> tolera con el umbral de este paso.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-ESTADO-CUENTA
           IF EstadoCuenta-No-Existe
               DISPLAY "No existe estado_cuenta.dat todavia; corra "
                   "primero la facturacion."
               CLOSE ARCHIVO-ESTADO-CUENTA
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-Lee-Cabecera
               PERFORM 1200-Carga-Pagos
               PERFORM 1300-Carga-Aclaraciones
               OPEN INPUT ArchivoClientes
               OPEN INPUT ARCHIVO-CONVENIOS
               PERFORM 1400-Abre-Cargos-Mora
               MOVE "RECARGOS POR PAGO TARDIO" TO Enc-Titulo-Reporte
               MOVE WS-Fecha-Corrida TO Enc-Fecha-Corrida
               OPEN OUTPUT ArchivoReporte
               PERFORM EncabezaPagina
               MOVE WS-Linea-Columnas TO Linea-Reporte
               PERFORM EscribeLineaReporte
               PERFORM WITH TEST BEFORE UNTIL Fin-Estados
                   READ ARCHIVO-ESTADO-CUENTA
                       AT END
                           SET Fin-Estados TO TRUE
                       NOT AT END
                           PERFORM 2000-Revisa-Estado
                   END-READ
               END-PERFORM
               PERFORM 9000-Muestra-Resumen
               CLOSE ARCHIVO-ESTADO-CUENTA
               CLOSE ArchivoClientes
               CLOSE ARCHIVO-CONVENIOS
               CLOSE ARCHIVO-CARGOS-MORA
               CLOSE ArchivoReporte
               MOVE WS-Total-Estados TO WS-Corrida-Leidos
               MOVE WS-Total-Recargos TO WS-Corrida-Escritos
               CALL "RegistraCorrida" USING WS-Corrida-Programa
                   WS-Corrida-Leidos WS-Corrida-Escritos
                   WS-Corrida-Rechazados WS-Corrida-Estado
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Carga el catalogo de recargos; si un nivel viene repetido
      *> manda el ultimo renglon.
       1000-Carga-Catalogo.
           OPEN INPUT ArchivoCatalogo
           IF Catalogo-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Catalogo
                   READ ArchivoCatalogo
                       AT END
                           SET Fin-Catalogo TO TRUE
                       NOT AT END
                           PERFORM 1010-Guarda-Nivel
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCatalogo.

       1010-Guarda-Nivel.
           MOVE ZEROS TO WS-Nivel-Hallado
           PERFORM VARYING WS-Indice-Niv FROM 1 BY 1
                   UNTIL WS-Indice-Niv > WS-Cantidad-Niveles
               IF WS-Niv-Nivel(WS-Indice-Niv) = Rmo-Nivel
                   MOVE WS-Indice-Niv TO WS-Nivel-Hallado
               END-IF
           END-PERFORM
           IF WS-Nivel-Hallado = ZEROS
              AND WS-Cantidad-Niveles < 10
               ADD 1 TO WS-Cantidad-Niveles
               MOVE WS-Cantidad-Niveles TO WS-Nivel-Hallado
           END-IF
           IF WS-Nivel-Hallado > ZEROS
               MOVE Rmo-Nivel TO WS-Niv-Nivel(WS-Nivel-Hallado)
               MOVE Rmo-Concepto TO WS-Niv-Concepto(WS-Nivel-Hallado)
               MOVE Rmo-Pct-Pago-Minimo
                   TO WS-Niv-Pct-Minimo(WS-Nivel-Hallado)
               MOVE Rmo-Cuota-Fija
                   TO WS-Niv-Cuota-Fija(WS-Nivel-Hallado)
               MOVE Rmo-Tasa-Recargo TO WS-Niv-Tasa(WS-Nivel-Hallado)
               MOVE Rmo-Tope TO WS-Niv-Tope(WS-Nivel-Hallado)
           END-IF.

      *> La cabecera de control del extracto trae la fecha de corte;
      *> un extracto sin cabecera cuenta todos los pagos de la
      *> historia hasta el vencimiento.
       1100-Lee-Cabecera.
           MOVE ZEROS TO WS-Fecha-Corte
           READ ARCHIVO-ESTADO-CUENTA
               AT END
                   SET Fin-Estados TO TRUE
               NOT AT END
                   IF Registro-Estado-Cuenta(1:6) = "000000"
                       MOVE Registro-Estado-Cuenta TO Registro-Control
                       MOVE Ctl-Fecha TO WS-Fecha-Corte
                   ELSE
                       CLOSE ARCHIVO-ESTADO-CUENTA
                       OPEN INPUT ARCHIVO-ESTADO-CUENTA
                   END-IF
           END-READ.

      *> Pagos aplicados despues del corte; los devueltos no cubren
      *> el minimo.
       1200-Carga-Pagos.
           OPEN INPUT ArchivoHistoria
           IF Historia-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Historia
                   READ ArchivoHistoria
                       AT END
                           SET Fin-Historia TO TRUE
                       NOT AT END
                           IF Phi-Aplicado
                              AND Phi-Fecha > WS-Fecha-Corte
                               PERFORM 1210-Guarda-Pago
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoHistoria
           IF WS-Pagos-Omitidos > ZEROS
               DISPLAY "Aviso: " WS-Pagos-Omitidos " pagos no "
                   "cupieron en la tabla y no cubren minimos."
           END-IF.

       1210-Guarda-Pago.
           IF WS-Cantidad-Pagos < 3000
               ADD 1 TO WS-Cantidad-Pagos
               MOVE Phi-Cliente-ID
                   TO WS-Pag-Cliente-ID(WS-Cantidad-Pagos)
               MOVE Phi-Fecha TO WS-Pag-Fecha(WS-Cantidad-Pagos)
               MOVE Phi-Importe TO WS-Pag-Importe(WS-Cantidad-Pagos)
           ELSE
               ADD 1 TO WS-Pagos-Omitidos
           END-IF.

      *> Clientes con aclaracion abierta; el archivo viene en orden
      *> de cliente, asi que basta comparar con el ultimo guardado.
       1300-Carga-Aclaraciones.
           OPEN INPUT ARCHIVO-ACLARACIONES
           IF Aclaraciones-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Aclaraciones
                   READ ARCHIVO-ACLARACIONES
                       AT END
                           SET Fin-Aclaraciones TO TRUE
                       NOT AT END
                           IF Acl-Abierta
                               PERFORM 1310-Guarda-Aclaracion
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-ACLARACIONES.

       1310-Guarda-Aclaracion.
           IF WS-Cantidad-Aclaraciones > ZEROS
              AND WS-Acl-Cliente-ID(WS-Cantidad-Aclaraciones) =
                  Acl-Cliente-ID
               CONTINUE
           ELSE
               IF WS-Cantidad-Aclaraciones < 500
                   ADD 1 TO WS-Cantidad-Aclaraciones
                   MOVE Acl-Cliente-ID TO
                       WS-Acl-Cliente-ID(WS-Cantidad-Aclaraciones)
               END-IF
           END-IF.

       1400-Abre-Cargos-Mora.
           OPEN I-O ARCHIVO-CARGOS-MORA
           IF Cargos-Mora-No-Existe
               OPEN OUTPUT ARCHIVO-CARGOS-MORA
               CLOSE ARCHIVO-CARGOS-MORA
               OPEN I-O ARCHIVO-CARGOS-MORA
           END-IF.

      *> Solo cuentan los estados de cliente con saldo y con la
      *> fecha limite ya pasada; los demas aun estan en plazo.
       2000-Revisa-Estado.
           IF Registro-Estado-Cuenta(1:6) = "000000"
              OR Registro-Estado-Cuenta(1:6) = "999999"
               CONTINUE
           ELSE
               ADD 1 TO WS-Total-Estados
               IF Edo-Saldo-Nuevo NOT > ZEROS
                  OR Edo-Fecha-Vencimiento NOT < WS-Fecha-Corrida
                   ADD 1 TO WS-Total-No-Vencidos
               ELSE
                   PERFORM 2100-Evalua-Estado
               END-IF
           END-IF.

       2100-Evalua-Estado.
           PERFORM 2110-Busca-Recargo-Previo
           PERFORM 2120-Busca-Convenio
           PERFORM 2130-Busca-Aclaracion
           EVALUATE TRUE
               WHEN Recargo-Previo
                   ADD 1 TO WS-Total-Previos
               WHEN Con-Convenio
                   ADD 1 TO WS-Total-Convenio
               WHEN En-Aclaracion
                   ADD 1 TO WS-Total-Aclaracion
               WHEN OTHER
                   PERFORM 2200-Calcula-Recargo
           END-EVALUATE.

      *> El estado ya genero su recargo en una corrida anterior.
       2110-Busca-Recargo-Previo.
           MOVE "N" TO WS-Recargo-Previo
           MOVE Edo-Cliente-ID TO Cmo-Cliente-ID
           MOVE Edo-Fecha-Vencimiento TO Cmo-Fecha-Vencimiento
           READ ARCHIVO-CARGOS-MORA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Recargo-Previo TO TRUE
           END-READ.

       2120-Busca-Convenio.
           MOVE "N" TO WS-Con-Convenio
           IF Convenios-No-Existe
               CONTINUE
           ELSE
               MOVE Edo-Cliente-ID TO Cvn-Cliente-ID
               READ ARCHIVO-CONVENIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Cvn-Activo
                           SET Con-Convenio TO TRUE
                       END-IF
               END-READ
           END-IF.

       2130-Busca-Aclaracion.
           MOVE "N" TO WS-En-Aclaracion
           PERFORM VARYING WS-Indice-Acl FROM 1 BY 1
                   UNTIL WS-Indice-Acl > WS-Cantidad-Aclaraciones
               IF WS-Acl-Cliente-ID(WS-Indice-Acl) = Edo-Cliente-ID
                   SET En-Aclaracion TO TRUE
                   MOVE WS-Cantidad-Aclaraciones TO WS-Indice-Acl
               END-IF
           END-PERFORM.

      *> Pago minimo segun el nivel del cliente contra lo pagado del
      *> corte al vencimiento; lo que falto paga la tasa del nivel
      *> ademas del recargo fijo, hasta el tope.
       2200-Calcula-Recargo.
           PERFORM 2210-Busca-Nivel
           IF WS-Nivel-Hallado = ZEROS
               ADD 1 TO WS-Total-Sin-Nivel
           ELSE
               COMPUTE WS-Pago-Minimo ROUNDED =
                   Edo-Saldo-Nuevo * WS-Niv-Pct-Minimo(WS-Nivel-Hallado)
               MOVE ZEROS TO WS-Pagado
               PERFORM VARYING WS-Indice-Pag FROM 1 BY 1
                       UNTIL WS-Indice-Pag > WS-Cantidad-Pagos
                   IF WS-Pag-Cliente-ID(WS-Indice-Pag) = Edo-Cliente-ID
                      AND WS-Pag-Fecha(WS-Indice-Pag) NOT >
                          Edo-Fecha-Vencimiento
                       ADD WS-Pag-Importe(WS-Indice-Pag) TO WS-Pagado
                   END-IF
               END-PERFORM
               IF WS-Pagado NOT < WS-Pago-Minimo
                   ADD 1 TO WS-Total-Al-Corriente
               ELSE
                   COMPUTE WS-Faltante = WS-Pago-Minimo - WS-Pagado
                   COMPUTE WS-Recargo ROUNDED =
                       WS-Niv-Cuota-Fija(WS-Nivel-Hallado)
                       + WS-Faltante * WS-Niv-Tasa(WS-Nivel-Hallado)
                   IF WS-Niv-Tope(WS-Nivel-Hallado) > ZEROS
                      AND WS-Recargo > WS-Niv-Tope(WS-Nivel-Hallado)
                       MOVE WS-Niv-Tope(WS-Nivel-Hallado) TO WS-Recargo
                   END-IF
                   IF WS-Recargo > ZEROS
                       PERFORM 2300-Graba-Recargo
                   ELSE
                       ADD 1 TO WS-Total-Al-Corriente
                   END-IF
               END-IF
           END-IF.

      *> Nivel de tarifa del cliente (espacio = estandar) y su renglon
      *> en el catalogo.
       2210-Busca-Nivel.
           MOVE SPACE TO WS-Nivel-Cliente
           IF Clientes-No-Existe
               CONTINUE
           ELSE
               MOVE Edo-Cliente-ID TO Cli-ID
               READ ArchivoClientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Cli-Nivel-Tarifa TO WS-Nivel-Cliente
               END-READ
           END-IF
           MOVE ZEROS TO WS-Nivel-Hallado
           PERFORM VARYING WS-Indice-Niv FROM 1 BY 1
                   UNTIL WS-Indice-Niv > WS-Cantidad-Niveles
               IF WS-Niv-Nivel(WS-Indice-Niv) = WS-Nivel-Cliente
                   MOVE WS-Indice-Niv TO WS-Nivel-Hallado
                   MOVE WS-Cantidad-Niveles TO WS-Indice-Niv
               END-IF
           END-PERFORM.

       2300-Graba-Recargo.
           MOVE Edo-Cliente-ID TO Cmo-Cliente-ID
           MOVE Edo-Fecha-Vencimiento TO Cmo-Fecha-Vencimiento
           MOVE WS-Fecha-Corrida TO Cmo-Fecha-Aplicacion
           MOVE WS-Niv-Concepto(WS-Nivel-Hallado) TO Cmo-Concepto
           MOVE WS-Pago-Minimo TO Cmo-Pago-Minimo
           MOVE WS-Pagado TO Cmo-Pagado
           MOVE WS-Recargo TO Cmo-Importe
           SET Cmo-Pendiente TO TRUE
           MOVE ZEROS TO Cmo-Periodo-Generado
           WRITE Registro-Cargo-Mora
               INVALID KEY
                   ADD 1 TO WS-Total-Previos
               NOT INVALID KEY
                   ADD 1 TO WS-Total-Recargos
                   ADD WS-Recargo TO WS-Total-Importe
                   MOVE Edo-Cliente-ID TO WS-Lin-Cliente
                   MOVE Edo-Fecha-Vencimiento TO WS-Lin-Vencimiento
                   MOVE WS-Pago-Minimo TO WS-Lin-Minimo
                   MOVE WS-Pagado TO WS-Lin-Pagado
                   MOVE WS-Recargo TO WS-Lin-Recargo
                   MOVE Cmo-Concepto TO WS-Lin-Concepto
                   MOVE WS-Linea-Recargo TO Linea-Reporte
                   PERFORM EscribeLineaReporte
           END-WRITE.

       9000-Muestra-Resumen.
           MOVE WS-Total-Recargos TO WS-Tot-Recargos
           MOVE WS-Total-Importe TO WS-Tot-Importe
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Convenio TO WS-Tot-Convenio
           MOVE WS-Total-Aclaracion TO WS-Tot-Aclaracion
           MOVE WS-Linea-Exentos TO Linea-Reporte
           PERFORM EscribeLineaReporte
           DISPLAY "== Recargos por pago tardio " WS-Fecha-Corrida
               " =="
           DISPLAY "Estados revisados:           " WS-Total-Estados
           DISPLAY "Aun en plazo o sin saldo:    " WS-Total-No-Vencidos
           DISPLAY "Con pago minimo cubierto:    "
               WS-Total-Al-Corriente
           DISPLAY "Con recargo ya aplicado:     " WS-Total-Previos
           DISPLAY "Exentos por convenio:        " WS-Total-Convenio
           DISPLAY "Exentos por aclaracion:      " WS-Total-Aclaracion
           DISPLAY "Recargos aplicados:          " WS-Total-Recargos
           DISPLAY "Importe de recargos:         " WS-Total-Importe
           IF WS-Total-Sin-Nivel > ZEROS
               DISPLAY "Aviso: " WS-Total-Sin-Nivel " estados "
                   "vencidos de clientes cuyo nivel no esta en "
                   "recargos_mora.dat."
           END-IF.

           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM AplicaRecargosMora.
