       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordatoriosPago.

      *> Recordatorios de pago por SMS: corre a diario y revisa la
      *> generacion vigente del estado de cuenta. Cada estado cuya
      *> fecha limite cae de hoy a los siguientes dias habiles del
      *> aviso (contados con ProximoDiaHabil) y que el cliente aun no
      *> paga sale en recordatorios_sms.dat, el archivo de largo fijo
      *> que toma el proveedor de mensajes: celular, nombre, importe
      *> por pagar, fecha limite y referencia de pago. El celular es
      *> el ultimo telefono del contacto con etiqueta de celular que
      *> ya tenga el formato canonico NNN-NNN-NNNN que deja
      *> NormalizaTelefonos. El cliente sin celular valido va a
      *> recordatorios_sin_celular.rpt, para que captura lo complete.

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

               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

               SELECT OPTIONAL ARCHIVO-SALDOS
               ASSIGN TO "saldos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Sal-Cliente-ID
               FILE STATUS IS WS-Estado-Saldos.

               SELECT ArchivoRecordatorios
               ASSIGN TO "recordatorios_sms.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Recordatorios.

               SELECT ArchivoReporte
               ASSIGN TO "recordatorios_sin_celular.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ESTADO-CUENTA
           LABEL RECORD IS STANDARD.
           COPY ESTADOCU.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       FD  ARCHIVO-SALDOS
           LABEL RECORD IS STANDARD.
           COPY SALDO.

       FD  ArchivoRecordatorios
           LABEL RECORD IS STANDARD.
           COPY SMSRECOR.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Estado-Cuenta PIC XX VALUE SPACES.
           88 EstadoCuenta-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Saldos PIC XX VALUE SPACES.
           88 Saldos-No-Existe VALUE "05" "35".
       01 WS-Estado-Recordatorios PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.
       01 WS-Fin-Estados PIC X VALUE "N".
           88 Fin-Estados VALUE "S".

      *> Generacion vigente del estado de cuenta.
       01 WS-Base-Generacion PIC X(20) VALUE "estado_cuenta".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.

      *> Dias habiles de anticipacion del aviso: se avisa a quien
      *> vence de hoy a la fecha que resulta de avanzar estos dias
      *> habiles.
       01 WS-Dias-Aviso PIC 9(2) VALUE 3.
       01 WS-Dia-Aviso PIC 9(2) VALUE ZEROS.
       01 WS-Un-Dia PIC 9(3) VALUE 1.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Limite PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Siguiente PIC 9(8) VALUE ZEROS.

      *> Importe por pagar: lo menor entre el saldo del estado y el
      *> saldo vivo del cliente, que ya trae los pagos de despues del
      *> corte.
       01 WS-Importe-Por-Pagar PIC S9(7)V99 VALUE ZEROS.

      *> Celular elegido del contacto y sus diez digitos.
       01 WS-Indice-Tel PIC 9 VALUE ZERO.
       01 WS-Numero PIC X(12) VALUE SPACES.
       01 WS-Celular PIC X(10) VALUE SPACES.
       01 WS-Hay-Celular PIC X VALUE "N".
           88 Hay-Celular VALUE "S".
       01 WS-Celular-Observado PIC X VALUE "N".
           88 Celular-Observado VALUE "S".
       01 WS-Cliente-Hallado PIC X VALUE "N".
           88 Cliente-Hallado VALUE "S".
       01 WS-Nombre-Cliente PIC X(30) VALUE SPACES.
       01 WS-Motivo PIC X(24) VALUE SPACES.

           COPY REFPAGO.

       01 WS-Total-Estados PIC 9(6) VALUE ZEROS.
       01 WS-Total-En-Ventana PIC 9(6) VALUE ZEROS.
       01 WS-Total-Pagados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Enviados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Celular PIC 9(6) VALUE ZEROS.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Programa PIC X(20) VALUE "RecordatoriosPago".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Columnas PIC X(80) VALUE
           "CLIENTE NOMBRE                         VENCE       MOTIVO".

       01 WS-Linea-Excepcion.
           05 WS-Exc-Cliente PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Exc-Nombre PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Exc-Vencimiento PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-Exc-Motivo PIC X(24).

       01 WS-Linea-Total.
           05 FILLER PIC X(24) VALUE "CLIENTES SIN CELULAR:  ".
           05 WS-Tot-Sin-Celular PIC ZZZZZ9.
           05 FILLER PIC X(20) VALUE "  AVISOS ENVIADOS:  ".
           05 WS-Tot-Enviados PIC ZZZZZ9.

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
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           PERFORM 1000-Calcula-Limite
           OPEN INPUT ARCHIVO-ESTADO-CUENTA
           IF EstadoCuenta-No-Existe
               DISPLAY "No existe estado_cuenta.dat todavia; corra "
                   "primero la facturacion."
               CLOSE ARCHIVO-ESTADO-CUENTA
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoClientes
               OPEN INPUT ARCHIVO-SALDOS
               OPEN OUTPUT ArchivoRecordatorios
               MOVE "RECORDATORIOS SIN CELULAR VALIDO"
                   TO Enc-Titulo-Reporte
               MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
               OPEN OUTPUT ArchivoReporte
               PERFORM EncabezaPagina
               MOVE WS-Linea-Columnas TO Linea-Reporte
               PERFORM EscribeLineaReporte
               PERFORM WITH TEST BEFORE UNTIL Fin-Estados
                   READ ARCHIVO-ESTADO-CUENTA
                       AT END
                           SET Fin-Estados TO TRUE
                       NOT AT END
                           IF Registro-Estado-Cuenta(1:6) = "000000"
                              OR Registro-Estado-Cuenta(1:6) =
                                  "999999"
                               CONTINUE
                           ELSE
                               PERFORM 2000-Revisa-Estado
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE WS-Total-Sin-Celular TO WS-Tot-Sin-Celular
               MOVE WS-Total-Enviados TO WS-Tot-Enviados
               MOVE WS-Linea-Total TO Linea-Reporte
               PERFORM EscribeLineaReporte
               PERFORM 9000-Muestra-Resumen
               CLOSE ARCHIVO-ESTADO-CUENTA
               CLOSE ArchivoClientes
               CLOSE ARCHIVO-SALDOS
               CLOSE ArchivoRecordatorios
               CLOSE ArchivoReporte
               MOVE WS-Total-Estados TO WS-Corrida-Leidos
               MOVE WS-Total-Enviados TO WS-Corrida-Escritos
               MOVE WS-Total-Sin-Celular TO WS-Corrida-Rechazados
               CALL "RegistraCorrida" USING WS-Corrida-Programa
                   WS-Corrida-Leidos WS-Corrida-Escritos
                   WS-Corrida-Rechazados WS-Corrida-Estado
      *> Codigo de retorno 4: hubo clientes que no se pudieron avisar
      *> por falta de celular; el extracto salio incompleto.
               IF WS-Total-Sin-Celular > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *> La fecha limite de la ventana: hoy avanzado de dia habil en
      *> dia habil tantas veces como dias de aviso.
       1000-Calcula-Limite.
           MOVE WS-Fecha-Hoy TO WS-Fecha-Limite
           PERFORM VARYING WS-Dia-Aviso FROM 1 BY 1
                   UNTIL WS-Dia-Aviso > WS-Dias-Aviso
               CALL "ProximoDiaHabil" USING WS-Fecha-Limite
                   WS-Un-Dia WS-Fecha-Siguiente
               MOVE WS-Fecha-Siguiente TO WS-Fecha-Limite
           END-PERFORM.

       2000-Revisa-Estado.
           ADD 1 TO WS-Total-Estados
           IF Edo-Saldo-Nuevo > ZEROS
              AND Edo-Fecha-Vencimiento >= WS-Fecha-Hoy
              AND Edo-Fecha-Vencimiento <= WS-Fecha-Limite
               ADD 1 TO WS-Total-En-Ventana
               PERFORM 2100-Calcula-Por-Pagar
               IF WS-Importe-Por-Pagar > ZEROS
                   PERFORM 2200-Busca-Celular
                   IF Hay-Celular
                       PERFORM 2300-Escribe-Recordatorio
                   ELSE
                       PERFORM 2400-Escribe-Excepcion
                   END-IF
               ELSE
                   ADD 1 TO WS-Total-Pagados
               END-IF
           END-IF.

       2100-Calcula-Por-Pagar.
           MOVE Edo-Saldo-Nuevo TO WS-Importe-Por-Pagar
           IF Saldos-No-Existe
               CONTINUE
           ELSE
               MOVE Edo-Cliente-ID TO Sal-Cliente-ID
               READ ARCHIVO-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Sal-Saldo < WS-Importe-Por-Pagar
                           MOVE Sal-Saldo TO WS-Importe-Por-Pagar
                       END-IF
               END-READ
           END-IF.

      *> El ultimo celular del historial que este en formato
      *> canonico; un celular que NormalizaTelefonos no pudo dejar
      *> en ese formato no sirve para el proveedor.
       2200-Busca-Celular.
           MOVE "N" TO WS-Hay-Celular
           MOVE "N" TO WS-Celular-Observado
           MOVE "N" TO WS-Cliente-Hallado
           MOVE SPACES TO WS-Celular
           MOVE SPACES TO WS-Nombre-Cliente
           IF Clientes-No-Existe
               CONTINUE
           ELSE
               MOVE Edo-Cliente-ID TO Cli-ID
               READ ArchivoClientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Cliente-Hallado TO TRUE
                       STRING Cont-Nombre DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           Cont-Primer-Apellido DELIMITED BY SIZE
                           INTO WS-Nombre-Cliente
                       PERFORM 2210-Revisa-Telefono
                           VARYING WS-Indice-Tel FROM 1 BY 1
                           UNTIL WS-Indice-Tel >
                                 Cont-Cantidad-Telefonos
               END-READ
           END-IF.

       2210-Revisa-Telefono.
           IF Cont-Tel-Etiqueta(WS-Indice-Tel)(1:3) = "CEL"
              OR Cont-Tel-Etiqueta(WS-Indice-Tel)(1:3) = "MOV"
               MOVE Cont-Tel-Numero(WS-Indice-Tel) TO WS-Numero
               IF WS-Numero(1:3) IS NUMERIC
                  AND WS-Numero(4:1) = "-"
                  AND WS-Numero(5:3) IS NUMERIC
                  AND WS-Numero(8:1) = "-"
                  AND WS-Numero(9:4) IS NUMERIC
                   SET Hay-Celular TO TRUE
                   STRING WS-Numero(1:3) DELIMITED BY SIZE
                       WS-Numero(5:3) DELIMITED BY SIZE
                       WS-Numero(9:4) DELIMITED BY SIZE
                       INTO WS-Celular
               ELSE
                   SET Celular-Observado TO TRUE
               END-IF
           END-IF.

       2300-Escribe-Recordatorio.
           MOVE WS-Celular TO Sms-Telefono
           MOVE WS-Nombre-Cliente TO Sms-Nombre
           MOVE WS-Importe-Por-Pagar TO Sms-Importe
           MOVE Edo-Fecha-Vencimiento TO Sms-Fecha-Vencimiento
           MOVE Edo-Cliente-ID TO Ref-Cliente-ID
           MOVE Edo-Cliente-ID TO Ref-Base-Cliente-ID
           MOVE "C" TO Referencia-Pago-Modo
           CALL "CalculaDigitoCuenta" USING Referencia-Pago-Base
               Referencia-Pago-Modo Ref-Digito Referencia-Pago-Valida
           MOVE Referencia-Pago TO Sms-Referencia
           WRITE Registro-Recordatorio
           ADD 1 TO WS-Total-Enviados.

       2400-Escribe-Excepcion.
           ADD 1 TO WS-Total-Sin-Celular
           EVALUATE TRUE
               WHEN NOT Cliente-Hallado
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-Motivo
               WHEN Celular-Observado
                   MOVE "CELULAR NO NORMALIZADO" TO WS-Motivo
               WHEN OTHER
                   MOVE "SIN CELULAR CAPTURADO" TO WS-Motivo
           END-EVALUATE
           MOVE Edo-Cliente-ID TO WS-Exc-Cliente
           MOVE WS-Nombre-Cliente TO WS-Exc-Nombre
           MOVE Edo-Fecha-Vencimiento TO WS-Exc-Vencimiento
           MOVE WS-Motivo TO WS-Exc-Motivo
           MOVE WS-Linea-Excepcion TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Recordatorios de pago por SMS ==".
           DISPLAY "Vencimientos hasta: " WS-Fecha-Limite.
           DISPLAY "Estados leidos: " WS-Total-Estados.
           DISPLAY "Estados por vencer en la ventana: "
               WS-Total-En-Ventana.
           DISPLAY "Ya pagados (sin aviso): " WS-Total-Pagados.
           DISPLAY "Avisos enviados al proveedor: " WS-Total-Enviados.
           DISPLAY "Sin celular valido (a captura): "
               WS-Total-Sin-Celular.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM RecordatoriosPago.
