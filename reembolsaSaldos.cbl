       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReembolsaSaldos.

      *> Reembolso de saldos a favor: los pagos de mas y las notas de
      *> credito dejan clientes con Sal-Saldo negativo que nadie les
      *> regresa hasta que llaman. Esta corrida recorre el maestro de
      *> saldos de la empresa, lista a los clientes cuyo saldo a
      *> favor pasa del umbral de reembolso_umbral.dat, y un
      *> supervisor -identificado una vez con sus credenciales-
      *> autoriza en pantalla cada reembolso. Lo autorizado sale en
      *> reembolsos_banco.dat con el mismo layout de cabecera,
      *> detalle y cierre que DispersionBancaria, a la CLABE del
      *> maestro cuentas_banco_clientes.dat; el saldo queda en ceros
      *> y el movimiento en reembolsos.dat, de donde lo toman la
      *> poliza y la cuadratura diaria de saldos. Los clientes sin
      *> cuenta buena se listan en reembolsos.rpt y su saldo no se
      *> toca.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-SALDOS
               ASSIGN TO "saldos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sal-Cliente-ID
               FILE STATUS IS WS-Estado-Saldos.

      *> Maestro de clientes, para el nombre del detalle y la
      *> empresa de cada saldo.
               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

               SELECT OPTIONAL ARCHIVO-CUENTAS-CLIENTES
               ASSIGN TO "cuentas_banco_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Bcl-Cliente-ID
               FILE STATUS IS WS-Estado-Cuentas.

               SELECT OPTIONAL ArchivoReembolsos
               ASSIGN TO "reembolsos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reembolsos.

               SELECT ArchivoTransferencia
               ASSIGN TO DYNAMIC WS-Nombre-Transferencia
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Transferencia.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

      *> Umbral editable: un renglon con el saldo a favor minimo que
      *> se reembolsa. Se edita el archivo cuando cambia, no el
      *> programa.
               SELECT OPTIONAL ArchivoParametro
               ASSIGN TO "reembolso_umbral.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Parametro.

               SELECT ArchivoReporte
               ASSIGN TO "reembolsos.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS
           LABEL RECORD IS STANDARD.
           COPY SALDO.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       FD  ARCHIVO-CUENTAS-CLIENTES
           LABEL RECORD IS STANDARD.
           COPY CTACLI.

       FD  ArchivoReembolsos
           LABEL RECORD IS STANDARD.
           COPY REEMBOLS.

      *> Mismo layout fijo de 78 posiciones que la dispersion de
      *> nomina: "1" cabecera, "2" detalle, "3" cierre.
       FD  ArchivoTransferencia
           LABEL RECORD IS STANDARD.
       01  Registro-Transferencia PIC X(78).

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       FD  ArchivoParametro
           LABEL RECORD IS STANDARD.
       01  Registro-Parametro-Umbral.
           05 Pru-Umbral              PIC 9(7)V99.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Saldos PIC XX VALUE SPACES.
           88 Saldos-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Cuentas PIC XX VALUE SPACES.
           88 Cuentas-No-Existe VALUE "05" "35".
       01 WS-Estado-Reembolsos PIC XX VALUE SPACES.
       01 WS-Estado-Transferencia PIC XX VALUE SPACES.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Estado-Parametro PIC XX VALUE SPACES.
           88 Parametro-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Saldos PIC X VALUE "N".
           88 Fin-Saldos VALUE "S".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

      *> Nivel minimo del supervisor que autoriza, igual al de las
      *> opciones protegidas del menu de consola.
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor-Capturado PIC X(6) VALUE SPACES.
       01 WS-Password-Capturado PIC X(10) VALUE SPACES.

      *> Rastro de la firma en la bitacora de autorizaciones.
       01 WS-Aut-Programa PIC X(20) VALUE "ReembolsaSaldos".
       01 WS-Aut-Operacion PIC X(20) VALUE "REEMBOLSOS".
       01 WS-Aut-Operador PIC X(6) VALUE SPACES.
       01 WS-Aut-Referencia PIC X(20) VALUE SPACES.
       01 WS-Supervisor-Valido PIC X VALUE "N".
           88 Supervisor-Valido VALUE "S".

      *> Saldo a favor minimo que se reembolsa; sin parametro se usa
      *> este y se avisa.
       01 WS-Umbral PIC 9(7)V99 VALUE 100,00.

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Saldo-A-Favor PIC 9(7)V99 VALUE ZEROS.
       01 WS-Saldo-Antes PIC S9(7)V99 VALUE ZEROS.
       01 WS-Cliente-Hallado PIC X VALUE "N".
           88 Cliente-Hallado VALUE "S".
       01 WS-Cuenta-Hallada PIC X VALUE "N".
           88 Cuenta-Hallada VALUE "S".
       01 WS-Resultado PIC X(20) VALUE SPACES.

      *> Cuenta de cargo de la empresa en el banco; la del catalogo
      *> de empresas cuando la tiene, igual que DispersionBancaria.
       01 WS-Cuenta-Empresa PIC X(18) VALUE "002180045600123456".

      *> Empresa de la corrida: solo se reembolsan sus clientes, y
      *> las empresas distintas de la original dejan su archivo con
      *> el codigo como sufijo.
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Empresa-Cliente PIC X(2) VALUE SPACES.
       01 WS-Nombre-Transferencia PIC X(40)
           VALUE "reembolsos_banco.dat".

       01 WS-Registro-Cabecera.
           05 FILLER PIC X VALUE "1".
           05 WS-Cab-Identificador PIC X(8) VALUE "REEMBCLI".
           05 WS-Cab-Fecha PIC X(8).
           05 WS-Cab-Cuenta PIC X(18).
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS-Registro-Detalle.
           05 FILLER PIC X VALUE "2".
           05 WS-Det-Cliente-ID PIC 9(6).
           05 WS-Det-Nombre PIC X(20).
           05 WS-Det-Apellido PIC X(20).
           05 WS-Det-Importe PIC 9(7)V99.
           05 WS-Det-CLABE PIC X(18).
           05 FILLER PIC X(4) VALUE SPACES.

       01 WS-Registro-Cierre.
           05 FILLER PIC X VALUE "3".
           05 WS-Cie-Cantidad PIC 9(6).
           05 WS-Cie-Suma PIC 9(11)V99.
           05 FILLER PIC X(58) VALUE SPACES.

       01 WS-Total-Candidatos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Reembolsados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Cuenta PIC 9(6) VALUE ZEROS.
       01 WS-Total-No-Autorizados PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Reembolsos PIC 9(11)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Detalle.
           05 WS-Lin-Cliente PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lin-Apellido PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lin-Importe PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lin-CLABE PIC X(18).
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lin-Resultado PIC X(20).

       01 WS-Linea-Totales.
           05 WS-Tot-Etiqueta PIC X(30).
           05 WS-Tot-Cantidad PIC Z(5)9.
           05 FILLER PIC X(4) VALUE " $ ".
           05 WS-Tot-Importe PIC Z(10)9,99.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Programa PIC X(20) VALUE "ReembolsaSaldos".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Antes y despues para el rastro de auditoria comun.
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.
       01 WS-Saldo-Edit PIC -(7)9,99.
           COPY CONFIRMASN.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy.
           DISPLAY "== Reembolso de saldos a favor ==".
           PERFORM 0050-Pide-Empresa.
           PERFORM 0100-Lee-Umbral.

           PERFORM 1000-Aprueba-Supervisor.
           IF NOT Supervisor-Valido
               DISPLAY "Sin supervisor autorizado no se reembolsa "
                   "nada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "FECHA " DELIMITED BY SIZE
               WS-Fecha-Hoy DELIMITED BY SIZE
               INTO WS-Aut-Referencia.
           CALL "RegistraAutorizacion" USING WS-Aut-Programa
               WS-Aut-Operacion WS-Aut-Operador
               WS-Supervisor-Capturado WS-Aut-Referencia.

           OPEN I-O ARCHIVO-SALDOS.
           IF Saldos-No-Existe
               DISPLAY "No existe el maestro de saldos."
               CLOSE ARCHIVO-SALDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ArchivoClientes.
           OPEN INPUT ARCHIVO-CUENTAS-CLIENTES.
           OPEN EXTEND ArchivoReembolsos.
           OPEN OUTPUT ArchivoTransferencia.
           OPEN OUTPUT ArchivoReporte.
           MOVE "REEMBOLSO DE SALDOS A FAVOR" TO Enc-Titulo-Reporte.
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida.
           MOVE WS-Empresa-Corrida TO Enc-Empresa.
           PERFORM EncabezaPagina.
           PERFORM 2000-Escribe-Cabecera.

           MOVE ZEROS TO Sal-Cliente-ID.
           START ARCHIVO-SALDOS KEY IS NOT LESS THAN Sal-Cliente-ID
               INVALID KEY
                   SET Fin-Saldos TO TRUE
           END-START.
           PERFORM WITH TEST BEFORE UNTIL Fin-Saldos
               READ ARCHIVO-SALDOS NEXT RECORD
                   AT END
                       SET Fin-Saldos TO TRUE
                   NOT AT END
                       IF Sal-Saldo < ZEROS
                           COMPUTE WS-Saldo-A-Favor = 0 - Sal-Saldo
                           IF WS-Saldo-A-Favor > WS-Umbral
                               PERFORM 3000-Evalua-Cliente
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 4000-Escribe-Cierre.
           PERFORM 5000-Escribe-Totales.
           CLOSE ARCHIVO-SALDOS.
           CLOSE ArchivoClientes.
           CLOSE ARCHIVO-CUENTAS-CLIENTES.
           CLOSE ArchivoReembolsos.
           CLOSE ArchivoTransferencia.
           CLOSE ArchivoReporte.
           PERFORM 9000-Muestra-Resumen.

           MOVE WS-Total-Candidatos TO WS-Corrida-Leidos.
           MOVE WS-Total-Reembolsados TO WS-Corrida-Escritos.
           MOVE WS-Total-Sin-Cuenta TO WS-Corrida-Rechazados.
      *> Codigo 4: quedaron saldos a favor sin cuenta a donde
      *> reembolsarlos; hay que capturarles la CLABE.
           IF WS-Total-Sin-Cuenta > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CALL "RegistraCorrida" USING WS-Corrida-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado.
           STOP RUN.

       0050-Pide-Empresa.
           DISPLAY "Empresa de los reembolsos (Enter = 01): ".
           ACCEPT WS-Empresa-Corrida.
           IF WS-Empresa-Corrida = SPACES
               MOVE "01" TO WS-Empresa-Corrida
           END-IF.
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada.
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM 0050-Pide-Empresa
           ELSE
               IF Empresa-Hallada AND Cia-Cuenta-Cargo NOT = SPACES
                   MOVE Cia-Cuenta-Cargo TO WS-Cuenta-Empresa
               END-IF
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Transferencia
                   STRING "reembolsos_banco_" WS-Empresa-Corrida
                       ".dat" DELIMITED BY SIZE
                       INTO WS-Nombre-Transferencia
                   END-STRING
               END-IF
           END-IF.

       0100-Lee-Umbral.
           OPEN INPUT ArchivoParametro.
           IF Parametro-No-Existe
               DISPLAY "Aviso: no existe reembolso_umbral.dat; se "
                   "reembolsan saldos a favor mayores de " WS-Umbral
           ELSE
               READ ArchivoParametro
                   AT END
                       DISPLAY "Aviso: reembolso_umbral.dat esta "
                           "vacio; se usa " WS-Umbral
                   NOT AT END
                       IF Pru-Umbral IS NUMERIC
                           MOVE Pru-Umbral TO WS-Umbral
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoParametro.

      *> Credenciales del supervisor contra operadores.dat con el
      *> nivel minimo, una vez por corrida; cada reembolso se le
      *> confirma despues con el cliente a la vista.
       1000-Aprueba-Supervisor.
           MOVE "N" TO WS-Supervisor-Valido.
           DISPLAY "ID del supervisor que autoriza: ".
           ACCEPT WS-Supervisor-Capturado.
           DISPLAY "Password del supervisor: ".
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
                           IF Op-ID = WS-Supervisor-Capturado
                              AND Op-Password =
                                  WS-Password-Capturado
                              AND Op-Nivel IS NUMERIC
                              AND Op-Nivel >= WS-Nivel-Requerido
                               SET Supervisor-Valido TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.

       2000-Escribe-Cabecera.
           MOVE WS-Fecha-Hoy TO WS-Cab-Fecha.
           MOVE WS-Cuenta-Empresa TO WS-Cab-Cuenta.
           MOVE WS-Registro-Cabecera TO Registro-Transferencia.
           WRITE Registro-Transferencia.

      *> Un saldo a favor arriba del umbral: si el cliente es de la
      *> empresa y tiene cuenta buena se le pide la autorizacion al
      *> supervisor; si no, solo se lista.
       3000-Evalua-Cliente.
           MOVE "N" TO WS-Cliente-Hallado.
           MOVE SPACES TO WS-Empresa-Cliente.
           MOVE Sal-Cliente-ID TO Cli-ID.
           IF NOT Clientes-No-Existe
               READ ArchivoClientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Cliente-Hallado TO TRUE
                       MOVE Cli-Empresa TO WS-Empresa-Cliente
               END-READ
           END-IF.
           IF NOT Cliente-Hallado
               MOVE SPACES TO Cont-Nombre Cont-Primer-Apellido
           END-IF.
           IF WS-Empresa-Cliente = SPACES
               MOVE "01" TO WS-Empresa-Cliente
           END-IF.
           IF WS-Empresa-Cliente NOT = WS-Empresa-Corrida
               CONTINUE
           ELSE
               ADD 1 TO WS-Total-Candidatos
               PERFORM 3100-Busca-Cuenta
               IF NOT Cuenta-Hallada
                   ADD 1 TO WS-Total-Sin-Cuenta
               ELSE
                   DISPLAY "Cliente " Sal-Cliente-ID " "
                       Cont-Nombre " " Cont-Primer-Apellido
                   DISPLAY "Saldo a favor: " WS-Saldo-A-Favor
                       "  CLABE: " Bcl-CLABE
                   DISPLAY "Autoriza el reembolso? (S/N): "
                   PERFORM ConfirmaSN
                   IF Respuesta-Afirmativa
                       PERFORM 3200-Aplica-Reembolso
                   ELSE
                       MOVE "NO AUTORIZADO" TO WS-Resultado
                       ADD 1 TO WS-Total-No-Autorizados
                   END-IF
               END-IF
               PERFORM 3900-Escribe-Linea
           END-IF.

       3100-Busca-Cuenta.
           MOVE "N" TO WS-Cuenta-Hallada.
           MOVE SPACES TO Bcl-CLABE.
           IF Cuentas-No-Existe
               MOVE "SIN CUENTA" TO WS-Resultado
           ELSE
               MOVE Sal-Cliente-ID TO Bcl-Cliente-ID
               READ ARCHIVO-CUENTAS-CLIENTES
                   INVALID KEY
                       MOVE "SIN CUENTA" TO WS-Resultado
                       MOVE SPACES TO Bcl-CLABE
                   NOT INVALID KEY
                       IF Bcl-Rebotada
                           MOVE "CUENTA REBOTADA" TO WS-Resultado
                       ELSE
                           SET Cuenta-Hallada TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> El detalle sale a la transferencia, el movimiento a
      *> reembolsos.dat y el saldo queda en ceros.
       3200-Aplica-Reembolso.
           MOVE Sal-Cliente-ID TO WS-Det-Cliente-ID.
           MOVE Cont-Nombre TO WS-Det-Nombre.
           MOVE Cont-Primer-Apellido TO WS-Det-Apellido.
           MOVE WS-Saldo-A-Favor TO WS-Det-Importe.
           MOVE Bcl-CLABE TO WS-Det-CLABE.
           MOVE WS-Registro-Detalle TO Registro-Transferencia.
           WRITE Registro-Transferencia.

           MOVE WS-Fecha-Hoy TO Ree-Fecha.
           MOVE Sal-Cliente-ID TO Ree-Cliente-ID.
           MOVE WS-Saldo-A-Favor TO Ree-Importe.
           MOVE Bcl-Banco TO Ree-Banco.
           MOVE Bcl-CLABE TO Ree-CLABE.
           MOVE WS-Supervisor-Capturado TO Ree-Supervisor.
           WRITE Registro-Reembolso.

           MOVE Sal-Saldo TO WS-Saldo-Antes.
           MOVE ZEROS TO Sal-Saldo.
           MOVE WS-Fecha-Hoy TO Sal-Fecha-Ult-Mov.
           REWRITE Registro-Saldo.

           ADD 1 TO WS-Total-Reembolsados.
           ADD WS-Saldo-A-Favor TO WS-Suma-Reembolsos.
           MOVE "REEMBOLSADO" TO WS-Resultado.

           MOVE "REEMBOLSO SALDO" TO WS-Cambio-Campo.
           MOVE WS-Saldo-Antes TO WS-Saldo-Edit.
           MOVE SPACES TO WS-Cambio-Anterior.
           STRING Sal-Cliente-ID " " WS-Saldo-Edit
               DELIMITED BY SIZE INTO WS-Cambio-Anterior
           END-STRING.
           MOVE SPACES TO WS-Cambio-Nuevo.
           STRING "CLABE " Bcl-CLABE " " WS-Supervisor-Capturado
               DELIMITED BY SIZE INTO WS-Cambio-Nuevo
           END-STRING.
           CALL "RegistraCambio" USING WS-Cambio-Campo
               WS-Cambio-Anterior WS-Cambio-Nuevo.

       3900-Escribe-Linea.
           MOVE Sal-Cliente-ID TO WS-Lin-Cliente.
           MOVE Cont-Primer-Apellido TO WS-Lin-Apellido.
           MOVE WS-Saldo-A-Favor TO WS-Lin-Importe.
           MOVE Bcl-CLABE TO WS-Lin-CLABE.
           MOVE WS-Resultado TO WS-Lin-Resultado.
           MOVE WS-Linea-Detalle TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

       4000-Escribe-Cierre.
           MOVE WS-Total-Reembolsados TO WS-Cie-Cantidad.
           MOVE WS-Suma-Reembolsos TO WS-Cie-Suma.
           MOVE WS-Registro-Cierre TO Registro-Transferencia.
           WRITE Registro-Transferencia.

       5000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "SALDOS A FAVOR SOBRE UMBRAL" TO WS-Tot-Etiqueta.
           MOVE WS-Total-Candidatos TO WS-Tot-Cantidad.
           MOVE ZEROS TO WS-Tot-Importe.
           MOVE WS-Linea-Totales TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "REEMBOLSADOS" TO WS-Tot-Etiqueta.
           MOVE WS-Total-Reembolsados TO WS-Tot-Cantidad.
           MOVE WS-Suma-Reembolsos TO WS-Tot-Importe.
           MOVE WS-Linea-Totales TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "SIN CUENTA O CUENTA REBOTADA" TO WS-Tot-Etiqueta.
           MOVE WS-Total-Sin-Cuenta TO WS-Tot-Cantidad.
           MOVE ZEROS TO WS-Tot-Importe.
           MOVE WS-Linea-Totales TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE "NO AUTORIZADOS" TO WS-Tot-Etiqueta.
           MOVE WS-Total-No-Autorizados TO WS-Tot-Cantidad.
           MOVE ZEROS TO WS-Tot-Importe.
           MOVE WS-Linea-Totales TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           DISPLAY "== Reembolso de saldos a favor ==".
           DISPLAY "Umbral: " WS-Umbral.
           DISPLAY "Saldos a favor sobre el umbral: "
               WS-Total-Candidatos.
           DISPLAY "Reembolsados: " WS-Total-Reembolsados
               "  Suma: " WS-Suma-Reembolsos.
           DISPLAY "Sin cuenta o cuenta rebotada: "
               WS-Total-Sin-Cuenta.
           DISPLAY "No autorizados: " WS-Total-No-Autorizados.
           DISPLAY "Transferencia: " WS-Nombre-Transferencia.
           DISPLAY "Autorizo: " WS-Supervisor-Capturado.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.
      *> Parrafos compartidos de encabezado y salto de pagina.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ReembolsaSaldos.
