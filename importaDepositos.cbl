       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportaDepositos.

      *> Importacion de depositos referenciados: lee el archivo
      *> diario del banco (depositos_banco.dat), verifica en cada
      *> deposito la referencia de pago del cliente -numero de
      *> cliente mas digito verificador de CalculaDigitoCuenta- y
      *> escribe el pago en pagos.dat con el metodo TRANSFER, en vez
      *> de que caja lo teclee desde el portal. Deja tambien su
      *> propio encabezado de lote en caja_lote.dat (conteo y suma
      *> de lo que escribio), para que CuadraPagosCaja lo cuadre
      *> antes de AplicaPagos igual que un lote de ventanilla. Si
      *> caja ya capturo el lote de hoy, los depositos se agregan a
      *> su pagos.dat y sus totales se suman a los de la papeleta;
      *> si no, el lote del dia es solo de depositos. El deposito
      *> con referencia ilegible o digito equivocado no se acredita
      *> a nadie: se va a pagos_suspenso.log con su motivo, donde
      *> AtiendeSuspenso encuentra al cliente y lo aplica. Al
      *> terminar el archivo del banco se renombra con la fecha, para
      *> que una segunda corrida no importe dos veces los mismos
      *> depositos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchivoDepositos
               ASSIGN TO "depositos_banco.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Depositos.

               SELECT OPTIONAL ArchivoPagos
               ASSIGN TO "pagos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Pagos.

               SELECT OPTIONAL ArchivoLote
               ASSIGN TO "caja_lote.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lote.

               SELECT OPTIONAL ArchivoSuspenso
               ASSIGN TO "pagos_suspenso.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Suspenso.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoDepositos
           LABEL RECORD IS STANDARD.
           COPY DEPBANCO.

       FD  ArchivoPagos
           LABEL RECORD IS STANDARD.
           COPY PAGO.

       FD  ArchivoLote
           LABEL RECORD IS STANDARD.
           COPY LOTECAJA.

       FD  ArchivoSuspenso
           LABEL RECORD IS STANDARD.
           COPY SUSPPAGO.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Depositos PIC XX VALUE SPACES.
           88 Depositos-No-Existe VALUE "05" "35".
       01 WS-Estado-Pagos PIC XX VALUE SPACES.
       01 WS-Estado-Lote PIC XX VALUE SPACES.
           88 Lote-No-Existe VALUE "05" "35".
       01 WS-Estado-Suspenso PIC XX VALUE SPACES.

       01 WS-Fin-Depositos PIC X VALUE "N".
           88 Fin-Depositos VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Metodo con que entran a pagos.dat los depositos del banco.
       01 WS-Metodo-Deposito PIC X(10) VALUE "TRANSFER".

      *> Lote de ventanilla de hoy ya capturado: los depositos se le
      *> agregan en vez de reemplazarlo.
       01 WS-Lote-De-Hoy PIC X VALUE "N".
           88 Lote-De-Hoy VALUE "S".
       01 WS-Lote-Cantidad PIC 9(6) VALUE ZEROS.
       01 WS-Lote-Suma PIC 9(11)V99 VALUE ZEROS.
       01 WS-Lote-Referencia PIC X(20) VALUE "DEPOSITOS BANCO".

           COPY REFPAGO.
       01 WS-Referencia-Leida PIC X(20) VALUE SPACES.
       01 WS-Deposito-Valido PIC X VALUE "N".
           88 Deposito-Valido VALUE "S".
       01 WS-Motivo-Suspenso PIC X(20) VALUE SPACES.

       01 WS-Total-Depositos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Importados PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Importados PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Suspenso PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Suspenso PIC 9(11)V99 VALUE ZEROS.

       01 WS-Comando PIC X(80) VALUE SPACES.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Programa PIC X(20) VALUE "ImportaDepositos".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           OPEN INPUT ArchivoDepositos
           IF Depositos-No-Existe
               DISPLAY "No existe el archivo de depositos del banco."
               CLOSE ArchivoDepositos
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-Lee-Lote
           IF Lote-De-Hoy
               OPEN EXTEND ArchivoPagos
           ELSE
               OPEN OUTPUT ArchivoPagos
           END-IF
           PERFORM WITH TEST BEFORE UNTIL Fin-Depositos
               READ ArchivoDepositos
                   AT END
                       SET Fin-Depositos TO TRUE
                   NOT AT END
                       PERFORM 2000-Procesa-Deposito
               END-READ
           END-PERFORM
           CLOSE ArchivoDepositos
           CLOSE ArchivoPagos

           PERFORM 3000-Escribe-Lote
           PERFORM 4000-Archiva-Depositos
           PERFORM 9000-Muestra-Resumen

           MOVE WS-Total-Depositos TO WS-Corrida-Leidos
           MOVE WS-Total-Importados TO WS-Corrida-Escritos
           MOVE WS-Total-Suspenso TO WS-Corrida-Rechazados
           CALL "RegistraCorrida" USING WS-Corrida-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado
      *> Codigo 4: hubo depositos que se fueron a suspenso y caja
      *> los tiene que atender.
           IF WS-Total-Suspenso > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Encabezado del lote vigente: si es de hoy, los depositos se
      *> suman a el; si es de otro dia (o no hay), el lote de hoy
      *> arranca con los depositos.
       1000-Lee-Lote.
           OPEN INPUT ArchivoLote
           IF Lote-No-Existe
               CONTINUE
           ELSE
               READ ArchivoLote
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Lot-Fecha = WS-Fecha-Hoy
                           SET Lote-De-Hoy TO TRUE
                           MOVE Lot-Cantidad-Pagos
                               TO WS-Lote-Cantidad
                           MOVE Lot-Suma-Importes TO WS-Lote-Suma
                           IF Lot-Referencia-Deposito NOT = SPACES
                               MOVE Lot-Referencia-Deposito
                                   TO WS-Lote-Referencia
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE ArchivoLote.

       2000-Procesa-Deposito.
           ADD 1 TO WS-Total-Depositos
           PERFORM 2100-Valida-Referencia
           IF Deposito-Valido
               MOVE Ref-Cliente-ID TO Pag-Cliente-ID
               MOVE Dpb-Fecha TO Pag-Fecha
               MOVE Dpb-Importe TO Pag-Importe
               MOVE WS-Metodo-Deposito TO Pag-Metodo
               MOVE SPACES TO Pag-Aplica-Concepto
               MOVE SPACES TO Pag-Aplica-Periodo
               WRITE Registro-Pago
               ADD 1 TO WS-Total-Importados
               ADD Dpb-Importe TO WS-Suma-Importados
           ELSE
               PERFORM 2200-Manda-A-Suspenso
           END-IF.

      *> La referencia viene alineada a la izquierda: seis digitos
      *> del cliente, el digito verificador y nada mas. El digito
      *> hexadecimal se acepta en minuscula.
       2100-Valida-Referencia.
           MOVE "N" TO WS-Deposito-Valido
           MOVE ZEROS TO Ref-Cliente-ID
           MOVE Dpb-Referencia TO WS-Referencia-Leida
           INSPECT WS-Referencia-Leida CONVERTING "abcdef"
               TO "ABCDEF"
           EVALUATE TRUE
               WHEN Dpb-Importe IS NOT NUMERIC
                  OR Dpb-Importe = ZEROS
                   MOVE "DEPOSITO ILEGIBLE" TO WS-Motivo-Suspenso
               WHEN WS-Referencia-Leida(1:6) IS NOT NUMERIC
                  OR WS-Referencia-Leida(7:1) = SPACE
                  OR WS-Referencia-Leida(8:13) NOT = SPACES
                   MOVE "REFERENCIA ILEGIBLE" TO WS-Motivo-Suspenso
               WHEN OTHER
                   MOVE WS-Referencia-Leida(1:7) TO Referencia-Pago
                   MOVE Ref-Cliente-ID TO Ref-Base-Cliente-ID
                   MOVE "V" TO Referencia-Pago-Modo
                   CALL "CalculaDigitoCuenta" USING
                       Referencia-Pago-Base Referencia-Pago-Modo
                       Ref-Digito Referencia-Pago-Valida
                   IF Referencia-Valida
                       SET Deposito-Valido TO TRUE
                   ELSE
                       MOVE "DIGITO REFERENCIA" TO WS-Motivo-Suspenso
                   END-IF
           END-EVALUATE.

      *> Sin referencia buena el deposito no se le acredita a nadie;
      *> queda en suspenso con el numero de cliente que se alcanzo a
      *> leer (ceros si no se leyo ninguno).
       2200-Manda-A-Suspenso.
           OPEN EXTEND ArchivoSuspenso
           MOVE Ref-Cliente-ID TO Sus-Cliente-ID
           MOVE Dpb-Fecha TO Sus-Fecha
           IF Dpb-Importe IS NUMERIC
               MOVE Dpb-Importe TO Sus-Importe
               ADD Dpb-Importe TO WS-Suma-Suspenso
           ELSE
               MOVE ZEROS TO Sus-Importe
           END-IF
           MOVE WS-Metodo-Deposito TO Sus-Metodo
           MOVE WS-Motivo-Suspenso TO Sus-Motivo
           MOVE FUNCTION CURRENT-DATE TO Sus-Fecha-Hora
           WRITE Registro-Pago-Suspenso
           CLOSE ArchivoSuspenso
           ADD 1 TO WS-Total-Suspenso.

      *> El encabezado del lote se reescribe con los totales de la
      *> papeleta de hoy (si la hay) mas los depositos importados.
       3000-Escribe-Lote.
           MOVE WS-Fecha-Hoy TO Lot-Fecha
           COMPUTE Lot-Cantidad-Pagos =
               WS-Lote-Cantidad + WS-Total-Importados
           COMPUTE Lot-Suma-Importes =
               WS-Lote-Suma + WS-Suma-Importados
           MOVE WS-Lote-Referencia TO Lot-Referencia-Deposito
           MOVE FUNCTION CURRENT-DATE TO Lot-Fecha-Hora
           OPEN OUTPUT ArchivoLote
           WRITE Registro-Lote-Caja
           CLOSE ArchivoLote.

      *> El archivo del banco ya importado se guarda con la fecha de
      *> hoy, fuera del nombre que lee esta corrida.
       4000-Archiva-Depositos.
           MOVE SPACES TO WS-Comando
           STRING "mv depositos_banco.dat depositos_banco_"
               WS-Fecha-Hoy ".dat"
               DELIMITED BY SIZE INTO WS-Comando
           END-STRING
           CALL "SYSTEM" USING WS-Comando.

       9000-Muestra-Resumen.
           DISPLAY "== Importacion de depositos del banco ==".
           DISPLAY "Depositos leidos: " WS-Total-Depositos.
           DISPLAY "Pagos escritos en pagos.dat: " WS-Total-Importados
               "  Suma: " WS-Suma-Importados.
           DISPLAY "Depositos a suspenso: " WS-Total-Suspenso
               "  Suma: " WS-Suma-Suspenso.
           IF Lote-De-Hoy
               DISPLAY "Agregados al lote de caja de hoy; "
                   "encabezado actualizado."
           ELSE
               DISPLAY "Lote de hoy formado solo con depositos."
           END-IF.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ImportaDepositos.
