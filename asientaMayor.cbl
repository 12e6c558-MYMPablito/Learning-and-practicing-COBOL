       IDENTIFICATION DIVISION.
       PROGRAM-ID. AsientaPolizaMayor.

      *> Asiento de la poliza del dia en el mayor: paso posterior a
      *> GeneraPoliza que lee poliza.dat (o poliza_NN.dat de otra
      *> empresa), revisa su cabecera y su cierre de control y que
      *> los cargos sumen lo mismo que los abonos, y solo entonces
      *> abona cada renglon al maestro del mayor por cuenta y mes
      *> (mayor.dat) y lo agrega a mayor_movimientos.dat para el
      *> auxiliar de cuentas. Una poliza descuadrada o incompleta no
      *> se asienta en nada; una poliza ya asentada (mismo archivo y
      *> misma fecha) no se vuelve a asentar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoPoliza
               ASSIGN TO DYNAMIC WS-Nombre-Poliza
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Poliza.

               SELECT ARCHIVO-MAYOR
               ASSIGN TO "mayor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS May-Llave
               FILE STATUS IS WS-Estado-Mayor.

               SELECT OPTIONAL ArchivoMovMayor
               ASSIGN TO "mayor_movimientos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Mov-Mayor.

       DATA DIVISION.
       FILE SECTION.
      *> El mismo renglon de poliza que escribe GeneraPoliza; la
      *> cabecera y el cierre de control comparten el largo.
       FD  ArchivoPoliza
           LABEL RECORD IS STANDARD.
       01  Registro-Poliza.
           05 Pol-Fecha               PIC 9(8).
           05 Pol-Concepto            PIC X(16).
           05 Pol-Cuenta              PIC X(12).
           05 Pol-Cargo               PIC 9(11)V99.
           05 Pol-Abono               PIC 9(11)V99.

       FD  ARCHIVO-MAYOR
           LABEL RECORD IS STANDARD.
           COPY MAYOR.

       FD  ArchivoMovMayor
           LABEL RECORD IS STANDARD.
           COPY MOVMAYOR.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Poliza PIC XX VALUE SPACES.
           88 Poliza-No-Existe VALUE "05" "35".
       01 WS-Estado-Mayor PIC XX VALUE SPACES.
           88 Mayor-No-Existe VALUE "05" "35".
       01 WS-Estado-Mov-Mayor PIC XX VALUE SPACES.
           88 Mov-Mayor-No-Existe VALUE "05" "35".

       01 WS-Fin-Poliza PIC X VALUE "N".
           88 Fin-Poliza VALUE "S".
       01 WS-Fin-Mov-Mayor PIC X VALUE "N".
           88 Fin-Mov-Mayor VALUE "S".

      *> Empresa de la poliza: la original "01" asienta poliza.dat,
      *> las demas el poliza_NN.dat que les deja GeneraPoliza.
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Nombre-Poliza PIC X(40) VALUE "poliza.dat".

      *> Cabecera y cierre estandar del taller de la poliza.
           COPY CTLREG.
       01 WS-Con-Cabecera PIC X VALUE "N".
           88 Con-Cabecera VALUE "S".
       01 WS-Con-Cierre PIC X VALUE "N".
           88 Con-Cierre VALUE "S".
       01 WS-Fecha-Poliza PIC 9(8) VALUE ZEROS.
       01 WS-Registros-Cierre PIC 9(7) VALUE ZEROS.
       01 WS-Suma-Cierre PIC 9(13)V99 VALUE ZEROS.
       01 WS-Ya-Asentada PIC X VALUE "N".
           88 Ya-Asentada VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Total-Renglones PIC 9(7) VALUE ZEROS.
       01 WS-Total-Asentados PIC 9(7) VALUE ZEROS.
       01 WS-Cuentas-Nuevas PIC 9(7) VALUE ZEROS.
       01 WS-Suma-Cargos PIC 9(13)V99 VALUE ZEROS.
       01 WS-Suma-Abonos PIC 9(13)V99 VALUE ZEROS.

      *> Registro de la corrida en el libro comun, para el cruce
      *> productor/consumidor de VerificaCorridas.
       01 WS-Corrida-Programa PIC X(20) VALUE "AsientaPolizaMayor".
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
           PERFORM 0050-Pide-Empresa
           OPEN INPUT ArchivoPoliza
           IF Poliza-No-Existe
               DISPLAY "No existe " WS-Nombre-Poliza "; corra primero "
                   "GeneraPoliza."
               CLOSE ArchivoPoliza
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-Revisa-Poliza
           CLOSE ArchivoPoliza
           MOVE WS-Total-Renglones TO WS-Corrida-Leidos

      *> Una poliza sin su control completo o descuadrada no llega
      *> al mayor: se rechaza completa y el paso termina con 8.
           IF NOT Con-Cabecera OR NOT Con-Cierre
              OR WS-Registros-Cierre NOT = WS-Total-Renglones
              OR WS-Suma-Cierre NOT = WS-Suma-Cargos
              OR WS-Suma-Cargos NOT = WS-Suma-Abonos
               PERFORM 9100-Muestra-Rechazo
               MOVE WS-Total-Renglones TO WS-Corrida-Rechazados
               MOVE "RECHAZO" TO WS-Corrida-Estado
               PERFORM 9500-Registra-Corrida
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-Busca-Asiento-Previo
      *> Codigo de retorno 4: la poliza ya estaba en el mayor y no
      *> hubo nada que asentar.
           IF Ya-Asentada
               DISPLAY "La poliza " WS-Nombre-Poliza " del "
                   WS-Fecha-Poliza " ya estaba asentada en el mayor."
               MOVE "YA ASENT" TO WS-Corrida-Estado
               PERFORM 9500-Registra-Corrida
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-Abre-Mayor
           OPEN EXTEND ArchivoMovMayor
           OPEN INPUT ArchivoPoliza
           MOVE "N" TO WS-Fin-Poliza
           PERFORM WITH TEST BEFORE UNTIL Fin-Poliza
               READ ArchivoPoliza
                   AT END
                       SET Fin-Poliza TO TRUE
                   NOT AT END
                       IF Registro-Poliza(1:6) NOT = "000000"
                          AND Registro-Poliza(1:6) NOT = "999999"
                           PERFORM 2000-Asienta-Renglon
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchivoPoliza
           CLOSE ArchivoMovMayor
           CLOSE ARCHIVO-MAYOR
           PERFORM 9000-Muestra-Resumen
           MOVE WS-Total-Asentados TO WS-Corrida-Escritos
           PERFORM 9500-Registra-Corrida
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> La empresa de la poliza, con el mismo criterio que
      *> GeneraPoliza: Enter asienta la original "01".
       0050-Pide-Empresa.
           DISPLAY "Empresa de la poliza a asentar (Enter = 01): "
           ACCEPT WS-Empresa-Corrida
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM 0050-Pide-Empresa
           ELSE
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Poliza
                   STRING "poliza_" WS-Empresa-Corrida ".dat"
                       DELIMITED BY SIZE
                       INTO WS-Nombre-Poliza
                   END-STRING
               END-IF
           END-IF.

      *> Primera pasada: cuenta y suma los renglones y guarda lo que
      *> declaran la cabecera y el cierre, sin tocar el mayor.
       1000-Revisa-Poliza.
           MOVE "N" TO WS-Fin-Poliza
           PERFORM WITH TEST BEFORE UNTIL Fin-Poliza
               READ ArchivoPoliza
                   AT END
                       SET Fin-Poliza TO TRUE
                   NOT AT END
                       EVALUATE Registro-Poliza(1:6)
                           WHEN "000000"
                               MOVE Registro-Poliza TO Registro-Control
                               SET Con-Cabecera TO TRUE
                               MOVE Ctl-Fecha TO WS-Fecha-Poliza
                           WHEN "999999"
                               MOVE Registro-Poliza TO Registro-Control
                               SET Con-Cierre TO TRUE
                               MOVE Ctl-Registros
                                   TO WS-Registros-Cierre
                               MOVE Ctl-Suma-Importes TO WS-Suma-Cierre
                           WHEN OTHER
                               ADD 1 TO WS-Total-Renglones
                               ADD Pol-Cargo TO WS-Suma-Cargos
                               ADD Pol-Abono TO WS-Suma-Abonos
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *> La misma poliza (archivo y fecha de su cabecera) ya asentada
      *> deja sus renglones en mayor_movimientos.dat.
       1100-Busca-Asiento-Previo.
           OPEN INPUT ArchivoMovMayor
           IF Mov-Mayor-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Mov-Mayor
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Mov-Mayor OR Ya-Asentada
                   READ ArchivoMovMayor
                       AT END
                           SET Fin-Mov-Mayor TO TRUE
                       NOT AT END
                           IF Mvm-Poliza = WS-Nombre-Poliza
                              AND Mvm-Fecha = WS-Fecha-Poliza
                               SET Ya-Asentada TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoMovMayor.

      *> El maestro del mayor aun no existe la primera vez: se crea
      *> vacio y se vuelve a abrir, igual que los demas maestros
      *> indexados.
       1200-Abre-Mayor.
           OPEN I-O ARCHIVO-MAYOR
           IF Mayor-No-Existe
               OPEN OUTPUT ARCHIVO-MAYOR
               CLOSE ARCHIVO-MAYOR
               OPEN I-O ARCHIVO-MAYOR
           END-IF.

      *> Cada renglon se abona a su cuenta en el mes de la poliza; la
      *> primera vez que una cuenta se mueve en el mes nace su
      *> registro.
       2000-Asienta-Renglon.
           MOVE Pol-Cuenta TO May-Cuenta
           MOVE WS-Fecha-Poliza(1:6) TO May-Periodo
           READ ARCHIVO-MAYOR
               INVALID KEY
                   MOVE ZEROS TO May-Cargos
                   MOVE ZEROS TO May-Abonos
                   MOVE ZEROS TO May-Movimientos
                   ADD Pol-Cargo TO May-Cargos
                   ADD Pol-Abono TO May-Abonos
                   ADD 1 TO May-Movimientos
                   MOVE WS-Fecha-Hoy TO May-Fecha-Ult-Asiento
                   WRITE Registro-Mayor
                   ADD 1 TO WS-Cuentas-Nuevas
               NOT INVALID KEY
                   ADD Pol-Cargo TO May-Cargos
                   ADD Pol-Abono TO May-Abonos
                   ADD 1 TO May-Movimientos
                   MOVE WS-Fecha-Hoy TO May-Fecha-Ult-Asiento
                   REWRITE Registro-Mayor
           END-READ
           MOVE WS-Fecha-Poliza TO Mvm-Fecha
           MOVE Pol-Concepto TO Mvm-Concepto
           MOVE Pol-Cuenta TO Mvm-Cuenta
           MOVE Pol-Cargo TO Mvm-Cargo
           MOVE Pol-Abono TO Mvm-Abono
           MOVE WS-Nombre-Poliza TO Mvm-Poliza
           MOVE WS-Fecha-Hoy TO Mvm-Fecha-Asiento
           WRITE Registro-Mov-Mayor
           ADD 1 TO WS-Total-Asentados.

       9000-Muestra-Resumen.
           DISPLAY "== Asiento de la poliza en el mayor ==".
           DISPLAY "Poliza: " WS-Nombre-Poliza " del "
               WS-Fecha-Poliza.
           DISPLAY "Renglones asentados: " WS-Total-Asentados.
           DISPLAY "Cuentas nuevas en el mes: " WS-Cuentas-Nuevas.
           DISPLAY "Cargos: " WS-Suma-Cargos.
           DISPLAY "Abonos: " WS-Suma-Abonos.

       9100-Muestra-Rechazo.
           DISPLAY "LA POLIZA " WS-Nombre-Poliza
               " NO SE ASIENTA EN EL MAYOR:".
           IF NOT Con-Cabecera
               DISPLAY "  no trae cabecera de control."
           END-IF
           IF NOT Con-Cierre
               DISPLAY "  no trae cierre de control."
           END-IF
           IF Con-Cierre
              AND WS-Registros-Cierre NOT = WS-Total-Renglones
               DISPLAY "  el cierre declara " WS-Registros-Cierre
                   " renglones y trae " WS-Total-Renglones "."
           END-IF
           IF Con-Cierre AND WS-Suma-Cierre NOT = WS-Suma-Cargos
               DISPLAY "  el cierre suma " WS-Suma-Cierre
                   " y los cargos " WS-Suma-Cargos "."
           END-IF
           IF WS-Suma-Cargos NOT = WS-Suma-Abonos
               DISPLAY "  cargos " WS-Suma-Cargos
                   " contra abonos " WS-Suma-Abonos "."
           END-IF.

       9500-Registra-Corrida.
           CALL "RegistraCorrida" USING
               WS-Corrida-Programa WS-Corrida-Leidos
               WS-Corrida-Escritos WS-Corrida-Rechazados
               WS-Corrida-Estado.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM AsientaPolizaMayor.
