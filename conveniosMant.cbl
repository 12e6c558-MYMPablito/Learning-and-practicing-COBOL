      *> (convenios.dat), con el mismo menu de alta/baja/consulta que
      *> el resto de los mantenimientos del taller. El alta toma el
      *> saldo a convenir del maestro de saldos del cliente, captura
      *> las cuotas pactadas y sugiere la cuota con la rutina comun
      *> CalculaFinanciero (la misma del modo financiero de
      *> Calculadora), que el operador acepta o corrige; la
      *> cancelacion marca el convenio como roto para que la cuenta
      *> regrese a cobranza normal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".

      *> Residuo que RedondeaMoneda descarto al redondear la cuota
      *> sugerida.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.

      *> Cuota sugerida por CalculaFinanciero: el saldo a convenir
      *> amortizado en las cuotas pactadas a la tasa por periodo que
      *> negocie cobranza (cero = el saldo entre las cuotas, como
      *> siempre).
       01 WS-Fin-Funcion PIC X VALUE "P".
       01 WS-Fin-Importe PIC S9(9)V99 VALUE ZEROS.
       01 WS-Fin-Pago PIC S9(9)V99 VALUE ZEROS.
       01 WS-Fin-Tasa PIC 9(3)V9(4) VALUE ZEROS.
       01 WS-Fin-Resultado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Fin-Valido PIC X VALUE "S".
           88 Fin-Valido VALUE "S".
           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Mantenimiento de convenios de pago ==".
                           "(AAAAMMDD): "
                       PERFORM CapturaFechaCuota
                       MOVE WS-Saldo-Cliente TO Cvn-Saldo-Plan
                       PERFORM SugiereCuota
                       MOVE ZEROS TO Cvn-Cuotas-Cumplidas
                       MOVE "A" TO Cvn-Estado
                       DISPLAY "Cuota pactada: " Cvn-Cuota
               END-IF
           END-IF.

      *> La cuota sale de CalculaFinanciero; el operador la acepta o
      *> teclea la que pacto con el cliente.
       SugiereCuota.
           DISPLAY "Tasa por periodo en % (Enter = sin interes): ".
           ACCEPT WS-Fin-Tasa.
           MOVE "P" TO WS-Fin-Funcion.
           MOVE WS-Saldo-Cliente TO WS-Fin-Importe.
           MOVE ZEROS TO WS-Fin-Pago.
           CALL "CalculaFinanciero" USING WS-Fin-Funcion
               WS-Fin-Importe WS-Fin-Pago WS-Fin-Tasa
               Cvn-Cuotas-Total WS-Fin-Resultado WS-Residuo-Redondeo
               WS-Fin-Valido.
           IF Fin-Valido
               MOVE WS-Fin-Resultado TO Cvn-Cuota
               DISPLAY "Cuota sugerida: " Cvn-Cuota
               DISPLAY "Acepta la cuota sugerida (S/N): "
               PERFORM ConfirmaSN
           ELSE
               DISPLAY "No se pudo sugerir la cuota con esa tasa."
               MOVE "N" TO WS-Respuesta-SN
           END-IF.
           IF NOT Respuesta-Afirmativa
               DISPLAY "Cuota pactada (ej. 1234,56): "
               ACCEPT Cvn-Cuota
           END-IF.

       CapturaFechaCuota.
           ACCEPT Cvn-Proxima-Fecha.
           CALL "ValidaFecha" USING Cvn-Proxima-Fecha
               CLOSE ARCHIVO-CONVENIOS
           END-IF.

           COPY UTILPARR.

       END PROGRAM ConveniosMantenimiento.
