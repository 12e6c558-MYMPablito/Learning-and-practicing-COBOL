               10 WS-Per-Saldo        PIC S9(7)V99.
       01 WS-Indice-Per PIC 9 VALUE ZERO.

      *> Enmascarado de los telefonos segun el nivel del operador.
           COPY MASCWS.

       PROCEDURE DIVISION.
      *> El operador se identifica al entrar para que los datos
      *> sensibles se muestren segun su nivel.
       IdentificaOperador.
           PERFORM IdentificaConsulta.
           MOVE "ClientesConsulta" TO Msk-Programa.
           MOVE "TELEFONO" TO Msk-Campo.

       AceptaOpcion.
       DISPLAY "== Consulta 360 de clientes ==".
       DISPLAY "1 - Por numero de cliente".
       MuestraTelefonos.
           PERFORM VARYING WS-Indice-Tel FROM 1 BY 1
                   UNTIL WS-Indice-Tel > Cont-Cantidad-Telefonos
               MOVE Cont-Tel-Numero(WS-Indice-Tel) TO Msk-Valor
               MOVE Cli-ID TO Msk-Llave
               PERFORM EnmascaraDato
               DISPLAY "  TEL " Cont-Tel-Etiqueta(WS-Indice-Tel)
                   " " Msk-Valor(1:12)
           END-PERFORM.

       MuestraSaldo.
           END-IF.
           CLOSE ArchivoCuentas.

      *> Enmascarado de campos sensibles segun el nivel del operador.
           COPY UTILMASC.

       END PROGRAM ClientesConsulta.
