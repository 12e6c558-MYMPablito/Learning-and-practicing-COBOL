       01 WS-Empleado-Valido PIC X VALUE "N".
           88 Empleado-Valido VALUE "S".

      *> Beneficiario y CLABE ya pasados por el enmascarado de campos
      *> sensibles segun el nivel del operador.
       01 WS-Beneficiario-Visto PIC X(30) VALUE SPACES.
       01 WS-CLABE-Vista PIC X(18) VALUE SPACES.
           COPY MASCWS.

       PROCEDURE DIVISION.
      *> El operador se identifica al entrar para que los datos
      *> sensibles se muestren segun su nivel.
       IdentificaOperador.
           PERFORM IdentificaConsulta.
           MOVE "PensionesMant" TO Msk-Programa.

       AceptaOpcion.
       DISPLAY "== Mantenimiento de pensiones alimenticias ==".
       DISPLAY "1 - Alta de pension".
                       ELSE
                           DISPLAY "Calculo: monto fijo " Pen-Monto
                       END-IF
                       PERFORM EnmascaraBeneficiario
                       PERFORM EnmascaraCLABE
                       DISPLAY "Beneficiario: " WS-Beneficiario-Visto
                       DISPLAY "CLABE: " WS-CLABE-Vista
                       IF Pen-Suspendida
                           DISPLAY "Estado: SUSPENDIDA"
                       ELSE
                               AT END
                                   SET Fin-Pensiones TO TRUE
                               NOT AT END
                                   PERFORM EnmascaraBeneficiario
                                   DISPLAY Pen-Emp-ID " "
                                       Pen-Tipo " " Pen-Porcentaje
                                       " " Pen-Monto " "
                                       WS-Beneficiario-Visto " "
                                       Pen-Estado
                           END-READ
                       END-PERFORM
               CLOSE ARCHIVO-PENSIONES
           END-IF.

      *> Beneficiario y CLABE solo se ven completos con el nivel que
      *> pide el catalogo de campos sensibles.
       EnmascaraBeneficiario.
           MOVE Pen-Emp-ID TO Msk-Llave.
           MOVE "PEN-BENEFICIARIO" TO Msk-Campo.
           MOVE Pen-Beneficiario TO Msk-Valor.
           PERFORM EnmascaraDato.
           MOVE Msk-Valor TO WS-Beneficiario-Visto.

       EnmascaraCLABE.
           MOVE Pen-Emp-ID TO Msk-Llave.
           MOVE "PEN-CLABE" TO Msk-Campo.
           MOVE Pen-CLABE TO Msk-Valor.
           PERFORM EnmascaraDato.
           MOVE Msk-Valor TO WS-CLABE-Vista.

      *> Enmascarado de campos sensibles segun el nivel del operador.
           COPY UTILMASC.

       END PROGRAM PensionesMantenimiento.
