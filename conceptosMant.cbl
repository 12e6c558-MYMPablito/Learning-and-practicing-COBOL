           ACCEPT Cnc-Importe-Maximo.
           DISPLAY "Cuenta contable: ".
           ACCEPT Cnc-Cuenta-GL.
           PERFORM CapturaIVA.

           OPEN I-O ARCHIVO-CONCEPTOS.
           IF WS-Estado-Conceptos = "35"
           END-WRITE.
           CLOSE ARCHIVO-CONCEPTOS.

      *> Tratamiento de IVA del concepto; la tasa solo se pide para
      *> la tasa general (Enter = 16%). Tasa cero y exento llevan la
      *> tasa en ceros: ambos no trasladan impuesto, pero el reporte
      *> de IVA los separa.
       CapturaIVA.
           DISPLAY "IVA (G=tasa general C=tasa cero E=exento): ".
           ACCEPT Cnc-Tipo-IVA.
           IF NOT Cnc-IVA-Valido
               DISPLAY "Tratamiento de IVA invalido."
               PERFORM CapturaIVA
           ELSE
               MOVE ZEROS TO Cnc-Tasa-IVA
               IF Cnc-IVA-General
                   DISPLAY "Tasa de IVA en por ciento (Enter = 16): "
                   ACCEPT Cnc-Tasa-IVA
                   IF Cnc-Tasa-IVA = ZEROS
                       MOVE 16 TO Cnc-Tasa-IVA
                   END-IF
               END-IF
           END-IF.

       DarDeBaja.
           DISPLAY "Codigo del concepto a dar de baja: ".
           ACCEPT WS-Codigo-Buscado.
                           Cnc-Cuenta-GL
                       DISPLAY "Nueva cuenta contable: "
                       ACCEPT Cnc-Cuenta-GL
                       DISPLAY "IVA actual: " Cnc-Tipo-IVA " "
                           Cnc-Tasa-IVA "%"
                       PERFORM CapturaIVA
                       REWRITE Registro-Concepto
                       DISPLAY "Concepto modificado."
               END-READ
                                       Cnc-Descripcion " "
                                       Cnc-Importe-Minimo " - "
                                       Cnc-Importe-Maximo " GL "
                                       Cnc-Cuenta-GL " IVA "
                                       Cnc-Tipo-IVA " "
                                       Cnc-Tasa-IVA "%"
                           END-READ
                       END-PERFORM
               END-START
