      *> Referencia de pago del cliente: el numero de cliente de seis
      *> digitos seguido de un digito verificador, el que
      *> CalculaDigitoCuenta calcula sobre el numero con dos ceros al
      *> frente (sus 8 posiciones). El cliente la cita al depositar o
      *> transferir; el estado de cuenta la imprime y la importacion
      *> de depositos del banco la verifica antes de acreditar el
      *> pago, para que un dedazo en el portal no caiga en la cuenta
      *> de otro cliente. Va en la WORKING-STORAGE SECTION del
      *> programa que arme o verifique referencias.
       01  Referencia-Pago.
           05 Ref-Cliente-ID          PIC 9(06).
           05 Ref-Digito              PIC X(01).
       01  Referencia-Pago-Base.
           05 FILLER                  PIC X(02) VALUE "00".
           05 Ref-Base-Cliente-ID     PIC 9(06).
      *> Modo "C" calcula Ref-Digito; modo "V" lo verifica.
       01  Referencia-Pago-Modo       PIC X(01) VALUE "C".
       01  Referencia-Pago-Valida     PIC X(01) VALUE "N".
           88 Referencia-Valida VALUE "S".
