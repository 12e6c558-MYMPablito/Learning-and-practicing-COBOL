      *> Layout de la cola de positive pay (positive_pay_pendientes
      *> .dat): un renglon por cheque que el banco debe conocer antes
      *> de que se presente -"I" emitido por EmiteCheques, "V"
      *> anulado en el registro de cheques- con el folio, la fecha de
      *> emision, el importe y el beneficiario. EnviaPositivePay la
      *> vacia en el archivo para el banco.
       01  Registro-Positive-Pay.
           05 Ppp-Accion              PIC X.
               88 Ppp-Emitido VALUE "I".
               88 Ppp-Anulado VALUE "V".
           05 Ppp-Folio               PIC 9(6).
           05 Ppp-Fecha-Emision       PIC 9(8).
           05 Ppp-Importe             PIC 9(7)V99.
           05 Ppp-Beneficiario        PIC X(40).
