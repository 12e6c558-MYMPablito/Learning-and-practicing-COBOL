      *> Layout del archivo diario de depositos referenciados del
      *> banco (depositos_banco.dat): un renglon por deposito o
      *> transferencia recibida en la cuenta concentradora, con la
      *> fecha valor, el importe, la referencia que el cliente
      *> cito, el folio del banco y el nombre del ordenante. Lo lee
      *> ImportaDepositos para armar pagos.dat sin que caja vuelva a
      *> teclear cada deposito desde el portal del banco.
       01  Registro-Deposito-Banco.
           05 Dpb-Fecha               PIC 9(8).
           05 Dpb-Importe             PIC 9(7)V99.
           05 Dpb-Referencia          PIC X(20).
           05 Dpb-Folio-Banco         PIC X(12).
           05 Dpb-Ordenante           PIC X(30).
