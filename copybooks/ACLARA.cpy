      *> Layout del registro de aclaraciones (aclaraciones.dat),
      *> indexado por cliente y consecutivo: un renglon por cada cargo
      *> que el cliente disputa. Mientras la aclaracion esta abierta
      *> la facturacion no cobra interes sobre el importe disputado y
      *> las cartas y llamadas de cobranza brincan al cliente. Resuelta
      *> en contra del cliente, la cuenta regresa sola a cobranza
      *> normal; resuelta a su favor, la nota de credito queda
      *> pendiente hasta que la prefacturacion la mete al lote, donde
      *> espera la autorizacion de supervisor del pre-edit.
       01  Registro-Aclaracion.
           05 Acl-Llave.
               10 Acl-Cliente-ID      PIC 9(6).
               10 Acl-Consecutivo     PIC 9(3).
           05 Acl-Importe             PIC 9(7)V99.
           05 Acl-Concepto            PIC X(10).
           05 Acl-Fecha-Apertura      PIC 9(8).
           05 Acl-Estado              PIC X.
               88 Acl-Abierta VALUE "A".
               88 Acl-Contra-Cliente VALUE "C".
               88 Acl-A-Favor VALUE "F".
           05 Acl-Fecha-Resolucion    PIC 9(8).
           05 Acl-Resolucion          PIC X(40).
      *> Nota de credito de una resolucion a favor: el importe antes
      *> de IVA (el impuesto lo calcula la facturacion con el
      *> tratamiento del concepto) y si ya se genero en el lote.
           05 Acl-Importe-Nota        PIC 9(7)V99.
           05 Acl-Nota-Estado         PIC X.
               88 Acl-Nota-Pendiente VALUE "P".
               88 Acl-Nota-Generada VALUE "G".
           05 Acl-Periodo-Nota        PIC 9(6).
