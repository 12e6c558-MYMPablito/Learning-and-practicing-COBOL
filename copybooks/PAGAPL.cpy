           05 Pap-Fecha               PIC 9(8).
           05 Pap-Cliente-ID          PIC 9(6).
           05 Pap-Importe             PIC 9(7)V99.
      *> Parte del pago que corresponde a IVA cobrado: el pago se
      *> reparte en proporcion al IVA trasladado pendiente de cobro
      *> del cliente contra su saldo. Agregado al final del registro
      *> para no correr los campos existentes.
           05 Pap-IVA-Cobrado         PIC 9(7)V99.
