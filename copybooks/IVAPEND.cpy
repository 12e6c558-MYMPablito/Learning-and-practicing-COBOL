      *> Layout del IVA pendiente de cobro por cliente
      *> (iva_pendiente.dat), indexado por cliente: FacturacionLotes
      *> le suma el IVA trasladado de cada periodo y AplicaPagos le
      *> resta la parte de cada pago que es IVA cobrado. El impuesto
      *> se entera cuando se cobra, no cuando se factura.
       01  Registro-IVA-Pendiente.
           05 Ivp-Cliente-ID          PIC 9(6).
           05 Ivp-Empresa             PIC X(2).
           05 Ivp-Pendiente           PIC S9(9)V99.
