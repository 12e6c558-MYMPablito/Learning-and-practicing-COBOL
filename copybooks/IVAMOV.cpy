      *> Layout del libro de IVA (iva_movimientos.dat): un renglon
      *> por cliente y tratamiento de IVA facturado en cada corrida
      *> real de FacturacionLotes (origen "F"), y uno por cada pago
      *> aplicado que cobro IVA (origen "C"). Solo crece, como la
      *> historia de estados: pagos_aplicados.dat se reescribe cada
      *> corrida, y el reporte mensual de IVA necesita el mes
      *> completo de lo trasladado y de lo cobrado.
       01  Registro-Movimiento-IVA.
           05 Ivm-Fecha               PIC 9(8).
           05 Ivm-Empresa             PIC X(2).
           05 Ivm-Origen              PIC X.
               88 Ivm-Facturado VALUE "F".
               88 Ivm-Cobrado VALUE "C".
           05 Ivm-Cliente-ID          PIC 9(6).
      *> Tratamiento y tasa del concepto en lo facturado; en lo
      *> cobrado van en espacios y ceros.
           05 Ivm-Tipo-IVA            PIC X.
           05 Ivm-Tasa-IVA            PIC 9(2)V99.
           05 Ivm-Base                PIC S9(9)V99.
           05 Ivm-Impuesto            PIC S9(9)V99.
