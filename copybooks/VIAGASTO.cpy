      *> Layout del informe de gastos de viaticos
      *> (viaticos_gastos.dat): un renglon por comprobante capturado
      *> contra el folio de un anticipo abierto, con su fecha,
      *> concepto, numero de factura o nota e importe. La suma de los
      *> renglones de un folio es su Via-Comprobado.
       01  Registro-Gasto-Viatico.
           05 Vig-Folio               PIC 9(6).
           05 Vig-Fecha               PIC 9(8).
           05 Vig-Concepto            PIC X(20).
           05 Vig-Comprobante         PIC X(12).
           05 Vig-Importe             PIC 9(7)V99.
