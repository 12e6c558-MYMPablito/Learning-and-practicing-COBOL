      *> Layout del maestro de anticipos de viaticos (viaticos.dat),
      *> indexado por folio con el empleado como llave alterna: un
      *> registro por anticipo entregado, con el viaje, la fecha, el
      *> importe y lo comprobado hasta hoy con el informe de gastos
      *> (viaticos_gastos.dat). El anticipo abierto recibe gastos;
      *> al cerrar la comprobacion queda listo para que LiquidaViaticos
      *> pague la diferencia al empleado o la recupere por nomina, y
      *> el registro se conserva liquidado con lo reembolsado o lo
      *> recuperado para la poliza del dia.
       01  Registro-Viatico.
           05 Via-Folio               PIC 9(6).
           05 Via-Emp-ID              PIC 9(6).
           05 Via-Viaje               PIC X(30).
           05 Via-Fecha-Anticipo      PIC 9(8).
           05 Via-Importe             PIC 9(7)V99.
           05 Via-Comprobado          PIC 9(7)V99.
           05 Via-Estado              PIC X.
               88 Via-Abierto VALUE "A".
               88 Via-Por-Liquidar VALUE "C".
               88 Via-Liquidado VALUE "L".
               88 Via-Sin-Liquidar VALUE "A" "C".
           05 Via-Fecha-Liquidacion   PIC 9(8).
           05 Via-Reembolso           PIC 9(7)V99.
           05 Via-Recuperado          PIC 9(7)V99.
