      *> Layout de los recargos por pago tardio (cargos_mora.dat),
      *> indexado por cliente y fecha de vencimiento del estado que
      *> no se pago a tiempo: un estado genera a lo mas un recargo,
      *> aunque la corrida diaria se repita. AplicaRecargosMora los
      *> da de alta pendientes; la prefacturacion de
      *> GeneraCargosRecurrentes los mete al siguiente lote como
      *> detalle "D" y los marca generados con el periodo.
       01  Registro-Cargo-Mora.
           05 Cmo-Llave.
               10 Cmo-Cliente-ID      PIC 9(6).
               10 Cmo-Fecha-Vencimiento PIC 9(8).
           05 Cmo-Fecha-Aplicacion    PIC 9(8).
           05 Cmo-Concepto            PIC X(10).
      *> Pago minimo que pedia el estado y lo que el cliente pago del
      *> corte al vencimiento, para que el recargo se pueda explicar.
           05 Cmo-Pago-Minimo         PIC 9(7)V99.
           05 Cmo-Pagado              PIC 9(7)V99.
           05 Cmo-Importe             PIC 9(7)V99.
           05 Cmo-Estado              PIC X.
               88 Cmo-Pendiente VALUE "P".
               88 Cmo-Generado VALUE "G".
           05 Cmo-Periodo-Generado    PIC 9(6).
