      *> Layout del registro de pagos devueltos (pagos_devueltos.dat):
      *> un renglon por cada pago aplicado que el banco regreso
      *> (cheque sin fondos, cargo rechazado), con la fecha de la
      *> devolucion, el pago original y la comision cobrada. Solo
      *> crece: la poliza y la cuadratura diaria de saldos toman los
      *> renglones del dia, y la devolucion cuenta las de cada
      *> cliente en los ultimos doce meses para vetarle los cheques.
       01  Registro-Pago-Devuelto.
           05 Dev-Fecha               PIC 9(8).
           05 Dev-Cliente-ID          PIC 9(6).
           05 Dev-Fecha-Pago          PIC 9(8).
           05 Dev-Importe             PIC 9(7)V99.
           05 Dev-Metodo              PIC X(10).
      *> IVA que el pago habia cobrado y que regresa a pendiente.
           05 Dev-IVA-Revertido       PIC 9(7)V99.
           05 Dev-Concepto-Comision   PIC X(10).
           05 Dev-Comision            PIC 9(7)V99.
           05 Dev-Motivo              PIC X(30).
