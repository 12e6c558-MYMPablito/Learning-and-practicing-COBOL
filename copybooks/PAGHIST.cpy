      *> Layout de la historia de pagos aplicados
      *> (pagos_historia.dat): el mismo renglon de pagos_aplicados.dat
      *> pero acumulado, porque el extracto del dia se reescribe en
      *> cada corrida y una devolucion de cheque llega dias despues.
      *> AplicaPagos agrega un renglon por pago aplicado, con el
      *> metodo y lo que el pago hizo con el convenio, y la
      *> devolucion del pago marca el renglon como devuelto para que
      *> no se revierta dos veces.
       01  Registro-Historia-Pago.
           05 Phi-Fecha               PIC 9(8).
           05 Phi-Cliente-ID          PIC 9(6).
           05 Phi-Importe             PIC 9(7)V99.
           05 Phi-Metodo              PIC X(10).
           05 Phi-IVA-Cobrado         PIC 9(7)V99.
      *> Lo que el pago hizo con el convenio del cliente: nada, solo
      *> abonar al saldo en plan, o ademas cumplir una cuota; y si
      *> con el dejo el convenio cumplido.
           05 Phi-Convenio            PIC X.
               88 Phi-Sin-Convenio VALUE "N" SPACE.
               88 Phi-Abono-Convenio VALUE "A".
               88 Phi-Cuota-Convenio VALUE "C".
           05 Phi-Cerro-Convenio      PIC X.
           05 Phi-Estado              PIC X.
               88 Phi-Aplicado VALUE "A".
               88 Phi-Devuelto VALUE "D".
      *> Pago de un cliente castigado que se abono a la cartera
      *> castigada y no al saldo; queda en la historia para la
      *> comision de cobranza, fuera de lo que se aplica o devuelve.
               88 Phi-Recuperacion VALUE "R".
           05 Phi-Fecha-Devolucion    PIC 9(8).
