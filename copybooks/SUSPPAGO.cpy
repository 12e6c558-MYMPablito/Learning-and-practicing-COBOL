      *> Layout del archivo de suspenso de pagos (pagos_suspenso.log):
      *> un renglon por pago que no se pudo aplicar -cliente
      *> desconocido en el maestro de saldos, pago mayor que el
      *> saldo del cliente, probable duplicado- con su motivo, igual
      *> en espiritu a RECHAZO.cpy, para que caja lo revise en vez de
      *> que el dinero se aplique a ciegas o se pierda.
       01  Registro-Pago-Suspenso.
           05 Sus-Cliente-ID          PIC 9(6).
           05 Sus-Fecha               PIC 9(8).
