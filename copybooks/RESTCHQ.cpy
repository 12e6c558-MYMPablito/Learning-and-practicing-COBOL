      *> Layout de los clientes vetados para pagar con cheque
      *> (clientes_sin_cheque.dat), indexado por cliente. La
      *> devolucion de pagos da de alta al cliente cuando junta dos
      *> devoluciones en doce meses; desde ahi AplicaPagos manda a
      *> suspenso cualquier pago suyo con un metodo de clase cheque.
       01  Registro-Veto-Cheque.
           05 Vch-Cliente-ID          PIC 9(6).
           05 Vch-Fecha-Veto          PIC 9(8).
           05 Vch-Devoluciones        PIC 9(2).
