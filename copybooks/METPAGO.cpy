      *> Layout del catalogo de metodos de pago (metodos_pago.dat):
      *> el codigo que caja debe anotar en Pag-Metodo, su descripcion
      *> y la clase para tesoreria ("E" efectivo para el deposito,
      *> "T" transferencia para la conciliacion bancaria, "C" cheque,
      *> que el cliente vetado por cheques devueltos ya no puede
      *> usar, "O" otro).
      *> Existe para que "EFECTIVO", "EFVO" y "CASH" dejen de ser
      *> tres metodos distintos: la aplicacion de pagos valida contra
      *> este catalogo y los desconocidos se van a suspenso.
