      *> Layout del checkpoint de AplicaPagos
      *> (pagos_checkpoint.dat): un solo registro, reescrito al
      *> arrancar la corrida y cada cierto numero de pagos, con la
      *> fecha de proceso, cuantos registros tenia la historia de
      *> pagos antes de la corrida (los que siguen son de la propia
      *> corrida y no cuentan para buscar duplicados), el ultimo
      *> renglon de avance (posicion, cliente y totales de control;
      *> ver AVAPAGO.cpy) y la tabla completa de totales por metodo.
      *> Al terminar la corrida el archivo queda vacio: un
      *> checkpoint con registro es una corrida que no termino.
       01  Registro-Checkpoint-Pago.
           05 Ckp-Programa            PIC X(20).
           05 Ckp-Fecha-Proceso       PIC 9(8).
           05 Ckp-Historia-Inicial    PIC 9(7).
           05 Ckp-Avance              PIC X(149).
           05 Ckp-Tabla-Metodos       PIC X(900).
           05 Ckp-Fecha-Hora          PIC X(21).
