      *> Layout del checkpoint de FacturacionLotes
      *> (facturacion_checkpoint.dat): un solo registro, reescrito al
      *> arrancar la corrida real y cada cierto numero de clientes,
      *> con la fecha de proceso, la empresa, la serie de folios y la
      *> generacion del estado de cuenta que se esta escribiendo, el
      *> ultimo renglon de avance (posicion, cliente y totales de
      *> control; ver AVAFACT.cpy) y la tabla completa del ingreso
      *> por concepto. Al terminar la corrida el archivo queda vacio:
      *> un checkpoint con registro es una corrida que no termino.
       01  Registro-Checkpoint-Factura.
           05 Ckf-Programa            PIC X(20).
           05 Ckf-Fecha-Proceso       PIC 9(8).
           05 Ckf-Empresa             PIC X(2).
           05 Ckf-Serie               PIC X(4).
           05 Ckf-Generacion          PIC X(40).
           05 Ckf-Avance              PIC X(165).
           05 Ckf-Tabla-Ingresos      PIC X(2300).
           05 Ckf-Fecha-Hora          PIC X(21).
