      *> Layout de la asignacion de cartera vencida a cobradores
      *> (asignacion_cobranza.dat), indexado por cliente: un cliente
      *> tiene a lo mas un cobrador responsable. La asignacion la
      *> hace ListaLlamadasCobranza la primera vez que el cliente
      *> entra a la lista y se conserva mientras el cobrador siga
      *> activo y elegible para el bucket y la zona del cliente; si
      *> no, se reasigna. La comision de ComisionesCobranza abona al
      *> cobrador los pagos del cliente desde la fecha de asignacion.
       01  Registro-Asignacion-Cobranza.
           05 Acb-Cliente-ID          PIC 9(6).
           05 Acb-Cobrador            PIC X(4).
           05 Acb-Fecha-Asignacion    PIC 9(8).
           05 Acb-Bucket              PIC X(4).
      *> Ultima vez que el cliente salio en la lista: la carga de
      *> cada cobrador solo cuenta a los clientes listados en los
      *> ultimos 30 dias.
           05 Acb-Fecha-Ult-Lista     PIC 9(8).
