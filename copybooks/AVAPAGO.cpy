      *> Layout del avance de AplicaPagos (pagos_avance.dat): entre
      *> un checkpoint y el siguiente, cada pago de pagos.dat que la
      *> corrida termino de atender (aplicado, repartido, recuperado o
      *> mandado a suspenso) deja aqui un renglon con su posicion en
      *> el archivo de pagos, el cliente y los totales de control
      *> acumulados a ese punto, mas el acumulado del metodo de pago
      *> que movio. Son acumulados y no diferencias: al reanudar
      *> basta con tomar el ultimo renglon. El checkpoint guarda un
      *> renglon completo dentro de su propio registro.
       01  Registro-Avance-Pago.
           05 Avp-Posicion            PIC 9(7).
           05 Avp-Cliente-ID          PIC 9(6).
           05 Avp-Total-Aplicados     PIC 9(6).
           05 Avp-Total-Suspenso      PIC 9(6).
           05 Avp-Importe-Aplicado    PIC 9(9)V99.
           05 Avp-Cuotas-Convenio     PIC 9(6).
           05 Avp-Recuperaciones      PIC 9(6).
           05 Avp-Importe-Recuperado  PIC 9(9)V99.
           05 Avp-IVA-Cobrado         PIC 9(11)V99.
           05 Avp-A-Partidas          PIC 9(11)V99.
           05 Avp-Bloqueados          PIC 9(6).
           05 Avp-Cheques-Vetados     PIC 9(6).
           05 Avp-Duplicados          PIC 9(6).
           05 Avp-Pagos-Grupo         PIC 9(6).
           05 Avp-Reasignados         PIC 9(6).
      *> Metodo que movio el pago (posicion cero si no aplico nada) y
      *> la cantidad de metodos en la tabla, que crece con los que
      *> no estan en el catalogo.
           05 Avp-Cantidad-Metodos    PIC 9(2).
           05 Avp-Indice-Metodo       PIC 9(2).
           05 Avp-Met-Codigo          PIC X(10).
           05 Avp-Met-Clase           PIC X.
           05 Avp-Met-Cantidad        PIC 9(6).
           05 Avp-Met-Importe         PIC 9(11)V99.
