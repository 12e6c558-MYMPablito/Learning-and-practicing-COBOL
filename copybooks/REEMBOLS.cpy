      *> Layout del registro de reembolsos de saldo a favor
      *> (reembolsos.dat): un renglon por cada saldo a favor que se
      *> le regreso al cliente por transferencia, con la CLABE a la
      *> que salio y el supervisor que lo autorizo. Solo crece: la
      *> poliza y la cuadratura diaria de saldos toman los renglones
      *> del dia, porque el reembolso deja el saldo del cliente en
      *> ceros.
       01  Registro-Reembolso.
           05 Ree-Fecha               PIC 9(8).
           05 Ree-Cliente-ID          PIC 9(6).
           05 Ree-Importe             PIC 9(7)V99.
           05 Ree-Banco               PIC X(3).
           05 Ree-CLABE               PIC X(18).
           05 Ree-Supervisor          PIC X(6).
