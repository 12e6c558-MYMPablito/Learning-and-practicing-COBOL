      *> Layout del maestro de adeudos de deducciones de nomina
      *> (adeudos_nomina.dat), indexado por Ade-Emp-ID igual que el
      *> maestro de pensiones. Cuando el tramo, la pension y las
      *> novedades "-" de una quincena no caben en el bruto sin
      *> bajar el neto del minimo protegido, la corrida aplica lo que
      *> cabe en orden de prelacion y el resto queda aqui como
      *> adeudo, que la quincena siguiente cobra antes que las
      *> novedades nuevas. La parte de pension va separada porque su
      *> dinero es del beneficiario y se le dispersa al cobrarse.
      *> El saldo con el que el empleado entro al ultimo periodo
      *> corrido se conserva, para que la corrida de una quincena
      *> reabierta recalcule desde ahi y no cobre dos veces.
       01  Registro-Adeudo.
           05 Ade-Emp-ID              PIC 9(6).
           05 Ade-Periodo-Ult         PIC X(6).
           05 Ade-Pension-Inicial     PIC 9(7)V99.
           05 Ade-Otros-Inicial       PIC 9(7)V99.
           05 Ade-Pension-Saldo       PIC 9(7)V99.
           05 Ade-Otros-Saldo         PIC 9(7)V99.
           05 Ade-Cobrado-Ult         PIC 9(7)V99.
           05 Ade-Generado-Ult        PIC 9(7)V99.
           05 Ade-Fecha-Ult           PIC 9(8).
