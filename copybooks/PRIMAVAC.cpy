      *> Layout del libro de primas vacacionales pagadas
      *> (primas_vac.dat), indexado por el folio de la solicitud de
      *> vacaciones. PrimaVacacional graba aqui cada solicitud
      *> aprobada a la que ya le genero su novedad de prima, con la
      *> quincena en que se pago, para que una solicitud que cruza
      *> dos quincenas, o una corrida repetida, no la pague dos
      *> veces.
       01  Registro-Prima-Vac.
           05 Prv-Folio               PIC 9(6).
           05 Prv-Emp-ID              PIC 9(6).
           05 Prv-Periodo             PIC X(6).
           05 Prv-Dias                PIC 9(3).
           05 Prv-Porcentaje          PIC 9(3).
           05 Prv-Importe             PIC 9(7)V99.
           05 Prv-Fecha-Pago          PIC 9(8).
