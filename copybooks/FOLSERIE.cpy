      *> Layout del control de series de folios (folio_series.dat),
      *> indexado por serie: el ultimo folio consumido de cada serie.
      *> La serie de cada empresa se da de alta sola la primera vez
      *> que se factura con ella; FacturacionLotes reescribe el
      *> renglon con cada folio que asigna, para que una corrida que
      *> se cae a la mitad no vuelva a emitir los mismos numeros.
       01  Registro-Serie-Folio.
           05 Fse-Serie               PIC X(4).
           05 Fse-Empresa             PIC X(2).
           05 Fse-Ultimo-Folio        PIC 9(9).
           05 Fse-Fecha-Ult-Uso       PIC 9(8).
