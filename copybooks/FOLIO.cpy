      *> Layout del registro de folios fiscales (folio_facturas.dat),
      *> indexado por serie y folio: un renglon por cada estado de
      *> cuenta con cargos que FacturacionLotes emite en corrida
      *> real, con el cliente, la fecha, el total y el IVA facturados.
      *> La cancelacion no borra el renglon: CancelaFolio lo marca con
      *> la fecha, el supervisor que la autorizo y el motivo, para que
      *> ReporteFolios pueda probar que la serie no tiene huecos.
       01  Registro-Folio.
           05 Fol-Llave.
               10 Fol-Serie           PIC X(4).
               10 Fol-Numero          PIC 9(9).
           05 Fol-Empresa             PIC X(2).
           05 Fol-Cliente-ID          PIC 9(6).
           05 Fol-Fecha-Emision       PIC 9(8).
           05 Fol-Total               PIC S9(7)V99.
           05 Fol-IVA                 PIC S9(7)V99.
           05 Fol-Estado              PIC X.
               88 Fol-Emitido VALUE "E".
               88 Fol-Cancelado VALUE "C".
           05 Fol-Fecha-Cancelacion   PIC 9(8).
           05 Fol-Supervisor          PIC X(6).
           05 Fol-Motivo              PIC X(40).
