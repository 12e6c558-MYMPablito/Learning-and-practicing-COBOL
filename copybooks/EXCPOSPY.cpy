      *> Layout del archivo diario de excepciones de positive pay que
      *> manda el banco (positive_pay_excepciones.dat): un renglon por
      *> cheque presentado que no casa con lo que le avisamos -folio
      *> que no conoce, importe o beneficiario distinto, cheque
      *> anulado- con los datos tal como se presentaron y el motivo
      *> que reporta el banco. Lo procesa ExcepcionesPositivePay para
      *> que tesoreria decida si se paga o se devuelve.
       01  Registro-Excepcion-PosPay.
           05 Epp-Folio               PIC 9(6).
           05 Epp-Fecha-Presentacion  PIC 9(8).
           05 Epp-Importe             PIC 9(7)V99.
           05 Epp-Beneficiario        PIC X(40).
           05 Epp-Motivo-Banco        PIC X(20).
