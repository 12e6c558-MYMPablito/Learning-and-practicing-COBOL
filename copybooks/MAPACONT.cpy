      *> Layout del mapa contable editable (mapa_contable.dat): por
      *> cada concepto del dia (NOMINA, INTERES, CARGOS, IVA,
      *> IVACOBRADO, PAGOS, CASTIGOS, VIATANTIC, VIATGASTO, VIATREEMB,
      *> VIATRECUP), la cuenta de cargo y la cuenta de abono del
      *> mayor. Se edita el archivo cuando contabilidad cambia su
      *> catalogo de cuentas, no el programa que arma la poliza.
       01  Registro-Mapa.
