      *> Layout de la lista de la corrida extraordinaria de nomina
      *> (nomina_extra.dat): un renglon por importe a pagar fuera de
      *> la quincena -un sueldo mal pagado, el alta que no alcanzo el
      *> corte- con el concepto que lo explica. Un mismo empleado
      *> puede traer varios renglones; la corrida los suma en un solo
      *> renglon del extracto.
       01  Registro-Nomina-Extra.
           05 Nex-Emp-ID              PIC 9(6).
           05 Nex-Concepto            PIC X(10).
           05 Nex-Importe             PIC 9(7)V99.
