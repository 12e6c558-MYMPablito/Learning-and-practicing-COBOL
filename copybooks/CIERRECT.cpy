      *> Layout de la bitacora de cierre contable mensual
      *> (cierre_contable.dat): un renglon por cada cierre o
      *> reapertura de un mes AAAAMM, con el supervisor que lo pidio,
      *> el segundo operador que lo autorizo y cuando. Igual que la
      *> bitacora de periodos de nomina, el ultimo renglon de un mes
      *> manda y la bitacora solo crece, como rastro de auditoria.
       01  Registro-Cierre-Contable.
           05 Ccn-Mes                 PIC 9(6).
           05 Ccn-Accion              PIC X(10).
               88 Ccn-Cerrado VALUE "CERRADO".
               88 Ccn-Reabierto VALUE "REABIERTO".
           05 Ccn-Operador            PIC X(6).
           05 Ccn-Autoriza            PIC X(6).
           05 Ccn-Fecha-Hora          PIC X(21).
