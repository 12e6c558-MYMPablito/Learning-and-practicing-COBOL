      *> Layout del catalogo de campos sensibles
      *> (campos_sensibles.dat, secuencial): por cada campo, el
      *> Op-Nivel minimo para verlo completo en pantalla, cuantos
      *> caracteres quedan a la vista cuando se enmascara y de que
      *> lado, y si los reportes impresos lo llevan en claro. Los
      *> campos que el catalogo no trae toman los valores de fabrica
      *> de EnmascaraDato.
       01  Registro-Campo-Sensible.
           05 Csn-Campo               PIC X(20).
           05 Csn-Nivel-Minimo        PIC 9.
           05 Csn-Visibles            PIC 9(2).
      *> "F" deja a la vista los ultimos (una CLABE, un telefono);
      *> "I" los primeros (un nombre).
           05 Csn-Lado-Visible        PIC X.
               88 Csn-Visibles-Al-Inicio VALUE "I".
      *> "C" el reporte impreso lo lleva en claro; cualquier otro
      *> valor lo enmascara, porque nadie sabe quien lo recoge de la
      *> impresora.
           05 Csn-Impreso             PIC X.
               88 Csn-Impreso-Claro VALUE "C".
