      *> Tabla en memoria de los archivos de dispersion de una
      *> corrida, cargada del catalogo de bancos de dispersion
      *> (copybooks/BANCODSP.cpy). El renglon 1 es siempre el
      *> archivo interbancario del banco pagador, con el nombre de
      *> archivo de siempre y el layout estandar; del 2 en adelante
      *> van los bancos activos del catalogo, cada uno con su
      *> archivo propio. Los contadores llevan los detalles y la
      *> suma de cada archivo para los cierres de control y los
      *> totales por banco de los resumenes.
       01  Bnc-Cantidad               PIC 9(2) VALUE ZEROS.
       01  Bnc-Tabla.
           05 Bnc-Renglon OCCURS 20 TIMES.
               10 Bnc-Banco           PIC X(3).
               10 Bnc-Nombre          PIC X(20).
               10 Bnc-Cuenta-Cargo    PIC X(18).
               10 Bnc-Layout          PIC X.
                   88 Bnc-Layout-Clabe VALUE "C".
               10 Bnc-Detalles        PIC 9(6).
               10 Bnc-Suma            PIC 9(11)V99.
       01  Bnc-Indice                 PIC 9(2) VALUE ZEROS.
