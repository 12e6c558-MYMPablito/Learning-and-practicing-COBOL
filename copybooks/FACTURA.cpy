      *> otra clave se convierte a pesos con el tipo de cambio del
      *> dia de la corrida (tipos_cambio.dat).
               10 Fac-Moneda          PIC X(3).
      *> Fecha contable del movimiento (AAAAMMDD); espacios o ceros
      *> es la fecha de la corrida. El pre-edit rechaza la linea si
      *> cae en un mes contable ya cerrado.
               10 Fac-Fecha-Movimiento PIC 9(8).
               10 FILLER              PIC X(15).
