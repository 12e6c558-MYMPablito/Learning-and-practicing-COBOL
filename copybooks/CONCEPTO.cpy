           05 Cnc-Importe-Minimo      PIC 9(7)V99.
           05 Cnc-Importe-Maximo      PIC 9(7)V99.
           05 Cnc-Cuenta-GL           PIC X(8).
      *> Tratamiento de IVA del concepto: "G" tasa general (con la
      *> tasa en Cnc-Tasa-IVA, 16,00 o la de zona fronteriza), "C"
      *> tasa cero y "E" exento. Los conceptos capturados antes del
      *> impuesto traen espacios y se tratan como exentos hasta que
      *> se les capture su tratamiento, para no cambiar lo que se le
      *> cobra a nadie sin que alguien lo decida. Agregados al final
      *> del registro para no correr los campos existentes.
           05 Cnc-Tipo-IVA            PIC X.
               88 Cnc-IVA-General VALUE "G".
               88 Cnc-IVA-Tasa-Cero VALUE "C".
               88 Cnc-IVA-Exento VALUE "E" " ".
               88 Cnc-IVA-Valido VALUE "G" "C" "E".
           05 Cnc-Tasa-IVA            PIC 9(2)V99.
