      *> como renglon propio. Agregada al final del registro para no
      *> correr los campos existentes.
           05 Edo-Notas-Credito       PIC S9(7)V99.
      *> Desglose fiscal del periodo: Edo-Subtotal son los cargos
      *> menos las notas de credito mas el interes, antes de
      *> impuesto, y Edo-IVA el IVA trasladado de las lineas segun el
      *> tratamiento de su concepto. Edo-Total-Cargos es su suma.
      *> Agregados al final del registro para no correr los campos
      *> existentes.
           05 Edo-Subtotal            PIC S9(7)V99.
           05 Edo-IVA                 PIC S9(7)V99.
      *> Folio fiscal del estado: serie y numero consecutivo que le
      *> asigno FacturacionLotes en el registro de folios (espacios y
      *> ceros en un estado sin cargos o en una simulacion, que no
      *> consumen folio). Agregados al final del registro para no
      *> correr los campos existentes.
           05 Edo-Serie               PIC X(4).
           05 Edo-Folio               PIC 9(9).
      *> Saldo promedio diario y dias del periodo con que se calculo
      *> el interes cuando el nivel del cliente usa ese metodo (ceros
      *> cuando el interes fue sobre el saldo al corte), para que el
      *> cliente pueda rehacer la cuenta en su estado. Agregados al
      *> final del registro para no correr los campos existentes.
           05 Edo-Saldo-Promedio      PIC S9(7)V99.
           05 Edo-Dias-Promedio       PIC 9(3).
