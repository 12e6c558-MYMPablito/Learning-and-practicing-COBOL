      *> Layout del avance de FacturacionLotes
      *> (facturacion_avance.dat): entre un checkpoint y el
      *> siguiente, cada cliente cerrado en la corrida real deja aqui
      *> un renglon "C" con la posicion en facturas_validas.dat hasta
      *> donde ya quedo todo aplicado, el cliente y los totales de
      *> control acumulados a ese punto; antes van renglones "I" con
      *> el ingreso acumulado de cada concepto que el cliente movio.
      *> Los importes son acumulados y no diferencias, asi que al
      *> reanudar basta con tomar el ultimo valor de cada uno. Los
      *> renglones "I" sin su "C" son de un cliente que no alcanzo a
      *> cerrar y se descartan. El checkpoint guarda un renglon "C"
      *> completo dentro de su propio registro.
       01  Registro-Avance-Factura.
           05 Avf-Tipo                PIC X.
               88 Avf-Es-Cliente VALUE "C".
               88 Avf-Es-Ingreso VALUE "I".
           05 Avf-Posicion            PIC 9(7).
           05 Avf-Cliente-ID          PIC 9(6).
      *> Renglon "I": posicion del concepto en la tabla de ingresos y
      *> su importe acumulado.
           05 Avf-Ing-Indice          PIC 9(3).
           05 Avf-Ing-Codigo          PIC X(10).
           05 Avf-Ing-Importe         PIC S9(11)V99.
      *> Renglon "C": totales de control de la corrida.
           05 Avf-Total-Clientes      PIC 9(6).
           05 Avf-Total-Saldo-Nuevo   PIC S9(9)V99.
           05 Avf-Total-IVA           PIC S9(11)V99.
           05 Avf-Total-Notas         PIC 9(5).
           05 Avf-Detalles-Huerfanos  PIC 9(5).
           05 Avf-Tipos-Invalidos     PIC 9(5).
           05 Avf-Saldos-Discrepantes PIC 9(5).
           05 Avf-Lineas-Sin-Tipo     PIC 9(5).
           05 Avf-Clientes-Otra-Emp   PIC 9(5).
           05 Avf-Clientes-Promedio   PIC 9(5).
           05 Avf-Clientes-Convenio   PIC 9(5).
           05 Avf-Clientes-Aclaracion PIC 9(5).
           05 Avf-Residuo-Positivo    PIC 9(5)V9(4).
           05 Avf-Residuo-Negativo    PIC 9(5)V9(4).
           05 Avf-Cantidad-Ingresos   PIC 9(3).
           05 Avf-Primer-Folio        PIC 9(9).
           05 Avf-Ultimo-Folio        PIC 9(9).
           05 Avf-Total-Folios        PIC 9(6).
           05 Avf-Folios-Ocupados     PIC 9(5).
