           05 Pag-Fecha               PIC 9(8).
           05 Pag-Importe             PIC 9(7)V99.
           05 Pag-Metodo              PIC X(10).
      *> Cargo al que el cliente dirige el pago, si lo indico: el
      *> concepto y el periodo AAAAMM del cargo ("este pago es por el
      *> mantenimiento de marzo"). En blanco el pago se aplica a las
      *> partidas abiertas de la mas vieja a la mas nueva. Agregados
      *> al final del registro para no correr los campos existentes.
      *> El concepto GRUPO marca el pago que la matriz de un grupo de
      *> clientes hace por todo el grupo: AplicaPagos lo reparte
      *> entre los saldos de los miembros.
           05 Pag-Aplica-Concepto     PIC X(10).
               88 Pag-Pago-De-Grupo VALUE "GRUPO".
           05 Pag-Aplica-Periodo      PIC X(6).
