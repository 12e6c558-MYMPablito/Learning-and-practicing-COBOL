      *> Layout de las partidas abiertas de cuentas por cobrar
      *> (partidas_abiertas.dat), indexado por cliente, fecha del
      *> cargo y consecutivo: un renglon por cada cargo que factura
      *> FacturacionLotes, con su concepto, el importe original, lo
      *> que sigue abierto y su fecha limite. Los abonos (pagos,
      *> notas de credito, condonaciones) bajan el importe abierto de
      *> la partida que el cliente indique o de la mas vieja primero,
      *> y la antiguedad, la cobranza y el castigo leen de aqui el
      *> adeudo real cargo por cargo. Solo PartidasAbiertas escribe
      *> en este archivo.
       01  Registro-Partida.
           05 Pta-Llave.
               10 Pta-Cliente-ID      PIC 9(6).
               10 Pta-Fecha-Cargo     PIC 9(8).
               10 Pta-Consecutivo     PIC 9(3).
      *> Concepto del catalogo de cargos; "INTERES" para el interes
      *> del periodo y "SALDOINI" para el saldo que el cliente ya
      *> arrastraba cuando se abrio su primera partida.
           05 Pta-Concepto            PIC X(10).
           05 Pta-Importe-Original    PIC S9(7)V99.
           05 Pta-Importe-Abierto     PIC S9(7)V99.
           05 Pta-Fecha-Vencimiento   PIC 9(8).
           05 Pta-Fecha-Ult-Abono     PIC 9(8).
           05 Pta-Estado              PIC X.
               88 Pta-Abierta VALUE "A".
               88 Pta-Pagada VALUE "P".
               88 Pta-Castigada VALUE "C".
