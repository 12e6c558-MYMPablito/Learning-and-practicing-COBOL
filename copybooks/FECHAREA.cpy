      *> Layout de la bitacora de movimientos con fecha reasignada
      *> (fechas_reasignadas.dat): un renglon por cada movimiento que
      *> llego fechado en un mes contable ya cerrado y se asento con
      *> la primera fecha del mes abierto siguiente, con el programa
      *> que lo hizo, el tipo de movimiento, su referencia (cliente o
      *> poliza), las dos fechas y el importe. De aqui sale el
      *> reporte de fechas reasignadas para el contador.
       01  Registro-Fecha-Reasignada.
           05 Fre-Programa            PIC X(20).
           05 Fre-Movimiento          PIC X(10).
           05 Fre-Referencia          PIC X(12).
           05 Fre-Fecha-Original      PIC 9(8).
           05 Fre-Fecha-Nueva         PIC 9(8).
           05 Fre-Importe             PIC 9(11)V99.
           05 Fre-Fecha-Hora          PIC X(21).
