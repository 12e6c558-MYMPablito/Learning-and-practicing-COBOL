      *> Layout del maestro de cargos recurrentes
      *> (cargos_recurrentes.dat), indexado por cliente y concepto:
      *> las cuotas fijas (mantenimiento, renta, suscripciones) que
      *> antes se tecleaban a mano en facturas.dat cada periodo. La
      *> corrida de prefacturacion genera con ellas los detalles "D"
      *> que tocan en el periodo, antes de ValidaFacturas, y anota
      *> aqui el ultimo periodo generado para no repetirlo.
       01  Registro-Cargo-Recurrente.
           05 Crr-Llave.
               10 Crr-Cliente-ID      PIC 9(6).
               10 Crr-Concepto        PIC X(10).
           05 Crr-Importe             PIC 9(7)V99.
      *> Moneda del cargo con la misma regla que Fac-Moneda: espacios
      *> o "MXN" es pesos.
           05 Crr-Moneda              PIC X(3).
      *> Cada cuantos meses se cobra, contando desde el mes de inicio.
           05 Crr-Frecuencia          PIC X.
               88 Crr-Mensual VALUE "M".
               88 Crr-Bimestral VALUE "B".
               88 Crr-Trimestral VALUE "T".
               88 Crr-Semestral VALUE "S".
               88 Crr-Anual VALUE "A".
               88 Crr-Frecuencia-Valida
                   VALUE "M" "B" "T" "S" "A".
      *> Vigencia AAAAMMDD; la fecha fin en ceros es cargo sin fin.
           05 Crr-Fecha-Inicio        PIC 9(8).
           05 Crr-Fecha-Fin           PIC 9(8).
      *> Ultimo periodo AAAAMM para el que ya se genero el detalle;
      *> ceros = nunca se ha generado.
           05 Crr-Ultimo-Periodo      PIC 9(6).
