      *> Layout de los movimientos asentados en el mayor
      *> (mayor_movimientos.dat): el renglon de la poliza tal como
      *> llego, mas el archivo de poliza de donde salio y la fecha en
      *> que se asento. Se acumula en cada asiento; de aqui sale el
      *> auxiliar de una cuenta por rango de fechas, y el nombre y la
      *> fecha de la poliza evitan asentarla dos veces.
       01  Registro-Mov-Mayor.
           05 Mvm-Fecha               PIC 9(8).
           05 Mvm-Concepto            PIC X(16).
           05 Mvm-Cuenta              PIC X(12).
           05 Mvm-Cargo               PIC 9(11)V99.
           05 Mvm-Abono               PIC 9(11)V99.
           05 Mvm-Poliza              PIC X(40).
           05 Mvm-Fecha-Asiento       PIC 9(8).
