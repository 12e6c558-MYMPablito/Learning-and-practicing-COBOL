      *> Layout del maestro del mayor (mayor.dat), indexado por
      *> cuenta y mes AAAAMM: los cargos y abonos del mes de cada
      *> cuenta contable, que AsientaPolizaMayor acumula al asentar
      *> la poliza del dia. El saldo de una cuenta a un mes es la
      *> suma de cargos menos abonos de los meses anteriores; asi la
      *> balanza de comprobacion sale de una lectura y contabilidad
      *> deja de re-teclear las polizas en una hoja de calculo.
       01  Registro-Mayor.
           05 May-Llave.
               10 May-Cuenta          PIC X(12).
               10 May-Periodo         PIC 9(6).
           05 May-Cargos              PIC 9(13)V99.
           05 May-Abonos              PIC 9(13)V99.
           05 May-Movimientos         PIC 9(7).
           05 May-Fecha-Ult-Asiento   PIC 9(8).
