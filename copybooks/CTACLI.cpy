      *> Layout del maestro de cuentas bancarias de clientes
      *> (cuentas_banco_clientes.dat), indexado por Bcl-Cliente-ID,
      *> paralelo a cuentas_banco.dat de los empleados. Lleva la
      *> clave del banco y la CLABE de 18 posiciones a la que se
      *> transfiere el reembolso de un saldo a favor del cliente. El
      *> estado marca una cuenta que el banco reboto ("R"), para que
      *> el reembolso no vuelva a salir a ella hasta que se capture
      *> una cuenta buena.
       01  Registro-Cuenta-Cliente.
           05 Bcl-Cliente-ID          PIC 9(6).
           05 Bcl-Banco               PIC X(3).
           05 Bcl-CLABE               PIC X(18).
           05 Bcl-Estado              PIC X.
               88 Bcl-Activa VALUE "A" SPACE.
               88 Bcl-Rebotada VALUE "R".
