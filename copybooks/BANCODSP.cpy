      *> Layout del catalogo de bancos de dispersion
      *> (bancos_dispersion.dat), indexado por la clave de banco de
      *> tres digitos que lleva Ban-Banco en cuentas_banco.dat: un
      *> renglon por banco en el que la empresa tiene cuenta propia,
      *> con la cuenta de cargo en ese banco y el layout en que el
      *> banco recibe su archivo. Los empleados de un banco activo
      *> del catalogo se dispersan en el archivo de ese banco, sin
      *> comision y el mismo dia; los de cualquier otro banco salen
      *> por el archivo interbancario del banco pagador de siempre.
      *> Ese mismo codigo es el sufijo de los archivos del banco:
      *> dispersion_banco_NNN.dat, retorno_banco_NNN.dat y
      *> estado_banco_NNN.dat.
       01  Registro-Banco-Dispersion.
           05 Bdi-Banco               PIC X(3).
           05 Bdi-Nombre              PIC X(20).
      *> Cuenta de cargo de la empresa en ese banco, la que lleva la
      *> cabecera de su archivo.
           05 Bdi-Cuenta-Cargo        PIC X(18).
      *> "E" el layout estandar de 78 posiciones de siempre
      *> (cabecera "1", detalle "2", cierre "3"); "C" el layout
      *> CLABE primero de los bancos que lo piden (cabecera "H",
      *> detalle "D", cierre "T"), del mismo largo.
           05 Bdi-Layout              PIC X.
               88 Bdi-Layout-Estandar VALUE "E" SPACE.
               88 Bdi-Layout-Clabe VALUE "C".
      *> Un banco dado de baja deja de recibir archivo y sus
      *> empleados vuelven al interbancario.
           05 Bdi-Estado              PIC X.
               88 Bdi-Activo VALUE "A" SPACE.
               88 Bdi-Inactivo VALUE "I".
