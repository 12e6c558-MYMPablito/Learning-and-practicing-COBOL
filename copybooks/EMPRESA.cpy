      *> Layout del catalogo de empresas (empresas.dat): una por
      *> razon social para la que el taller corre nomina y
      *> facturacion con los mismos archivos. Cia-Codigo es el codigo
      *> que llevan Emp-Empresa y Cli-Empresa. La empresa "01" es la
      *> original: los empleados y clientes capturados antes del
      *> codigo traen espacios y cuentan como suyos, y sus corridas
      *> conservan los nombres de archivo de siempre; las corridas de
      *> las demas llevan el codigo como sufijo (nomina_02,
      *> poliza_02.dat) para no encimarse.
       01  Registro-Empresa.
           05 Cia-Codigo              PIC X(2).
      *> Razon social, la que imprime el encabezado de los reportes.
           05 Cia-Nombre              PIC X(40).
           05 Cia-RFC                 PIC X(13).
      *> Cuenta de cargo de la empresa en el banco, la que lleva la
      *> cabecera de su dispersion de nomina.
           05 Cia-Cuenta-Cargo        PIC X(18).
      *> Prefijo que antecede a las cuentas del mapa contable en la
      *> poliza de la empresa; espacios = las cuentas tal cual.
           05 Cia-Prefijo-Contable    PIC X(4).
      *> Registro patronal ante el IMSS, el que identifica a la
      *> empresa en sus avisos de afiliacion. Agregado al final del
      *> registro para no correr los campos existentes.
           05 Cia-Registro-Patronal   PIC X(11).
