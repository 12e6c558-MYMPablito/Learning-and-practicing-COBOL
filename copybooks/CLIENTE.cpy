      *> Agregado al final del registro para no correr los campos
      *> existentes.
           05 Cli-Limite-Credito     PIC 9(7)V99.
      *> Empresa (razon social) que factura al cliente, contra el
      *> catalogo empresas.dat: la facturacion y la poliza corren por
      *> empresa. Los registros capturados antes de este campo traen
      *> espacios y cuentan como de la empresa original "01".
      *> Agregado al final del registro para no correr los campos
      *> existentes.
           05 Cli-Empresa            PIC X(2).
      *> Claves fiscales del cliente: RFC y CURP, validados con
      *> ValidaClaveFiscal en la captura contra el nombre y la edad
      *> capturada. Los registros capturados antes de estos campos
      *> traen espacios y los lista ReporteClavesFiscales para
      *> recabarlos. Agregados al final del registro para no correr
      *> los campos existentes.
           05 Cli-RFC                 PIC X(13).
           05 Cli-CURP                PIC X(18).
