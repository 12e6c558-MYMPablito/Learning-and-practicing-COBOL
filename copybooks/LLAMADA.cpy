      *> Layout de la lista de llamadas del dia en archivo
      *> (lista_llamadas.dat): el mismo renglon que el reporte impreso
      *> de ListaLlamadasCobranza, en el mismo orden, para que la
      *> captura de resultados recorra la lista sin reteclear
      *> clientes. Cada corrida de la lista lo reescribe completo.
       01  Registro-Llamada.
           05 Lll-Cliente-ID          PIC 9(6).
           05 Lll-Bucket              PIC X(4).
           05 Lll-Saldo               PIC S9(7)V99.
           05 Lll-Nombre              PIC X(20).
           05 Lll-Telefono            PIC X(12).
           05 Lll-Marcas              PIC X(14).
      *> Cobrador asignado al cliente (asignacion_cobranza.dat);
      *> espacios si no hay catalogo de cobradores o ninguno es
      *> elegible. Agregado al final del registro para no correr los
      *> campos existentes.
           05 Lll-Cobrador            PIC X(4).
