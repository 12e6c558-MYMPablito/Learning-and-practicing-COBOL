      *> eventos de una sola firma. Agregado al final del registro
      *> para no correr los campos existentes.
           05 Per-Autoriza            PIC X(6).
      *> Grupo de pago del periodo ("Q" quincenal, "S" semanal): la
      *> semana 05 y la quincena 05 son periodos distintos. Los
      *> renglones anteriores al campo traen espacio y son de la
      *> quincena. Agregado al final del registro para no correr los
      *> campos existentes.
           05 Per-Grupo               PIC X.
      *> Empresa del periodo: la quincena 05 de cada empresa se abre
      *> y se cierra por separado. Los renglones anteriores al campo
      *> traen espacios y son de la empresa original "01". Agregado
      *> al final del registro para no correr los campos existentes.
           05 Per-Empresa             PIC X(2).
