      *> Layout del archivo de horas extra por autorizar
      *> (horas_extra_pend.dat): ProcesaChecadas deja aqui cada
      *> renglon de tiempo extra ya valuado, con folio consecutivo, en
      *> vez de mandarlo directo a las novedades. Un jefe de la linea
      *> de reporte del empleado lo aprueba o rechaza en
      *> AutorizaHorasExtra; solo al aprobar se escribe la novedad
      *> HRSEXTRA en el archivo del grupo de pago que traia el
      *> empleado al valuarse.
       01  Registro-Horas-Extra.
           05 Hex-Folio               PIC 9(6).
           05 Hex-Emp-ID              PIC 9(6).
           05 Hex-Fecha               PIC 9(8).
           05 Hex-Minutos             PIC 9(4).
           05 Hex-Importe             PIC 9(7)V99.
           05 Hex-Grupo-Pago          PIC X.
           05 Hex-Estado              PIC X.
               88 Hex-Pendiente VALUE "P".
               88 Hex-Aprobada VALUE "A".
               88 Hex-Rechazada VALUE "R".
           05 Hex-Operador            PIC X(6).
           05 Hex-Fecha-Hora          PIC X(21).
