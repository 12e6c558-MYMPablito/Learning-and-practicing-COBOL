      *> Layout de la asignacion de turno por empleado
      *> (turnos_asignacion.dat), indexado por empleado y fecha de
      *> efecto. El turno vigente de un empleado en un dia es el de
      *> la asignacion con la fecha de efecto mas reciente que no
      *> pase de ese dia; un cambio de turno es un renglon nuevo, asi
      *> las checadas viejas se siguen valuando contra el turno que
      *> tenian entonces.
       01  Registro-Asignacion-Turno.
           05 Asg-Llave.
               10 Asg-Emp-ID          PIC 9(6).
               10 Asg-Fecha-Efecto    PIC 9(8).
           05 Asg-Tur-Clave           PIC X(4).
           05 Asg-Operador            PIC X(6).
           05 Asg-Fecha-Captura       PIC 9(8).
