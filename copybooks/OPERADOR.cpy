           05 Op-Fecha-Password      PIC 9(8).
           05 Op-Intentos-Fallidos   PIC 9.
           05 Op-Bloqueado           PIC X.
      *> Numero de empleado de la persona que usa la credencial, para
      *> las autorizaciones que van por la linea de reporte
      *> (Emp-Supervisor-ID): solo un jefe de la cadena del empleado
      *> aprueba sus vacaciones y sus horas extra. En ceros o espacios
      *> la credencial no autoriza nada por esa via. Agregado al final
      *> del registro para no correr los campos existentes.
           05 Op-Emp-ID              PIC 9(6).
