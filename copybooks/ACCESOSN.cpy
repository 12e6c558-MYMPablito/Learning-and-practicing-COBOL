      *> Layout de la bitacora de accesos a datos sensibles
      *> (accesos_sensibles.log): un renglon por cada campo del
      *> catalogo de campos sensibles que un operador vio completo,
      *> con el programa, la llave del registro y la fecha y hora,
      *> para la revision del supervisor con RevisaAccesosSensibles.
       01  Registro-Acceso-Sensible.
           05 Acs-Operador            PIC X(6).
           05 Acs-Programa            PIC X(20).
           05 Acs-Campo               PIC X(20).
           05 Acs-Llave               PIC X(20).
           05 Acs-Fecha-Hora          PIC X(21).
