      *> Layout de la bitacora de cierres anuales (cierre_anual.dat):
      *> un renglon por anio cerrado, con el supervisor que lo pidio,
      *> el segundo operador que lo autorizo, cuando, y lo que el
      *> cierre archivo y reinicio. CierreAnual lo escribe al final,
      *> cuando todo lo demas ya quedo hecho, y se niega a correr
      *> para un anio que ya tiene renglon aqui.
       01  Registro-Cierre-Anual.
           05 Can-Anio                PIC 9(4).
           05 Can-Operador            PIC X(6).
           05 Can-Autoriza            PIC X(6).
           05 Can-Fecha-Hora          PIC X(21).
           05 Can-Acumulados          PIC 9(6).
           05 Can-Renglones           PIC 9(7).
