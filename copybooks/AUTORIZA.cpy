      *> Layout de la bitacora de autorizaciones (autorizaciones.log):
      *> un renglon por cada firma de supervisor que un programa pide
      *> y que no queda en un archivo propio del tramite (las notas
      *> de credito del pre-edit, las corridas de alto riesgo). Lleva
      *> el programa, la operacion autorizada, el operador que la
      *> inicio (espacios si el programa no lo pide), el que autorizo,
      *> una referencia libre del tramite y cuando. Lo escribe el
      *> subprograma RegistraAutorizacion y lo lee el reporte de
      *> segregacion de funciones junto con las demas bitacoras de
      *> doble firma.
       01  Registro-Autorizacion.
           05 Aut-Programa            PIC X(20).
           05 Aut-Operacion           PIC X(20).
           05 Aut-Operador            PIC X(6).
           05 Aut-Autoriza            PIC X(6).
           05 Aut-Referencia          PIC X(20).
           05 Aut-Fecha-Hora          PIC X(21).
