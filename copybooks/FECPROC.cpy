      *> Layout del registro de control de la fecha de proceso
      *> (fecha_proceso.dat, un solo renglon) y de su bitacora
      *> (fecha_proceso.log, un renglon por cada cambio). La fecha de
      *> proceso es el dia de negocio que la cadena esta trabajando:
      *> la avanza el supervisor con AvanzaFechaProceso como primer
      *> paso del dia, y los programas de lotes la toman de aqui en
      *> vez del reloj de la maquina, para que una ventana que pasa
      *> de la medianoche, o el cierre de ayer que se repite en la
      *> manana, sigan fechando con el dia que les corresponde.
       01  Registro-Fecha-Proceso.
           05 Fpr-Fecha-Proceso       PIC 9(8).
           05 Fpr-Fecha-Anterior      PIC 9(8).
      *> "A" avance al siguiente dia habil, "F" fecha fijada a mano
      *> (arranque o correccion, a doble firma).
           05 Fpr-Accion              PIC X.
               88 Fpr-Avance VALUE "A".
               88 Fpr-Fijada VALUE "F".
           05 Fpr-Operador            PIC X(6).
           05 Fpr-Autoriza            PIC X(6).
           05 Fpr-Fecha-Hora          PIC X(21).
      *> "S" cuando la ventana nocturna de esta fecha de proceso ya
      *> termino completa; CorridaLotesNocturna no la vuelve a correr
      *> hasta que se avance la fecha.
           05 Fpr-Ventana-Cerrada     PIC X.
               88 Fpr-Ventana-Completa VALUE "S".
