           05 Cor-Rechazados          PIC 9(7).
           05 Cor-Estado              PIC X(8).
           05 Cor-Fecha-Hora          PIC X(21).
      *> Renglon de tiempos de un paso de la ventana nocturna, que
      *> escribe CorridaLotesNocturna al terminar cada paso que
      *> lanzo: nombre del paso como esta en pasos_nocturnos.dat,
      *> hora de inicio y segundos transcurridos; la hora de fin es
      *> Cor-Fecha-Hora. Los renglones de RegistraCorrida llevan el
      *> tipo en espacio. Agregado al final del registro para no
      *> correr los campos existentes.
           05 Cor-Tipo-Renglon        PIC X.
               88 Cor-Es-Paso VALUE "P".
           05 Cor-Paso                PIC X(30).
           05 Cor-Inicio              PIC X(21).
           05 Cor-Segundos            PIC 9(7).
