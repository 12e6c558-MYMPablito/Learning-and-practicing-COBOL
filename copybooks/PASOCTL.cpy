           05 Pct-Programa            PIC X(30).
           05 Pct-Umbral              PIC 9(2).
           05 Pct-Omitir-Si-Falla     PIC X.
      *> Nivel de servicio del paso: minutos que normalmente tarda y
      *> hora limite (HHMM) a la que debe haber terminado, como la
      *> hora de corte de la transmision al banco. Cero en cualquiera
      *> de los dos = sin esa vigilancia. Una hora limite menor que
      *> la hora de arranque de la ventana se entiende del dia
      *> siguiente. Agregado al final del registro para no correr los
      *> campos existentes.
           05 Pct-Minutos-Esperados   PIC 9(4).
           05 Pct-Hora-Limite         PIC 9(4).
