      *> Layout del catalogo de turnos (turnos.dat), indexado por la
      *> clave del turno. Horas de entrada y salida en HHMM, igual
      *> que el reloj; si la salida es menor que la entrada el turno
      *> cruza la medianoche (turno nocturno) y la salida cae al dia
      *> siguiente. Tur-Dia-Laboral marca con "S" los dias que el
      *> turno trabaja, de lunes (1) a domingo (7); un dia en "N" es
      *> descanso y ahi no hay falta, y lo trabajado se paga como
      *> extra. Tur-Tolerancia son los minutos de gracia antes de
      *> contar un retardo.
       01  Registro-Turno.
           05 Tur-Clave               PIC X(4).
           05 Tur-Descripcion         PIC X(20).
           05 Tur-Hora-Entrada.
               10 Tur-Ent-Hora        PIC 9(2).
               10 Tur-Ent-Minuto      PIC 9(2).
           05 Tur-Hora-Salida.
               10 Tur-Sal-Hora        PIC 9(2).
               10 Tur-Sal-Minuto      PIC 9(2).
           05 Tur-Dias-Semana.
               10 Tur-Dia-Laboral     PIC X OCCURS 7 TIMES.
           05 Tur-Tolerancia          PIC 9(2).
