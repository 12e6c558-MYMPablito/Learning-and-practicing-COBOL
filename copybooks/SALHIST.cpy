      *> Layout del maestro de historia salarial (salario_historia.dat),
      *> indexado por empleado y fecha de efecto. Emp-Salario solo
      *> guarda la cifra vigente y cambios.log no trae el numero de
      *> empleado; aqui queda un renglon por cada alta, aumento,
      *> promocion o transferencia, con el salario anterior y el nuevo,
      *> para contestar cuanto ganaba una persona en una fecha dada
      *> (finiquitos, auditorias, juicios laborales). La secuencia
      *> separa dos movimientos del mismo empleado con la misma fecha
      *> de efecto.
       01  Registro-Salario-Historia.
           05 Sal-Llave.
               10 Sal-Emp-ID          PIC 9(6).
               10 Sal-Fecha-Efecto    PIC 9(8).
               10 Sal-Secuencia       PIC 9(2).
           05 Sal-Salario-Anterior    PIC 9(7)V99.
           05 Sal-Salario-Nuevo       PIC 9(7)V99.
           05 Sal-Motivo              PIC X(12).
               88 Sal-Motivo-Alta VALUE "ALTA".
               88 Sal-Motivo-Reingreso VALUE "REINGRESO".
               88 Sal-Motivo-Aumento VALUE "AUMENTO".
               88 Sal-Motivo-Promocion VALUE "PROMOCION".
               88 Sal-Motivo-Transferencia VALUE "TRANSFERENCIA".
           05 Sal-Departamento        PIC X(15).
           05 Sal-Programa            PIC X(20).
           05 Sal-Fecha-Registro      PIC 9(8).
