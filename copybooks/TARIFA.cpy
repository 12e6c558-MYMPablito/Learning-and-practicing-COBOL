           05 Tar-Nivel               PIC X.
           05 Tar-Tasa                PIC V9(4).
           05 Tar-Fecha-Vigencia      PIC 9(8).
      *> Metodo de calculo del interes para el nivel: "S" (o espacio,
      *> en los renglones de antes) sobre el saldo al corte, "P"
      *> sobre el saldo promedio diario del periodo, que cobra menos
      *> al cliente que paga temprano. Agregado al final del registro
      *> para no correr los campos existentes.
           05 Tar-Metodo              PIC X.
               88 Tar-Saldo-Al-Corte VALUE "S" SPACE.
               88 Tar-Saldo-Promedio VALUE "P".
