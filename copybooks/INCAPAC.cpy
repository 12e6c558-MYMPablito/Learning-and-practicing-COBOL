      *> Layout del registro de incapacidades medicas
      *> (incapacidades.dat), indexado por el folio del certificado
      *> y con el empleado como llave alterna con duplicados para
      *> buscar las de una persona. Cada certificado cubre Inc-Dias
      *> dias corridos desde Inc-Fecha-Inicio; Inc-Fecha-Fin se
      *> calcula en la captura para que las corridas no tengan que
      *> sumar fechas. ProcesaChecadas toma los dias cubiertos como
      *> faltas justificadas y aplica la regla de descuento del tipo
      *> en vez de la falta ordinaria. La cancelacion no borra el
      *> registro: lo marca, para conservar el rastro.
       01  Registro-Incapacidad.
           05 Inc-Folio               PIC X(10).
           05 Inc-Emp-ID              PIC 9(6).
           05 Inc-Tipo                PIC X.
               88 Inc-Enfermedad-General VALUE "E".
               88 Inc-Riesgo-Trabajo VALUE "R".
               88 Inc-Maternidad VALUE "M".
               88 Inc-Tipo-Valido VALUE "E" "R" "M".
           05 Inc-Fecha-Inicio        PIC 9(8).
           05 Inc-Dias                PIC 9(3).
           05 Inc-Fecha-Fin           PIC 9(8).
           05 Inc-Estado              PIC X.
               88 Inc-Vigente VALUE "A" SPACE.
               88 Inc-Cancelada VALUE "C".
           05 Inc-Operador            PIC X(6).
           05 Inc-Fecha-Captura       PIC 9(8).
