      *> Campos de trabajo para validar RFC y CURP con el subprograma
      *> ValidaClaveFiscal, para COPY en la WORKING-STORAGE SECTION de
      *> los programas que capturan o revisan las claves. El programa
      *> deja el tipo, la clave, el nombre y la fecha de nacimiento
      *> (o la edad con la fecha en que se capturo, para clientes) en
      *> estos campos, llama al subprograma con ellos y lee el
      *> resultado y su motivo. La clave regresa en mayusculas y
      *> cargada a la izquierda, lista para guardarse.
       01  Clf-Parametros.
      *> "R" RFC de persona fisica, "M" RFC de persona moral (12
      *> posiciones, para clientes que son empresas), "C" CURP.
           05 Clf-Tipo                PIC X(01) VALUE SPACE.
               88 Clf-Es-RFC VALUE "R".
               88 Clf-Es-RFC-Moral VALUE "M".
               88 Clf-Es-CURP VALUE "C".
           05 Clf-Clave               PIC X(18) VALUE SPACES.
           05 Clf-Nombre              PIC X(15) VALUE SPACES.
           05 Clf-Primer-Apellido     PIC X(30) VALUE SPACES.
           05 Clf-Segundo-Apellido    PIC X(30) VALUE SPACES.
      *> Fecha de nacimiento AAAAMMDD; en ceros cuando no se conoce y
      *> entonces se compara la edad a la fecha de referencia.
           05 Clf-Fecha-Nacimiento    PIC 9(08) VALUE ZEROS.
           05 Clf-Edad                PIC 9(03) VALUE ZEROS.
           05 Clf-Fecha-Referencia    PIC 9(08) VALUE ZEROS.
           05 Clf-Resultado           PIC X(01) VALUE SPACE.
               88 Clf-Valida VALUE "S".
               88 Clf-En-Blanco VALUE "B".
               88 Clf-Estructura-Mala VALUE "E".
               88 Clf-Digito-Malo VALUE "D".
               88 Clf-No-Casa-Nombre VALUE "N".
               88 Clf-No-Casa-Fecha VALUE "F".
               88 Clf-Rechazada VALUE "E" "D" "N" "F".
           05 Clf-Motivo              PIC X(30) VALUE SPACES.
