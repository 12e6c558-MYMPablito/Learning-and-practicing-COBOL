           05 Ban-Estado              PIC X.
               88 Ban-Activa VALUE "A" SPACE.
               88 Ban-Rebotada VALUE "R".
      *> Cuenta dada de baja: el registro se conserva para que una
      *> cuenta nueva del mismo empleado pase por el cambio de cuenta
      *> con su espera, y la dispersion la manda a excepciones.
               88 Ban-De-Baja VALUE "B".
      *> Cambio de cuenta en espera: la CLABE nueva se captura aparte
      *> y la dispersion sigue pagando a la de arriba hasta que un
      *> segundo operador confirma el cambio, el empleado lo acusa y
      *> empieza una quincena posterior a la confirmacion
      *> (Ban-Cambio-Vigencia); entonces la dispersion la pasa a
      *> Ban-CLABE y guarda la anterior. Ban-Dispersada en "N" marca
      *> una cuenta nueva o cambiada que todavia no sale en ninguna
      *> dispersion, para senalarla en la siguiente corrida; en
      *> espacios (registros capturados antes de estos campos) no se
      *> senala. Agregados al final del registro para no correr los
      *> campos existentes.
           05 Ban-Cambio-Estado       PIC X.
               88 Ban-Sin-Cambio VALUE SPACE.
               88 Ban-Cambio-Capturado VALUE "P".
               88 Ban-Cambio-Confirmado VALUE "C".
           05 Ban-Nuevo-Banco         PIC X(3).
           05 Ban-Nueva-CLABE         PIC X(18).
           05 Ban-Cambio-Capturo      PIC X(6).
           05 Ban-Cambio-Fecha        PIC 9(8).
      *> Acuse del empleado: con su propia credencial ("C", la
      *> referencia es su Op-ID) o con el formato firmado ("F", la
      *> referencia es el folio del formato).
           05 Ban-Acuse-Medio         PIC X.
               88 Ban-Con-Acuse VALUE "C" "F".
           05 Ban-Acuse-Referencia    PIC X(10).
           05 Ban-Cambio-Confirmo     PIC X(6).
           05 Ban-Cambio-Vigencia     PIC 9(8).
           05 Ban-CLABE-Anterior      PIC X(18).
           05 Ban-Fecha-Aplicacion    PIC 9(8).
           05 Ban-Dispersada          PIC X.
               88 Ban-Cuenta-Cambiada VALUE "N".
