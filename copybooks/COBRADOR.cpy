      *> Layout del catalogo de cobradores (cobradores.dat): quien
      *> responde por cada cliente vencido y con que reglas se le
      *> reparte la cartera. El bucket y el rango de codigos postales
      *> (contra Cont-CP del cliente) acotan que clientes puede
      *> recibir; en espacios no acotan. ListaLlamadasCobranza asigna
      *> a cada vencido el cobrador elegible mas especifico y, entre
      *> iguales, el menos cargado. La comision sobre lo recuperado
      *> es una tasa para la cartera normal y otra, mayor, para lo
      *> que se recupera de la cartera castigada. Un cobrador dado de
      *> baja no se borra: se marca, para que sus comisiones y sus
      *> asignaciones anteriores sigan teniendo nombre.
       01  Registro-Cobrador.
           05 Cob-ID                  PIC X(4).
           05 Cob-Nombre              PIC X(30).
           05 Cob-Estado              PIC X.
               88 Cob-Activo VALUE "A" SPACE.
               88 Cob-Baja VALUE "B".
      *> Bucket de la lista de llamadas que atiende ("ROTA", "90+ ",
      *> "60  "); espacios = cualquiera.
           05 Cob-Bucket              PIC X(4).
      *> Zona postal que atiende; espacios = cualquiera.
           05 Cob-CP-Desde            PIC X(5).
           05 Cob-CP-Hasta            PIC X(5).
      *> Tope de clientes asignados; ceros = sin tope.
           05 Cob-Max-Clientes        PIC 9(4).
           05 Cob-Pct-Comision        PIC V9(4).
           05 Cob-Pct-Castigada       PIC V9(4).
