      *> arrancar, llamar EncabezaPagina despues del OPEN y escribir
      *> sus renglones con EscribeLineaReporte, con el renglon ya
      *> armado en Linea-Reporte (su FD debe llamarse asi y medir 80).
      *> El renglon 1 lleva la razon social de la empresa de la
      *> corrida, tomada del catalogo de empresas con
      *> ConsultaEmpresa: el programa que corre por empresa deja su
      *> codigo en Enc-Empresa antes del primer EncabezaPagina;
      *> espacios = la empresa original "01". Sin catalogo (o sin la
      *> empresa en el) sale el nombre de siempre.
       01  Enc-Control-Reporte.
           05 Enc-Nombre-Taller       PIC X(40)
               VALUE "TALLER DE CALCULO Y NOMINA".
           05 Enc-Empresa             PIC X(2) VALUE SPACES.
           05 Enc-Registro-Empresa    PIC X(77) VALUE SPACES.
           05 Enc-Empresa-Hallada     PIC X VALUE "N".
      *> Ancho para un titulo con sufijo de corte (por ejemplo el
      *> departamento completo de 15 en el resumen de nomina).
           05 Enc-Titulo-Reporte      PIC X(40) VALUE SPACES.
           05 Enc-Max-Lineas          PIC 9(3) VALUE 55.

       01  Enc-Linea-1.
           05 Enc-1-Taller            PIC X(40).
           05 FILLER                  PIC X(23) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE "PAGINA ".
           05 Enc-1-Pagina            PIC ZZZ9.

