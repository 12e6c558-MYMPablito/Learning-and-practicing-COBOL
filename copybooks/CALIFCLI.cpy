      *> Layout de las propuestas de la calificacion mensual de
      *> clientes (calificacion_propuestas.dat): un renglon por
      *> cliente cuyo comportamiento de pago amerita cambiarle el
      *> nivel de tarifa o el limite de credito. CalificaClientes las
      *> deja pendientes con los valores vigentes al proponer;
      *> AutorizaCalificacion las aprueba o rechaza una por una con
      *> el supervisor y solo entonces toca clientes.dat. Cada
      *> corrida mensual reescribe el archivo: una propuesta que no
      *> se resolvio en su mes la sustituye la del mes siguiente.
       01  Registro-Calificacion.
           05 Cal-Cliente-ID          PIC 9(6).
           05 Cal-Periodo             PIC 9(6).
      *> Lo que sostiene la calificacion: dias promedio que el
      *> cliente tarda en pagar sus estados, cartas de cobranza,
      *> convenio roto y pagos devueltos en la ventana revisada.
           05 Cal-Dias-Promedio       PIC 9(4).
           05 Cal-Estados-Contados    PIC 9(3).
           05 Cal-Cartas              PIC 9(3).
           05 Cal-Convenio-Roto       PIC X.
           05 Cal-Devoluciones        PIC 9(3).
           05 Cal-Puntaje             PIC 9(3).
           05 Cal-Banda               PIC X.
      *> Valores del maestro al proponer y los propuestos; si el
      *> maestro cambio entre la propuesta y la autorizacion, la
      *> propuesta ya no aplica.
           05 Cal-Nivel-Actual        PIC X.
           05 Cal-Nivel-Propuesto     PIC X.
           05 Cal-Limite-Actual       PIC 9(7)V99.
           05 Cal-Limite-Propuesto    PIC 9(7)V99.
           05 Cal-Estado              PIC X.
               88 Cal-Pendiente VALUE "P".
               88 Cal-Aprobada VALUE "A".
               88 Cal-Rechazada VALUE "R".
               88 Cal-Obsoleta VALUE "O".
           05 Cal-Supervisor          PIC X(6).
           05 Cal-Fecha-Resolucion    PIC 9(8).
