      *> Layout del registro de resultados de llamadas de cobranza
      *> (promesas_pago.dat), indexado por cliente y consecutivo: un
      *> renglon por llamada capturada desde la lista del dia, con su
      *> resultado y, cuando el cliente prometio pagar, el importe y
      *> la fecha prometidos. EvaluaPromesasPago va sumando lo que el
      *> cliente paga y marca la promesa cumplida, parcial o rota;
      *> ListaLlamadasCobranza no vuelve a listar al cliente con
      *> promesa vigente y pone hasta arriba las promesas rotas.
       01  Registro-Promesa.
           05 Pro-Llave.
               10 Pro-Cliente-ID      PIC 9(6).
               10 Pro-Consecutivo     PIC 9(3).
           05 Pro-Fecha-Llamada       PIC 9(8).
           05 Pro-Resultado           PIC X.
               88 Pro-Promesa VALUE "P".
               88 Pro-No-Contesta VALUE "N".
               88 Pro-Se-Niega VALUE "R".
               88 Pro-Tel-Equivocado VALUE "E".
               88 Pro-Dice-Ya-Pago VALUE "D".
               88 Pro-Resultado-Valido VALUE "P" "N" "R" "E" "D".
           05 Pro-Importe-Prometido   PIC 9(7)V99.
           05 Pro-Fecha-Promesa       PIC 9(8).
           05 Pro-Notas               PIC X(40).
      *> Seguimiento de la promesa: espacio en una llamada sin
      *> promesa. Lo pagado se acumula con los pagos aplicados desde
      *> la fecha de la llamada; la fecha de evaluacion es el ultimo
      *> dia que se sumaron, para no sumar dos veces el mismo dia.
           05 Pro-Estado              PIC X.
               88 Pro-Sin-Promesa VALUE SPACE.
               88 Pro-Vigente VALUE "V".
               88 Pro-Cumplida VALUE "C".
               88 Pro-Parcial VALUE "P".
               88 Pro-Rota VALUE "R".
           05 Pro-Importe-Pagado      PIC 9(7)V99.
           05 Pro-Fecha-Evaluacion    PIC 9(8).
