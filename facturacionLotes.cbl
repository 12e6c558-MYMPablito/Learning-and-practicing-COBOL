               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Tarifas.

      *> Historia acumulada de pagos aplicados, con la fecha de cada
      *> pago: de aqui sale el saldo dia por dia del periodo para los
      *> niveles que cobran interes sobre saldo promedio diario.
      *> pagos_aplicados.dat solo trae la ultima corrida de
      *> AplicaPagos; la historia trae los mismos renglones de todo
      *> el periodo.
               SELECT OPTIONAL ArchivoPagosHist
               ASSIGN TO "pagos_historia.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Pagos-Hist.

      *> Registro de clientes indexado, para resolver el nivel de
      *> tarifa de cada cliente con lectura directa al cierre, sin
      *> recorrer todo el archivo por corrida.
      *> Resumen de ingreso por concepto de cargo de la corrida,
      *> posible ahora que los conceptos estan en catalogo.
               SELECT ArchivoIngresos
               ASSIGN TO DYNAMIC WS-Nombre-Ingresos
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Ingresos.

               RECORD KEY IS Cvn-Cliente-ID
               FILE STATUS IS WS-Estado-Convenios.

      *> Aclaraciones abiertas: el importe que el cliente disputa no
      *> genera interes mientras la aclaracion no se resuelva.
               SELECT OPTIONAL ARCHIVO-ACLARACIONES
               ASSIGN TO "aclaraciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Acl-Llave
               FILE STATUS IS WS-Estado-Aclaraciones.

      *> Catalogo de conceptos, por el tratamiento de IVA de cada
      *> linea; un concepto fuera del catalogo (o sin catalogo) no
      *> traslada impuesto.
               SELECT OPTIONAL ARCHIVO-CONCEPTOS
               ASSIGN TO "conceptos_cargo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Cnc-Codigo
               FILE STATUS IS WS-Estado-Conceptos.

      *> Libro de IVA: lo trasladado por cliente y tratamiento en
      *> cada corrida real, para el reporte mensual de IVA.
               SELECT OPTIONAL ArchivoMovIVA
               ASSIGN TO "iva_movimientos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Mov-IVA.

      *> IVA pendiente de cobro por cliente: crece con lo trasladado
      *> aqui y baja con lo que AplicaPagos cobra.
               SELECT ARCHIVO-IVA-PENDIENTE
               ASSIGN TO "iva_pendiente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Ivp-Cliente-ID
               FILE STATUS IS WS-Estado-IVA-Pendiente.

      *> Folios fiscales: el ultimo consumido de cada serie y el
      *> registro de cada folio emitido, para probar ante auditoria
      *> que no falta ni se repite ninguno.
               SELECT ARCHIVO-SERIES
               ASSIGN TO "folio_series.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Fse-Serie
               FILE STATUS IS WS-Estado-Series.

               SELECT ARCHIVO-FOLIOS
               ASSIGN TO "folio_facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Fol-Llave
               FILE STATUS IS WS-Estado-Folios.

      *> Punto de reanudacion de la corrida real: el checkpoint de
      *> un solo registro y el avance cliente por cliente desde el
      *> ultimo checkpoint (ver CHKFACT.cpy y AVAFACT.cpy).
               SELECT OPTIONAL ArchivoCheckpoint
               ASSIGN TO DYNAMIC WS-Nombre-Checkpoint
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Checkpoint.

               SELECT OPTIONAL ArchivoAvance
               ASSIGN TO DYNAMIC WS-Nombre-Avance
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Avance.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FACTURAS
           LABEL RECORD IS STANDARD.
           COPY TARIFA.

       FD  ArchivoPagosHist
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.
           LABEL RECORD IS STANDARD.
       01  Linea-Ingresos PIC X(70).

       FD  ARCHIVO-ACLARACIONES
           LABEL RECORD IS STANDARD.
           COPY ACLARA.

       FD  ARCHIVO-CONCEPTOS
           LABEL RECORD IS STANDARD.
           COPY CONCEPTO.

       FD  ArchivoMovIVA
           LABEL RECORD IS STANDARD.
           COPY IVAMOV.

       FD  ARCHIVO-IVA-PENDIENTE
           LABEL RECORD IS STANDARD.
           COPY IVAPEND.

       FD  ARCHIVO-SERIES
           LABEL RECORD IS STANDARD.
           COPY FOLSERIE.

       FD  ARCHIVO-FOLIOS
           LABEL RECORD IS STANDARD.
           COPY FOLIO.

       FD  ArchivoCheckpoint
           LABEL RECORD IS STANDARD.
           COPY CHKFACT.

       FD  ArchivoAvance
           LABEL RECORD IS STANDARD.
       01  Linea-Avance PIC X(165).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Facturas PIC XX VALUE SPACES.
       01 WS-Estado-Estado-Cuenta PIC XX VALUE SPACES.
       01 WS-Modo-Generacion PIC X VALUE "N".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.

      *> Empresa de la corrida: solo se facturan sus clientes (los
      *> que no tienen empresa capturada son de la original "01").
      *> Las demas empresas dejan su estado de cuenta y su resumen de
      *> ingresos con el codigo como sufijo, para no encimarse con la
      *> corrida de la original.
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Cliente-Ajeno PIC X VALUE "N".
           88 Cliente-Ajeno VALUE "S".
       01 WS-Clientes-Otra-Empresa PIC 9(5) VALUE ZEROS.
       01 WS-Nombre-Ingresos PIC X(40)
           VALUE "ingresos_conceptos.rpt".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Nombre-Sin-Extension PIC X(40) VALUE SPACES.
       01 WS-Extension-Archivo PIC X(10) VALUE SPACES.

      *> Modo de la corrida, con la misma idea de propuesta/aplicar
      *> de AjusteSalarial: en simulacion el estado de cuenta que
      *> saldria se escribe a un archivo aparte y ni el maestro de
               10 WS-Tar-Nivel        PIC X.
               10 WS-Tar-Tasa         PIC V9(4).
               10 WS-Tar-Vigencia     PIC 9(8).
               10 WS-Tar-Metodo       PIC X.
       01 WS-Indice-Tar PIC 99 VALUE ZEROS.
       01 WS-Tarifa-Hallada PIC X VALUE "N".
           88 Tarifa-Hallada VALUE "S".
      *> Tasa elegida para el cliente en curso.
       01 WS-Tasa-Cliente PIC V9(4) VALUE ZEROS.
       01 WS-Nivel-Cliente-Actual PIC X VALUE SPACE.
       01 WS-Metodo-Cliente PIC X VALUE "S".
           88 Metodo-Saldo-Promedio VALUE "P".

      *> Saldo promedio diario: el periodo son los dias corridos
      *> hasta la fecha de la corrida. Los pagos aplicados dentro del
      *> periodo se cargan al arrancar, solo si algun nivel vigente
      *> usa el metodo; el saldo del maestro ya los tiene restados,
      *> asi que cada pago cuenta como saldo del inicio del periodo
      *> al dia en que se pago.
       01 WS-Dias-Periodo PIC 9(3) VALUE 30.
       01 WS-Fecha-Inicio-Periodo PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Inicio-Cliente PIC 9(8) VALUE ZEROS.
       01 WS-Hay-Saldo-Promedio PIC X VALUE "N".
           88 Hay-Saldo-Promedio VALUE "S".
       01 WS-Estado-Pagos-Hist PIC XX VALUE SPACES.
           88 Pagos-Hist-No-Existe VALUE "05" "35".
       01 WS-Fin-Pagos-Hist PIC X VALUE "N".
           88 Fin-Pagos-Hist VALUE "S".
       01 WS-Cantidad-Pagos-Periodo PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Pagos-Periodo.
           05 WS-Pago-Periodo OCCURS 3000 TIMES.
               10 WS-Ppe-Cliente-ID   PIC 9(6).
               10 WS-Ppe-Fecha        PIC 9(8).
               10 WS-Ppe-Importe      PIC 9(7)V99.
       01 WS-Indice-Ppe PIC 9(4) VALUE ZEROS.
       01 WS-Pagos-Periodo-Omitidos PIC 9(5) VALUE ZEROS.
       01 WS-Pagos-Del-Cliente PIC 9(4) VALUE ZEROS.
       01 WS-Dias-Promedio PIC 9(3) VALUE ZEROS.
       01 WS-Dias-Pago PIC 9(3) VALUE ZEROS.
       01 WS-Saldo-Por-Dias PIC S9(11)V99 VALUE ZEROS.
       01 WS-Saldo-Promedio PIC S9(7)V99 VALUE ZEROS.
       01 WS-Clientes-Saldo-Promedio PIC 9(5) VALUE ZEROS.

      *> Convenios activos cargados al arrancar: el saldo en plan de
      *> cada cliente se excluye de la base del interes moratorio
       01 WS-Base-Interes PIC S9(7)V99 VALUE ZEROS.
       01 WS-Clientes-Con-Convenio PIC 9(5) VALUE ZEROS.

      *> Importe en aclaracion abierta por cliente, cargado al
      *> arrancar: sale de la base del interes igual que el saldo en
      *> plan de un convenio. Varias aclaraciones abiertas de un
      *> cliente se suman en un solo renglon.
       01 WS-Estado-Aclaraciones PIC XX VALUE SPACES.
           88 Aclaraciones-No-Existe VALUE "05" "35".
       01 WS-Fin-Aclaraciones PIC X VALUE "N".
           88 Fin-Aclaraciones VALUE "S".
       01 WS-Cantidad-Aclaraciones PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Aclaraciones.
           05 WS-Aclaracion OCCURS 500 TIMES.
               10 WS-Acl-Cliente-ID   PIC 9(6).
               10 WS-Acl-Importe      PIC 9(7)V99.
       01 WS-Indice-Acl PIC 9(3) VALUE ZEROS.
       01 WS-Aclaraciones-Omitidas PIC 9(5) VALUE ZEROS.
       01 WS-Clientes-En-Aclaracion PIC 9(5) VALUE ZEROS.

      *> Tipos de cambio vigentes por moneda a la fecha de la
      *> corrida, cargados como las tarifas: por moneda queda el
      *> renglon de fecha mas reciente ya alcanzada.
           88 Ing-Hallado VALUE "S".
       01 WS-Importe-En-Pesos PIC S9(9)V99 VALUE ZEROS.

      *> Tratamiento de IVA por concepto, cargado del catalogo al
      *> arrancar.
       01 WS-Estado-Conceptos PIC XX VALUE SPACES.
           88 Conceptos-No-Existe VALUE "05" "35".
       01 WS-Fin-Conceptos PIC X VALUE "N".
           88 Fin-Conceptos VALUE "S".
       01 WS-Cantidad-Conceptos PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Conceptos.
           05 WS-Concepto OCCURS 100 TIMES.
               10 WS-Cnc-Codigo       PIC X(10).
               10 WS-Cnc-Tipo-IVA     PIC X.
               10 WS-Cnc-Tasa-IVA     PIC 9(2)V99.
       01 WS-Indice-Cnc PIC 9(3) VALUE ZEROS.
       01 WS-Concepto-Hallado PIC X VALUE "N".
           88 Concepto-Hallado VALUE "S".

      *> IVA del cliente en curso, con su desglose por tratamiento y
      *> tasa para el libro de IVA, y el total trasladado de la
      *> corrida.
       01 WS-Estado-Mov-IVA PIC XX VALUE SPACES.
       01 WS-Estado-IVA-Pendiente PIC XX VALUE SPACES.
           88 IVA-Pendiente-No-Existe VALUE "05" "35".
       01 WS-Tipo-IVA-Linea PIC X VALUE SPACE.
       01 WS-Tasa-IVA-Linea PIC 9(2)V99 VALUE ZEROS.
       01 WS-IVA-Linea PIC S9(9)V99 VALUE ZEROS.
       01 WS-IVA-Cliente PIC S9(9)V99 VALUE ZEROS.
       01 WS-Total-IVA PIC S9(11)V99 VALUE ZEROS.
       01 WS-Cantidad-Tramos-IVA PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Tramos-IVA.
           05 WS-Tramo-IVA OCCURS 10 TIMES.
               10 WS-Tra-Tipo         PIC X.
               10 WS-Tra-Tasa         PIC 9(2)V99.
               10 WS-Tra-Base         PIC S9(9)V99.
               10 WS-Tra-Impuesto     PIC S9(9)V99.
       01 WS-Indice-Tra PIC 9(2) VALUE ZEROS.
       01 WS-Tramo-Hallado PIC X VALUE "N".
           88 Tramo-Hallado VALUE "S".

      *> Partidas abiertas del cliente en curso: un cargo por cada
      *> linea con su IVA, y el total de notas de credito que se
      *> abona a sus partidas al cierre. Mas de 50 lineas en un
      *> periodo se juntan en la ultima partida.
       01 WS-Fecha-Saldo-Anterior PIC 9(8) VALUE ZEROS.
       01 WS-Cantidad-Partidas PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Partidas.
           05 WS-Partida OCCURS 50 TIMES.
               10 WS-Par-Concepto     PIC X(10).
               10 WS-Par-Importe      PIC S9(7)V99.
       01 WS-Indice-Par PIC 9(2) VALUE ZEROS.
       01 WS-Importe-Partida PIC S9(9)V99 VALUE ZEROS.
       01 WS-Abonos-Partidas PIC S9(7)V99 VALUE ZEROS.
       01 WS-Pta-Funcion PIC X VALUE SPACE.
       01 WS-Pta-Cliente PIC 9(6) VALUE ZEROS.
       01 WS-Pta-Destino PIC 9(6) VALUE ZEROS.
       01 WS-Pta-Fecha PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Concepto PIC X(10) VALUE SPACES.
       01 WS-Pta-Periodo PIC X(6) VALUE SPACES.
       01 WS-Pta-Importe PIC 9(7)V99 VALUE ZEROS.
       01 WS-Pta-Vencimiento PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Aplicado PIC 9(7)V99 VALUE ZEROS.

      *> Serie de folios de la corrida: por omision una por empresa
      *> ("F" mas su codigo); una sucursal que lleve serie propia la
      *> captura al arrancar. Solo la corrida real consume folios.
       01 WS-Estado-Series PIC XX VALUE SPACES.
           88 Series-No-Existe VALUE "05" "35".
       01 WS-Estado-Folios PIC XX VALUE SPACES.
           88 Folios-No-Existe VALUE "05" "35".
       01 WS-Serie-Corrida PIC X(4) VALUE SPACES.
       01 WS-Folio-Grabado PIC X VALUE "N".
           88 Folio-Grabado VALUE "S".
       01 WS-Primer-Folio PIC 9(9) VALUE ZEROS.
       01 WS-Ultimo-Folio PIC 9(9) VALUE ZEROS.
       01 WS-Total-Folios PIC 9(6) VALUE ZEROS.
       01 WS-Folios-Ocupados PIC 9(5) VALUE ZEROS.

       01 WS-Linea-Ing-Detalle.
           05 WS-Ing-Det-Codigo PIC X(10).
           05 FILLER PIC X(3) VALUE " $ ".
           05 WS-Ing-Det-Importe PIC Z(10)9,99-.

      *> Reanudacion de la corrida real. Cada cliente cerrado deja su
      *> renglon en el avance, y cada WS-Intervalo-Checkpoint clientes
      *> el checkpoint junta todo en un registro y vacia el avance.
      *> Si la corrida se cae, la misma corrida del mismo dia de
      *> proceso se lanza otra vez y continua despues del ultimo
      *> cliente registrado: las facturas ya aplicadas se leen sin
      *> aplicarse, los totales se toman del checkpoint y del avance
      *> y el estado de cuenta se sigue escribiendo en la misma
      *> generacion. Al terminar bien los dos archivos quedan vacios.
       01 WS-Nombre-Checkpoint PIC X(40)
           VALUE "facturacion_checkpoint.dat".
       01 WS-Nombre-Avance PIC X(40)
           VALUE "facturacion_avance.dat".
       01 WS-Estado-Checkpoint PIC XX VALUE SPACES.
           88 Checkpoint-No-Existe VALUE "05" "35".
       01 WS-Estado-Avance PIC XX VALUE SPACES.
           88 Avance-No-Existe VALUE "05" "35".
       01 WS-Fin-Avance PIC X VALUE "N".
           88 Fin-Avance VALUE "S".
       01 WS-Intervalo-Checkpoint PIC 9(4) VALUE 100.
       01 WS-Clientes-Sin-Checkpoint PIC 9(4) VALUE ZEROS.
       01 WS-Reanudando PIC X VALUE "N".
           88 Reanudando VALUE "S".
           88 Checkpoint-Otro-Dia VALUE "O".
       01 WS-Rea-Fecha PIC 9(8) VALUE ZEROS.
      *> Frontera del ultimo cliente registrado: registros de
      *> facturas_validas.dat ya aplicados y el cliente que cerro ahi.
       01 WS-Rea-Posicion PIC 9(7) VALUE ZEROS.
       01 WS-Rea-Cliente PIC 9(6) VALUE ZEROS.
       01 WS-Rea-Saltados PIC 9(7) VALUE ZEROS.
       01 WS-Rea-Ultima-Cabecera PIC 9(6) VALUE ZEROS.
       01 WS-Rea-Clientes-Avance PIC 9(5) VALUE ZEROS.
      *> Conceptos de ingreso que movio el cliente en curso, por su
      *> posicion en la tabla, para dejarlos en el avance al cerrar.
       01 WS-Cantidad-Ing-Cliente PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Ing-Cliente.
           05 WS-Ing-Cliente OCCURS 100 TIMES PIC 9(3).
       01 WS-Indice-Icl PIC 9(3) VALUE ZEROS.
       01 WS-Posicion-Ing PIC 9(3) VALUE ZEROS.
       01 WS-Ing-Tocado PIC X VALUE "N".
           88 Ing-Tocado VALUE "S".
      *> Renglones "I" del avance que esperan el "C" de su cliente.
       01 WS-Cantidad-Ing-Pendientes PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Ing-Pendientes.
           05 WS-Ing-Pendiente OCCURS 100 TIMES.
               10 WS-Ipe-Indice       PIC 9(3).
               10 WS-Ipe-Codigo       PIC X(10).
               10 WS-Ipe-Importe      PIC S9(11)V99.
       01 WS-Indice-Ipe PIC 9(3) VALUE ZEROS.
           COPY AVAFACT.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       GeneraEstadosDeCuenta.
           MOVE WS-Corrida-Programa TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           DISPLAY "Modo de corrida (R=real, S=simulacion): ".
           ACCEPT WS-Modo-Corrida.
           IF NOT Modo-Real AND NOT Modo-Simulacion
               DISPLAY "Modo invalido; se asume corrida real."
               MOVE "R" TO WS-Modo-Corrida
           END-IF.
           PERFORM PideEmpresa.
           PERFORM PideSerie.
           IF Modo-Real
               PERFORM LeeReanudacion
           END-IF.
           OPEN INPUT ARCHIVO-FACTURAS.
           MOVE "facturas_validas" TO WS-Archivo-Reportado.
           MOVE "OPEN" TO WS-Operacion-Reportada.
               DISPLAY "Corra primero ValidaFacturas si el pre-edit "
                   "aun no genera facturas_validas.dat."
           ELSE
               IF Reanudando
                   PERFORM SaltaFacturasAplicadas
               END-IF
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Corrida
               CALL "ProximoDiaHabil" USING WS-Fecha-Corrida
                   WS-Dias-Plazo-Pago WS-Fecha-Vencimiento
               PERFORM CargaTarifas
               IF Hay-Saldo-Promedio
                   PERFORM CargaPagosPeriodo
               END-IF
               OPEN INPUT ArchivoClientes
               PERFORM CargaTiposCambio
               PERFORM CargaConvenios
               PERFORM CargaAclaraciones
               PERFORM CargaConceptos
               PERFORM AbreMaestroSaldos
      *> En simulacion el estado va a un archivo aparte, sin
      *> registrar generacion nueva y sin tocar la historia.
               IF Modo-Simulacion
                   MOVE "estado_cuenta_simulacion.dat"
                       TO WS-Nombre-Generacion
                   IF NOT Empresa-Principal
                       MOVE WS-Nombre-Generacion
                           TO WS-Nombre-Con-Sufijo
                       PERFORM AgregaSufijoEmpresa
                       MOVE WS-Nombre-Con-Sufijo
                           TO WS-Nombre-Generacion
                   END-IF
               ELSE
      *> Al reanudar, la generacion es la que la corrida interrumpida
      *> ya habia registrado y sigue abierta para agregar.
                   IF NOT Reanudando
                       CALL "ControlaGeneraciones" USING
                           WS-Base-Generacion WS-Modo-Generacion
                           WS-Nombre-Generacion
                   END-IF
               END-IF
               IF Reanudando
                   OPEN EXTEND ARCHIVO-ESTADO-CUENTA
               ELSE
                   OPEN OUTPUT ARCHIVO-ESTADO-CUENTA
                   PERFORM EscribeCabeceraControl
               END-IF
               IF Modo-Real
                   OPEN EXTEND ArchivoHistoria
                   OPEN EXTEND ArchivoMovIVA
                   PERFORM AbreIVAPendiente
                   PERFORM AbreFolios
                   PERFORM EscribeCheckpoint
               END-IF
               MOVE "N" TO WS-Fin-Facturas
               PERFORM WITH TEST BEFORE UNTIL Fin-Facturas
      *> que lo cierre; se cierra aqui.
               IF Cliente-Abierto
                   PERFORM CierraCliente
                   IF Modo-Real
                       MOVE WS-Corrida-Leidos TO WS-Rea-Posicion
                       PERFORM RegistraAvance
                   END-IF
               END-IF
               PERFORM EscribeCierreControl
               CLOSE ARCHIVO-FACTURAS
               CLOSE ARCHIVO-ESTADO-CUENTA
               IF Modo-Real
                   CLOSE ArchivoHistoria
                   CLOSE ArchivoMovIVA
                   CLOSE ARCHIVO-IVA-PENDIENTE
                   CLOSE ARCHIVO-SERIES
                   CLOSE ARCHIVO-FOLIOS
               END-IF
               CLOSE ArchivoClientes
               CLOSE ARCHIVO-SALDOS
                       WS-Corrida-Programa WS-Corrida-Leidos
                       WS-Corrida-Escritos WS-Corrida-Rechazados
                       WS-Corrida-Estado
                   PERFORM LimpiaReanudacion
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.
      *> que aqui son defensa de ultima linea.
       ProcesaRegistroFactura.
           EVALUATE TRUE
      *> El cliente que cierra una cabecera queda en el avance con la
      *> posicion de los registros anteriores a ella.
               WHEN Fac-Es-Cabecera
                   IF Cliente-Abierto
                       PERFORM CierraCliente
                       IF Modo-Real
                           COMPUTE WS-Rea-Posicion =
                               WS-Corrida-Leidos - 1
                           PERFORM RegistraAvance
                       END-IF
                   END-IF
                   PERFORM AbreCliente
      *> Los detalles y notas de un cliente de otra empresa se saltan
      *> junto con su cabecera: se facturan en la corrida de su
      *> empresa y no son huerfanos.
               WHEN Fac-Es-Detalle
                   IF Cliente-Abierto
                      AND Fac-Cliente-ID = WS-Cliente-Actual
                       PERFORM AcumulaDetalle
                   ELSE
                       IF Cliente-Ajeno
                          AND Fac-Cliente-ID = WS-Cliente-Actual
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-Detalles-Huerfanos
                       END-IF
                   END-IF
      *> La nota de credito ya paso el pre-edit con autorizacion de
      *> supervisor; aqui se abona contra los cargos del periodo.
                      AND Fac-Cliente-ID = WS-Cliente-Actual
                       ADD Fac-Importe TO WS-Notas-Cliente
                       ADD 1 TO WS-Total-Notas-Credito
                       COMPUTE WS-Importe-En-Pesos = 0 - Fac-Importe
                       PERFORM CalculaIVALinea
                   ELSE
                       IF Cliente-Ajeno
                          AND Fac-Cliente-ID = WS-Cliente-Actual
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-Detalles-Huerfanos
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-Tipos-Invalidos
               ADD 1 TO WS-Lineas-Cliente
               MOVE Fac-Importe TO WS-Importe-En-Pesos
               PERFORM AcumulaIngresoConcepto
               PERFORM CalculaIVALinea
           ELSE
               PERFORM BuscaTipoCambio
               IF Cambio-Hallado
                   MOVE WS-Monto-Redondeado
                       TO WS-Importe-En-Pesos
                   PERFORM AcumulaIngresoConcepto
                   PERFORM CalculaIVALinea
               ELSE
                   ADD 1 TO WS-Lineas-Sin-Tipo
               END-IF
           END-IF.

      *> IVA de la linea en curso sobre su importe en pesos (negativo
      *> en una nota de credito), a la tasa del tratamiento de su
      *> concepto y con el redondeo unico del taller; se acumula al
      *> cliente y a su tramo de tratamiento y tasa.
       CalculaIVALinea.
           MOVE "E" TO WS-Tipo-IVA-Linea.
           MOVE ZEROS TO WS-Tasa-IVA-Linea.
           MOVE "N" TO WS-Concepto-Hallado.
           PERFORM VARYING WS-Indice-Cnc FROM 1 BY 1
                   UNTIL WS-Indice-Cnc > WS-Cantidad-Conceptos
                      OR Concepto-Hallado
               IF WS-Cnc-Codigo(WS-Indice-Cnc) = Fac-Concepto
                   SET Concepto-Hallado TO TRUE
                   MOVE WS-Cnc-Tipo-IVA(WS-Indice-Cnc)
                       TO WS-Tipo-IVA-Linea
                   MOVE WS-Cnc-Tasa-IVA(WS-Indice-Cnc)
                       TO WS-Tasa-IVA-Linea
               END-IF
           END-PERFORM.
           IF WS-Tipo-IVA-Linea = SPACE
               MOVE "E" TO WS-Tipo-IVA-Linea
           END-IF.
           IF WS-Tipo-IVA-Linea NOT = "G"
               MOVE ZEROS TO WS-Tasa-IVA-Linea
           END-IF.
           MOVE ZEROS TO WS-IVA-Linea.
           IF WS-Tasa-IVA-Linea > ZEROS
               COMPUTE WS-Monto-Sin-Redondear =
                   WS-Importe-En-Pesos * WS-Tasa-IVA-Linea / 100
               CALL "RedondeaMoneda" USING
                   WS-Monto-Sin-Redondear WS-Modo-Redondeo
                   WS-Monto-Redondeado WS-Residuo-Redondeo
               PERFORM AcumulaResiduo
               MOVE WS-Monto-Redondeado TO WS-IVA-Linea
           END-IF.
           ADD WS-IVA-Linea TO WS-IVA-Cliente.

           MOVE "N" TO WS-Tramo-Hallado.
           PERFORM VARYING WS-Indice-Tra FROM 1 BY 1
                   UNTIL WS-Indice-Tra > WS-Cantidad-Tramos-IVA
                      OR Tramo-Hallado
               IF WS-Tra-Tipo(WS-Indice-Tra) = WS-Tipo-IVA-Linea
                  AND WS-Tra-Tasa(WS-Indice-Tra) = WS-Tasa-IVA-Linea
                   SET Tramo-Hallado TO TRUE
                   ADD WS-Importe-En-Pesos
                       TO WS-Tra-Base(WS-Indice-Tra)
                   ADD WS-IVA-Linea TO WS-Tra-Impuesto(WS-Indice-Tra)
               END-IF
           END-PERFORM.
           IF NOT Tramo-Hallado
              AND WS-Cantidad-Tramos-IVA < 10
               ADD 1 TO WS-Cantidad-Tramos-IVA
               MOVE WS-Tipo-IVA-Linea
                   TO WS-Tra-Tipo(WS-Cantidad-Tramos-IVA)
               MOVE WS-Tasa-IVA-Linea
                   TO WS-Tra-Tasa(WS-Cantidad-Tramos-IVA)
               MOVE WS-Importe-En-Pesos
                   TO WS-Tra-Base(WS-Cantidad-Tramos-IVA)
               MOVE WS-IVA-Linea
                   TO WS-Tra-Impuesto(WS-Cantidad-Tramos-IVA)
           END-IF.
           PERFORM AcumulaPartida.

      *> La linea con su IVA es una partida abierta del cliente; una
      *> nota de credito se abona despues a sus partidas.
       AcumulaPartida.
           COMPUTE WS-Importe-Partida =
               WS-Importe-En-Pesos + WS-IVA-Linea.
           IF WS-Importe-Partida < ZEROS
               SUBTRACT WS-Importe-Partida FROM WS-Abonos-Partidas
           ELSE
               IF WS-Cantidad-Partidas < 50
                   ADD 1 TO WS-Cantidad-Partidas
                   MOVE Fac-Concepto
                       TO WS-Par-Concepto(WS-Cantidad-Partidas)
                   MOVE WS-Importe-Partida
                       TO WS-Par-Importe(WS-Cantidad-Partidas)
               ELSE
                   ADD WS-Importe-Partida TO WS-Par-Importe(50)
               END-IF
           END-IF.

      *> Ingreso por concepto, ya en pesos, para el resumen del
      *> cierre.
       AcumulaIngresoConcepto.
           MOVE "N" TO WS-Ing-Hallado.
           MOVE ZEROS TO WS-Posicion-Ing.
           PERFORM VARYING WS-Indice-Ing FROM 1 BY 1
                   UNTIL WS-Indice-Ing > WS-Cantidad-Ing-Conceptos
                      OR Ing-Hallado
                   SET Ing-Hallado TO TRUE
                   ADD WS-Importe-En-Pesos TO
                       WS-Ing-Importe(WS-Indice-Ing)
                   MOVE WS-Indice-Ing TO WS-Posicion-Ing
               END-IF
           END-PERFORM.
           IF NOT Ing-Hallado
                   WS-Ing-Codigo(WS-Cantidad-Ing-Conceptos)
               MOVE WS-Importe-En-Pesos TO
                   WS-Ing-Importe(WS-Cantidad-Ing-Conceptos)
               MOVE WS-Cantidad-Ing-Conceptos TO WS-Posicion-Ing
           END-IF.
           IF WS-Posicion-Ing > ZEROS
               PERFORM AnotaIngresoCliente
           END-IF.

      *> El concepto queda anotado una sola vez por cliente, para
      *> llevar su ingreso acumulado al avance cuando el cliente
      *> cierre.
       AnotaIngresoCliente.
           MOVE "N" TO WS-Ing-Tocado.
           PERFORM VARYING WS-Indice-Icl FROM 1 BY 1
                   UNTIL WS-Indice-Icl > WS-Cantidad-Ing-Cliente
                      OR Ing-Tocado
               IF WS-Ing-Cliente(WS-Indice-Icl) = WS-Posicion-Ing
                   SET Ing-Tocado TO TRUE
               END-IF
           END-PERFORM.
           IF NOT Ing-Tocado
              AND WS-Cantidad-Ing-Cliente < 100
               ADD 1 TO WS-Cantidad-Ing-Cliente
               MOVE WS-Posicion-Ing
                   TO WS-Ing-Cliente(WS-Cantidad-Ing-Cliente)
           END-IF.

       EscribeIngresosPorConcepto.
           END-IF.

       AbreCliente.
           MOVE Fac-Cliente-ID TO WS-Cliente-Actual.
           PERFORM RevisaEmpresaCliente.
           IF Cliente-Ajeno
               ADD 1 TO WS-Clientes-Otra-Empresa
           ELSE
               PERFORM AbreClienteDeLaEmpresa
           END-IF.

       AbreClienteDeLaEmpresa.
           SET Cliente-Abierto TO TRUE.
           MOVE ZEROS TO WS-Tipo-Cambio-Cliente.
           MOVE "N" TO WS-Saldo-Existente.
           MOVE WS-Fecha-Corrida TO WS-Fecha-Saldo-Anterior.
           MOVE Fac-Cliente-ID TO Sal-Cliente-ID.
           READ ARCHIVO-SALDOS
               INVALID KEY
               NOT INVALID KEY
                   SET Saldo-Existente TO TRUE
                   MOVE Sal-Saldo TO WS-Saldo-Anterior-Cliente
                   MOVE Sal-Fecha-Ult-Mov TO WS-Fecha-Saldo-Anterior
                   IF Fac-Saldo-Anterior NOT = Sal-Saldo
                       ADD 1 TO WS-Saldos-Discrepantes
                   END-IF
           MOVE ZEROS TO WS-Cargos-Cliente.
           MOVE ZEROS TO WS-Lineas-Cliente.
           MOVE ZEROS TO WS-Notas-Cliente.
           MOVE ZEROS TO WS-IVA-Cliente.
           MOVE ZEROS TO WS-Cantidad-Tramos-IVA.
           MOVE ZEROS TO WS-Cantidad-Partidas.
           MOVE ZEROS TO WS-Abonos-Partidas.
           MOVE ZEROS TO WS-Cantidad-Ing-Cliente.

      *> El cliente es de otra empresa cuando el maestro de clientes
      *> asi lo dice; sin maestro, sin registro o sin empresa
      *> capturada se da por de la original.
       RevisaEmpresaCliente.
           MOVE "N" TO WS-Cliente-Ajeno.
           MOVE SPACES TO Cli-Empresa.
           IF Clientes-No-Existe
               CONTINUE
           ELSE
               MOVE Fac-Cliente-ID TO Cli-ID
               READ ArchivoClientes
                   INVALID KEY
                       MOVE SPACES TO Cli-Empresa
               END-READ
           END-IF.
           IF Cli-Empresa = SPACES
               MOVE "01" TO Cli-Empresa
           END-IF.
           IF Cli-Empresa NOT = WS-Empresa-Corrida
               SET Cliente-Ajeno TO TRUE
           END-IF.

      *> La empresa a facturar; Enter (o la cadena nocturna, que no
      *> teclea nada) factura la original "01".
       PideEmpresa.
           DISPLAY "Empresa a facturar (Enter = 01): ".
           ACCEPT WS-Empresa-Corrida.
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada.
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM PideEmpresa
           ELSE
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Con-Sufijo
                   STRING WS-Base-Generacion DELIMITED BY SPACE
                       "_" WS-Empresa-Corrida DELIMITED BY SIZE
                       INTO WS-Nombre-Con-Sufijo
                   END-STRING
                   MOVE WS-Nombre-Con-Sufijo TO WS-Base-Generacion
                   MOVE WS-Nombre-Ingresos TO WS-Nombre-Con-Sufijo
                   PERFORM AgregaSufijoEmpresa
                   MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Ingresos
                   MOVE WS-Nombre-Checkpoint TO WS-Nombre-Con-Sufijo
                   PERFORM AgregaSufijoEmpresa
                   MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Checkpoint
                   MOVE WS-Nombre-Avance TO WS-Nombre-Con-Sufijo
                   PERFORM AgregaSufijoEmpresa
                   MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Avance
               END-IF
           END-IF.

      *> Serie de folios de la corrida; Enter toma la de la empresa.
       PideSerie.
           MOVE SPACES TO WS-Serie-Corrida.
           STRING "F" WS-Empresa-Corrida DELIMITED BY SIZE
               INTO WS-Serie-Corrida
           END-STRING.
           DISPLAY "Serie de folios (Enter = " WS-Serie-Corrida "): ".
           MOVE SPACES TO WS-Serie-Corrida.
           ACCEPT WS-Serie-Corrida.
           IF WS-Serie-Corrida = SPACES
               STRING "F" WS-Empresa-Corrida DELIMITED BY SIZE
                   INTO WS-Serie-Corrida
               END-STRING
           END-IF.
           INSPECT WS-Serie-Corrida CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> Intercala "_" y el codigo de empresa antes de la extension
      *> del nombre de archivo que viene en WS-Nombre-Con-Sufijo.
       AgregaSufijoEmpresa.
           MOVE SPACES TO WS-Nombre-Sin-Extension.
           MOVE SPACES TO WS-Extension-Archivo.
           UNSTRING WS-Nombre-Con-Sufijo DELIMITED BY "."
               INTO WS-Nombre-Sin-Extension WS-Extension-Archivo
           END-UNSTRING.
           MOVE SPACES TO WS-Nombre-Con-Sufijo.
           STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
               "_" WS-Empresa-Corrida "." DELIMITED BY SIZE
               WS-Extension-Archivo DELIMITED BY SPACE
               INTO WS-Nombre-Con-Sufijo
           END-STRING.

      *> Cierra al cliente en curso a un solo registro de estado de
      *> cuenta: interes del periodo sobre su saldo anterior (a la
      *> tasa de su nivel), mas la suma de sus lineas de detalle.
       CierraCliente.
           PERFORM EligeTasaCliente.
      *> Base del interes: el saldo anterior (o su promedio diario,
      *> segun el metodo del nivel) menos el saldo en plan de un
      *> convenio activo. El cliente que cumple su convenio no
      *> genera moratorio sobre lo convenido.
           MOVE ZEROS TO WS-Saldo-Promedio.
           MOVE ZEROS TO WS-Dias-Promedio.
           IF Metodo-Saldo-Promedio
               PERFORM CalculaSaldoPromedio
               MOVE WS-Saldo-Promedio TO WS-Base-Interes
           ELSE
               MOVE WS-Saldo-Anterior-Cliente TO WS-Base-Interes
           END-IF.
           PERFORM VARYING WS-Indice-Cvn FROM 1 BY 1
                   UNTIL WS-Indice-Cvn > WS-Cantidad-Convenios
               IF WS-Cvn-Cliente-ID(WS-Indice-Cvn) =
                   MOVE WS-Cantidad-Convenios TO WS-Indice-Cvn
               END-IF
           END-PERFORM.
      *> Lo que el cliente tiene en aclaracion abierta tampoco genera
      *> interes hasta que se resuelva.
           PERFORM VARYING WS-Indice-Acl FROM 1 BY 1
                   UNTIL WS-Indice-Acl > WS-Cantidad-Aclaraciones
               IF WS-Acl-Cliente-ID(WS-Indice-Acl) =
                       WS-Cliente-Actual
                   SUBTRACT WS-Acl-Importe(WS-Indice-Acl)
                       FROM WS-Base-Interes
                   ADD 1 TO WS-Clientes-En-Aclaracion
                   MOVE WS-Cantidad-Aclaraciones TO WS-Indice-Acl
               END-IF
           END-PERFORM.
           IF WS-Base-Interes < ZEROS
               MOVE ZEROS TO WS-Base-Interes
           END-IF.
      *> Las notas de credito se abonan contra los cargos del
      *> periodo antes de cerrar el total.
           MOVE WS-Notas-Cliente TO Edo-Notas-Credito.
      *> El IVA de las lineas va aparte del subtotal, y el total de
      *> cargos es su suma.
           COMPUTE Edo-Subtotal =
               WS-Cargos-Cliente - WS-Notas-Cliente
               + Edo-Interes-Periodo.
           MOVE WS-IVA-Cliente TO Edo-IVA.
           COMPUTE Edo-Total-Cargos = Edo-Subtotal + Edo-IVA.
           ADD Edo-IVA TO WS-Total-IVA.
           COMPUTE Edo-Saldo-Nuevo =
               WS-Saldo-Anterior-Cliente + Edo-Total-Cargos.
           MOVE WS-Fecha-Vencimiento TO Edo-Fecha-Vencimiento.
           MOVE WS-Tipo-Cambio-Cliente TO Edo-Tipo-Cambio.
           MOVE WS-Saldo-Promedio TO Edo-Saldo-Promedio.
           MOVE WS-Dias-Promedio TO Edo-Dias-Promedio.
           MOVE SPACES TO Edo-Serie.
           MOVE ZEROS TO Edo-Folio.
           IF Modo-Real AND Edo-Total-Cargos NOT = ZEROS
               PERFORM AsignaFolio
           END-IF.
           PERFORM AcumulaTotales.
           WRITE Registro-Estado-Cuenta.
           IF Modo-Real
               PERFORM EscribeHistoria
               PERFORM ActualizaMaestroSaldos
               PERFORM EscribeMovimientosIVA
               PERFORM ActualizaIVAPendiente
               PERFORM RegistraPartidas
           END-IF.
           MOVE "N" TO WS-Cliente-Abierto.

      *> Siguiente folio de la serie para el estado recien cerrado. El
      *> control de la serie se reescribe en cuanto se consume el
      *> numero; si el folio ya estaba en el registro (una serie que
      *> se dio de alta a mano atras de lo emitido) se salta al
      *> siguiente libre en vez de encimarlo.
       AsignaFolio.
           MOVE "N" TO WS-Folio-Grabado.
           PERFORM WITH TEST BEFORE UNTIL Folio-Grabado
               ADD 1 TO Fse-Ultimo-Folio
               MOVE WS-Fecha-Corrida TO Fse-Fecha-Ult-Uso
               REWRITE Registro-Serie-Folio
               MOVE WS-Serie-Corrida TO Fol-Serie
               MOVE Fse-Ultimo-Folio TO Fol-Numero
               MOVE WS-Empresa-Corrida TO Fol-Empresa
               MOVE WS-Cliente-Actual TO Fol-Cliente-ID
               MOVE WS-Fecha-Corrida TO Fol-Fecha-Emision
               MOVE Edo-Total-Cargos TO Fol-Total
               MOVE Edo-IVA TO Fol-IVA
               SET Fol-Emitido TO TRUE
               MOVE ZEROS TO Fol-Fecha-Cancelacion
               MOVE SPACES TO Fol-Supervisor
               MOVE SPACES TO Fol-Motivo
               WRITE Registro-Folio
                   INVALID KEY
                       ADD 1 TO WS-Folios-Ocupados
                   NOT INVALID KEY
                       SET Folio-Grabado TO TRUE
               END-WRITE
           END-PERFORM.
           MOVE WS-Serie-Corrida TO Edo-Serie.
           MOVE Fse-Ultimo-Folio TO Edo-Folio.
           IF WS-Primer-Folio = ZEROS
               MOVE Fse-Ultimo-Folio TO WS-Primer-Folio
           END-IF.
           MOVE Fse-Ultimo-Folio TO WS-Ultimo-Folio.
           ADD 1 TO WS-Total-Folios.

      *> Copia del estado recien cerrado a la historia, con la fecha
      *> de corte de esta corrida.
       EscribeHistoria.
               WRITE Registro-Saldo
           END-IF.

      *> Partidas abiertas del cliente recien cerrado: el saldo que
      *> ya arrastraba (solo la primera vez, si aun no tenia
      *> partidas), un cargo por linea, el interes como cargo propio,
      *> y las notas de credito abonadas de la partida mas vieja a la
      *> mas nueva.
       RegistraPartidas.
           MOVE WS-Cliente-Actual TO WS-Pta-Cliente.
           MOVE SPACES TO WS-Pta-Periodo.
           MOVE WS-Fecha-Vencimiento TO WS-Pta-Vencimiento.
           IF WS-Saldo-Anterior-Cliente > ZEROS
               MOVE "I" TO WS-Pta-Funcion
               MOVE WS-Fecha-Saldo-Anterior TO WS-Pta-Fecha
               MOVE WS-Fecha-Saldo-Anterior TO WS-Pta-Vencimiento
               MOVE "SALDOINI" TO WS-Pta-Concepto
               MOVE WS-Saldo-Anterior-Cliente TO WS-Pta-Importe
               PERFORM LlamaPartidas
               MOVE WS-Fecha-Vencimiento TO WS-Pta-Vencimiento
           END-IF.
           MOVE "C" TO WS-Pta-Funcion.
           MOVE WS-Fecha-Corrida TO WS-Pta-Fecha.
           PERFORM VARYING WS-Indice-Par FROM 1 BY 1
                   UNTIL WS-Indice-Par > WS-Cantidad-Partidas
               MOVE WS-Par-Concepto(WS-Indice-Par) TO WS-Pta-Concepto
               MOVE WS-Par-Importe(WS-Indice-Par) TO WS-Pta-Importe
               PERFORM LlamaPartidas
           END-PERFORM.
           IF Edo-Interes-Periodo > ZEROS
               MOVE "INTERES" TO WS-Pta-Concepto
               MOVE Edo-Interes-Periodo TO WS-Pta-Importe
               PERFORM LlamaPartidas
           END-IF.
           IF WS-Abonos-Partidas > ZEROS
               MOVE "A" TO WS-Pta-Funcion
               MOVE SPACES TO WS-Pta-Concepto
               MOVE WS-Abonos-Partidas TO WS-Pta-Importe
               PERFORM LlamaPartidas
           END-IF.

       LlamaPartidas.
           CALL "PartidasAbiertas" USING WS-Pta-Funcion
               WS-Pta-Cliente WS-Pta-Destino WS-Pta-Fecha
               WS-Pta-Concepto WS-Pta-Periodo WS-Pta-Importe
               WS-Pta-Vencimiento WS-Pta-Aplicado.

      *> Un renglon del libro de IVA por cada tramo de tratamiento y
      *> tasa del cliente recien cerrado.
       EscribeMovimientosIVA.
           PERFORM VARYING WS-Indice-Tra FROM 1 BY 1
                   UNTIL WS-Indice-Tra > WS-Cantidad-Tramos-IVA
               MOVE WS-Fecha-Corrida TO Ivm-Fecha
               MOVE WS-Empresa-Corrida TO Ivm-Empresa
               MOVE "F" TO Ivm-Origen
               MOVE WS-Cliente-Actual TO Ivm-Cliente-ID
               MOVE WS-Tra-Tipo(WS-Indice-Tra) TO Ivm-Tipo-IVA
               MOVE WS-Tra-Tasa(WS-Indice-Tra) TO Ivm-Tasa-IVA
               MOVE WS-Tra-Base(WS-Indice-Tra) TO Ivm-Base
               MOVE WS-Tra-Impuesto(WS-Indice-Tra) TO Ivm-Impuesto
               WRITE Registro-Movimiento-IVA
           END-PERFORM.

      *> El IVA trasladado del periodo queda pendiente de cobro
      *> hasta que AplicaPagos lo vaya cobrando con los pagos.
       ActualizaIVAPendiente.
           IF WS-IVA-Cliente NOT = ZEROS
               MOVE WS-Cliente-Actual TO Ivp-Cliente-ID
               READ ARCHIVO-IVA-PENDIENTE
                   INVALID KEY
                       MOVE WS-Empresa-Corrida TO Ivp-Empresa
                       MOVE WS-IVA-Cliente TO Ivp-Pendiente
                       WRITE Registro-IVA-Pendiente
                   NOT INVALID KEY
                       ADD WS-IVA-Cliente TO Ivp-Pendiente
                       IF Ivp-Pendiente < ZEROS
                           MOVE ZEROS TO Ivp-Pendiente
                       END-IF
                       REWRITE Registro-IVA-Pendiente
               END-READ
           END-IF.

      *> El control de series y el registro de folios se crean vacios
      *> la primera vez, igual que los demas maestros; la serie de la
      *> corrida se da de alta en ceros si aun no existe.
       AbreFolios.
           OPEN I-O ARCHIVO-SERIES.
           IF Series-No-Existe
               OPEN OUTPUT ARCHIVO-SERIES
               CLOSE ARCHIVO-SERIES
               OPEN I-O ARCHIVO-SERIES
           END-IF.
           OPEN I-O ARCHIVO-FOLIOS.
           IF Folios-No-Existe
               OPEN OUTPUT ARCHIVO-FOLIOS
               CLOSE ARCHIVO-FOLIOS
               OPEN I-O ARCHIVO-FOLIOS
           END-IF.
           MOVE WS-Serie-Corrida TO Fse-Serie.
           READ ARCHIVO-SERIES
               INVALID KEY
                   MOVE WS-Serie-Corrida TO Fse-Serie
                   MOVE WS-Empresa-Corrida TO Fse-Empresa
                   MOVE ZEROS TO Fse-Ultimo-Folio
                   MOVE WS-Fecha-Corrida TO Fse-Fecha-Ult-Uso
                   WRITE Registro-Serie-Folio
           END-READ.

      *> El archivo de IVA pendiente se crea vacio la primera vez,
      *> igual que el maestro de saldos.
       AbreIVAPendiente.
           OPEN I-O ARCHIVO-IVA-PENDIENTE.
           IF IVA-Pendiente-No-Existe
               OPEN OUTPUT ARCHIVO-IVA-PENDIENTE
               CLOSE ARCHIVO-IVA-PENDIENTE
               OPEN I-O ARCHIVO-IVA-PENDIENTE
           END-IF.

      *> Carga el tratamiento de IVA de cada concepto del catalogo.
       CargaConceptos.
           OPEN INPUT ARCHIVO-CONCEPTOS.
           IF Conceptos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Conceptos
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Conceptos
                          OR WS-Cantidad-Conceptos = 100
                   READ ARCHIVO-CONCEPTOS NEXT RECORD
                       AT END
                           SET Fin-Conceptos TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Conceptos
                           MOVE Cnc-Codigo TO
                               WS-Cnc-Codigo(WS-Cantidad-Conceptos)
                           MOVE Cnc-Tipo-IVA TO
                               WS-Cnc-Tipo-IVA(WS-Cantidad-Conceptos)
                           MOVE Cnc-Tasa-IVA TO
                               WS-Cnc-Tasa-IVA(WS-Cantidad-Conceptos)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARCHIVO-CONCEPTOS.

      *> Cabecera y cierre estandar del taller sobre el estado de
      *> cuenta; el registro de control se sobrepone al layout y se
      *> rellena con espacios a la derecha. La historia no lleva
           END-IF.
           CLOSE ARCHIVO-CONVENIOS.

      *> Carga las aclaraciones abiertas a la tabla, sumadas por
      *> cliente; el registro viene en orden de cliente, asi que las
      *> de un mismo cliente llegan seguidas.
       CargaAclaraciones.
           OPEN INPUT ARCHIVO-ACLARACIONES.
           IF Aclaraciones-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Aclaraciones
               PERFORM WITH TEST BEFORE UNTIL Fin-Aclaraciones
                   READ ARCHIVO-ACLARACIONES
                       AT END
                           SET Fin-Aclaraciones TO TRUE
                       NOT AT END
                           IF Acl-Abierta
                               PERFORM GuardaAclaracion
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARCHIVO-ACLARACIONES.

       GuardaAclaracion.
           IF WS-Cantidad-Aclaraciones > ZEROS
              AND WS-Acl-Cliente-ID(WS-Cantidad-Aclaraciones) =
                  Acl-Cliente-ID
               ADD Acl-Importe
                   TO WS-Acl-Importe(WS-Cantidad-Aclaraciones)
           ELSE
               IF WS-Cantidad-Aclaraciones < 500
                   ADD 1 TO WS-Cantidad-Aclaraciones
                   MOVE Acl-Cliente-ID TO
                       WS-Acl-Cliente-ID(WS-Cantidad-Aclaraciones)
                   MOVE Acl-Importe TO
                       WS-Acl-Importe(WS-Cantidad-Aclaraciones)
               ELSE
                   ADD 1 TO WS-Aclaraciones-Omitidas
               END-IF
           END-IF.

      *> Carga la tasa vigente por nivel: por cada renglon del
      *> catalogo con vigencia alcanzada, se queda en la tabla la
      *> fecha mas reciente de su nivel.
               END-PERFORM
           END-IF.
           CLOSE ArchivoTarifas.
           PERFORM VARYING WS-Indice-Tar FROM 1 BY 1
                   UNTIL WS-Indice-Tar > WS-Cantidad-Tarifas
               IF WS-Tar-Metodo(WS-Indice-Tar) = "P"
                   SET Hay-Saldo-Promedio TO TRUE
               END-IF
           END-PERFORM.

       GuardaTarifaVigente.
           MOVE "N" TO WS-Tarifa-Hallada.
                       MOVE Tar-Tasa TO WS-Tar-Tasa(WS-Indice-Tar)
                       MOVE Tar-Fecha-Vigencia
                           TO WS-Tar-Vigencia(WS-Indice-Tar)
                       MOVE Tar-Metodo
                           TO WS-Tar-Metodo(WS-Indice-Tar)
                   END-IF
                   MOVE WS-Cantidad-Tarifas TO WS-Indice-Tar
               END-IF
               MOVE Tar-Tasa TO WS-Tar-Tasa(WS-Cantidad-Tarifas)
               MOVE Tar-Fecha-Vigencia
                   TO WS-Tar-Vigencia(WS-Cantidad-Tarifas)
               MOVE Tar-Metodo TO WS-Tar-Metodo(WS-Cantidad-Tarifas)
           END-IF.

      *> Resuelve la tasa del cliente en curso: su nivel de tarifa
           END-IF.

           MOVE WS-Tasa-Interes TO WS-Tasa-Cliente.
           MOVE "S" TO WS-Metodo-Cliente.
           PERFORM VARYING WS-Indice-Tar FROM 1 BY 1
                   UNTIL WS-Indice-Tar > WS-Cantidad-Tarifas
               IF WS-Tar-Nivel(WS-Indice-Tar) =
                       WS-Nivel-Cliente-Actual
                   MOVE WS-Tar-Tasa(WS-Indice-Tar) TO WS-Tasa-Cliente
                   MOVE WS-Tar-Metodo(WS-Indice-Tar)
                       TO WS-Metodo-Cliente
                   MOVE WS-Cantidad-Tarifas TO WS-Indice-Tar
               END-IF
           END-PERFORM.

      *> Saldo promedio diario del cliente en curso. El periodo va
      *> del inicio calculado al arrancar a la fecha de la corrida;
      *> el cliente sin pagos en el periodo cuyo saldo se movio
      *> despues del inicio (Sal-Fecha-Ult-Mov) solo cuenta los dias
      *> desde ese movimiento. El saldo del maestro ya tiene restados
      *> los pagos, asi que cada dia del periodo lleva ese saldo y
      *> cada pago se suma por los dias que estuvo adeudado, del
      *> inicio al dia del pago:
      *>   promedio = (saldo x dias + suma de pago x dias adeudado)
      *>              / dias
       CalculaSaldoPromedio.
           MOVE ZEROS TO WS-Pagos-Del-Cliente.
           MOVE ZEROS TO WS-Saldo-Por-Dias.
           PERFORM VARYING WS-Indice-Ppe FROM 1 BY 1
                   UNTIL WS-Indice-Ppe > WS-Cantidad-Pagos-Periodo
               IF WS-Ppe-Cliente-ID(WS-Indice-Ppe) =
                       WS-Cliente-Actual
                   ADD 1 TO WS-Pagos-Del-Cliente
                   COMPUTE WS-Dias-Pago =
                       FUNCTION INTEGER-OF-DATE
                           (WS-Ppe-Fecha(WS-Indice-Ppe))
                       - FUNCTION INTEGER-OF-DATE
                           (WS-Fecha-Inicio-Periodo)
                   COMPUTE WS-Saldo-Por-Dias = WS-Saldo-Por-Dias
                       + WS-Ppe-Importe(WS-Indice-Ppe) * WS-Dias-Pago
               END-IF
           END-PERFORM.
           MOVE WS-Fecha-Inicio-Periodo TO WS-Fecha-Inicio-Cliente.
           IF WS-Pagos-Del-Cliente = ZEROS
              AND WS-Fecha-Saldo-Anterior > WS-Fecha-Inicio-Periodo
              AND WS-Fecha-Saldo-Anterior < WS-Fecha-Corrida
               MOVE WS-Fecha-Saldo-Anterior TO WS-Fecha-Inicio-Cliente
           END-IF.
           COMPUTE WS-Dias-Promedio =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Corrida)
               - FUNCTION INTEGER-OF-DATE(WS-Fecha-Inicio-Cliente).
           IF WS-Dias-Promedio = ZEROS
               MOVE 1 TO WS-Dias-Promedio
           END-IF.
           COMPUTE WS-Saldo-Por-Dias = WS-Saldo-Por-Dias
               + WS-Saldo-Anterior-Cliente * WS-Dias-Promedio.
           COMPUTE WS-Saldo-Promedio ROUNDED =
               WS-Saldo-Por-Dias / WS-Dias-Promedio.
           ADD 1 TO WS-Clientes-Saldo-Promedio.

      *> Carga los pagos aplicados con fecha dentro del periodo; los
      *> devueltos no cuentan, porque la devolucion ya regreso el
      *> importe al saldo. El inicio del periodo se fija aqui una
      *> sola vez por corrida.
       CargaPagosPeriodo.
           COMPUTE WS-Fecha-Inicio-Periodo =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-Fecha-Corrida)
                    - WS-Dias-Periodo).
           OPEN INPUT ArchivoPagosHist.
           IF Pagos-Hist-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Pagos-Hist
               PERFORM WITH TEST BEFORE UNTIL Fin-Pagos-Hist
                   READ ArchivoPagosHist
                       AT END
                           SET Fin-Pagos-Hist TO TRUE
                       NOT AT END
                           IF Phi-Aplicado
                              AND Phi-Fecha > WS-Fecha-Inicio-Periodo
                              AND Phi-Fecha <= WS-Fecha-Corrida
                               PERFORM GuardaPagoPeriodo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoPagosHist.

       GuardaPagoPeriodo.
           IF WS-Cantidad-Pagos-Periodo < 3000
               ADD 1 TO WS-Cantidad-Pagos-Periodo
               MOVE Phi-Cliente-ID TO
                   WS-Ppe-Cliente-ID(WS-Cantidad-Pagos-Periodo)
               MOVE Phi-Fecha TO
                   WS-Ppe-Fecha(WS-Cantidad-Pagos-Periodo)
               MOVE Phi-Importe TO
                   WS-Ppe-Importe(WS-Cantidad-Pagos-Periodo)
           ELSE
               ADD 1 TO WS-Pagos-Periodo-Omitidos
           END-IF.

       AcumulaTotales.
           ADD 1 TO WS-Total-Clientes.
           ADD Edo-Saldo-Nuevo TO WS-Total-Saldo-Nuevo.
           END-IF.
           DISPLAY "Clientes procesados: " WS-Total-Clientes.
           DISPLAY "Total saldo nuevo: " WS-Total-Saldo-Nuevo.
           DISPLAY "IVA trasladado: " WS-Total-IVA.
           IF WS-Total-Folios > ZEROS
               DISPLAY "Folios emitidos, serie " WS-Serie-Corrida
                   ": " WS-Total-Folios " (del " WS-Primer-Folio
                   " al " WS-Ultimo-Folio ")"
           END-IF.
           IF WS-Folios-Ocupados > ZEROS
               DISPLAY "Folios ya ocupados en el registro (se "
                   "saltaron): " WS-Folios-Ocupados
           END-IF.
           IF WS-Detalles-Huerfanos > ZEROS
              OR WS-Tipos-Invalidos > ZEROS
               DISPLAY "Detalles sin cabecera: " WS-Detalles-Huerfanos
               DISPLAY "Clientes con interes suprimido por "
                   "convenio: " WS-Clientes-Con-Convenio
           END-IF.
           IF WS-Clientes-En-Aclaracion > ZEROS
               DISPLAY "Clientes con importe en aclaracion fuera "
                   "de la base de interes: " WS-Clientes-En-Aclaracion
           END-IF.
           IF WS-Aclaraciones-Omitidas > ZEROS
               DISPLAY "Aviso: " WS-Aclaraciones-Omitidas
                   " aclaraciones no cupieron en la tabla y "
                   "generaron interes."
           END-IF.
           IF WS-Clientes-Saldo-Promedio > ZEROS
               DISPLAY "Clientes con interes sobre saldo promedio "
                   "diario: " WS-Clientes-Saldo-Promedio
           END-IF.
           IF WS-Pagos-Periodo-Omitidos > ZEROS
               DISPLAY "Aviso: " WS-Pagos-Periodo-Omitidos
                   " pagos del periodo no cupieron en la tabla y "
                   "no se sumaron al saldo promedio."
           END-IF.
           IF WS-Total-Notas-Credito > ZEROS
               DISPLAY "Notas de credito aplicadas: "
                   WS-Total-Notas-Credito
           END-IF.
           IF WS-Clientes-Otra-Empresa > ZEROS
               DISPLAY "Clientes de otra empresa (se facturan en "
                   "su corrida): " WS-Clientes-Otra-Empresa
           END-IF.

      *> Un checkpoint con registro es una corrida real que no
      *> termino. Si es del mismo dia de proceso se reanuda; si es de
      *> otro dia no se factura nada hasta terminar aquella, porque
      *> sus clientes quedaron aplicados a medias.
       LeeReanudacion.
           MOVE "N" TO WS-Reanudando.
           OPEN INPUT ArchivoCheckpoint.
           IF Checkpoint-No-Existe
               CONTINUE
           ELSE
               READ ArchivoCheckpoint
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Ckf-Fecha-Proceso = Fpw-Fecha-Proceso
                           SET Reanudando TO TRUE
                           PERFORM RestauraCheckpoint
                       ELSE
                           SET Checkpoint-Otro-Dia TO TRUE
                           MOVE Ckf-Fecha-Proceso TO WS-Rea-Fecha
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoCheckpoint.
           IF Checkpoint-Otro-Dia
               DISPLAY "Quedo sin terminar la facturacion del dia de "
                   "proceso " WS-Rea-Fecha "; reanudela con esa "
                   "fecha antes de facturar otro dia."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF Reanudando
               PERFORM AplicaAvance
           END-IF.

       RestauraCheckpoint.
           MOVE Ckf-Generacion TO WS-Nombre-Generacion.
           IF Ckf-Serie NOT = WS-Serie-Corrida
               DISPLAY "La corrida interrumpida usaba la serie "
                   Ckf-Serie "; se continua con ella."
               MOVE Ckf-Serie TO WS-Serie-Corrida
           END-IF.
           MOVE Ckf-Avance TO Registro-Avance-Factura.
           PERFORM RestauraTotales.
           MOVE Ckf-Tabla-Ingresos TO WS-Tabla-Ing-Conceptos.

      *> Los renglones del avance posteriores al checkpoint. Cada "C"
      *> trae los totales acumulados hasta su cliente y confirma los
      *> "I" que lo preceden; los renglones que ya estaban en el
      *> checkpoint se ignoran.
       AplicaAvance.
           MOVE ZEROS TO WS-Cantidad-Ing-Pendientes.
           MOVE ZEROS TO WS-Rea-Clientes-Avance.
           OPEN INPUT ArchivoAvance.
           IF Avance-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Avance
               PERFORM WITH TEST BEFORE UNTIL Fin-Avance
                   READ ArchivoAvance INTO Registro-Avance-Factura
                       AT END
                           SET Fin-Avance TO TRUE
                       NOT AT END
                           IF Avf-Posicion > WS-Rea-Posicion
                               PERFORM AplicaRenglonAvance
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoAvance.

       AplicaRenglonAvance.
           IF Avf-Es-Ingreso
               IF WS-Cantidad-Ing-Pendientes < 100
                   ADD 1 TO WS-Cantidad-Ing-Pendientes
                   MOVE Avf-Ing-Indice
                       TO WS-Ipe-Indice(WS-Cantidad-Ing-Pendientes)
                   MOVE Avf-Ing-Codigo
                       TO WS-Ipe-Codigo(WS-Cantidad-Ing-Pendientes)
                   MOVE Avf-Ing-Importe
                       TO WS-Ipe-Importe(WS-Cantidad-Ing-Pendientes)
               END-IF
           ELSE
               PERFORM VARYING WS-Indice-Ipe FROM 1 BY 1
                       UNTIL WS-Indice-Ipe > WS-Cantidad-Ing-Pendientes
                   MOVE WS-Ipe-Indice(WS-Indice-Ipe) TO WS-Posicion-Ing
                   MOVE WS-Ipe-Codigo(WS-Indice-Ipe)
                       TO WS-Ing-Codigo(WS-Posicion-Ing)
                   MOVE WS-Ipe-Importe(WS-Indice-Ipe)
                       TO WS-Ing-Importe(WS-Posicion-Ing)
               END-PERFORM
               MOVE ZEROS TO WS-Cantidad-Ing-Pendientes
               PERFORM RestauraTotales
               ADD 1 TO WS-Rea-Clientes-Avance
           END-IF.

      *> Los registros que la corrida interrumpida ya aplico se leen
      *> sin aplicarse. La ultima cabecera leida tiene que ser la del
      *> cliente registrado; si no, facturas_validas.dat ya no es el
      *> mismo archivo y no se puede reanudar sobre el.
       SaltaFacturasAplicadas.
           MOVE ZEROS TO WS-Rea-Saltados.
           MOVE ZEROS TO WS-Rea-Ultima-Cabecera.
           MOVE "N" TO WS-Fin-Facturas.
           PERFORM WITH TEST BEFORE
                   UNTIL Fin-Facturas
                      OR WS-Rea-Saltados = WS-Rea-Posicion
               READ ARCHIVO-FACTURAS
                   AT END
                       SET Fin-Facturas TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Rea-Saltados
                       IF Fac-Es-Cabecera
                           MOVE Fac-Cliente-ID
                               TO WS-Rea-Ultima-Cabecera
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Rea-Saltados NOT = WS-Rea-Posicion
              OR WS-Rea-Ultima-Cabecera NOT = WS-Rea-Cliente
               DISPLAY "facturas_validas.dat no coincide con la "
                   "corrida interrumpida (cliente " WS-Rea-Cliente
                   " en el registro " WS-Rea-Posicion
                   "); no se reanuda."
               CLOSE ARCHIVO-FACTURAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Rea-Posicion TO WS-Corrida-Leidos.
           MOVE WS-Rea-Cliente TO WS-Cliente-Actual.
           DISPLAY "Se reanuda la facturacion del " Fpw-Fecha-Proceso
               " despues del cliente " WS-Rea-Cliente " (registro "
               WS-Rea-Posicion ", " WS-Total-Clientes
               " estados ya emitidos).".

      *> Deja en el avance al cliente recien cerrado: primero el
      *> ingreso acumulado de los conceptos que movio y al final su
      *> renglon de totales, que es el que lo da por aplicado. El
      *> archivo se abre y se cierra en cada cliente para que lo
      *> escrito quede en disco aunque la corrida se caiga despues.
       RegistraAvance.
           OPEN EXTEND ArchivoAvance.
           PERFORM VARYING WS-Indice-Icl FROM 1 BY 1
                   UNTIL WS-Indice-Icl > WS-Cantidad-Ing-Cliente
               MOVE WS-Ing-Cliente(WS-Indice-Icl) TO WS-Posicion-Ing
               INITIALIZE Registro-Avance-Factura
               MOVE "I" TO Avf-Tipo
               MOVE WS-Rea-Posicion TO Avf-Posicion
               MOVE WS-Cliente-Actual TO Avf-Cliente-ID
               MOVE WS-Posicion-Ing TO Avf-Ing-Indice
               MOVE WS-Ing-Codigo(WS-Posicion-Ing) TO Avf-Ing-Codigo
               MOVE WS-Ing-Importe(WS-Posicion-Ing)
                   TO Avf-Ing-Importe
               WRITE Linea-Avance FROM Registro-Avance-Factura
           END-PERFORM.
           PERFORM ArmaAvance.
           WRITE Linea-Avance FROM Registro-Avance-Factura.
           CLOSE ArchivoAvance.
           ADD 1 TO WS-Clientes-Sin-Checkpoint.
           IF WS-Clientes-Sin-Checkpoint >= WS-Intervalo-Checkpoint
               PERFORM EscribeCheckpoint
           END-IF.

      *> Renglon "C" con la frontera y los totales de control de este
      *> momento de la corrida.
       ArmaAvance.
           INITIALIZE Registro-Avance-Factura.
           MOVE "C" TO Avf-Tipo.
           MOVE WS-Rea-Posicion TO Avf-Posicion.
           MOVE WS-Cliente-Actual TO Avf-Cliente-ID.
           MOVE WS-Total-Clientes TO Avf-Total-Clientes.
           MOVE WS-Total-Saldo-Nuevo TO Avf-Total-Saldo-Nuevo.
           MOVE WS-Total-IVA TO Avf-Total-IVA.
           MOVE WS-Total-Notas-Credito TO Avf-Total-Notas.
           MOVE WS-Detalles-Huerfanos TO Avf-Detalles-Huerfanos.
           MOVE WS-Tipos-Invalidos TO Avf-Tipos-Invalidos.
           MOVE WS-Saldos-Discrepantes TO Avf-Saldos-Discrepantes.
           MOVE WS-Lineas-Sin-Tipo TO Avf-Lineas-Sin-Tipo.
           MOVE WS-Clientes-Otra-Empresa TO Avf-Clientes-Otra-Emp.
           MOVE WS-Clientes-Saldo-Promedio TO Avf-Clientes-Promedio.
           MOVE WS-Clientes-Con-Convenio TO Avf-Clientes-Convenio.
           MOVE WS-Clientes-En-Aclaracion
               TO Avf-Clientes-Aclaracion.
           MOVE WS-Residuo-Positivo TO Avf-Residuo-Positivo.
           MOVE WS-Residuo-Negativo TO Avf-Residuo-Negativo.
           MOVE WS-Cantidad-Ing-Conceptos TO Avf-Cantidad-Ingresos.
           MOVE WS-Primer-Folio TO Avf-Primer-Folio.
           MOVE WS-Ultimo-Folio TO Avf-Ultimo-Folio.
           MOVE WS-Total-Folios TO Avf-Total-Folios.
           MOVE WS-Folios-Ocupados TO Avf-Folios-Ocupados.

       RestauraTotales.
           MOVE Avf-Posicion TO WS-Rea-Posicion.
           MOVE Avf-Cliente-ID TO WS-Rea-Cliente.
           MOVE Avf-Total-Clientes TO WS-Total-Clientes.
           MOVE Avf-Total-Saldo-Nuevo TO WS-Total-Saldo-Nuevo.
           MOVE Avf-Total-IVA TO WS-Total-IVA.
           MOVE Avf-Total-Notas TO WS-Total-Notas-Credito.
           MOVE Avf-Detalles-Huerfanos TO WS-Detalles-Huerfanos.
           MOVE Avf-Tipos-Invalidos TO WS-Tipos-Invalidos.
           MOVE Avf-Saldos-Discrepantes TO WS-Saldos-Discrepantes.
           MOVE Avf-Lineas-Sin-Tipo TO WS-Lineas-Sin-Tipo.
           MOVE Avf-Clientes-Otra-Emp TO WS-Clientes-Otra-Empresa.
           MOVE Avf-Clientes-Promedio TO WS-Clientes-Saldo-Promedio.
           MOVE Avf-Clientes-Convenio TO WS-Clientes-Con-Convenio.
           MOVE Avf-Clientes-Aclaracion
               TO WS-Clientes-En-Aclaracion.
           MOVE Avf-Residuo-Positivo TO WS-Residuo-Positivo.
           MOVE Avf-Residuo-Negativo TO WS-Residuo-Negativo.
           MOVE Avf-Cantidad-Ingresos TO WS-Cantidad-Ing-Conceptos.
           MOVE Avf-Primer-Folio TO WS-Primer-Folio.
           MOVE Avf-Ultimo-Folio TO WS-Ultimo-Folio.
           MOVE Avf-Total-Folios TO WS-Total-Folios.
           MOVE Avf-Folios-Ocupados TO WS-Folios-Ocupados.

      *> El checkpoint junta el ultimo renglon de avance con la tabla
      *> de ingresos y la generacion en curso, y el avance vuelve a
      *> empezar vacio. Si la corrida se cae entre los dos pasos, los
      *> renglones que quedaron en el avance ya estan en el
      *> checkpoint y se ignoran por su posicion.
       EscribeCheckpoint.
           PERFORM ArmaAvance.
           OPEN OUTPUT ArchivoCheckpoint.
           MOVE WS-Corrida-Programa TO Ckf-Programa.
           MOVE Fpw-Fecha-Proceso TO Ckf-Fecha-Proceso.
           MOVE WS-Empresa-Corrida TO Ckf-Empresa.
           MOVE WS-Serie-Corrida TO Ckf-Serie.
           MOVE WS-Nombre-Generacion TO Ckf-Generacion.
           MOVE Registro-Avance-Factura TO Ckf-Avance.
           MOVE WS-Tabla-Ing-Conceptos TO Ckf-Tabla-Ingresos.
           MOVE FUNCTION CURRENT-DATE TO Ckf-Fecha-Hora.
           WRITE Registro-Checkpoint-Factura.
           CLOSE ArchivoCheckpoint.
           OPEN OUTPUT ArchivoAvance.
           CLOSE ArchivoAvance.
           MOVE ZEROS TO WS-Clientes-Sin-Checkpoint.

      *> La corrida termino: sin checkpoint ni avance, la siguiente
      *> arranca desde el principio.
       LimpiaReanudacion.
           OPEN OUTPUT ArchivoCheckpoint.
           CLOSE ArchivoCheckpoint.
           OPEN OUTPUT ArchivoAvance.
           CLOSE ArchivoAvance.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM FacturacionLotes.
