      *> domicilio del titular desde clientes.dat por Edo-Cliente-ID,
      *> y arma un estado enviable por correo -bloque de domicilio
      *> para el sobre de ventanilla, saldos, interes, cargos, saldo
      *> nuevo e instrucciones de pago con la referencia de pago del
      *> cliente- una pagina por cliente y una pagina de totales al
      *> final. La salida va ordenada por codigo postal con el verbo
      *> SORT, para que el correo salga pre-ordenado a la oficina
      *> postal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SD  ArchivoOrdenamiento.
       01  Registro-Ordenamiento.
           05 Ord-CP                  PIC X(5).
           05 Ord-Estado              PIC X(109).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Estado-Cuenta PIC XX VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Cli-Nombre PIC X(46).

      *> Referencia de pago: numero de cliente mas el digito
      *> verificador, la misma que ImportaDepositos verifica en los
      *> depositos del banco.
           COPY REFPAGO.
       01 WS-Linea-Referencia.
           05 FILLER PIC X(20) VALUE "REFERENCIA DE PAGO: ".
           05 WS-Ref-Texto PIC X(7).

       01 WS-Linea-Folio.
           05 FILLER PIC X(14) VALUE "FOLIO FISCAL: ".
           05 WS-Fol-Serie PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-Fol-Numero PIC 9(9).

       01 WS-Linea-Dom-Colonia.
           05 WS-Dom-Col-Texto PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(24) VALUE "INTERES DEL PERIODO..$ ".
           05 WS-Det-Interes PIC Z(6)9,99-.

      *> Base del interes cuando el nivel del cliente lo cobra
      *> sobre saldo promedio diario: el promedio y los dias, para
      *> que el cliente pueda rehacer la cuenta.
       01 WS-Linea-Saldo-Promedio.
           05 FILLER PIC X(24) VALUE "  SOBRE SALDO PROMEDIO$ ".
           05 WS-Det-Saldo-Promedio PIC Z(6)9,99-.
           05 FILLER PIC X(4) VALUE " EN ".
           05 WS-Det-Dias-Promedio PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DIAS".

       01 WS-Linea-Cargos.
           05 FILLER PIC X(24) VALUE "CARGOS DEL PERIODO...$ ".
           05 WS-Det-Cargos PIC Z(6)9,99-.
           05 FILLER PIC X(24) VALUE "NOTAS DE CREDITO.....$ ".
           05 WS-Det-Notas PIC Z(6)9,99-.

       01 WS-Linea-Subtotal.
           05 FILLER PIC X(24) VALUE "SUBTOTAL ANTES DE IVA$ ".
           05 WS-Det-Subtotal PIC Z(6)9,99-.

       01 WS-Linea-IVA.
           05 FILLER PIC X(24) VALUE "IVA TRASLADADO.......$ ".
           05 WS-Det-IVA PIC Z(6)9,99-.

       01 WS-Linea-Saldo-Nuevo.
           05 FILLER PIC X(24) VALUE "SALDO NUEVO..........$ ".
           05 WS-Det-Saldo-Nuevo PIC Z(6)9,99-.
           05 WS-Det-Tipo-Cambio PIC ZZ9,9999.

       01 WS-Linea-Instrucciones PIC X(70) VALUE
           "PAGUE EN VENTANILLA O POR TRANSFERENCIA CITANDO SU"
           .
       01 WS-Linea-Instrucciones-2.
           05 FILLER PIC X(34) VALUE
               "REFERENCIA DE PAGO. PAGUE ANTES DE".
           05 FILLER PIC X VALUE SPACE.
           05 WS-Ins-Venc-Anio PIC 9(4).
           05 FILLER PIC X VALUE "/".
           05 FILLER PIC X(26) VALUE "TOTAL SALDO NUEVO:      $ ".
           05 WS-Tot-Saldo PIC Z(9)9,99-.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ImprimeEstadosCuenta" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
           IF WS-Nombre-Generacion = SPACES
                   DISPLAY "Aviso: no existe clientes.dat; los "
                       "estados saldran sin nombre de titular."
               END-IF
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Corte
               OPEN OUTPUT ArchivoEstados
      *> Los estados se ordenan por el codigo postal del titular
      *> antes de imprimirse, para que el correo salga pre-ordenado.
           MOVE Edo-Cliente-ID TO WS-Cli-Numero
           MOVE WS-Nombre-Titular TO WS-Cli-Nombre
           WRITE Linea-Estado FROM WS-Linea-Cliente
           PERFORM 2200-Arma-Referencia
           WRITE Linea-Estado FROM WS-Linea-Referencia
      *> El folio fiscal va bajo el cliente; un estado sin cargos no
      *> lleva folio y sale sin el renglon.
           IF Edo-Folio IS NUMERIC AND Edo-Folio > ZEROS
               MOVE Edo-Serie TO WS-Fol-Serie
               MOVE Edo-Folio TO WS-Fol-Numero
               WRITE Linea-Estado FROM WS-Linea-Folio
           END-IF
      *> Bloque de domicilio para el sobre de ventanilla; un
      *> cliente sin domicilio capturado sale sin bloque, como
      *> antes.
           WRITE Linea-Estado FROM WS-Linea-Saldo-Anterior
           MOVE Edo-Interes-Periodo TO WS-Det-Interes
           WRITE Linea-Estado FROM WS-Linea-Interes
           IF Edo-Dias-Promedio IS NUMERIC
              AND Edo-Dias-Promedio > ZEROS
               MOVE Edo-Saldo-Promedio TO WS-Det-Saldo-Promedio
               MOVE Edo-Dias-Promedio TO WS-Det-Dias-Promedio
               WRITE Linea-Estado FROM WS-Linea-Saldo-Promedio
           END-IF
           MOVE Edo-Total-Cargos TO WS-Det-Cargos
           WRITE Linea-Estado FROM WS-Linea-Cargos
      *> El credito aplicado sale como renglon propio, para que el
               MOVE Edo-Notas-Credito TO WS-Det-Notas
               WRITE Linea-Estado FROM WS-Linea-Notas-Credito
           END-IF
      *> Desglose fiscal: los cargos del periodo son el subtotal mas
      *> el IVA trasladado de sus lineas.
           MOVE Edo-Subtotal TO WS-Det-Subtotal
           WRITE Linea-Estado FROM WS-Linea-Subtotal
           MOVE Edo-IVA TO WS-Det-IVA
           WRITE Linea-Estado FROM WS-Linea-IVA
           MOVE Edo-Saldo-Nuevo TO WS-Det-Saldo-Nuevo
           WRITE Linea-Estado FROM WS-Linea-Saldo-Nuevo
           IF Edo-Tipo-Cambio > ZEROS
               MOVE "(CLIENTE NO REGISTRADO)" TO WS-Nombre-Titular
           END-IF.

       2200-Arma-Referencia.
           MOVE Edo-Cliente-ID TO Ref-Cliente-ID
           MOVE Edo-Cliente-ID TO Ref-Base-Cliente-ID
           MOVE "C" TO Referencia-Pago-Modo
           CALL "CalculaDigitoCuenta" USING Referencia-Pago-Base
               Referencia-Pago-Modo Ref-Digito Referencia-Pago-Valida
           MOVE Referencia-Pago TO WS-Ref-Texto.

       3000-Pagina-Totales.
           MOVE "TOTALES DE LA EMISION" TO Linea-Estado
           WRITE Linea-Estado AFTER ADVANCING PAGE
           DISPLAY "Estados emitidos: " WS-Total-Estados.
           DISPLAY "Clientes sin directorio: " WS-Sin-Directorio.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ImprimeEstadosCuenta.
