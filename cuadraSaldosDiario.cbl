      *> de la foto de ayer (saldos_snapshot.dat), mas los cargos e
      *> intereses facturados hoy (la generacion vigente del estado
      *> de cuenta), menos los pagos aplicados hoy
      *> (pagos_aplicados.dat), mas los pagos devueltos hoy con su
      *> comision (pagos_devueltos.dat), mas los saldos a favor
      *> reembolsados hoy (reembolsos.dat), debe dar exactamente el
      *> total de saldos_clientes.dat de hoy. Cualquier diferencia
      *> sale al centavo en cuadratura_saldos.rpt con los clientes
      *> que la explican, y la corrida termina con codigo 4 para que la
      *> ventana nocturna lo vea. Al final se toma la foto de hoy
      *> para la prueba de manana: un saldo corrompido se detecta a
      *> la noche siguiente, no cuando el cliente reclame.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Aplicados.

               SELECT OPTIONAL ArchivoDevueltos
               ASSIGN TO "pagos_devueltos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Devueltos.

               SELECT OPTIONAL ArchivoReembolsos
               ASSIGN TO "reembolsos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reembolsos.

               SELECT ArchivoReporte
               ASSIGN TO "cuadratura_saldos.rpt"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY PAGAPL.

       FD  ArchivoDevueltos
           LABEL RECORD IS STANDARD.
           COPY DEVPAGO.

       FD  ArchivoReembolsos
           LABEL RECORD IS STANDARD.
           COPY REEMBOLS.

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).
           88 EstadoCuenta-No-Existe VALUE "05" "35".
       01 WS-Estado-Aplicados PIC XX VALUE SPACES.
           88 Aplicados-No-Existe VALUE "05" "35".
       01 WS-Estado-Devueltos PIC XX VALUE SPACES.
           88 Devueltos-No-Existe VALUE "05" "35".
       01 WS-Estado-Reembolsos PIC XX VALUE SPACES.
           88 Reembolsos-No-Existe VALUE "05" "35".
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Saldos PIC X VALUE "N".
           88 Fin-Estados VALUE "S".
       01 WS-Fin-Aplicados PIC X VALUE "N".
           88 Fin-Aplicados VALUE "S".
       01 WS-Fin-Devueltos PIC X VALUE "N".
           88 Fin-Devueltos VALUE "S".
       01 WS-Fin-Reembolsos PIC X VALUE "N".
           88 Fin-Reembolsos VALUE "S".
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Generacion vigente del estado de cuenta.
       01 WS-Base-Generacion PIC X(20) VALUE "estado_cuenta".
       01 WS-Total-Ayer PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Cargos PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Pagos PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Devueltos PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Reembolsos PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Hoy PIC S9(11)V99 VALUE ZEROS.
       01 WS-Total-Esperado PIC S9(11)V99 VALUE ZEROS.
       01 WS-Diferencia PIC S9(11)V99 VALUE ZEROS.
           05 FILLER PIC X(7) VALUE " DIF $ ".
           05 WS-Cli-Dif PIC Z(6)9,99-.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "CuadraSaldosDiario" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 1000-Carga-Snapshot
           PERFORM 2000-Carga-Cargos
           PERFORM 3000-Carga-Pagos
           PERFORM 3100-Carga-Devueltos
           PERFORM 3200-Carga-Reembolsos
           OPEN INPUT ARCHIVO-SALDOS
           IF Saldos-No-Existe
               DISPLAY "No existe el maestro de saldos."
           OPEN OUTPUT ArchivoReporte
           MOVE "PRUEBA DE ARRASTRE DE SALDOS"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           PERFORM WITH TEST BEFORE UNTIL Fin-Saldos
               READ ARCHIVO-SALDOS
           END-IF
           CLOSE ArchivoAplicados.

      *> Un pago devuelto hoy sube el saldo del cliente por el pago y
      *> por la comision, igual que un cargo del dia.
       3100-Carga-Devueltos.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           OPEN INPUT ArchivoDevueltos
           IF Devueltos-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Devueltos
                   READ ArchivoDevueltos
                       AT END
                           SET Fin-Devueltos TO TRUE
                       NOT AT END
                           IF Dev-Fecha = WS-Fecha-Hoy
                               ADD Dev-Importe TO WS-Total-Devueltos
                               ADD Dev-Comision TO WS-Total-Devueltos
                               MOVE Dev-Cliente-ID
                                   TO WS-ID-En-Proceso
                               PERFORM 2100-Ubica-O-Crea
                               IF Cliente-Ubicado
                                   ADD Dev-Importe TO
                                       WS-Arr-Cargos-Hoy(WS-Indice)
                                   ADD Dev-Comision TO
                                       WS-Arr-Cargos-Hoy(WS-Indice)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoDevueltos.

      *> Un reembolso de hoy sube el saldo acreedor del cliente a
      *> ceros, igual que un cargo del dia.
       3200-Carga-Reembolsos.
           OPEN INPUT ArchivoReembolsos
           IF Reembolsos-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Reembolsos
                   READ ArchivoReembolsos
                       AT END
                           SET Fin-Reembolsos TO TRUE
                       NOT AT END
                           IF Ree-Fecha = WS-Fecha-Hoy
                               ADD Ree-Importe TO WS-Total-Reembolsos
                               MOVE Ree-Cliente-ID
                                   TO WS-ID-En-Proceso
                               PERFORM 2100-Ubica-O-Crea
                               IF Cliente-Ubicado
                                   ADD Ree-Importe TO
                                       WS-Arr-Cargos-Hoy(WS-Indice)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoReembolsos.

      *> Ubica al cliente en la tabla de arrastre o lo agrega con
      *> foto de ayer en ceros (cliente nuevo de hoy). Con la tabla
      *> llena el cliente queda SIN ubicar: sus movimientos no se
       5000-Escribe-Totales.
           COMPUTE WS-Total-Esperado =
               WS-Total-Ayer + WS-Total-Cargos - WS-Total-Pagos
               + WS-Total-Devueltos + WS-Total-Reembolsos
           COMPUTE WS-Diferencia =
               WS-Total-Hoy - WS-Total-Esperado
           MOVE SPACES TO Linea-Reporte
           MOVE WS-Total-Pagos TO WS-Tot-Importe
           MOVE WS-Linea-Totales TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "MAS PAGOS DEVUELTOS  " TO WS-Tot-Etiqueta
           MOVE WS-Total-Devueltos TO WS-Tot-Importe
           MOVE WS-Linea-Totales TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "MAS REEMBOLSOS       " TO WS-Tot-Etiqueta
           MOVE WS-Total-Reembolsos TO WS-Tot-Importe
           MOVE WS-Linea-Totales TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "SALDO ESPERADO HOY   " TO WS-Tot-Etiqueta
           MOVE WS-Total-Esperado TO WS-Tot-Importe
           MOVE WS-Linea-Totales TO Linea-Reporte
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CuadraSaldosDiario.
