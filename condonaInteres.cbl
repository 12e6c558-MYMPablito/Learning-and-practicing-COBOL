       01 WS-Saldo-Anterior PIC S9(7)V99 VALUE ZEROS.
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Cierre contable: si el mes de hoy ya esta cerrado, la
      *> condonacion se asienta con la primera fecha del mes abierto
      *> siguiente y queda en la bitacora de fechas reasignadas.
       01 WS-Fecha-Movimiento PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Cerrado PIC X VALUE "N".
           88 Mes-Cerrado VALUE "S".
       01 WS-Fre-Programa PIC X(20) VALUE "CondonaInteres".
       01 WS-Fre-Movimiento PIC X(10) VALUE "CONDONA".
       01 WS-Fre-Referencia PIC X(12) VALUE SPACES.
       01 WS-Fre-Importe PIC 9(11)V99 VALUE ZEROS.

      *> Antes y despues para el rastro de auditoria comun.
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.
           COPY CONFIRMASN.

      *> La condonacion baja primero las partidas de interes del
      *> cliente y, si no alcanzan, las demas de la mas vieja a la
      *> mas nueva, por PartidasAbiertas.
       01 WS-Pta-Funcion PIC X VALUE "A".
       01 WS-Pta-Destino PIC 9(6) VALUE ZEROS.
       01 WS-Pta-Concepto PIC X(10) VALUE "INTERES".
       01 WS-Pta-Periodo PIC X(6) VALUE SPACES.
       01 WS-Pta-Vencimiento PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Aplicado PIC 9(7)V99 VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Fre-Programa TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           DISPLAY "== Condonacion de interes ==".
           DISPLAY "ID del operador que captura: ".
           ACCEPT WS-Operador-Captura.
      *> negativo, su propio renglon), en cambios.log y en la
      *> bitacora de condonaciones.
       2000-Aplica-Condonacion.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy.
           PERFORM 2050-Verifica-Mes-Cerrado.
           SUBTRACT WS-Importe-Condonar FROM Sal-Saldo.
           MOVE WS-Fecha-Movimiento TO Sal-Fecha-Ult-Mov.
           REWRITE Registro-Saldo.
           CALL "PartidasAbiertas" USING WS-Pta-Funcion
               WS-ID-Cliente WS-Pta-Destino WS-Fecha-Movimiento
               WS-Pta-Concepto WS-Pta-Periodo WS-Importe-Condonar
               WS-Pta-Vencimiento WS-Pta-Aplicado.

           OPEN EXTEND ArchivoHistoria.
           MOVE WS-Fecha-Movimiento TO His-Fecha-Corte.
           MOVE WS-ID-Cliente TO His-Cliente-ID.
           MOVE WS-Saldo-Anterior TO His-Saldo-Anterior.
           COMPUTE His-Interes-Periodo = 0 - WS-Importe-Condonar.
           WRITE Registro-Condonacion.
           CLOSE ArchivoCondonaciones.

       2050-Verifica-Mes-Cerrado.
           CALL "VerificaMesCerrado" USING WS-Fecha-Hoy WS-Mes-Cerrado
               WS-Fecha-Movimiento.
           IF Mes-Cerrado
               MOVE WS-ID-Cliente TO WS-Fre-Referencia
               MOVE WS-Importe-Condonar TO WS-Fre-Importe
               CALL "RegistraFechaReasignada" USING WS-Fre-Programa
                   WS-Fre-Movimiento WS-Fre-Referencia WS-Fecha-Hoy
                   WS-Fecha-Movimiento WS-Fre-Importe
               DISPLAY "El mes contable de hoy esta cerrado; la "
                   "condonacion se asienta el " WS-Fecha-Movimiento
           END-IF.

       9000-Muestra-Resumen.
           DISPLAY "Condonacion aplicada.".
           DISPLAY "Saldo anterior: " WS-Saldo-Anterior.
      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CondonaInteres.
