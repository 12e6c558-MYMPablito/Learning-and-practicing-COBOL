       01 WS-Historia-Reapuntada PIC 9(5) VALUE ZEROS.
       01 WS-Cuentas-Reapuntadas PIC 9(5) VALUE ZEROS.

      *> Las partidas abiertas del duplicado pasan al sobreviviente
      *> por PartidasAbiertas; regresa lo abierto que se traslado.
       01 WS-Pta-Funcion PIC X VALUE "F".
       01 WS-Pta-Concepto PIC X(10) VALUE SPACES.
       01 WS-Pta-Periodo PIC X(6) VALUE SPACES.
       01 WS-Pta-Importe PIC 9(7)V99 VALUE ZEROS.
       01 WS-Pta-Vencimiento PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Aplicado PIC 9(7)V99 VALUE ZEROS.

      *> Antes y despues para el rastro de auditoria comun.
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy.
           PERFORM 2000-Fusiona-Saldos.
           PERFORM 3000-Reapunta-Historia.
           PERFORM 3500-Reapunta-Partidas.
           PERFORM 4000-Reapunta-Cuentas.
           PERFORM 5000-Desactiva-Duplicado.
           PERFORM 6000-Registra-Mapeo.
           END-IF.
           CLOSE ArchivoHistoria.

       3500-Reapunta-Partidas.
           CALL "PartidasAbiertas" USING WS-Pta-Funcion
               WS-ID-Duplicado WS-ID-Sobreviviente WS-Fecha-Hoy
               WS-Pta-Concepto WS-Pta-Periodo WS-Pta-Importe
               WS-Pta-Vencimiento WS-Pta-Aplicado.

      *> Las cuentas cruzan por titular, no por numero: el titular
      *> que coincide con el nombre del duplicado (empate en
      *> mayusculas, como en el cruce de cuentas) se reescribe con
           DISPLAY "Renglones de historia reapuntados: "
               WS-Historia-Reapuntada.
           DISPLAY "Cuentas reapuntadas: " WS-Cuentas-Reapuntadas.
           DISPLAY "Partidas abiertas trasladadas por: "
               WS-Pta-Aplicado.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.
