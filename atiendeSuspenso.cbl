      *> para encontrar al verdadero), aplica el pago corregido con
      *> la misma logica de AplicaPagos, y reparte un sobrepago
      *> entre el saldo y un credito a favor que queda en el propio
      *> maestro de saldos (saldo negativo). Un probable duplicado
      *> (motivo PAGO DUPLICADO) se aplica si resulta ser un pago
      *> distinto, o se descarta si de veras era la doble captura
      *> del mismo dinero; el descarte queda en el rastro de
      *> auditoria. Al salir, la cola se regraba sin los renglones
      *> resueltos, para que el dinero deje de dormir en el log.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 OpcionCorregir VALUE 2.
           88 OpcionAplicar VALUE 3.
           88 OpcionBuscar VALUE 4.
           88 OpcionDescartar VALUE 5.
           88 OpcionSalir VALUE 6.

       01 WS-Estado-Suspenso PIC XX VALUE SPACES.
           88 Suspenso-No-Existe VALUE "05" "35".
       01 WS-Apellido-Buscado PIC X(30) VALUE SPACES.
       01 WS-Aplicado-Al-Saldo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Credito-A-Favor PIC 9(7)V99 VALUE ZEROS.

      *> Aplicacion del item a las partidas abiertas del cliente, por
      *> PartidasAbiertas, de la mas vieja a la mas nueva.
       01 WS-Pta-Funcion PIC X VALUE "A".
       01 WS-Pta-Destino PIC 9(6) VALUE ZEROS.
       01 WS-Pta-Concepto PIC X(10) VALUE SPACES.
       01 WS-Pta-Periodo PIC X(6) VALUE SPACES.
       01 WS-Pta-Vencimiento PIC 9(8) VALUE ZEROS.
       01 WS-Pta-Aplicado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Total-Resueltos PIC 9(3) VALUE ZEROS.

      *> Motivo con que AplicaPagos manda a suspenso un probable
      *> duplicado.
       01 WS-Motivo-Duplicado PIC X(20) VALUE "PAGO DUPLICADO".
       01 WS-Importe-Edit PIC Z(6)9,99.

      *> Antes y despues para el rastro de auditoria comun.
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.
           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       Inicio.
       PERFORM CargaSuspenso.
       DISPLAY "2 - Corregir numero de cliente de un item".
       DISPLAY "3 - Aplicar un item".
       DISPLAY "4 - Buscar cliente por apellido".
       DISPLAY "5 - Descartar un pago duplicado".
       DISPLAY "6 - Salir (regraba la cola)".
       ACCEPT Opcion.

       IF OpcionListar THEN
                       PERFORM BuscarPorApellido
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionDescartar THEN
                           PERFORM DescartarDuplicado
                           PERFORM AceptaOpcion
                       ELSE
                           IF OpcionSalir THEN
                               PERFORM RegrabaSuspenso
                               DISPLAY "Cola regrabada; items "
                                   "resueltos: " WS-Total-Resueltos
                               STOP RUN
                           ELSE
                               DISPLAY "Opcion invalida. Intente de "
                                   "nuevo."
                               PERFORM AceptaOpcion
                           END-IF
                       END-IF
                   END-IF
               END-IF
      *> como credito a favor (saldo negativo) en el maestro.
       AplicarItem.
           PERFORM PideItem.
      *> Un probable duplicado solo se aplica si el operador
      *> confirma que es un pago distinto.
           IF WS-Item-Elegido > ZEROS
              AND WS-Sus-Motivo(WS-Item-Elegido) = WS-Motivo-Duplicado
               DISPLAY "Ese item es un probable duplicado. Es un "
                   "pago distinto y se aplica? (S/N): "
               PERFORM ConfirmaSN
               IF NOT Respuesta-Afirmativa
                   MOVE ZEROS TO WS-Item-Elegido
               END-IF
           END-IF.
           IF WS-Item-Elegido > ZEROS
               OPEN I-O ARCHIVO-SALDOS
               IF Saldos-No-Existe
           SUBTRACT WS-Sus-Importe(WS-Item-Elegido) FROM Sal-Saldo
           MOVE WS-Sus-Fecha(WS-Item-Elegido) TO Sal-Fecha-Ult-Mov
           REWRITE Registro-Saldo
           CALL "PartidasAbiertas" USING WS-Pta-Funcion
               WS-Sus-Cliente-ID(WS-Item-Elegido) WS-Pta-Destino
               WS-Sus-Fecha(WS-Item-Elegido) WS-Pta-Concepto
               WS-Pta-Periodo WS-Sus-Importe(WS-Item-Elegido)
               WS-Pta-Vencimiento WS-Pta-Aplicado
           MOVE "S" TO WS-Sus-Resuelto(WS-Item-Elegido)
           ADD 1 TO WS-Total-Resueltos
           DISPLAY "Item aplicado: " WS-Aplicado-Al-Saldo
                   Sal-Saldo ")"
           END-IF.

      *> Descarta un probable duplicado confirmado: el item sale de
      *> la cola sin tocar el saldo y el descarte queda en
      *> cambios.log. Solo los items con motivo de duplicado se
      *> pueden descartar; el resto de la cola es dinero real que se
      *> tiene que aplicar.
       DescartarDuplicado.
           PERFORM PideItem.
           IF WS-Item-Elegido > ZEROS
               IF WS-Sus-Motivo(WS-Item-Elegido)
                      NOT = WS-Motivo-Duplicado
                   DISPLAY "Solo se descartan los items con motivo "
                       WS-Motivo-Duplicado "."
               ELSE
                   DISPLAY "Descartar el pago de "
                       WS-Sus-Importe(WS-Item-Elegido)
                       " del cliente "
                       WS-Sus-Cliente-ID(WS-Item-Elegido)
                       " como duplicado? (S/N): "
                   PERFORM ConfirmaSN
                   IF Respuesta-Afirmativa
                       MOVE "S" TO WS-Sus-Resuelto(WS-Item-Elegido)
                       ADD 1 TO WS-Total-Resueltos
                       MOVE "PAGO DUPLICADO" TO WS-Cambio-Campo
                       MOVE WS-Sus-Importe(WS-Item-Elegido)
                           TO WS-Importe-Edit
                       MOVE SPACES TO WS-Cambio-Anterior
                       STRING WS-Sus-Cliente-ID(WS-Item-Elegido) " "
                           WS-Sus-Fecha(WS-Item-Elegido) " "
                           WS-Importe-Edit
                           DELIMITED BY SIZE INTO WS-Cambio-Anterior
                       END-STRING
                       MOVE "DESCARTADO" TO WS-Cambio-Nuevo
                       CALL "RegistraCambio" USING WS-Cambio-Campo
                           WS-Cambio-Anterior WS-Cambio-Nuevo
                       DISPLAY "Item descartado."
                   END-IF
               END-IF
           END-IF.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.

       END PROGRAM AtiendeSuspenso.
