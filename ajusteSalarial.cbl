               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

      *> Lote del ajuste aplicado, salario anterior y nuevo por
      *> empleado, para que RetroactivoSalarial pague la diferencia
      *> de las quincenas ya corridas cuando el aumento tiene fecha
      *> de efecto pasada.
               SELECT ArchivoLote
               ASSIGN TO "ajuste_salarial_lote.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lote.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       FD  ArchivoLote
           LABEL RECORD IS STANDARD.
           COPY AJUSTLOT.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Propuesta PIC XX VALUE SPACES.
       01 WS-Estado-Lote PIC XX VALUE SPACES.

       01 WS-Fin-Empleados PIC X VALUE "N".
           88 Fin-Empleados VALUE "S".
       01 WS-Valor-Nuevo PIC X(32) VALUE SPACES.
       01 WS-Salario-Edit PIC 9(7),99.

      *> Movimiento para la historia salarial (RegistraSalario): el
      *> aumento aplicado entra con la fecha en que surte efecto,
      *> capturada una vez para toda la corrida.
       01 WS-Sal-Fecha-Efecto PIC 9(8) VALUE ZEROS.
       01 WS-Sal-Anterior PIC 9(7)V99 VALUE ZEROS.
       01 WS-Sal-Motivo PIC X(12) VALUE "AUMENTO".
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".

      *> Control dual del modo aplicar: iniciador y segundo
      *> operador con nivel de supervisor, distinto del iniciador.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
       01 WS-Operador-Inicia PIC X(6) VALUE SPACES.
       01 WS-Segundo-Operador PIC X(6) VALUE SPACES.
       01 WS-Segundo-Password PIC X(10) VALUE SPACES.

      *> Rastro de la firma en la bitacora de autorizaciones.
       01 WS-Aut-Programa PIC X(20) VALUE "AjusteSalarial".
       01 WS-Aut-Operacion PIC X(20) VALUE "AJUSTE SALARIAL".
       01 WS-Aut-Operador PIC X(6) VALUE SPACES.
       01 WS-Aut-Referencia PIC X(20) VALUE SPACES.
       01 WS-Segundo-Valido PIC X VALUE "N".
           88 Segundo-Valido VALUE "S".

                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-Operador-Inicia TO WS-Aut-Operador
               MOVE WS-Depto-Pedido TO WS-Aut-Referencia
               CALL "RegistraAutorizacion" USING WS-Aut-Programa
                   WS-Aut-Operacion WS-Aut-Operador
                   WS-Segundo-Operador WS-Aut-Referencia
               PERFORM CapturaFechaEfecto
           END-IF.

           PERFORM ProcesaAjuste.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ArchivoPropuesta
               IF Modo-Aplicar
                   OPEN OUTPUT ArchivoLote
               END-IF
               PERFORM EscribeEncabezado
               MOVE "N" TO WS-Fin-Empleados
               PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
               PERFORM EscribeTotal
               CLOSE ARCHIVO-EMPLEADOS
               CLOSE ArchivoPropuesta
               IF Modo-Aplicar
                   CLOSE ArchivoLote
               END-IF
               PERFORM MuestraResumen
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> Reescribe el salario en el maestro y deja el rastro de
      *> auditoria del valor anterior en cambios.log, igual que una
      *> correccion manual, y el renglon del empleado en el lote.
       AplicaAjuste.
           MOVE Emp-ID TO Ajl-Emp-ID.
           MOVE Emp-Salario TO Ajl-Salario-Anterior.
           MOVE WS-Salario-Nuevo TO Ajl-Salario-Nuevo.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ajl-Fecha-Aplicado.
           WRITE Registro-Ajuste-Lote.
           MOVE Emp-Salario TO WS-Salario-Edit.
           MOVE WS-Salario-Edit TO WS-Valor-Anterior.
           MOVE WS-Salario-Nuevo TO Emp-Salario.
           REWRITE Registro-Empleado.
           CALL "RegistraCambio" USING WS-Campo-Cambio
               WS-Valor-Anterior WS-Valor-Nuevo.
           MOVE Ajl-Salario-Anterior TO WS-Sal-Anterior.
           CALL "RegistraSalario" USING Emp-ID WS-Sal-Fecha-Efecto
               WS-Sal-Anterior Emp-Salario WS-Sal-Motivo
               Emp-Departamento WS-Programa-Cuadratura.

      *> Fecha en que surte efecto el aumento, para la historia
      *> salarial; se vuelve a pedir mientras ValidaFecha no la
      *> acepte.
       CapturaFechaEfecto.
           DISPLAY "Fecha de efecto del aumento (AAAAMMDD): ".
           ACCEPT WS-Sal-Fecha-Efecto.
           CALL "ValidaFecha" USING WS-Sal-Fecha-Efecto
               WS-Fecha-Valida.
           IF NOT Fecha-Valida
               DISPLAY "Fecha invalida."
               PERFORM CapturaFechaEfecto
           END-IF.

      *> La segunda firma del modo aplicar: credenciales de otro
      *> operador con nivel de supervisor contra operadores.dat; el
