      *> Cargador masivo de empleados: lee un archivo de entrada
      *> delimitado por punto y coma (carga_empleados.txt, un renglon
      *> por persona con nombre, apellido, departamento, fecha de
      *> ingreso AAAAMMDD, salario y fecha de nacimiento, y al final
      *> opcionalmente el tipo de contrato I/D/P y su fecha de fin
      *> -sin ellos el contrato es indeterminado-, el RFC y la CURP,
      *> que si vienen pasan por ValidaClaveFiscal, y el NSS del IMSS
      *> de once digitos), aplica las
      *> mismas validaciones del alta de EmpleadosMantenimiento -el
      *> departamento contra departamentos.dat, las fechas con
      *> ValidaFecha y los nombres con la prueba ALPHABETIC de
       FILE SECTION.
       FD  ArchivoCarga
           LABEL RECORD IS STANDARD.
       01  Linea-Carga PIC X(160).

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
       FD  ArchivoRechazos
           LABEL RECORD IS STANDARD.
       01  Registro-Rechazo-Carga.
           05 RCar-Linea              PIC X(160).
           05 RCar-Motivo             PIC X(30).
           05 RCar-Fecha-Hora         PIC X(21).

       01 WS-Campo-Ingreso PIC X(8) VALUE SPACES.
       01 WS-Campo-Salario PIC X(12) VALUE SPACES.
       01 WS-Campo-Nacimiento PIC X(8) VALUE SPACES.
       01 WS-Campo-Contrato PIC X VALUE SPACES.
       01 WS-Campo-Fin-Contrato PIC X(8) VALUE SPACES.
       01 WS-Campo-RFC PIC X(18) VALUE SPACES.
       01 WS-Campo-CURP PIC X(18) VALUE SPACES.
       01 WS-Campo-NSS PIC X(18) VALUE SPACES.
       01 WS-Fin-Contrato-Num.
           05 WS-Fin-Anio PIC 9(4).
           05 WS-Fin-Mes PIC 9(2).
           05 WS-Fin-Dia PIC 9(2).
       01 WS-Ingreso-Num PIC 9(8) VALUE ZEROS.
       01 WS-Nacimiento-Num PIC 9(8) VALUE ZEROS.
       01 WS-Salario-Num PIC 9(7)V99 VALUE ZEROS.
           88 Departamento-Valido VALUE "S".
       01 WS-Motivo-Rechazo PIC X(30) VALUE SPACES.

      *> Validacion del RFC y la CURP del renglon.
           COPY CLAVEFWS.

      *> El siguiente numero de empleado a asignar arranca en el
      *> mayor Emp-ID del padron mas uno, para no chocar con los
      *> existentes ni reutilizar numeros de bajas.
       01 WS-Siguiente-ID PIC 9(6) VALUE 1.

      *> Movimiento de alta para la historia salarial
      *> (RegistraSalario), con fecha de efecto del ingreso.
       01 WS-Sal-Anterior PIC 9(7)V99 VALUE ZEROS.
       01 WS-Sal-Motivo PIC X(12) VALUE "ALTA".
       01 WS-Sal-Programa PIC X(20) VALUE "CargaEmpleados".

       01 WS-Total-Leidos PIC 9(5) VALUE ZEROS.
       01 WS-Total-Cargados PIC 9(5) VALUE ZEROS.
       01 WS-Total-Rechazados PIC 9(5) VALUE ZEROS.
           MOVE SPACES TO WS-Campo-Ingreso
           MOVE SPACES TO WS-Campo-Salario
           MOVE SPACES TO WS-Campo-Nacimiento
           MOVE SPACES TO WS-Campo-Contrato
           MOVE SPACES TO WS-Campo-Fin-Contrato
           MOVE SPACES TO WS-Campo-RFC
           MOVE SPACES TO WS-Campo-CURP
           MOVE SPACES TO WS-Campo-NSS
           UNSTRING Linea-Carga DELIMITED BY ";"
               INTO WS-Campo-Nombre
                    WS-Campo-Apellido
                    WS-Campo-Ingreso
                    WS-Campo-Salario
                    WS-Campo-Nacimiento
                    WS-Campo-Contrato
                    WS-Campo-Fin-Contrato
                    WS-Campo-RFC
                    WS-Campo-CURP
                    WS-Campo-NSS
           END-UNSTRING
           PERFORM 2100-Valida-Renglon
           IF WS-Motivo-Rechazo = SPACES
               IF WS-Salario-Num = ZEROS
                   MOVE "SALARIO INVALIDO" TO WS-Motivo-Rechazo
               END-IF
           END-IF
           IF WS-Motivo-Rechazo = SPACES
               PERFORM 2130-Valida-Contrato
           END-IF
           IF WS-Motivo-Rechazo = SPACES
               PERFORM 2140-Valida-Claves
           END-IF.

      *> RFC y CURP son opcionales en la carga (se recaban despues
      *> con ReporteClavesFiscales), pero si vienen tienen que casar
      *> con el nombre y la fecha de nacimiento del renglon.
       2140-Valida-Claves.
           MOVE WS-Campo-Nombre TO Clf-Nombre
           MOVE WS-Campo-Apellido TO Clf-Primer-Apellido
           MOVE SPACES TO Clf-Segundo-Apellido
           MOVE WS-Nacimiento-Num TO Clf-Fecha-Nacimiento
           MOVE ZEROS TO Clf-Edad
           MOVE ZEROS TO Clf-Fecha-Referencia
           MOVE "R" TO Clf-Tipo
           MOVE WS-Campo-RFC TO Clf-Clave
           PERFORM 2145-Llama-Validacion
           IF Clf-Rechazada
               STRING "RFC " DELIMITED BY SIZE
                   Clf-Motivo DELIMITED BY SIZE
                   INTO WS-Motivo-Rechazo
           ELSE
               MOVE Clf-Clave TO WS-Campo-RFC
               MOVE "C" TO Clf-Tipo
               MOVE WS-Campo-CURP TO Clf-Clave
               PERFORM 2145-Llama-Validacion
               IF Clf-Rechazada
                   STRING "CURP " DELIMITED BY SIZE
                       Clf-Motivo DELIMITED BY SIZE
                       INTO WS-Motivo-Rechazo
               ELSE
                   MOVE Clf-Clave TO WS-Campo-CURP
                   PERFORM 2150-Valida-NSS
               END-IF
           END-IF.

      *> El NSS tambien es opcional; si viene, son once digitos.
       2150-Valida-NSS.
           IF WS-Campo-NSS NOT = SPACES
               IF WS-Campo-NSS(1:11) IS NOT NUMERIC
                  OR WS-Campo-NSS(12:) NOT = SPACES
                   MOVE "NSS DEBE SER DE ONCE DIGITOS"
                       TO WS-Motivo-Rechazo
               END-IF
           END-IF.

       2145-Llama-Validacion.
           CALL "ValidaClaveFiscal" USING Clf-Tipo Clf-Clave
               Clf-Nombre Clf-Primer-Apellido Clf-Segundo-Apellido
               Clf-Fecha-Nacimiento Clf-Edad Clf-Fecha-Referencia
               Clf-Resultado Clf-Motivo.

      *> Mismos edits que CapturaContrato del mantenimiento: el
      *> determinado y el de prueba traen fecha de fin real y
      *> posterior al ingreso.
       2130-Valida-Contrato.
           IF WS-Campo-Contrato = SPACES
               MOVE "I" TO WS-Campo-Contrato
           END-IF
           MOVE ZEROS TO WS-Fin-Contrato-Num
           EVALUATE TRUE
               WHEN WS-Campo-Contrato = "I"
                   CONTINUE
               WHEN WS-Campo-Contrato = "D" OR WS-Campo-Contrato = "P"
                   IF WS-Campo-Fin-Contrato IS NOT NUMERIC
                       MOVE "FIN CONTRATO NO NUMERICA"
                           TO WS-Motivo-Rechazo
                   ELSE
                       MOVE WS-Campo-Fin-Contrato
                           TO WS-Fin-Contrato-Num
                       IF WS-Fin-Mes < 1 OR WS-Fin-Mes > 12
                          OR WS-Fin-Dia < 1 OR WS-Fin-Dia > 31
                          OR WS-Fin-Contrato-Num NOT > WS-Ingreso-Num
                           MOVE "FIN CONTRATO INVALIDA"
                               TO WS-Motivo-Rechazo
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "TIPO CONTRATO INVALIDO" TO WS-Motivo-Rechazo
           END-EVALUATE.

      *> Mientras el catalogo de departamentos no exista, cualquier
      *> captura se acepta, igual que en EmpleadosMantenimiento.
       2110-Valida-Departamento.
           MOVE "A" TO Emp-Estado
           MOVE ZEROS TO Emp-Fecha-Baja
           MOVE SPACES TO Emp-Motivo-Baja
           MOVE "Q" TO Emp-Grupo-Pago
           MOVE WS-Campo-Contrato TO Emp-Tipo-Contrato
           MOVE WS-Fin-Contrato-Num TO Emp-Fin-Contrato
      *> La carga no trae linea de reporte: el jefe inmediato se
      *> asigna despues en el mantenimiento, donde se valida.
           MOVE ZEROS TO Emp-Supervisor-ID
      *> El archivo de carga es de la plantilla de la empresa
      *> original; otra empresa se asigna despues en el mantenimiento.
           MOVE "01" TO Emp-Empresa
           MOVE WS-Campo-RFC TO Emp-RFC
           MOVE WS-Campo-CURP TO Emp-CURP
           MOVE WS-Campo-NSS TO Emp-NSS
           WRITE Registro-Empleado
               INVALID KEY
      *> El numero ya existia (alguien capturo mientras corria la
                               TO WS-Motivo-Rechazo
                           PERFORM 2300-Rechaza-Renglon
                       NOT INVALID KEY
                           PERFORM 2210-Registra-Salario
                           ADD 1 TO WS-Total-Cargados
                           ADD 1 TO WS-Siguiente-ID
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2210-Registra-Salario
                   ADD 1 TO WS-Total-Cargados
                   ADD 1 TO WS-Siguiente-ID
           END-WRITE.

      *> El salario de ingreso abre la historia salarial del
      *> empleado cargado, igual que el alta del mantenimiento.
       2210-Registra-Salario.
           CALL "RegistraSalario" USING Emp-ID Emp-Fecha-Ingreso
               WS-Sal-Anterior Emp-Salario WS-Sal-Motivo
               Emp-Departamento WS-Sal-Programa.

       2300-Rechaza-Renglon.
           MOVE Linea-Carga TO RCar-Linea
           MOVE WS-Motivo-Rechazo TO RCar-Motivo
