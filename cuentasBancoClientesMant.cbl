       IDENTIFICATION DIVISION.
       PROGRAM-ID. CuentasBancoClientesMantenimiento.

      *> Mantenimiento del maestro de cuentas bancarias de clientes
      *> (cuentas_banco_clientes.dat), paralelo al de empleados y con
      *> el mismo menu de alta/baja/consulta. Es la cuenta a la que
      *> ReembolsaSaldos transfiere un saldo a favor. El alta valida
      *> que el cliente exista en clientes.dat y que la CLABE traiga
      *> 18 digitos con el digito verificador correcto (ponderacion
      *> 3-7-1 sobre las primeras 17 posiciones, modulo 10), igual
      *> que CuentasBancoMantenimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-CUENTAS-CLIENTES
               ASSIGN TO "cuentas_banco_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Bcl-Cliente-ID
               FILE STATUS IS WS-Estado-Cuentas.

      *> Maestro de clientes, solo lectura, para validar que la
      *> cuenta sea de un cliente registrado.
               SELECT ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS-CLIENTES
           LABEL RECORD IS STANDARD.
           COPY CTACLI.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa CuentasBancoMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionBaja VALUE 2.
           88 OpcionConsultar VALUE 3.
           88 OpcionListar VALUE 4.
           88 OpcionSalir VALUE 5.

       01 WS-Estado-Cuentas PIC XX VALUE SPACES.
           88 Cuentas-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Fin-Cuentas PIC X VALUE "N".
           88 Fin-Cuentas VALUE "S".
       01 WS-ID-Buscado PIC 9(6) VALUE ZEROS.

       01 WS-Cliente-Valido PIC X VALUE "N".
           88 Cliente-Valido VALUE "S".

      *> Validacion del digito verificador de la CLABE: ponderadores
      *> 3-7-1 ciclicos sobre las primeras 17 posiciones; el digito
      *> 18 debe ser (10 - suma modulo 10) modulo 10.
       01 WS-CLABE-Valida PIC X VALUE "N".
           88 CLABE-Valida VALUE "S".
       01 WS-Indice-CLABE PIC 99 VALUE ZEROS.
       01 WS-Digito-CLABE PIC 9 VALUE ZERO.
       01 WS-Ponderador PIC 9 VALUE ZERO.
       01 WS-Producto PIC 99 VALUE ZEROS.
       01 WS-Suma-Ponderada PIC 9(3) VALUE ZEROS.
       01 WS-Residuo-Modulo PIC 9 VALUE ZERO.
       01 WS-Digito-Esperado PIC 9 VALUE ZERO.
       01 WS-Posicion-Ciclo PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Cuentas bancarias de clientes ==".
       DISPLAY "1 - Alta de cuenta".
       DISPLAY "2 - Baja de cuenta".
       DISPLAY "3 - Consultar cuenta".
       DISPLAY "4 - Listar cuentas".
       DISPLAY "5 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
           PERFORM DarDeAlta
           PERFORM AceptaOpcion
       ELSE
           IF OpcionBaja THEN
               PERFORM DarDeBaja
               PERFORM AceptaOpcion
           ELSE
               IF OpcionConsultar THEN
                   PERFORM ConsultarCuenta
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionListar THEN
                       PERFORM ListarCuentas
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionSalir THEN
                           DISPLAY "Saliendo del mantenimiento..."
                           STOP RUN
                       ELSE
                           DISPLAY "Opcion invalida. Intente de nuevo."
                           PERFORM AceptaOpcion
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Alta de la cuenta de un cliente. Una cuenta rebotada se
      *> reemplaza con la baja y una nueva alta, para que el cambio
      *> quede deliberado.
       DarDeAlta.
           DISPLAY "Numero de cliente: ".
           ACCEPT Bcl-Cliente-ID.
           PERFORM ValidaCliente.
           IF NOT Cliente-Valido
               DISPLAY "Ese cliente no existe en clientes.dat."
           ELSE
               DISPLAY "Clave del banco (3 digitos): "
               ACCEPT Bcl-Banco
               PERFORM CapturaCLABE
               MOVE "A" TO Bcl-Estado

               OPEN I-O ARCHIVO-CUENTAS-CLIENTES
               IF WS-Estado-Cuentas = "35"
      *> El maestro aun no existe: se crea vacio y se vuelve a
      *> abrir, igual que el de cuentas de empleados.
                   OPEN OUTPUT ARCHIVO-CUENTAS-CLIENTES
                   CLOSE ARCHIVO-CUENTAS-CLIENTES
                   OPEN I-O ARCHIVO-CUENTAS-CLIENTES
               END-IF
               WRITE Registro-Cuenta-Cliente
                   INVALID KEY
                       DISPLAY "Ese cliente ya tiene cuenta "
                           "registrada. Dela de baja primero."
                   NOT INVALID KEY
                       DISPLAY "Cuenta dada de alta."
               END-WRITE
               CLOSE ARCHIVO-CUENTAS-CLIENTES
           END-IF.

      *> La CLABE se pide y se vuelve a pedir mientras no pase la
      *> validacion del digito verificador, igual que
      *> CapturaNumeroTelefono reintenta un telefono mal formado.
       CapturaCLABE.
           DISPLAY "CLABE (18 digitos): ".
           ACCEPT Bcl-CLABE.
           PERFORM ValidaCLABE.
           IF NOT CLABE-Valida
               DISPLAY "CLABE invalida: revise los 18 digitos y el "
                   "digito verificador."
               PERFORM CapturaCLABE
           END-IF.

      *> Suma ponderada 3-7-1 de las primeras 17 posiciones, cada
      *> producto modulo 10, y comparacion del digito 18 contra
      *> (10 - suma modulo 10) modulo 10.
       ValidaCLABE.
           MOVE "N" TO WS-CLABE-Valida.
           IF Bcl-CLABE IS NOT NUMERIC
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-Suma-Ponderada
               PERFORM VARYING WS-Indice-CLABE FROM 1 BY 1
                       UNTIL WS-Indice-CLABE > 17
                   MOVE Bcl-CLABE(WS-Indice-CLABE:1)
                       TO WS-Digito-CLABE
                   COMPUTE WS-Posicion-Ciclo =
                       FUNCTION MOD(WS-Indice-CLABE - 1, 3)
                   EVALUATE WS-Posicion-Ciclo
                       WHEN 0
                           MOVE 3 TO WS-Ponderador
                       WHEN 1
                           MOVE 7 TO WS-Ponderador
                       WHEN OTHER
                           MOVE 1 TO WS-Ponderador
                   END-EVALUATE
                   COMPUTE WS-Producto = FUNCTION MOD
                       (WS-Digito-CLABE * WS-Ponderador, 10)
                   ADD WS-Producto TO WS-Suma-Ponderada
               END-PERFORM
               COMPUTE WS-Residuo-Modulo =
                   FUNCTION MOD(WS-Suma-Ponderada, 10)
               COMPUTE WS-Digito-Esperado =
                   FUNCTION MOD(10 - WS-Residuo-Modulo, 10)
               MOVE Bcl-CLABE(18:1) TO WS-Digito-CLABE
               IF WS-Digito-CLABE = WS-Digito-Esperado
                   MOVE "S" TO WS-CLABE-Valida
               END-IF
           END-IF.

       ValidaCliente.
           MOVE "N" TO WS-Cliente-Valido.
           OPEN INPUT ArchivoClientes.
           IF Clientes-No-Existe
               CONTINUE
           ELSE
               MOVE Bcl-Cliente-ID TO Cli-ID
               READ ArchivoClientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-Cliente-Valido
               END-READ
           END-IF.
           CLOSE ArchivoClientes.

       DarDeBaja.
           DISPLAY "Numero de cliente a dar de baja: ".
           ACCEPT WS-ID-Buscado.

           OPEN I-O ARCHIVO-CUENTAS-CLIENTES.
           IF Cuentas-No-Existe
               DISPLAY "No existe el archivo de cuentas todavia."
           ELSE
               MOVE WS-ID-Buscado TO Bcl-Cliente-ID
               READ ARCHIVO-CUENTAS-CLIENTES
                   INVALID KEY
                       DISPLAY "Ese cliente no tiene cuenta."
                   NOT INVALID KEY
                       DELETE ARCHIVO-CUENTAS-CLIENTES
                       DISPLAY "Cuenta dada de baja."
               END-READ
           END-IF.
           CLOSE ARCHIVO-CUENTAS-CLIENTES.

       ConsultarCuenta.
           DISPLAY "Numero de cliente a consultar: ".
           ACCEPT WS-ID-Buscado.

           OPEN INPUT ARCHIVO-CUENTAS-CLIENTES.
           IF Cuentas-No-Existe
               DISPLAY "No existe el archivo de cuentas todavia."
           ELSE
               MOVE WS-ID-Buscado TO Bcl-Cliente-ID
               READ ARCHIVO-CUENTAS-CLIENTES
                   INVALID KEY
                       DISPLAY "Ese cliente no tiene cuenta."
                   NOT INVALID KEY
                       DISPLAY "Cliente: " Bcl-Cliente-ID
                       DISPLAY "Banco: " Bcl-Banco
                       DISPLAY "CLABE: " Bcl-CLABE
                       IF Bcl-Rebotada
                           DISPLAY "Estado: REBOTADA POR EL BANCO"
                       ELSE
                           DISPLAY "Estado: ACTIVA"
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-CUENTAS-CLIENTES.

       ListarCuentas.
           OPEN INPUT ARCHIVO-CUENTAS-CLIENTES.
           IF Cuentas-No-Existe
               DISPLAY "No existe el archivo de cuentas todavia."
           ELSE
               MOVE ZEROS TO Bcl-Cliente-ID
               START ARCHIVO-CUENTAS-CLIENTES
                       KEY IS NOT LESS THAN Bcl-Cliente-ID
                   INVALID KEY
                       DISPLAY "No hay cuentas en el archivo."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Cuentas
                       PERFORM WITH TEST BEFORE UNTIL Fin-Cuentas
                           READ ARCHIVO-CUENTAS-CLIENTES NEXT RECORD
                               AT END
                                   SET Fin-Cuentas TO TRUE
                               NOT AT END
                                   DISPLAY Bcl-Cliente-ID " "
                                       Bcl-Banco " " Bcl-CLABE " "
                                       Bcl-Estado
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARCHIVO-CUENTAS-CLIENTES
           END-IF.

       END PROGRAM CuentasBancoClientesMantenimiento.
