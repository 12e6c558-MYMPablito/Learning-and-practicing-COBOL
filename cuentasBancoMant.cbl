      *> 3-7-1 sobre las primeras 17 posiciones, modulo 10), para que
      *> una CLABE mal tecleada se detecte en la captura y no en el
      *> rebote del banco.
      *>
      *> Un cambio de CLABE no toca la cuenta vigente: queda en
      *> espera hasta que el empleado lo acusa y un segundo operador
      *> lo confirma, y la dispersion solo lo usa a partir de la
      *> quincena que empiece despues de la confirmacion. Mientras
      *> tanto la nomina se sigue pagando a la cuenta anterior. Cada
      *> paso queda en cambios.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

      *> Credenciales, para el acuse del empleado con la suya.
               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CUENTAS-BANCO
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa EmpleadosMantenimiento.
           88 OpcionBaja VALUE 2.
           88 OpcionConsultar VALUE 3.
           88 OpcionListar VALUE 4.
           88 OpcionCambio VALUE 5.
           88 OpcionAcuse VALUE 6.
           88 OpcionConfirmar VALUE 7.
           88 OpcionSalir VALUE 8.

       01 WS-Estado-Cuentas PIC XX VALUE SPACES.
           88 Cuentas-No-Existe VALUE "05" "35".
       01 WS-Digito-Esperado PIC 9 VALUE ZERO.
       01 WS-Posicion-Ciclo PIC 9 VALUE ZERO.

      *> Cambio de cuenta en espera: la CLABE nueva se valida con los
      *> mismos parrafos del alta y la vigente se conserva mientras.
       01 WS-Banco-Vigente PIC X(3) VALUE SPACES.
       01 WS-CLABE-Vigente PIC X(18) VALUE SPACES.
       01 WS-Banco-Capturado PIC X(3) VALUE SPACES.
       01 WS-CLABE-Capturada PIC X(18) VALUE SPACES.
      *> Nivel minimo del segundo operador que confirma un cambio.
       01 WS-Nivel-Confirma PIC 9 VALUE 5.
       01 WS-Medio-Acuse PIC X VALUE SPACE.
       01 WS-Acuse-Valido PIC X VALUE "N".
           88 Acuse-Valido VALUE "S".
       01 WS-Acuse-Operador PIC X(6) VALUE SPACES.
       01 WS-Acuse-Password PIC X(10) VALUE SPACES.
       01 WS-Folio-Acuse PIC X(10) VALUE SPACES.
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".

      *> La cuenta nueva rige desde la quincena (dia 1 o 16) que
      *> empiece despues del dia de la confirmacion.
       01 WS-Fecha-Confirma PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Confirma-Vista REDEFINES WS-Fecha-Confirma.
           05 WS-Fco-Anio PIC 9(4).
           05 WS-Fco-Mes PIC 99.
           05 WS-Fco-Dia PIC 99.
       01 WS-Vigencia PIC 9(8) VALUE ZEROS.
       01 WS-Vigencia-Vista REDEFINES WS-Vigencia.
           05 WS-Vig-Anio PIC 9(4).
           05 WS-Vig-Mes PIC 99.
           05 WS-Vig-Dia PIC 99.

      *> Movimiento para cambios.log (RegistraCambio).
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.

           COPY CONFIRMASN.

      *> Apartado del registro que se lee para cambiarlo, para que
      *> dos operadores no se pisen el cambio.
           COPY REGUSOWS.

      *> Enmascarado de la CLABE segun el nivel del operador.
           COPY MASCWS.

       PROCEDURE DIVISION.
      *> El operador se identifica al entrar para que los registros
      *> que aparte para cambiarlos queden a su nombre y para que los
      *> datos sensibles se muestren segun su nivel.
       IdentificaOperador.
           PERFORM IdentificaConsulta.
           MOVE Msk-Operador TO Ruw-Operador.
           MOVE "cuentas_banco.dat" TO Ruw-Archivo.
           MOVE "CuentasBancoMant" TO Ruw-Programa.
           MOVE "CuentasBancoMant" TO Msk-Programa.
           MOVE "BAN-CLABE" TO Msk-Campo.

       AceptaOpcion.
       DISPLAY "== Mantenimiento de cuentas bancarias ==".
       DISPLAY "1 - Alta de cuenta".
       DISPLAY "2 - Baja de cuenta".
       DISPLAY "3 - Consultar cuenta".
       DISPLAY "4 - Listar cuentas".
       DISPLAY "5 - Cambio de cuenta".
       DISPLAY "6 - Acuse del empleado de un cambio".
       DISPLAY "7 - Confirmar cambio de cuenta".
       DISPLAY "8 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
                       PERFORM ListarCuentas
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionCambio OR OpcionAcuse
                          OR OpcionConfirmar THEN
                           PERFORM AtiendeCambioCuenta
                           PERFORM AceptaOpcion
                       ELSE
                           IF OpcionSalir THEN
                               PERFORM LiberaApartadosOperador
                               DISPLAY "Saliendo del mantenimiento..."
                               STOP RUN
                           ELSE
                               DISPLAY "Opcion invalida. Intente de "
                                   "nuevo."
                               PERFORM AceptaOpcion
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Alta de la primera cuenta de un empleado. Una cuenta
      *> rebotada, o una nueva para un empleado que ya tuvo cuenta,
      *> entra por el cambio de cuenta con su espera.
       DarDeAlta.
           INITIALIZE Registro-Cuenta-Banco.
           DISPLAY "Numero de empleado: ".
           ACCEPT Ban-Emp-ID.
           PERFORM ValidaEmpleado.
               ACCEPT Ban-Banco
               PERFORM CapturaCLABE
               MOVE "A" TO Ban-Estado
               MOVE "N" TO Ban-Dispersada

               OPEN I-O ARCHIVO-CUENTAS-BANCO
               IF WS-Estado-Cuentas = "35"
               WRITE Registro-Cuenta-Banco
                   INVALID KEY
                       DISPLAY "Ese empleado ya tiene cuenta "
                           "registrada; use el cambio de cuenta."
                   NOT INVALID KEY
                       DISPLAY "Cuenta dada de alta."
               END-WRITE
       DarDeBaja.
           DISPLAY "Numero de empleado a dar de baja: ".
           ACCEPT WS-ID-Buscado.
           MOVE WS-ID-Buscado TO Ruw-Clave.
           PERFORM ApartaRegistroEnUso.
           IF Ruw-Apartado
               PERFORM DaDeBajaApartado
               PERFORM LiberaRegistroEnUso
           END-IF.

      *> La cuenta se aparta antes de leerla, para que la baja no
      *> se cruce con otro operador que la este cambiando. El
      *> registro no se borra: queda de baja, con cualquier cambio en
      *> espera descartado, para que una cuenta nueva del empleado no
      *> se salte la espera con una baja y un alta.
       DaDeBajaApartado.
           OPEN I-O ARCHIVO-CUENTAS-BANCO.
           IF Cuentas-No-Existe
               DISPLAY "No existe el archivo de cuentas todavia."
                   INVALID KEY
                       DISPLAY "Ese empleado no tiene cuenta."
                   NOT INVALID KEY
                       MOVE "B" TO Ban-Estado
                       MOVE SPACE TO Ban-Cambio-Estado
                       REWRITE Registro-Cuenta-Banco
                       DISPLAY "Cuenta dada de baja."
               END-READ
           END-IF.
                   NOT INVALID KEY
                       DISPLAY "Empleado: " Ban-Emp-ID
                       DISPLAY "Banco: " Ban-Banco
                       PERFORM EnmascaraCLABE
                       DISPLAY "CLABE: " Msk-Valor(1:18)
                       EVALUATE TRUE
                           WHEN Ban-Rebotada
                               DISPLAY "Estado: REBOTADA POR EL BANCO"
                           WHEN Ban-De-Baja
                               DISPLAY "Estado: DADA DE BAJA"
                           WHEN OTHER
                               DISPLAY "Estado: ACTIVA"
                       END-EVALUATE
                       PERFORM MuestraCambioEnEspera
               END-READ
           END-IF.
           CLOSE ARCHIVO-CUENTAS-BANCO.
                               AT END
                                   SET Fin-Cuentas TO TRUE
                               NOT AT END
                                   PERFORM EnmascaraCLABE
                                   DISPLAY Ban-Emp-ID " "
                                       Ban-Banco " " Msk-Valor(1:18)
                                       " " Ban-Estado
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARCHIVO-CUENTAS-BANCO
           END-IF.

      *> Captura, acuse y confirmacion de un cambio de cuenta. Los
      *> tres pasos firman con el operador que entro con su
      *> contrasena, y la cuenta se aparta mientras se atiende.
       AtiendeCambioCuenta.
           IF NOT Msk-Credencial-Valida
               DISPLAY "Los cambios de cuenta exigen entrar con la "
                   "contrasena del operador."
           ELSE
               DISPLAY "Numero de empleado: "
               ACCEPT WS-ID-Buscado
               MOVE WS-ID-Buscado TO Ruw-Clave
               PERFORM ApartaRegistroEnUso
               IF Ruw-Apartado
                   PERFORM AtiendeCambioApartado
                   PERFORM LiberaRegistroEnUso
               END-IF
           END-IF.

       AtiendeCambioApartado.
           OPEN I-O ARCHIVO-CUENTAS-BANCO.
           IF Cuentas-No-Existe
               DISPLAY "No existe el archivo de cuentas todavia."
           ELSE
               MOVE WS-ID-Buscado TO Ban-Emp-ID
               READ ARCHIVO-CUENTAS-BANCO
                   INVALID KEY
                       DISPLAY "Ese empleado no tiene cuenta; use el "
                           "alta."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OpcionCambio
                               PERFORM CapturaCambioCuenta
                           WHEN OpcionAcuse
                               PERFORM AcusaCambioCuenta
                           WHEN OTHER
                               PERFORM ConfirmaCambioCuenta
                       END-EVALUATE
               END-READ
           END-IF.
           CLOSE ARCHIVO-CUENTAS-BANCO.

      *> La CLABE nueva pasa por la misma validacion del alta; la
      *> vigente se queda donde esta. Un cambio que ya estaba en
      *> espera se reemplaza y vuelve a empezar.
       CapturaCambioCuenta.
           MOVE Ban-Banco TO WS-Banco-Vigente.
           MOVE Ban-CLABE TO WS-CLABE-Vigente.
           DISPLAY "Clave del banco de la cuenta nueva (3 digitos): ".
           ACCEPT Ban-Banco.
           PERFORM CapturaCLABE.
           MOVE Ban-Banco TO WS-Banco-Capturado.
           MOVE Ban-CLABE TO WS-CLABE-Capturada.
           MOVE WS-Banco-Vigente TO Ban-Banco.
           MOVE WS-CLABE-Vigente TO Ban-CLABE.
           IF WS-CLABE-Capturada = Ban-CLABE
               DISPLAY "La CLABE capturada es la vigente; no hay "
                   "cambio."
           ELSE
               IF NOT Ban-Sin-Cambio
                   DISPLAY "Se reemplaza el cambio en espera que "
                       "capturo " Ban-Cambio-Capturo "."
               END-IF
               MOVE "P" TO Ban-Cambio-Estado
               MOVE WS-Banco-Capturado TO Ban-Nuevo-Banco
               MOVE WS-CLABE-Capturada TO Ban-Nueva-CLABE
               MOVE Msk-Operador TO Ban-Cambio-Capturo
               MOVE FUNCTION CURRENT-DATE(1:8) TO Ban-Cambio-Fecha
               MOVE SPACE TO Ban-Acuse-Medio
               MOVE SPACES TO Ban-Acuse-Referencia
               MOVE SPACES TO Ban-Cambio-Confirmo
               MOVE ZEROS TO Ban-Cambio-Vigencia
               MOVE "BAN-CLABE CAPTURA" TO WS-Cambio-Campo
               PERFORM GuardaCambioCuenta
               IF Ruw-Apartado
                   DISPLAY "Cambio en espera: falta el acuse del "
                       "empleado y la confirmacion de otro operador."
               END-IF
           END-IF.

      *> El empleado acusa el cambio con su propia credencial (la
      *> que en operadores.dat lleva su numero de empleado) o con el
      *> formato firmado, que registra un operador distinto del que
      *> capturo el cambio.
       AcusaCambioCuenta.
           IF NOT Ban-Cambio-Capturado
               DISPLAY "Esa cuenta no tiene un cambio en espera de "
                   "acuse."
           ELSE
               PERFORM CapturaAcuse
               IF Acuse-Valido
                   MOVE "BAN-CLABE ACUSE" TO WS-Cambio-Campo
                   PERFORM GuardaCambioCuenta
                   IF Ruw-Apartado
                       DISPLAY "Acuse registrado; falta la "
                           "confirmacion de otro operador."
                   END-IF
               END-IF
           END-IF.

       CapturaAcuse.
           MOVE "N" TO WS-Acuse-Valido.
           DISPLAY "Acuse con la credencial del empleado (C) o con "
               "el formato firmado (F): ".
           ACCEPT WS-Medio-Acuse.
           EVALUATE WS-Medio-Acuse
               WHEN "C"
               WHEN "c"
                   DISPLAY "ID del empleado: "
                   ACCEPT WS-Acuse-Operador
                   DISPLAY "Contrasena del empleado: "
                   ACCEPT WS-Acuse-Password
                   PERFORM ValidaCredencialEmpleado
                   MOVE SPACES TO WS-Acuse-Password
                   IF Acuse-Valido
                       MOVE "C" TO Ban-Acuse-Medio
                       MOVE WS-Acuse-Operador TO Ban-Acuse-Referencia
                   ELSE
                       DISPLAY "Credencial invalida o no es la del "
                           "empleado " Ban-Emp-ID "."
                   END-IF
               WHEN "F"
               WHEN "f"
                   IF Msk-Operador = Ban-Cambio-Capturo
                       DISPLAY "El formato firmado lo registra un "
                           "operador distinto del que capturo el "
                           "cambio."
                   ELSE
                       DISPLAY "Folio del formato firmado: "
                       ACCEPT WS-Folio-Acuse
                       IF WS-Folio-Acuse = SPACES
                           DISPLAY "Falta el folio del formato."
                       ELSE
                           SET Acuse-Valido TO TRUE
                           MOVE "F" TO Ban-Acuse-Medio
                           MOVE WS-Folio-Acuse TO Ban-Acuse-Referencia
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Medio de acuse invalido."
           END-EVALUATE.

       ValidaCredencialEmpleado.
           OPEN INPUT ArchivoOperadores.
           IF Operadores-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Operadores
               PERFORM WITH TEST BEFORE UNTIL Fin-Operadores
                   READ ArchivoOperadores
                       AT END
                           SET Fin-Operadores TO TRUE
                       NOT AT END
                           IF Op-ID = WS-Acuse-Operador
                              AND Op-Password = WS-Acuse-Password
                              AND Op-Bloqueado NOT = "B"
                              AND Op-Emp-ID IS NUMERIC
                              AND Op-Emp-ID = Ban-Emp-ID
                               SET Acuse-Valido TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoOperadores.

      *> El segundo operador, con nivel suficiente y distinto del que
      *> capturo, revisa la cuenta vigente y la nueva contra el
      *> formato del empleado y confirma o rechaza el cambio.
       ConfirmaCambioCuenta.
           EVALUATE TRUE
               WHEN NOT Ban-Cambio-Capturado
                   DISPLAY "Esa cuenta no tiene un cambio en espera "
                       "de confirmacion."
               WHEN Msk-Nivel < WS-Nivel-Confirma
                   DISPLAY "Confirmar un cambio de cuenta requiere "
                       "nivel " WS-Nivel-Confirma "."
               WHEN Msk-Operador = Ban-Cambio-Capturo
                   DISPLAY "El cambio lo confirma un operador "
                       "distinto del que lo capturo."
               WHEN NOT Ban-Con-Acuse
                   DISPLAY "Falta el acuse del empleado."
               WHEN OTHER
                   PERFORM DecideCambioCuenta
           END-EVALUATE.

       DecideCambioCuenta.
           PERFORM EnmascaraCLABE.
           DISPLAY "Cuenta vigente: " Ban-Banco " " Msk-Valor(1:18).
           MOVE Ban-Nueva-CLABE TO Msk-Valor.
           PERFORM EnmascaraDato.
           DISPLAY "Cuenta nueva:   " Ban-Nuevo-Banco " "
               Msk-Valor(1:18).
           DISPLAY "Capturo " Ban-Cambio-Capturo " el "
               Ban-Cambio-Fecha "; acuse " Ban-Acuse-Medio " "
               Ban-Acuse-Referencia.
           DISPLAY "Confirma el cambio de cuenta (S/N): ".
           PERFORM ConfirmaSN.
           IF Respuesta-Afirmativa
               PERFORM CalculaVigencia
               MOVE "C" TO Ban-Cambio-Estado
               MOVE Msk-Operador TO Ban-Cambio-Confirmo
               MOVE WS-Vigencia TO Ban-Cambio-Vigencia
               MOVE "BAN-CLABE CONFIRMA" TO WS-Cambio-Campo
               PERFORM GuardaCambioCuenta
               IF Ruw-Apartado
                   DISPLAY "Cambio confirmado; la dispersion usa la "
                       "cuenta nueva desde la quincena del "
                       Ban-Cambio-Vigencia "."
               END-IF
           ELSE
               DISPLAY "Rechaza y descarta el cambio en espera (S/N): "
               PERFORM ConfirmaSN
               IF Respuesta-Afirmativa
                   MOVE SPACE TO Ban-Cambio-Estado
                   MOVE Msk-Operador TO Ban-Cambio-Confirmo
                   MOVE "BAN-CLABE RECHAZO" TO WS-Cambio-Campo
                   PERFORM GuardaCambioCuenta
                   IF Ruw-Apartado
                       DISPLAY "Cambio rechazado; sigue la cuenta "
                           "vigente."
                   END-IF
               ELSE
                   DISPLAY "El cambio sigue en espera."
               END-IF
           END-IF.

      *> Primer dia 1 o 16 posterior al dia de la confirmacion.
       CalculaVigencia.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Confirma.
           MOVE WS-Fecha-Confirma TO WS-Vigencia.
           IF WS-Fco-Dia < 16
               MOVE 16 TO WS-Vig-Dia
           ELSE
               MOVE 1 TO WS-Vig-Dia
               IF WS-Fco-Mes = 12
                   MOVE 1 TO WS-Vig-Mes
                   ADD 1 TO WS-Vig-Anio
               ELSE
                   ADD 1 TO WS-Vig-Mes
               END-IF
           END-IF.

      *> Si el apartado vencio mientras se atendia, nada se guarda.
       GuardaCambioCuenta.
           PERFORM VerificaRegistroEnUso.
           IF Ruw-Apartado
               REWRITE Registro-Cuenta-Banco
               MOVE SPACES TO WS-Cambio-Anterior
               STRING Ban-Emp-ID " " Ban-CLABE DELIMITED BY SIZE
                   INTO WS-Cambio-Anterior
               END-STRING
               MOVE SPACES TO WS-Cambio-Nuevo
               STRING Ban-Nueva-CLABE " " Msk-Operador
                   DELIMITED BY SIZE INTO WS-Cambio-Nuevo
               END-STRING
               CALL "RegistraCambio" USING WS-Cambio-Campo
                   WS-Cambio-Anterior WS-Cambio-Nuevo
           END-IF.

       MuestraCambioEnEspera.
           EVALUATE TRUE
               WHEN Ban-Cambio-Capturado
                   DISPLAY "Cambio en espera capturado por "
                       Ban-Cambio-Capturo " el " Ban-Cambio-Fecha
                   IF Ban-Con-Acuse
                       DISPLAY "  acusado por el empleado; falta la "
                           "confirmacion"
                   ELSE
                       DISPLAY "  falta el acuse del empleado"
                   END-IF
               WHEN Ban-Cambio-Confirmado
                   DISPLAY "Cambio confirmado por "
                       Ban-Cambio-Confirmo "; rige desde la quincena "
                       "del " Ban-Cambio-Vigencia
           END-EVALUATE.

      *> La CLABE solo se ve completa con el nivel que pide el
      *> catalogo de campos sensibles.
       EnmascaraCLABE.
           MOVE Ban-CLABE TO Msk-Valor.
           MOVE Ban-Emp-ID TO Msk-Llave.
           PERFORM EnmascaraDato.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.

      *> Apartado de registros en uso.
           COPY UTILUSO.

      *> Enmascarado de campos sensibles segun el nivel del operador.
           COPY UTILMASC.

       END PROGRAM CuentasBancoMantenimiento.
