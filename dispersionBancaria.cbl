      *> pueda rechazar una transmision truncada comparando el cierre
      *> contra el contenido, y nadie vuelva a teclear netos en la
      *> pantalla de carga.
      *>
      *> La dispersion es de la empresa que dejo corrida
      *> EmpleadosNomina en grupo_pago.dat: la cabecera lleva la
      *> cuenta de cargo de esa empresa segun el catalogo, y las
      *> empresas distintas de la original leen su extracto y dejan
      *> su archivo con el codigo como sufijo.
      *>
      *> La nomina se parte por el banco de la cuenta del empleado:
      *> cada banco activo del catalogo bancos_dispersion.dat recibe
      *> su propio archivo (el nombre de siempre con la clave del
      *> banco como sufijo), en el layout de ese banco y con la
      *> cuenta de cargo de la empresa en el, para que la
      *> transferencia sea interna, sin comision y del mismo dia. Los
      *> empleados de cualquier otro banco salen por el archivo
      *> interbancario del banco pagador, con el nombre de siempre.
      *> Las cuentas del catalogo son de la empresa original: una
      *> empresa distinta dispersa todo por el interbancario, con su
      *> propia cuenta de cargo del catalogo de empresas.
      *> Cada archivo lleva su cabecera y su cierre de control, y el
      *> resumen muestra los totales por banco.
      *>
      *> Un cambio de CLABE confirmado en CuentasBancoMantenimiento
      *> se aplica aqui, en la primera corrida cuya quincena empiece
      *> en o despues de su vigencia; hasta entonces se paga a la
      *> cuenta anterior. Cada empleado con cuenta nueva o cambiada
      *> desde la corrida anterior, y cada cambio todavia en espera,
      *> queda senalado en dispersion_cuentas_cambiadas.log.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-Estado-Nomina.

               SELECT ArchivoDispersion
               ASSIGN TO DYNAMIC WS-Nombre-Dispersion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Dispersion.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Excepciones.

      *> Empleados con la cuenta cambiada desde la corrida anterior,
      *> para que tesoreria los revise antes de transmitir.
               SELECT OPTIONAL ArchivoCuentasCambiadas
               ASSIGN TO "dispersion_cuentas_cambiadas.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cambiadas.

      *> Cola de repagos que dejo ProcesaRetornoBanco: los rebotes
      *> con cuenta ya corregida se dispersan en esta corrida y los
      *> que siguen sin cuenta buena se quedan en la cola.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Repago-Tmp.

      *> Maestro de empleados, solo para saber de que empresa es
      *> cada repago de la cola.
               SELECT OPTIONAL ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

      *> Grupo de pago (quincenal o semanal) que dejo la corrida de
      *> EmpleadosNomina; sin el archivo se asume la quincena.
               SELECT OPTIONAL ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

      *> Catalogo de bancos en los que la empresa tiene cuenta, con
      *> el layout de cada uno; sin catalogo todo sale por el
      *> archivo interbancario como siempre.
               SELECT OPTIONAL ARCHIVO-BANCOS-DISP
               ASSIGN TO "bancos_dispersion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Bdi-Banco
               FILE STATUS IS WS-Estado-Bancos-Disp.

      *> Detalles ya validados de la corrida, marcados con el banco
      *> que los recibe; de aqui se escribe cada archivo de banco.
               SELECT ArchivoTrabajo
               ASSIGN TO "dispersion_banco.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Trabajo.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-NOMINA
           05 Exd-Motivo              PIC X(20).
           05 Exd-Fecha-Hora          PIC X(21).

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

      *> Senalamiento, cuenta anterior y vigente (en un cambio en
      *> espera, la vigente y la que viene), fecha de proceso y
      *> momento de la corrida.
       FD  ArchivoCuentasCambiadas
           LABEL RECORD IS STANDARD.
       01  Registro-Cuenta-Cambiada.
           05 Dcc-Emp-ID              PIC 9(6).
           05 Dcc-Nombre              PIC X(20).
           05 Dcc-Apellido            PIC X(20).
           05 Dcc-Senal               PIC X(16).
           05 Dcc-CLABE-Anterior      PIC X(18).
           05 Dcc-CLABE               PIC X(18).
           05 Dcc-Fecha-Proceso       PIC 9(8).
           05 Dcc-Fecha-Hora          PIC X(21).

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
           05 Grp-Empresa             PIC X(2).

       FD  ARCHIVO-BANCOS-DISP
           LABEL RECORD IS STANDARD.
           COPY BANCODSP.

       FD  ArchivoTrabajo
           LABEL RECORD IS STANDARD.
       01  Registro-Trabajo.
           05 Dtr-Indice-Banco        PIC 9(2).
           05 Dtr-Emp-ID              PIC 9(6).
           05 Dtr-Nombre              PIC X(20).
           05 Dtr-Apellido            PIC X(20).
           05 Dtr-Neto                PIC 9(7)V99.
           05 Dtr-CLABE               PIC X(18).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Nomina PIC XX VALUE SPACES.
           88 Nomina-No-Existe VALUE "05" "35".
       01 WS-Motivo-Excepcion PIC X(20) VALUE SPACES.
       01 WS-Total-Excepciones PIC 9(6) VALUE ZEROS.

      *> Cambios de cuenta: la quincena de la corrida empieza el 1 o
      *> el 16 del mes de la fecha de proceso.
       01 WS-Estado-Cambiadas PIC XX VALUE SPACES.
       01 WS-Inicio-Quincena PIC 9(8) VALUE ZEROS.
       01 WS-Inicio-Quincena-Vista REDEFINES WS-Inicio-Quincena.
           05 FILLER PIC 9(6).
           05 WS-Iqu-Dia PIC 99.
       01 WS-Total-Cambiadas PIC 9(6) VALUE ZEROS.
       01 WS-Total-En-Espera PIC 9(6) VALUE ZEROS.

      *> Cola de repagos cargada a memoria para reescribirla sin los
      *> que esta corrida ya disperso.
       01 WS-Estado-Repagos PIC XX VALUE SPACES.

      *> Cuenta de cargo de la empresa en el banco, convenida con el
      *> ejecutivo de cuenta; si la empresa cambia de cuenta se cambia
      *> aqui. Se usa mientras la empresa no tenga cuenta capturada
      *> en el catalogo de empresas.
       01 WS-Cuenta-Empresa PIC X(18) VALUE "002180045600123456".

      *> Empresa de la corrida y su registro del catalogo. Los
      *> repagos de empleados de otra empresa se quedan en la cola
      *> para la dispersion de su empresa.
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Repago-Ajeno PIC X VALUE "N".
           88 Repago-Ajeno VALUE "S".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Nombre-Sin-Extension PIC X(40) VALUE SPACES.


      *> Generacion vigente del extracto de nomina.
       01 WS-Base-Generacion PIC X(20) VALUE "nomina".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.

      *> Archivos del grupo de pago de la corrida.
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Semanal VALUE "S".
       01 WS-Nombre-Dispersion PIC X(40)
           VALUE "dispersion_banco.dat".

       01 WS-Registro-Cabecera.
           05 FILLER PIC X VALUE "1".
           05 WS-Cab-Identificador PIC X(8) VALUE "DISPNOMI".
           05 WS-Cie-Suma-Netos PIC 9(11)V99.
           05 FILLER PIC X(58) VALUE SPACES.

      *> Layout CLABE primero, para los bancos del catalogo que lo
      *> piden: mismo largo de 78, con su propia marca de tipo.
       01 WS-Registro-Cabecera-C.
           05 FILLER PIC X VALUE "H".
           05 WS-Cbc-Fecha PIC X(8).
           05 WS-Cbc-Cuenta PIC X(18).
           05 FILLER PIC X(8) VALUE "NOMINA".
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS-Registro-Detalle-C.
           05 FILLER PIC X VALUE "D".
           05 WS-Dtc-CLABE PIC X(18).
           05 WS-Dtc-Importe PIC 9(11)V99.
           05 WS-Dtc-Referencia PIC 9(6).
           05 WS-Dtc-Beneficiario PIC X(40).

       01 WS-Registro-Cierre-C.
           05 FILLER PIC X VALUE "T".
           05 WS-Ctc-Cantidad PIC 9(6).
           05 WS-Ctc-Suma PIC 9(13)V99.
           05 FILLER PIC X(56) VALUE SPACES.

       01 WS-Total-Detalles PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Netos PIC 9(11)V99 VALUE ZEROS.

      *> Archivos de la corrida, uno por banco del catalogo mas el
      *> interbancario en el renglon 1.
           COPY BANCOTAB.
       01 WS-Estado-Bancos-Disp PIC XX VALUE SPACES.
           88 Bancos-Disp-No-Existe VALUE "05" "35".
       01 WS-Fin-Bancos-Disp PIC X VALUE "N".
           88 Fin-Bancos-Disp VALUE "S".
       01 WS-Estado-Trabajo PIC XX VALUE SPACES.
       01 WS-Fin-Trabajo PIC X VALUE "N".
           88 Fin-Trabajo VALUE "S".
       01 WS-Banco-Empleado PIC X(3) VALUE SPACES.
       01 WS-Nombre-Base PIC X(40) VALUE SPACES.
       01 WS-Suma-Edit PIC Z(10)9,99.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 0050-Lee-Grupo-Pago
      *> La cuenta de siempre es de la empresa original; otra empresa
      *> sin cuenta de cargo en su catalogo no se dispersa.
           IF NOT Empresa-Principal
              AND (NOT Empresa-Hallada OR Cia-Cuenta-Cargo = SPACES)
               DISPLAY "La empresa " WS-Empresa-Corrida " no tiene "
                   "cuenta de cargo en el catalogo de empresas."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
           IF WS-Nombre-Generacion = SPACES
      *> sepa que este paso fallo.
               MOVE 8 TO RETURN-CODE
           ELSE
      *> El maestro de cuentas se abre para actualizar, porque aqui
      *> se aplican los cambios de cuenta que ya rigen y se marcan
      *> las cuentas ya senaladas; sin maestro sigue como siempre.
               OPEN INPUT ARCHIVO-CUENTAS-BANCO
               IF NOT Cuentas-Banco-No-Existe
                   CLOSE ARCHIVO-CUENTAS-BANCO
                   OPEN I-O ARCHIVO-CUENTAS-BANCO
               END-IF
               MOVE Fpw-Fecha-Proceso TO WS-Inicio-Quincena
               IF WS-Iqu-Dia < 16
                   MOVE 1 TO WS-Iqu-Dia
               ELSE
                   MOVE 16 TO WS-Iqu-Dia
               END-IF
               OPEN INPUT ARCHIVO-EMPLEADOS
               OPEN EXTEND ArchivoExcepciones
               OPEN EXTEND ArchivoCuentasCambiadas
               PERFORM 1010-Carga-Bancos
               OPEN OUTPUT ArchivoTrabajo
               PERFORM WITH TEST BEFORE UNTIL Fin-Nomina
                   READ ARCHIVO-NOMINA
                       AT END
                   END-READ
               END-PERFORM
               PERFORM 2500-Procesa-Repagos
               CLOSE ArchivoTrabajo
               PERFORM 3000-Escribe-Archivos-Banco
               CLOSE ARCHIVO-NOMINA
               CLOSE ARCHIVO-CUENTAS-BANCO
               CLOSE ARCHIVO-EMPLEADOS
               CLOSE ArchivoExcepciones
               CLOSE ArchivoCuentasCambiadas
               PERFORM 9000-Muestra-Resumen
               COMPUTE WS-Corrida-Leidos =
                   WS-Total-Detalles + WS-Total-Excepciones
           END-IF
           STOP RUN.

      *> El grupo semanal lee su propia generacion del extracto y
      *> deja sus salidas aparte, para no encimarse con la quincena.
       0050-Lee-Grupo-Pago.
           OPEN INPUT ArchivoGrupoPago
           READ ArchivoGrupoPago
               AT END
                   CONTINUE
               NOT AT END
                   MOVE Grp-Grupo TO WS-Grupo-Corrida
                   MOVE Grp-Empresa TO WS-Empresa-Corrida
           END-READ
           CLOSE ArchivoGrupoPago
           IF Grupo-Semanal
               MOVE "nomina_semanal" TO WS-Base-Generacion
               MOVE "dispersion_banco_semanal.dat"
                   TO WS-Nombre-Dispersion
           END-IF
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada
           IF Empresa-Hallada AND Cia-Cuenta-Cargo NOT = SPACES
               MOVE Cia-Cuenta-Cargo TO WS-Cuenta-Empresa
           END-IF
           IF NOT Empresa-Principal
               MOVE SPACES TO WS-Nombre-Con-Sufijo
               STRING WS-Base-Generacion DELIMITED BY SPACE
                   "_" WS-Empresa-Corrida DELIMITED BY SIZE
                   INTO WS-Nombre-Con-Sufijo
               END-STRING
               MOVE WS-Nombre-Con-Sufijo TO WS-Base-Generacion
               MOVE SPACES TO WS-Nombre-Sin-Extension
               UNSTRING WS-Nombre-Dispersion DELIMITED BY "."
                   INTO WS-Nombre-Sin-Extension
               END-UNSTRING
               MOVE SPACES TO WS-Nombre-Con-Sufijo
               STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
                   "_" WS-Empresa-Corrida ".dat" DELIMITED BY SIZE
                   INTO WS-Nombre-Con-Sufijo
               END-STRING
               MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Dispersion
           END-IF.

      *> La cabecera va en el layout del banco que recibe el
      *> archivo, con la cuenta de cargo de la empresa en ese banco.
       1000-Escribe-Cabecera.
           IF Bnc-Layout-Clabe(Bnc-Indice)
               MOVE Fpw-Fecha-Proceso TO WS-Cbc-Fecha
               MOVE Bnc-Cuenta-Cargo(Bnc-Indice) TO WS-Cbc-Cuenta
               WRITE Registro-Dispersion FROM WS-Registro-Cabecera-C
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Cab-Fecha
               MOVE Bnc-Cuenta-Cargo(Bnc-Indice) TO WS-Cab-Cuenta
               WRITE Registro-Dispersion FROM WS-Registro-Cabecera
           END-IF.

      *> El renglon 1 es el interbancario, con la cuenta y el nombre
      *> de archivo de siempre; despues van los bancos activos del
      *> catalogo. El catalogo mas alla de la tabla se avisa y esos
      *> bancos se van por el interbancario. Las cuentas de cargo del
      *> catalogo son de la empresa original; para cualquier otra
      *> empresa no se carga y todo sale por el interbancario, con la
      *> cuenta de cargo de esa empresa.
       1010-Carga-Bancos.
           MOVE 1 TO Bnc-Cantidad
           MOVE SPACES TO Bnc-Banco(1)
           MOVE "INTERBANCARIO" TO Bnc-Nombre(1)
           MOVE WS-Cuenta-Empresa TO Bnc-Cuenta-Cargo(1)
           MOVE "E" TO Bnc-Layout(1)
           MOVE ZEROS TO Bnc-Detalles(1)
           MOVE ZEROS TO Bnc-Suma(1)
           IF Empresa-Principal
               OPEN INPUT ARCHIVO-BANCOS-DISP
               IF Bancos-Disp-No-Existe
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-Fin-Bancos-Disp
                   PERFORM WITH TEST BEFORE UNTIL Fin-Bancos-Disp
                       READ ARCHIVO-BANCOS-DISP NEXT RECORD
                           AT END
                               SET Fin-Bancos-Disp TO TRUE
                           NOT AT END
                               IF Bdi-Activo
                                   PERFORM 1020-Agrega-Banco
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCHIVO-BANCOS-DISP
           END-IF.

       1020-Agrega-Banco.
           IF Bnc-Cantidad = 20
               DISPLAY "Aviso: el banco " Bdi-Banco " no cabe en la "
                   "tabla; sus empleados salen por el interbancario."
           ELSE
               ADD 1 TO Bnc-Cantidad
               MOVE Bdi-Banco TO Bnc-Banco(Bnc-Cantidad)
               MOVE Bdi-Nombre TO Bnc-Nombre(Bnc-Cantidad)
               MOVE Bdi-Cuenta-Cargo TO Bnc-Cuenta-Cargo(Bnc-Cantidad)
               MOVE Bdi-Layout TO Bnc-Layout(Bnc-Cantidad)
               MOVE ZEROS TO Bnc-Detalles(Bnc-Cantidad)
               MOVE ZEROS TO Bnc-Suma(Bnc-Cantidad)
           END-IF.

      *> El detalle solo sale con la CLABE real del maestro de
      *> cuentas; un empleado sin cuenta, o con la cuenta rebotada
       2000-Escribe-Detalle.
           PERFORM 2100-Busca-Cuenta
           IF Cuenta-Hallada
               MOVE Nom-Emp-ID TO Dtr-Emp-ID
               MOVE Nom-Cont-Nombre TO Dtr-Nombre
               MOVE Nom-Cont-Primer-Apellido TO Dtr-Apellido
               MOVE Nom-Salario-Neto TO Dtr-Neto
               PERFORM 2120-Senala-Cuenta-Cambiada
               PERFORM 2300-Guarda-Detalle
           ELSE
               PERFORM 2200-Escribe-Excepcion
           END-IF.
                   INVALID KEY
                       MOVE "SIN CUENTA" TO WS-Motivo-Excepcion
                   NOT INVALID KEY
                       PERFORM 2110-Aplica-Cambio-Cuenta
                       EVALUATE TRUE
                           WHEN Ban-Rebotada
                               MOVE "CUENTA REBOTADA"
                                   TO WS-Motivo-Excepcion
                           WHEN Ban-De-Baja
                               MOVE "CUENTA DE BAJA"
                                   TO WS-Motivo-Excepcion
                           WHEN OTHER
                               SET Cuenta-Hallada TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

      *> Un cambio confirmado rige desde la quincena de su vigencia:
      *> la cuenta nueva pasa a ser la vigente (aunque la anterior
      *> estuviera rebotada o de baja) y la anterior se guarda.
       2110-Aplica-Cambio-Cuenta.
           IF Ban-Cambio-Confirmado
              AND Ban-Cambio-Vigencia IS NUMERIC
              AND WS-Inicio-Quincena >= Ban-Cambio-Vigencia
               MOVE Ban-CLABE TO Ban-CLABE-Anterior
               MOVE Ban-Nuevo-Banco TO Ban-Banco
               MOVE Ban-Nueva-CLABE TO Ban-CLABE
               MOVE "A" TO Ban-Estado
               MOVE SPACE TO Ban-Cambio-Estado
               MOVE Fpw-Fecha-Proceso TO Ban-Fecha-Aplicacion
               MOVE "N" TO Ban-Dispersada
               REWRITE Registro-Cuenta-Banco
           END-IF.

      *> La cuenta que sale por primera vez desde que se dio de alta
      *> o se cambio se senala una sola vez; un cambio que sigue en
      *> espera se senala en cada corrida hasta que rija.
       2120-Senala-Cuenta-Cambiada.
           IF Ban-Cuenta-Cambiada
               MOVE Dtr-Emp-ID TO Dcc-Emp-ID
               MOVE Dtr-Nombre TO Dcc-Nombre
               MOVE Dtr-Apellido TO Dcc-Apellido
               IF Ban-CLABE-Anterior = SPACES
                   MOVE "CUENTA NUEVA" TO Dcc-Senal
               ELSE
                   MOVE "CUENTA CAMBIADA" TO Dcc-Senal
               END-IF
               MOVE Ban-CLABE-Anterior TO Dcc-CLABE-Anterior
               MOVE Ban-CLABE TO Dcc-CLABE
               PERFORM 2130-Escribe-Cuenta-Cambiada
               ADD 1 TO WS-Total-Cambiadas
               MOVE "S" TO Ban-Dispersada
               REWRITE Registro-Cuenta-Banco
           END-IF
           IF NOT Ban-Sin-Cambio
               MOVE Dtr-Emp-ID TO Dcc-Emp-ID
               MOVE Dtr-Nombre TO Dcc-Nombre
               MOVE Dtr-Apellido TO Dcc-Apellido
               MOVE "CAMBIO EN ESPERA" TO Dcc-Senal
               MOVE Ban-CLABE TO Dcc-CLABE-Anterior
               MOVE Ban-Nueva-CLABE TO Dcc-CLABE
               PERFORM 2130-Escribe-Cuenta-Cambiada
               ADD 1 TO WS-Total-En-Espera
           END-IF.

       2130-Escribe-Cuenta-Cambiada.
           MOVE Fpw-Fecha-Proceso TO Dcc-Fecha-Proceso
           MOVE FUNCTION CURRENT-DATE TO Dcc-Fecha-Hora
           WRITE Registro-Cuenta-Cambiada.

      *> El banco del empleado es la clave de su cuenta; sin clave
      *> capturada se toma de las tres primeras posiciones de la
      *> CLABE, que son la clave del banco. Un banco que no esta
      *> activo en el catalogo se va al interbancario (renglon 1).
       2150-Ubica-Banco.
           MOVE Ban-Banco TO WS-Banco-Empleado
           IF WS-Banco-Empleado = SPACES
               MOVE Ban-CLABE(1:3) TO WS-Banco-Empleado
           END-IF
           MOVE 1 TO Dtr-Indice-Banco
           PERFORM VARYING Bnc-Indice FROM 2 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
                      OR Dtr-Indice-Banco > 1
               IF Bnc-Banco(Bnc-Indice) = WS-Banco-Empleado
                   MOVE Bnc-Indice TO Dtr-Indice-Banco
               END-IF
           END-PERFORM.

      *> Cada detalle validado se guarda en el temporal con el
      *> banco que lo recibe, y se acumula en los totales de la
      *> corrida y de ese banco.
       2300-Guarda-Detalle.
           PERFORM 2150-Ubica-Banco
           MOVE Ban-CLABE TO Dtr-CLABE
           WRITE Registro-Trabajo
           ADD 1 TO WS-Total-Detalles
           ADD Dtr-Neto TO WS-Suma-Netos
           ADD 1 TO Bnc-Detalles(Dtr-Indice-Banco)
           ADD Dtr-Neto TO Bnc-Suma(Dtr-Indice-Banco).

      *> Recoge la cola de repagos que dejo ProcesaRetornoBanco: el
      *> repago con cuenta ya corregida sale como detalle en esta
      *> misma transmision; el que sigue con la cuenta rebotada o

       2550-Intenta-Dispersar.
           MOVE "N" TO WS-Cuenta-Hallada
           PERFORM 2555-Revisa-Empresa-Repago
           IF NOT Cuentas-Banco-No-Existe AND NOT Repago-Ajeno
               MOVE WS-Rep-Emp-ID(WS-Indice-Rep) TO Ban-Emp-ID
               READ ARCHIVO-CUENTAS-BANCO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2110-Aplica-Cambio-Cuenta
                       IF NOT Ban-Rebotada AND NOT Ban-De-Baja
                           SET Cuenta-Hallada TO TRUE
                       END-IF
               END-READ
           END-IF
           IF Cuenta-Hallada
               MOVE WS-Rep-Emp-ID(WS-Indice-Rep) TO Dtr-Emp-ID
               MOVE WS-Rep-Nombre(WS-Indice-Rep) TO Dtr-Nombre
               MOVE WS-Rep-Apellido(WS-Indice-Rep)
                   TO Dtr-Apellido
               MOVE WS-Rep-Importe(WS-Indice-Rep) TO Dtr-Neto
               PERFORM 2120-Senala-Cuenta-Cambiada
               PERFORM 2300-Guarda-Detalle
               ADD 1 TO WS-Total-Repagados
           END-IF.

      *> Un repago es de otra empresa cuando el maestro dice que el
      *> empleado es de otra; sin maestro o sin empresa capturada
      *> se da por de la original.
       2555-Revisa-Empresa-Repago.
           MOVE "N" TO WS-Repago-Ajeno
           MOVE SPACES TO Emp-Empresa
           IF NOT Empleados-No-Existe
               MOVE WS-Rep-Emp-ID(WS-Indice-Rep) TO Emp-ID
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       MOVE SPACES TO Emp-Empresa
               END-READ
           END-IF
           IF Emp-Empresa = SPACES
               MOVE "01" TO Emp-Empresa
           END-IF
           IF Emp-Empresa NOT = WS-Empresa-Corrida
               SET Repago-Ajeno TO TRUE
           END-IF.

       2560-Arma-Repago-Pendiente.
           WRITE Registro-Excepcion-Disp
           ADD 1 TO WS-Total-Excepciones.

      *> Un archivo por renglon de la tabla, cada uno con su
      *> cabecera, sus detalles y su cierre. Los bancos activos sin
      *> empleados en la corrida reciben su archivo vacio, para que
      *> no quede a la vista el de una corrida anterior.
       3000-Escribe-Archivos-Banco.
           MOVE WS-Nombre-Dispersion TO WS-Nombre-Base
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               PERFORM 3100-Escribe-Archivo-Banco
           END-PERFORM
           MOVE WS-Nombre-Base TO WS-Nombre-Dispersion.

       3100-Escribe-Archivo-Banco.
           IF Bnc-Indice = 1
               MOVE WS-Nombre-Base TO WS-Nombre-Dispersion
           ELSE
               MOVE SPACES TO WS-Nombre-Sin-Extension
               UNSTRING WS-Nombre-Base DELIMITED BY "."
                   INTO WS-Nombre-Sin-Extension
               END-UNSTRING
               MOVE SPACES TO WS-Nombre-Dispersion
               STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
                   "_" Bnc-Banco(Bnc-Indice) ".dat"
                   DELIMITED BY SIZE
                   INTO WS-Nombre-Dispersion
               END-STRING
           END-IF
           OPEN OUTPUT ArchivoDispersion
           PERFORM 1000-Escribe-Cabecera
           OPEN INPUT ArchivoTrabajo
           MOVE "N" TO WS-Fin-Trabajo
           PERFORM WITH TEST BEFORE UNTIL Fin-Trabajo
               READ ArchivoTrabajo
                   AT END
                       SET Fin-Trabajo TO TRUE
                   NOT AT END
                       IF Dtr-Indice-Banco = Bnc-Indice
                           PERFORM 3200-Escribe-Detalle-Banco
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchivoTrabajo
           PERFORM 3300-Escribe-Cierre
           CLOSE ArchivoDispersion.

       3200-Escribe-Detalle-Banco.
           IF Bnc-Layout-Clabe(Bnc-Indice)
               MOVE Dtr-CLABE TO WS-Dtc-CLABE
               MOVE Dtr-Neto TO WS-Dtc-Importe
               MOVE Dtr-Emp-ID TO WS-Dtc-Referencia
               MOVE SPACES TO WS-Dtc-Beneficiario
               STRING Dtr-Nombre DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Dtr-Apellido DELIMITED BY "  "
                   INTO WS-Dtc-Beneficiario
               END-STRING
               WRITE Registro-Dispersion FROM WS-Registro-Detalle-C
           ELSE
               MOVE Dtr-Emp-ID TO WS-Det-Emp-ID
               MOVE Dtr-Nombre TO WS-Det-Nombre
               MOVE Dtr-Apellido TO WS-Det-Apellido
               MOVE Dtr-Neto TO WS-Det-Neto
               MOVE Dtr-CLABE TO WS-Det-CLABE
               WRITE Registro-Dispersion FROM WS-Registro-Detalle
           END-IF.

      *> El cierre lleva la cantidad de detalles y la suma de netos
      *> del archivo para que el banco pueda rechazar una
      *> transmision truncada.
       3300-Escribe-Cierre.
           IF Bnc-Layout-Clabe(Bnc-Indice)
               MOVE Bnc-Detalles(Bnc-Indice) TO WS-Ctc-Cantidad
               MOVE Bnc-Suma(Bnc-Indice) TO WS-Ctc-Suma
               WRITE Registro-Dispersion FROM WS-Registro-Cierre-C
           ELSE
               MOVE Bnc-Detalles(Bnc-Indice) TO WS-Cie-Cantidad
               MOVE Bnc-Suma(Bnc-Indice) TO WS-Cie-Suma-Netos
               WRITE Registro-Dispersion FROM WS-Registro-Cierre
           END-IF.

       9000-Muestra-Resumen.
           DISPLAY "== Dispersion bancaria ==".
           DISPLAY "Empleados a excepciones: " WS-Total-Excepciones.
           DISPLAY "Repagos dispersados: " WS-Total-Repagados.
           DISPLAY "Repagos aun en cola: " WS-Total-En-Cola.
           DISPLAY "Cuentas nuevas o cambiadas desde la corrida "
               "anterior: " WS-Total-Cambiadas.
           DISPLAY "Cambios de cuenta en espera: " WS-Total-En-Espera.
           IF WS-Total-Cambiadas > ZEROS
              OR WS-Total-En-Espera > ZEROS
               DISPLAY "  Revise dispersion_cuentas_cambiadas.log "
                   "antes de transmitir."
           END-IF.
           DISPLAY "Totales por banco:".
           PERFORM VARYING Bnc-Indice FROM 1 BY 1
                   UNTIL Bnc-Indice > Bnc-Cantidad
               MOVE Bnc-Suma(Bnc-Indice) TO WS-Suma-Edit
               DISPLAY "  " Bnc-Banco(Bnc-Indice) " "
                   Bnc-Nombre(Bnc-Indice) " detalles: "
                   Bnc-Detalles(Bnc-Indice) " suma: " WS-Suma-Edit
           END-PERFORM.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM DispersionBancaria.
