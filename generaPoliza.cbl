
      *> Poliza contable de fin de dia: junta las cifras que
      *> contabilidad re-tecleaba cada tarde -el total de nomina por
      *> departamento de la generacion vigente, el interes y los cargos
      *> facturados del estado de cuenta, los pagos aplicados, la
      *> cartera castigada hoy, los pagos devueltos hoy y los
      *> movimientos de viaticos del dia-
      *> las mapea a cuentas de cargo y abono con el mapa editable
      *> mapa_contable.dat, verifica que cada poliza cierre en ceros y
      *> deja el archivo de entrega poliza.dat con la cabecera y el
      *> cierre estandar del taller. El asiento en el mayor pasa a ser
      *> una transferencia de archivo, no una tarde de captura.
      *>
      *> Cada empresa del catalogo lleva su propia poliza: la corrida
      *> pide la empresa, toma solo sus extractos, pagos, castigos y
      *> viaticos, antepone a cada cuenta el prefijo contable de la
      *> empresa, y para las distintas de la original deja
      *> poliza_NN.dat con el codigo como sufijo.
      *>
      *> La nomina que se asienta es la generacion vigente del grupo
      *> de pago que dejo la ultima corrida en grupo_pago.dat: la
      *> semanal (nomina_semanal) cuando el grupo es semanal, la
      *> quincenal sin el archivo, igual que DispersionBancaria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS
                   Cont-Primer-Apellido OF Registro-Empleado
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

      *> Pagos que el banco devolvio hoy: el pago se revierte contra
      *> clientes, con su comision y el IVA que regresa a pendiente.
               SELECT OPTIONAL ArchivoDevueltos
               ASSIGN TO "pagos_devueltos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Devueltos.

      *> Saldos a favor que se reembolsaron hoy por transferencia:
      *> el reembolso se carga a clientes contra bancos.
               SELECT OPTIONAL ArchivoReembolsos
               ASSIGN TO "reembolsos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reembolsos.

      *> Cartera castigada: lo castigado con fecha de hoy entra a
      *> la poliza como perdida del dia.
               SELECT OPTIONAL ARCHIVO-CASTIGOS
               RECORD KEY IS Cas-Cliente-ID
               FILE STATUS IS WS-Estado-Castigos.

      *> Anticipos de viaticos: lo entregado hoy y lo liquidado hoy
      *> (gasto comprobado, reembolso con cheque y sobrante a
      *> recuperar por nomina) entran a la poliza del dia.
               SELECT OPTIONAL ARCHIVO-VIATICOS
               ASSIGN TO "viaticos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Via-Folio
               ALTERNATE RECORD KEY IS Via-Emp-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Viaticos.

      *> Maestro de clientes, solo para saber de que empresa es cada
      *> pago aplicado y cada castigo.
               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS
                   Cont-Primer-Apellido OF Registro-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

               SELECT OPTIONAL ArchivoMapa
               ASSIGN TO "mapa_contable.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Mapa.

      *> Grupo de pago de la ultima corrida de nomina.
               SELECT OPTIONAL ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

               SELECT ArchivoPoliza
               ASSIGN TO DYNAMIC WS-Nombre-Poliza
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Poliza.

           LABEL RECORD IS STANDARD.
           COPY PAGAPL.

       FD  ArchivoDevueltos
           LABEL RECORD IS STANDARD.
           COPY DEVPAGO.

       FD  ArchivoReembolsos
           LABEL RECORD IS STANDARD.
           COPY REEMBOLS.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.
           LABEL RECORD IS STANDARD.
           COPY CASTIGO.

       FD  ARCHIVO-VIATICOS
           LABEL RECORD IS STANDARD.
           COPY VIATICO.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       FD  ArchivoMapa
           LABEL RECORD IS STANDARD.
           COPY MAPACONT.

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
           05 Grp-Empresa             PIC X(2).

      *> Un renglon por movimiento de la poliza; la cabecera y el
      *> cierre de control comparten el largo. La cuenta se amplio a
      *> 12 posiciones para llevar el prefijo contable de la empresa
      *> antes de la cuenta del mapa.
       FD  ArchivoPoliza
           LABEL RECORD IS STANDARD.
       01  Registro-Poliza.
           05 Pol-Fecha               PIC 9(8).
           05 Pol-Concepto            PIC X(16).
           05 Pol-Cuenta              PIC X(12).
           05 Pol-Cargo               PIC 9(11)V99.
           05 Pol-Abono               PIC 9(11)V99.

           88 Aplicados-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Devueltos PIC XX VALUE SPACES.
           88 Devueltos-No-Existe VALUE "05" "35".
       01 WS-Estado-Reembolsos PIC XX VALUE SPACES.
           88 Reembolsos-No-Existe VALUE "05" "35".
       01 WS-Estado-Castigos PIC XX VALUE SPACES.
           88 Castigos-No-Existe VALUE "05" "35".
       01 WS-Estado-Viaticos PIC XX VALUE SPACES.
           88 Viaticos-No-Existe VALUE "05" "35".
       01 WS-Estado-Mapa PIC XX VALUE SPACES.
           88 Mapa-No-Existe VALUE "05" "35".
       01 WS-Estado-Poliza PIC XX VALUE SPACES.
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.

      *> Grupo de pago cuya nomina se asienta.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Semanal VALUE "S".

      *> Empresa de la poliza y su registro del catalogo; los
      *> clientes y empleados sin empresa capturada son de la
      *> original "01".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Empresa-Movimiento PIC X(2) VALUE SPACES.
       01 WS-Nombre-Poliza PIC X(40) VALUE "poliza.dat".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Cuenta-Con-Prefijo PIC X(12) VALUE SPACES.

       01 WS-Fin-Nomina PIC X VALUE "N".
           88 Fin-Nomina VALUE "S".
           88 Fin-Aplicados VALUE "S".
       01 WS-Fin-Mapa PIC X VALUE "N".
           88 Fin-Mapa VALUE "S".
       01 WS-Fin-Devueltos PIC X VALUE "N".
           88 Fin-Devueltos VALUE "S".
       01 WS-Fin-Reembolsos PIC X VALUE "N".
           88 Fin-Reembolsos VALUE "S".
       01 WS-Fin-Castigos PIC X VALUE "N".
           88 Fin-Castigos VALUE "S".
       01 WS-Fin-Viaticos PIC X VALUE "N".
           88 Fin-Viaticos VALUE "S".

      *> Generaciones vigentes de los dos extractos del dia.
       01 WS-Base-Nomina PIC X(20) VALUE "nomina".
       01 WS-Total-Nomina PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Interes PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Cargos-Fact PIC 9(11)V99 VALUE ZEROS.
      *> IVA trasladado en la facturacion y el cobrado con los pagos
      *> aplicados, que pasa de IVA pendiente de cobro a IVA cobrado.
       01 WS-Total-IVA-Fact PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-IVA-Cobrado PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Pagos PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Castigos PIC 9(11)V99 VALUE ZEROS.
      *> Pagos devueltos hoy, su comision y el IVA cobrado que
      *> regresa a pendiente.
       01 WS-Total-Devueltos PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Comision-Dev PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-IVA-Devuelto PIC 9(11)V99 VALUE ZEROS.
      *> Saldos a favor reembolsados hoy.
       01 WS-Total-Reembolsos PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Viat-Anticipos PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Viat-Gastos PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Viat-Reembolsos PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Viat-Recuperados PIC 9(11)V99 VALUE ZEROS.

      *> Concepto e importe del par cargo/abono en turno.
       01 WS-Concepto-Par PIC X(16) VALUE SPACES.
       01 WS-Importe-Par PIC 9(11)V99 VALUE ZEROS.

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.

      *> Fecha contable de la poliza: hoy, o la primera fecha del mes
      *> abierto siguiente si el mes de hoy ya esta cerrado. Los
      *> movimientos del dia se siguen buscando con la fecha de hoy.
       01 WS-Fecha-Poliza PIC 9(8) VALUE ZEROS.
       01 WS-Mes-Cerrado PIC X VALUE "N".
           88 Mes-Cerrado VALUE "S".
       01 WS-Fre-Programa PIC X(20) VALUE "GeneraPoliza".
       01 WS-Fre-Movimiento PIC X(10) VALUE "POLIZA".
       01 WS-Fre-Referencia PIC X(12) VALUE SPACES.
       01 WS-Fre-Importe PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Renglones PIC 9(7) VALUE ZEROS.
       01 WS-Suma-Cargos PIC 9(13)V99 VALUE ZEROS.
       01 WS-Suma-Abonos PIC 9(13)V99 VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Fre-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           CALL "VerificaMesCerrado" USING WS-Fecha-Hoy WS-Mes-Cerrado
               WS-Fecha-Poliza
           PERFORM 0040-Lee-Grupo-Pago
           PERFORM 0050-Pide-Empresa
           PERFORM 1000-Carga-Mapa
           PERFORM 1100-Acumula-Nomina
           PERFORM 1200-Acumula-Facturacion
           PERFORM 1300-Acumula-Pagos
           PERFORM 1350-Acumula-Devueltos
           PERFORM 1360-Acumula-Reembolsos
           PERFORM 1400-Acumula-Castigos
           PERFORM 1500-Acumula-Viaticos

           OPEN OUTPUT ArchivoPoliza
           PERFORM 2000-Escribe-Cabecera
           PERFORM 3000-Asienta-Nomina
           PERFORM 3100-Asienta-Interes
           PERFORM 3200-Asienta-Cargos
           PERFORM 3250-Asienta-IVA
           PERFORM 3300-Asienta-Pagos
           PERFORM 3350-Asienta-Devueltos
           PERFORM 3360-Asienta-Reembolsos
           PERFORM 3400-Asienta-Castigos
           PERFORM 3500-Asienta-Viaticos
           PERFORM 2100-Escribe-Cierre
           CLOSE ArchivoPoliza
           IF Mes-Cerrado
               PERFORM 2200-Registra-Fecha-Reasignada
           END-IF
           PERFORM 9000-Muestra-Resumen
      *> La poliza debe cerrar en ceros; una descuadrada no se
      *> entrega al mayor.
           END-IF
           STOP RUN.

      *> El grupo semanal asienta su propia generacion del extracto.
       0040-Lee-Grupo-Pago.
           OPEN INPUT ArchivoGrupoPago
           READ ArchivoGrupoPago
               AT END
                   CONTINUE
               NOT AT END
                   MOVE Grp-Grupo TO WS-Grupo-Corrida
           END-READ
           CLOSE ArchivoGrupoPago
           IF Grupo-Semanal
               MOVE "nomina_semanal" TO WS-Base-Nomina
           END-IF.

      *> La empresa de la poliza; Enter corre la original "01" con
      *> sus extractos y su poliza.dat de siempre. Las demas leen los
      *> extractos que su corrida dejo con el codigo como sufijo.
       0050-Pide-Empresa.
           DISPLAY "Empresa de la poliza (Enter = 01): "
           ACCEPT WS-Empresa-Corrida
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM 0050-Pide-Empresa
           ELSE
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Con-Sufijo
                   STRING WS-Base-Nomina DELIMITED BY SPACE
                       "_" WS-Empresa-Corrida DELIMITED BY SIZE
                       INTO WS-Nombre-Con-Sufijo
                   END-STRING
                   MOVE WS-Nombre-Con-Sufijo TO WS-Base-Nomina
                   MOVE SPACES TO WS-Nombre-Con-Sufijo
                   STRING "estado_cuenta_" WS-Empresa-Corrida
                       DELIMITED BY SIZE
                       INTO WS-Nombre-Con-Sufijo
                   END-STRING
                   MOVE WS-Nombre-Con-Sufijo TO WS-Base-Estado
                   MOVE SPACES TO WS-Nombre-Poliza
                   STRING "poliza_" WS-Empresa-Corrida ".dat"
                       DELIMITED BY SIZE
                       INTO WS-Nombre-Poliza
                   END-STRING
               END-IF
           END-IF.

      *> Empresa del cliente en Cli-ID, en WS-Empresa-Movimiento.
       0060-Empresa-Del-Cliente.
           MOVE SPACES TO WS-Empresa-Movimiento
           IF NOT Clientes-No-Existe
               READ ArchivoClientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Cli-Empresa TO WS-Empresa-Movimiento
               END-READ
           END-IF
           IF WS-Empresa-Movimiento = SPACES
               MOVE "01" TO WS-Empresa-Movimiento
           END-IF.

      *> Empresa del empleado en Emp-ID, en WS-Empresa-Movimiento.
       0070-Empresa-Del-Empleado.
           MOVE SPACES TO WS-Empresa-Movimiento
           IF NOT Empleados-No-Existe
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Emp-Empresa TO WS-Empresa-Movimiento
               END-READ
           END-IF
           IF WS-Empresa-Movimiento = SPACES
               MOVE "01" TO WS-Empresa-Movimiento
           END-IF.

       1000-Carga-Mapa.
           OPEN INPUT ArchivoMapa
           IF Mapa-No-Existe
                               ELSE
                                   ADD Edo-Interes-Periodo
                                       TO WS-Total-Interes
                                   ADD Edo-IVA TO WS-Total-IVA-Fact
                                   COMPUTE WS-Total-Cargos-Fact =
                                       WS-Total-Cargos-Fact
                                       + Edo-Total-Cargos
                                       - Edo-Interes-Periodo
                                       - Edo-IVA
                               END-IF
                       END-READ
                   END-PERFORM
           END-IF.

       1300-Acumula-Pagos.
           OPEN INPUT ArchivoClientes
           OPEN INPUT ArchivoAplicados
           IF Aplicados-No-Existe
               CONTINUE
                       AT END
                           SET Fin-Aplicados TO TRUE
                       NOT AT END
                           MOVE Pap-Cliente-ID TO Cli-ID
                           PERFORM 0060-Empresa-Del-Cliente
                           IF WS-Empresa-Movimiento =
                                  WS-Empresa-Corrida
                               ADD Pap-Importe TO WS-Total-Pagos
                               ADD Pap-IVA-Cobrado
                                   TO WS-Total-IVA-Cobrado
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoAplicados.

      *> Los pagos devueltos con fecha de hoy, como los castigos.
       1350-Acumula-Devueltos.
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
                               MOVE Dev-Cliente-ID TO Cli-ID
                               PERFORM 0060-Empresa-Del-Cliente
                               IF WS-Empresa-Movimiento =
                                      WS-Empresa-Corrida
                                   ADD Dev-Importe
                                       TO WS-Total-Devueltos
                                   ADD Dev-Comision
                                       TO WS-Total-Comision-Dev
                                   ADD Dev-IVA-Revertido
                                       TO WS-Total-IVA-Devuelto
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoDevueltos.

      *> Los reembolsos de saldo a favor con fecha de hoy.
       1360-Acumula-Reembolsos.
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
                               MOVE Ree-Cliente-ID TO Cli-ID
                               PERFORM 0060-Empresa-Del-Cliente
                               IF WS-Empresa-Movimiento =
                                      WS-Empresa-Corrida
                                   ADD Ree-Importe
                                       TO WS-Total-Reembolsos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoReembolsos.

      *> La cartera castigada hoy, con la misma lectura que usa la
      *> hoja de cifras del dia: los renglones con fecha de castigo
      *> de hoy.
                           SET Fin-Castigos TO TRUE
                       NOT AT END
                           IF Cas-Fecha-Castigo = WS-Fecha-Hoy
                               MOVE Cas-Cliente-ID TO Cli-ID
                               PERFORM 0060-Empresa-Del-Cliente
                               IF WS-Empresa-Movimiento =
                                      WS-Empresa-Corrida
                                   ADD Cas-Saldo-Castigado
                                       TO WS-Total-Castigos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-CASTIGOS
           CLOSE ArchivoClientes.

      *> Viaticos del dia por fecha, como los castigos: los
      *> anticipos entregados hoy y los folios liquidados hoy, con
      *> todo lo comprobado como gasto y la diferencia reembolsada o
      *> por recuperar, para que la cuenta del deudor quede en cero.
       1500-Acumula-Viaticos.
           OPEN INPUT ARCHIVO-EMPLEADOS
           OPEN INPUT ARCHIVO-VIATICOS
           IF Viaticos-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Viaticos
                   READ ARCHIVO-VIATICOS
                       AT END
                           SET Fin-Viaticos TO TRUE
                       NOT AT END
                           MOVE Via-Emp-ID TO Emp-ID
                           PERFORM 0070-Empresa-Del-Empleado
                           PERFORM 1510-Acumula-Viatico
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-VIATICOS
           CLOSE ARCHIVO-EMPLEADOS.

      *> Solo los viaticos de los empleados de la empresa.
       1510-Acumula-Viatico.
           IF WS-Empresa-Movimiento NOT = WS-Empresa-Corrida
               CONTINUE
           ELSE
               IF Via-Fecha-Anticipo = WS-Fecha-Hoy
                   ADD Via-Importe TO WS-Total-Viat-Anticipos
               END-IF
               IF Via-Liquidado
                  AND Via-Fecha-Liquidacion = WS-Fecha-Hoy
                   ADD Via-Comprobado TO WS-Total-Viat-Gastos
                   ADD Via-Reembolso TO WS-Total-Viat-Reembolsos
                   ADD Via-Recuperado TO WS-Total-Viat-Recuperados
               END-IF
           END-IF.

       2000-Escribe-Cabecera.
           MOVE "000000" TO Ctl-Marca
           MOVE "C" TO Ctl-Tipo
           MOVE "POLIZA" TO Ctl-Id-Archivo
           MOVE WS-Fecha-Poliza TO Ctl-Fecha
           MOVE ZEROS TO Ctl-Registros
           MOVE ZEROS TO Ctl-Suma-Importes
           MOVE Registro-Control TO Registro-Poliza
           MOVE "999999" TO Ctl-Marca
           MOVE "F" TO Ctl-Tipo
           MOVE "POLIZA" TO Ctl-Id-Archivo
           MOVE WS-Fecha-Poliza TO Ctl-Fecha
           MOVE WS-Total-Renglones TO Ctl-Registros
           MOVE WS-Suma-Cargos TO Ctl-Suma-Importes
           MOVE Registro-Control TO Registro-Poliza
           WRITE Registro-Poliza.

      *> La poliza de un dia de mes cerrado va con fecha del mes
      *> abierto; queda anotada para el contador.
       2200-Registra-Fecha-Reasignada.
           MOVE SPACES TO WS-Fre-Referencia
           STRING "EMPRESA " WS-Empresa-Corrida DELIMITED BY SIZE
               INTO WS-Fre-Referencia
           END-STRING
           MOVE WS-Suma-Cargos TO WS-Fre-Importe
           CALL "RegistraFechaReasignada" USING WS-Fre-Programa
               WS-Fre-Movimiento WS-Fre-Referencia WS-Fecha-Hoy
               WS-Fecha-Poliza WS-Fre-Importe.

      *> Nomina: un cargo al gasto por departamento y un solo abono
      *> a bancos por el total.
       3000-Asienta-Nomina.
               PERFORM VARYING WS-Indice-Dep FROM 1 BY 1
                       UNTIL WS-Indice-Dep > WS-Cantidad-Deptos
                   MOVE SPACES TO Registro-Poliza
                   MOVE WS-Fecha-Poliza TO Pol-Fecha
                   PERFORM 1015-Cuentas-Nomina
                   MOVE WS-Cuenta-Cargo TO Pol-Cuenta
                   MOVE WS-Dep-Total(WS-Indice-Dep) TO Pol-Cargo
                   PERFORM 8000-Escribe-Renglon
               END-PERFORM
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE "NOMINA" TO Pol-Concepto
               PERFORM 1010-Resuelve-Cuentas
               MOVE WS-Cuenta-Abono TO Pol-Cuenta

       8100-Asienta-Par-Interes.
           MOVE SPACES TO Registro-Poliza
           MOVE WS-Fecha-Poliza TO Pol-Fecha
           MOVE "INTERES" TO Pol-Concepto
           PERFORM 1010-Resuelve-Cuentas
           MOVE WS-Cuenta-Cargo TO Pol-Cuenta
           MOVE ZEROS TO Pol-Abono
           PERFORM 8000-Escribe-Renglon
           MOVE SPACES TO Registro-Poliza
           MOVE WS-Fecha-Poliza TO Pol-Fecha
           MOVE "INTERES" TO Pol-Concepto
           MOVE WS-Cuenta-Abono TO Pol-Cuenta
           MOVE ZEROS TO Pol-Cargo
               CONTINUE
           ELSE
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE "CARGOS" TO Pol-Concepto
               PERFORM 1010-Resuelve-Cuentas
               MOVE WS-Cuenta-Cargo TO Pol-Cuenta
               MOVE ZEROS TO Pol-Abono
               PERFORM 8000-Escribe-Renglon
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE "CARGOS" TO Pol-Concepto
               MOVE WS-Cuenta-Abono TO Pol-Cuenta
               MOVE ZEROS TO Pol-Cargo
               PERFORM 8000-Escribe-Renglon
           END-IF.

      *> IVA trasladado del dia (clientes contra IVA pendiente de
      *> cobro) y el cobrado con los pagos (IVA pendiente contra IVA
      *> cobrado), cada uno con las cuentas de su concepto en el mapa.
       3250-Asienta-IVA.
           MOVE "IVA" TO WS-Concepto-Par
           MOVE WS-Total-IVA-Fact TO WS-Importe-Par
           PERFORM 8200-Asienta-Par
           MOVE "IVACOBRADO" TO WS-Concepto-Par
           MOVE WS-Total-IVA-Cobrado TO WS-Importe-Par
           PERFORM 8200-Asienta-Par.

       3300-Asienta-Pagos.
           IF WS-Total-Pagos = ZEROS
               CONTINUE
           ELSE
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE "PAGOS" TO Pol-Concepto
               PERFORM 1010-Resuelve-Cuentas
               MOVE WS-Cuenta-Cargo TO Pol-Cuenta
               MOVE ZEROS TO Pol-Abono
               PERFORM 8000-Escribe-Renglon
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE "PAGOS" TO Pol-Concepto
               MOVE WS-Cuenta-Abono TO Pol-Cuenta
               MOVE ZEROS TO Pol-Cargo
               PERFORM 8000-Escribe-Renglon
           END-IF.

      *> Pagos devueltos: el pago revertido (clientes contra bancos),
      *> la comision cobrada (clientes contra ingreso) y el IVA que
      *> regresa de cobrado a pendiente, cada uno con las cuentas de
      *> su concepto en el mapa.
       3350-Asienta-Devueltos.
           MOVE "PAGODEVUEL" TO WS-Concepto-Par
           MOVE WS-Total-Devueltos TO WS-Importe-Par
           PERFORM 8200-Asienta-Par
           MOVE "COMCHQDEV" TO WS-Concepto-Par
           MOVE WS-Total-Comision-Dev TO WS-Importe-Par
           PERFORM 8200-Asienta-Par
           MOVE "IVADEVUEL" TO WS-Concepto-Par
           MOVE WS-Total-IVA-Devuelto TO WS-Importe-Par
           PERFORM 8200-Asienta-Par.

      *> Reembolsos de saldo a favor: el saldo acreedor del cliente
      *> se cancela (cargo a clientes) contra la salida del banco,
      *> con las cuentas del concepto REEMBOLSO en el mapa.
       3360-Asienta-Reembolsos.
           MOVE "REEMBOLSO" TO WS-Concepto-Par
           MOVE WS-Total-Reembolsos TO WS-Importe-Par
           PERFORM 8200-Asienta-Par.

      *> Castigo del dia: cargo a la perdida por incobrables y
      *> abono a la cuenta de clientes, por el total castigado hoy.
       3400-Asienta-Castigos.
               CONTINUE
           ELSE
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE "CASTIGOS" TO Pol-Concepto
               PERFORM 1010-Resuelve-Cuentas
               MOVE WS-Cuenta-Cargo TO Pol-Cuenta
               MOVE ZEROS TO Pol-Abono
               PERFORM 8000-Escribe-Renglon
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE "CASTIGOS" TO Pol-Concepto
               MOVE WS-Cuenta-Abono TO Pol-Cuenta
               MOVE ZEROS TO Pol-Cargo
               PERFORM 8000-Escribe-Renglon
           END-IF.

      *> Viaticos: el anticipo entregado (deudor contra bancos), el
      *> gasto comprobado (gasto contra deudor), el reembolso con
      *> cheque (deudor contra bancos) y el sobrante que se descuenta
      *> por nomina (descuento contra deudor), cada uno con las
      *> cuentas de su concepto en el mapa.
       3500-Asienta-Viaticos.
           MOVE "VIATANTIC" TO WS-Concepto-Par
           MOVE WS-Total-Viat-Anticipos TO WS-Importe-Par
           PERFORM 8200-Asienta-Par
           MOVE "VIATGASTO" TO WS-Concepto-Par
           MOVE WS-Total-Viat-Gastos TO WS-Importe-Par
           PERFORM 8200-Asienta-Par
           MOVE "VIATREEMB" TO WS-Concepto-Par
           MOVE WS-Total-Viat-Reembolsos TO WS-Importe-Par
           PERFORM 8200-Asienta-Par
           MOVE "VIATRECUP" TO WS-Concepto-Par
           MOVE WS-Total-Viat-Recuperados TO WS-Importe-Par
           PERFORM 8200-Asienta-Par.

      *> Toda cuenta lleva delante el prefijo contable de la empresa,
      *> si el catalogo le tiene uno.
       8000-Escribe-Renglon.
           IF Empresa-Hallada AND Cia-Prefijo-Contable NOT = SPACES
               MOVE SPACES TO WS-Cuenta-Con-Prefijo
               STRING Cia-Prefijo-Contable DELIMITED BY SPACE
                   Pol-Cuenta DELIMITED BY SPACE
                   INTO WS-Cuenta-Con-Prefijo
               END-STRING
               MOVE WS-Cuenta-Con-Prefijo TO Pol-Cuenta
           END-IF
           WRITE Registro-Poliza
           ADD 1 TO WS-Total-Renglones
           ADD Pol-Cargo TO WS-Suma-Cargos
           ADD Pol-Abono TO WS-Suma-Abonos.

      *> Par cargo/abono de un concepto por el mismo importe; un
      *> importe en cero no deja renglones.
       8200-Asienta-Par.
           IF WS-Importe-Par = ZEROS
               CONTINUE
           ELSE
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE WS-Concepto-Par TO Pol-Concepto
               PERFORM 1010-Resuelve-Cuentas
               MOVE WS-Cuenta-Cargo TO Pol-Cuenta
               MOVE WS-Importe-Par TO Pol-Cargo
               MOVE ZEROS TO Pol-Abono
               PERFORM 8000-Escribe-Renglon
               MOVE SPACES TO Registro-Poliza
               MOVE WS-Fecha-Poliza TO Pol-Fecha
               MOVE WS-Concepto-Par TO Pol-Concepto
               MOVE WS-Cuenta-Abono TO Pol-Cuenta
               MOVE ZEROS TO Pol-Cargo
               MOVE WS-Importe-Par TO Pol-Abono
               PERFORM 8000-Escribe-Renglon
           END-IF.

       9000-Muestra-Resumen.
           DISPLAY "== Poliza contable del dia ==".
           DISPLAY "Nomina pagada: " WS-Total-Nomina.
           DISPLAY "Interes facturado: " WS-Total-Interes.
           DISPLAY "Cargos facturados: " WS-Total-Cargos-Fact.
           DISPLAY "IVA trasladado: " WS-Total-IVA-Fact.
           DISPLAY "IVA cobrado: " WS-Total-IVA-Cobrado.
           DISPLAY "Pagos aplicados: " WS-Total-Pagos.
           DISPLAY "Pagos devueltos hoy: " WS-Total-Devueltos.
           DISPLAY "Comisiones por devolucion: "
               WS-Total-Comision-Dev.
           DISPLAY "Saldos a favor reembolsados: "
               WS-Total-Reembolsos.
           DISPLAY "Cartera castigada hoy: " WS-Total-Castigos.
           DISPLAY "Anticipos de viaticos: " WS-Total-Viat-Anticipos.
           DISPLAY "Viaticos comprobados: " WS-Total-Viat-Gastos.
           DISPLAY "Viaticos reembolsados: "
               WS-Total-Viat-Reembolsos.
           DISPLAY "Viaticos por recuperar: "
               WS-Total-Viat-Recuperados.
           DISPLAY "Renglones de poliza: " WS-Total-Renglones.
           IF Mes-Cerrado
               DISPLAY "Mes contable de hoy cerrado; poliza con "
                   "fecha " WS-Fecha-Poliza
           END-IF.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM GeneraPoliza.
