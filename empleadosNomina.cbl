       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpleadosNomina.

      *> La corrida es por grupo de pago (Emp-Grupo-Pago): la
      *> quincenal de siempre, o la semanal del personal de
      *> operacion con su propio calendario (calendario_semanal.dat),
      *> sus novedades (novedades_semanal.dat), su extracto
      *> (nomina_semanal_AAAAMMDD.dat) y su dispersion de pensiones,
      *> asi la semana se cierra sin tocar la quincena. El salario y
      *> la tabla de tramos son de quincena; en la semanal se
      *> prorratean a los dias del periodo. Al terminar deja el grupo
      *> corrido en grupo_pago.dat para que la dispersion y los
      *> recibos de la misma noche tomen su extracto.
      *>
      *> Cada empresa del catalogo (empresas.dat) corre por separado:
      *> la corrida pide la empresa y solo paga a sus empleados. La
      *> empresa original "01" conserva sus archivos de siempre; las
      *> demas llevan el codigo como sufijo (nomina_02_AAAAMMDD.dat,
      *> dispersion_pension_02.dat), y la empresa queda tambien en
      *> grupo_pago.dat para los pasos de aguas abajo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.

      *> Novedades de la quincena (horas extra, bonos, descuentos por
      *> falta), para que la corrida pague algo distinto del puro
      *> Emp-Salario sin ajustes a mano. Cada grupo de pago tiene su
      *> archivo.
               SELECT OPTIONAL ArchivoNovedades
               ASSIGN TO DYNAMIC WS-Nombre-Novedades
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades.

      *> Per-ID de la fecha del dia contra este catalogo en vez de
      *> que el operador lo teclee.
               SELECT OPTIONAL ArchivoCalendario
               ASSIGN TO DYNAMIC WS-Nombre-Calendario
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Calendario.

      *> cierre al estilo de dispersion_banco.dat, para que el pago
      *> al tercero salga con el mismo control que el del empleado.
               SELECT ArchivoDispersionPension
               ASSIGN TO DYNAMIC WS-Nombre-Disp-Pension
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Disp-Pension.

      *> Adeudos de deducciones que no cupieron en una quincena, para
      *> que el neto nunca pierda el signo y lo no descontado se
      *> cobre en la siguiente en vez de perderse.
               SELECT ARCHIVO-ADEUDOS
               ASSIGN TO "adeudos_nomina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Ade-Emp-ID
               FILE STATUS IS WS-Estado-Adeudos.

      *> Neto minimo protegido: un renglon con el importe por debajo
      *> del cual ninguna deduccion baja el neto de la quincena. Se
      *> edita el archivo, no el programa, igual que el umbral de
      *> varianza.
               SELECT OPTIONAL ArchivoNetoMinimo
               ASSIGN TO "neto_minimo.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Neto-Minimo.

      *> Grupo de pago de la ultima corrida, para los pasos de aguas
      *> abajo de la misma noche.
               SELECT ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
       01  Registro-Disp-Pension PIC X(78).

       FD  ARCHIVO-ADEUDOS
           LABEL RECORD IS STANDARD.
           COPY ADEUDNOM.

       FD  ArchivoNetoMinimo
           LABEL RECORD IS STANDARD.
       01  Registro-Neto-Minimo.
           05 Nmi-Importe             PIC 9(7)V99.

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
      *> Empresa corrida; espacios en los archivos anteriores al
      *> campo, que son de la empresa original.
           05 Grp-Empresa             PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
       01 WS-Estado-Nomina PIC XX VALUE SPACES.

      *> Grupo de pago de la corrida y los archivos que le tocan. Los
      *> dias del periodo prorratean el salario y los tramos, que
      *> son de quincena.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Quincenal VALUE "Q".
           88 Grupo-Semanal VALUE "S".
           88 Grupo-Valido VALUE "Q" "S".
       01 WS-Dias-Periodo PIC 99 VALUE 15.
       01 WS-Dias-Quincena PIC 99 VALUE 15.
       01 WS-Nombre-Calendario PIC X(40)
           VALUE "calendario_nomina.dat".
       01 WS-Nombre-Novedades PIC X(40) VALUE "novedades.dat".
       01 WS-Nombre-Disp-Pension PIC X(40)
           VALUE "dispersion_pension.dat".
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.
       01 WS-Salario-Periodo PIC 9(7)V99 VALUE ZEROS.

      *> Empresa de la corrida, validada contra el catalogo con
      *> ConsultaEmpresa. Los empleados sin empresa capturada son de
      *> la original.
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
       01 WS-Empleado-De-La-Empresa PIC X VALUE "N".
           88 Empleado-De-La-Empresa VALUE "S".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Nombre-Sin-Extension PIC X(40) VALUE SPACES.

      *> Identificacion para el manejador comun de FILE STATUS: los
      *> estados serios se traducen, se registran en errores.log y
      *> dejan codigo de retorno 8 via ManejaEstadoArchivo.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Total-Empleados PIC 9(6) VALUE ZEROS.
      *> Empleados con contrato determinado o de prueba ya vencido
      *> sin renovar: no cobran hasta que RRHH renueve o de de baja.
       01 WS-Total-Contratos-Vencidos PIC 9(6) VALUE ZEROS.
       01 WS-Contrato-Vencido PIC X VALUE "N".
           88 Contrato-Vencido VALUE "S".
       01 WS-Total-Bruto PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Descuento PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Neto PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Pensiones PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Pensiones PIC 9(11)V99 VALUE ZEROS.

      *> Prelacion de deducciones contra el neto minimo protegido:
      *> lo disponible para descontar es el bruto menos el minimo, y
      *> cada deduccion (tramo, pension, adeudo anterior, novedades)
      *> toma lo que quepa; lo que no cabe pasa al adeudo.
       01 WS-Estado-Adeudos PIC XX VALUE SPACES.
           88 Adeudos-No-Existe VALUE "05" "35".
       01 WS-Estado-Neto-Minimo PIC XX VALUE SPACES.
           88 Neto-Minimo-No-Existe VALUE "05" "35".
       01 WS-Neto-Minimo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Disponible PIC 9(7)V99 VALUE ZEROS.
       01 WS-Deduccion-Pedida PIC 9(7)V99 VALUE ZEROS.
       01 WS-Deduccion-Aplicada PIC 9(7)V99 VALUE ZEROS.
       01 WS-Deduccion-Pendiente PIC 9(7)V99 VALUE ZEROS.
       01 WS-Deducciones-Aplicadas PIC 9(7)V99 VALUE ZEROS.
       01 WS-Pension-Hallada PIC X VALUE "N".
           88 Pension-Hallada VALUE "S".
       01 WS-Adeudo-Nuevo PIC X VALUE "N".
           88 Adeudo-Nuevo VALUE "S".
       01 WS-Ade-Pension-Previo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Ade-Otros-Previo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Ade-Pension-Cobrado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Ade-Otros-Cobrado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Ade-Pension-Generado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Ade-Otros-Generado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Total-Adeudos-Cobrados PIC 9(9)V99 VALUE ZEROS.
       01 WS-Total-Adeudos-Generados PIC 9(9)V99 VALUE ZEROS.
       01 WS-Empleados-Con-Adeudo PIC 9(6) VALUE ZEROS.

       01 WS-Registro-Pen-Cabecera.
           05 FILLER PIC X VALUE "1".
           05 WS-PCab-Identificador PIC X(8) VALUE "DISPPENS".
           05 WS-PCie-Suma PIC 9(11)V99.
           05 FILLER PIC X(58) VALUE SPACES.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       GeneraNomina.
           MOVE WS-Corrida-Programa TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           PERFORM PideGrupo.
           PERFORM PideEmpresa.
           PERFORM PidePeriodo.
           PERFORM VerificaPeriodo.
           IF Periodo-Bloqueado
           ELSE
               PERFORM CargaTramos
               PERFORM CargaNovedades
               PERFORM CargaNetoMinimo
               PERFORM AbreAdeudos
               OPEN INPUT ARCHIVO-PENSIONES
               OPEN OUTPUT ArchivoDispersionPension
               PERFORM EscribeCabeceraPension
                   WS-Archivo-Reportado WS-Operacion-Reportada
                   WS-Estado-Nomina WS-Severidad-Estado
               PERFORM EscribeCabeceraControl
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Corrida
               MOVE "N" TO WS-Fin-Empleados
               PERFORM WITH TEST BEFORE UNTIL Fin-Empleados
                   READ ARCHIVO-EMPLEADOS
                           SET Fin-Empleados TO TRUE
                       NOT AT END
      *> Los empleados dados de baja se conservan en el maestro pero
      *> ya no cobran nomina; los del otro grupo de pago y los de otra
      *> empresa cobran en su propia corrida.
                           PERFORM RevisaEmpresaEmpleado
                           IF NOT Empleado-De-La-Empresa
                               PERFORM MarcaNovedadesOtraEmpresa
                           END-IF
                           IF NOT Emp-Terminado
                              AND Empleado-De-La-Empresa
                              AND ((Grupo-Quincenal
                                    AND Emp-Pago-Quincenal)
                                OR (Grupo-Semanal
                                    AND Emp-Pago-Semanal))
                               PERFORM RevisaContrato
                               IF Contrato-Vencido
                                   ADD 1 TO WS-Total-Contratos-Vencidos
                               ELSE
                                   PERFORM CalculaNeto
                                   PERFORM AcumulaTotales
                                   WRITE Registro-Nomina
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-NOMINA
               CLOSE ARCHIVO-PENSIONES
               CLOSE ArchivoDispersionPension
               CLOSE ARCHIVO-ADEUDOS
               PERFORM RechazaNovedadesHuerfanas
               PERFORM RegistraEventoPeriodo-Cerrado
               PERFORM GrabaGrupoPago
               PERFORM MuestraResumenNomina
               MOVE WS-Total-Empleados TO WS-Corrida-Leidos
               MOVE WS-Total-Empleados TO WS-Corrida-Escritos
               COMPUTE WS-Corrida-Rechazados =
                   WS-Total-Nov-Rechazadas
                   + WS-Total-Contratos-Vencidos
               CALL "RegistraCorrida" USING WS-Corrida-Programa
                   WS-Corrida-Leidos WS-Corrida-Escritos
                   WS-Corrida-Rechazados WS-Corrida-Estado

           STOP RUN.

      *> Un contrato determinado o de prueba cuya fecha de fin ya
      *> paso sin que se recapturara la renovacion no cobra: se
      *> avisa en pantalla para que RRHH lo resuelva antes de la
      *> siguiente corrida.
       RevisaContrato.
           MOVE "N" TO WS-Contrato-Vencido.
           IF Emp-Contrato-Con-Vencimiento
              AND Emp-Fin-Contrato IS NUMERIC
              AND Emp-Fin-Contrato NOT = ZEROS
              AND Emp-Fin-Contrato < WS-Fecha-Corrida
               SET Contrato-Vencido TO TRUE
               DISPLAY "Empleado " Emp-ID " no se paga: contrato "
                   "vencido el " Emp-Fin-Contrato " sin renovar."
           END-IF.

      *> Cabecera y cierre estandar del taller sobre el extracto; el
      *> registro de control se sobrepone al layout de nomina y se
      *> rellena con espacios a la derecha.
           MOVE "000000" TO Ctl-Marca.
           MOVE "C" TO Ctl-Tipo.
           MOVE "NOMINA" TO Ctl-Id-Archivo.
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha.
           MOVE ZEROS TO Ctl-Registros.
           MOVE ZEROS TO Ctl-Suma-Importes.
           MOVE Registro-Control TO Registro-Nomina.
           MOVE "999999" TO Ctl-Marca.
           MOVE "F" TO Ctl-Tipo.
           MOVE "NOMINA" TO Ctl-Id-Archivo.
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha.
           MOVE WS-Total-Empleados TO Ctl-Registros.
           MOVE WS-Total-Neto TO Ctl-Suma-Importes.
           MOVE Registro-Control TO Registro-Nomina.
           WRITE Registro-Nomina.

      *> El grupo de pago decide calendario, novedades, extracto y
      *> dispersion de pensiones de la corrida. Enter (o la cadena
      *> nocturna, que no teclea nada) corre la quincenal.
       PideGrupo.
           DISPLAY "Grupo de pago a correr (Q=quincenal, S=semanal): ".
           ACCEPT WS-Grupo-Corrida.
           IF WS-Grupo-Corrida = SPACE
               MOVE "Q" TO WS-Grupo-Corrida
           END-IF.
           IF NOT Grupo-Valido
               DISPLAY "Grupo de pago invalido."
               PERFORM PideGrupo
           ELSE
               IF Grupo-Semanal
                   MOVE 7 TO WS-Dias-Periodo
                   MOVE "calendario_semanal.dat"
                       TO WS-Nombre-Calendario
                   MOVE "novedades_semanal.dat" TO WS-Nombre-Novedades
                   MOVE "dispersion_pension_semanal.dat"
                       TO WS-Nombre-Disp-Pension
                   MOVE "nomina_semanal" TO WS-Base-Generacion
               END-IF
           END-IF.

      *> La empresa a correr; Enter (o la cadena nocturna, que no
      *> teclea nada) corre la original "01". Para las demas el
      *> extracto y la dispersion de pensiones llevan el codigo como
      *> sufijo, para que dos empresas corridas el mismo dia no se
      *> encimen.
       PideEmpresa.
           DISPLAY "Empresa a correr (Enter = 01): ".
           ACCEPT WS-Empresa-Corrida.
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada.
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM PideEmpresa
           ELSE
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Con-Sufijo
                   STRING WS-Base-Generacion DELIMITED BY SPACE
                       "_" WS-Empresa-Corrida DELIMITED BY SIZE
                       INTO WS-Nombre-Con-Sufijo
                   END-STRING
                   MOVE WS-Nombre-Con-Sufijo TO WS-Base-Generacion
                   MOVE SPACES TO WS-Nombre-Sin-Extension
                   UNSTRING WS-Nombre-Disp-Pension DELIMITED BY "."
                       INTO WS-Nombre-Sin-Extension
                   END-UNSTRING
                   MOVE SPACES TO WS-Nombre-Con-Sufijo
                   STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
                       "_" WS-Empresa-Corrida ".dat"
                           DELIMITED BY SIZE
                       INTO WS-Nombre-Con-Sufijo
                   END-STRING
                   MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Disp-Pension
               END-IF
           END-IF.

      *> Un empleado sin empresa capturada es de la original.
       RevisaEmpresaEmpleado.
           MOVE "N" TO WS-Empleado-De-La-Empresa.
           IF Emp-Empresa = WS-Empresa-Corrida
              OR (Emp-Empresa = SPACES AND Empresa-Principal)
               SET Empleado-De-La-Empresa TO TRUE
           END-IF.

      *> Las novedades del archivo del grupo son de todas las
      *> empresas: las de un empleado de otra empresa se apartan
      *> para su corrida, sin mandarlas a rechazo como huerfanas.
       MarcaNovedadesOtraEmpresa.
           PERFORM VARYING WS-Indice-Nov FROM 1 BY 1
                   UNTIL WS-Indice-Nov > WS-Cantidad-Novedades
               IF WS-Nov-Emp-ID(WS-Indice-Nov) = Emp-ID
                   MOVE "O" TO WS-Nov-Aplicada(WS-Indice-Nov)
               END-IF
           END-PERFORM.

       GrabaGrupoPago.
           OPEN OUTPUT ArchivoGrupoPago.
           MOVE WS-Grupo-Corrida TO Grp-Grupo.
           MOVE WS-Empresa-Corrida TO Grp-Empresa.
           WRITE Registro-Grupo-Pago.
           CLOSE ArchivoGrupoPago.

      *> Identifica la quincena a correr: la deriva de la fecha del
      *> dia contra el calendario de quincenas, para que el operador
      *> ya no la teclee. Si el calendario no existe todavia, se

       DerivaPeriodo.
           MOVE "N" TO WS-Quincena-Derivada.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Corrida.
           PERFORM VARYING WS-Indice-Cal FROM 1 BY 1
                   UNTIL WS-Indice-Cal > WS-Cantidad-Quincenas
                      OR Quincena-Derivada
                           SET Fin-Periodos TO TRUE
                       NOT AT END
                           IF Per-ID = WS-Periodo-Corrida
                              AND (Per-Grupo = WS-Grupo-Corrida
                                OR (Per-Grupo = SPACE
                                    AND Grupo-Quincenal))
                              AND (Per-Empresa = WS-Empresa-Corrida
                                OR (Per-Empresa = SPACES
                                    AND Empresa-Principal))
                               MOVE Per-Accion
                                   TO WS-Ultima-Accion-Periodo
                           END-IF
      *> En los eventos de una sola firma el campo va en espacios;
      *> el OVERRIDE lleva al supervisor que lo firmo.
           MOVE WS-Autoriza-Evento TO Per-Autoriza.
           MOVE WS-Grupo-Corrida TO Per-Grupo.
           MOVE WS-Empresa-Corrida TO Per-Empresa.
           WRITE Registro-Periodo.
           CLOSE ArchivoPeriodos.

               MOVE ZEROS TO WS-Trm-Cuota-Fija(1)
               MOVE WS-Tasa-Descuento TO WS-Trm-Tasa-Marginal(1)
           END-IF.
           IF WS-Dias-Periodo NOT = WS-Dias-Quincena
               PERFORM ProrrateaTramos
           END-IF.

      *> Los tramos son de quincena: para un periodo de otro largo
      *> los limites y la cuota fija se llevan a los dias del
      *> periodo; la tasa marginal no cambia.
       ProrrateaTramos.
           PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                   UNTIL WS-Indice-Tramo > WS-Cantidad-Tramos
               COMPUTE WS-Trm-Limite-Inferior(WS-Indice-Tramo) ROUNDED
                   = WS-Trm-Limite-Inferior(WS-Indice-Tramo)
                   * WS-Dias-Periodo / WS-Dias-Quincena
               COMPUTE WS-Trm-Limite-Superior(WS-Indice-Tramo) ROUNDED
                   = WS-Trm-Limite-Superior(WS-Indice-Tramo)
                   * WS-Dias-Periodo / WS-Dias-Quincena
               COMPUTE WS-Trm-Cuota-Fija(WS-Indice-Tramo) ROUNDED
                   = WS-Trm-Cuota-Fija(WS-Indice-Tramo)
                   * WS-Dias-Periodo / WS-Dias-Quincena
           END-PERFORM.

      *> Carga las novedades de la quincena a la tabla en memoria,
      *> todas marcadas como no aplicadas; las que sigan asi al final
       RechazaNovedadesHuerfanas.
           PERFORM VARYING WS-Indice-Nov FROM 1 BY 1
                   UNTIL WS-Indice-Nov > WS-Cantidad-Novedades
               IF WS-Nov-Aplicada(WS-Indice-Nov) = "N"
                   PERFORM EscribeRechazoNovedad
               END-IF
           END-PERFORM.
      *> descuento sale del tramo del bruto (cuota fija mas la tasa
      *> marginal sobre el excedente del limite inferior) mas las
      *> novedades de deduccion de la quincena; el bruto es el salario
      *> del padron mas las novedades de percepcion. Las deducciones
      *> se aplican en orden de prelacion -tramo, pension, adeudo de
      *> quincenas anteriores, novedades "-"- y cada una solo hasta
      *> donde alcance sin bajar el neto del minimo protegido; lo que
      *> no cabe queda en el maestro de adeudos para la siguiente.
       CalculaNeto.
           MOVE Emp-ID TO Nom-Emp-ID.
           MOVE Cont-Nombre TO Nom-Cont-Nombre.
           MOVE Cont-Primer-Apellido TO Nom-Cont-Primer-Apellido.

           PERFORM AplicaNovedades.
           PERFORM CalculaSalarioPeriodo.
           COMPUTE Nom-Salario-Bruto =
               WS-Salario-Periodo + WS-Percepciones-Nov.
           PERFORM LeeAdeudo.
           IF Nom-Salario-Bruto > WS-Neto-Minimo
               COMPUTE WS-Disponible =
                   Nom-Salario-Bruto - WS-Neto-Minimo
           ELSE
               MOVE ZEROS TO WS-Disponible
           END-IF.
           MOVE ZEROS TO WS-Deducciones-Aplicadas.

           PERFORM UbicaTramo.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.
           PERFORM AcumulaResiduo.
           MOVE WS-Monto-Redondeado TO WS-Deduccion-Pedida.
           PERFORM TopaDeduccion.
           MOVE WS-Deduccion-Aplicada TO WS-Descuento-Tramo.
           ADD WS-Deduccion-Pendiente TO WS-Ade-Otros-Generado.

      *> La pension alimenticia se aplica sobre el neto que queda
      *> tras el tramo y antes de las demas deducciones: prioridad
               Nom-Salario-Bruto - WS-Descuento-Tramo.
           PERFORM AplicaPension.

      *> El adeudo de quincenas anteriores se cobra antes que las
      *> novedades nuevas; la parte de pension viaja al beneficiario
      *> en el mismo detalle de dispersion que la pension corriente.
           PERFORM CobraAdeudoAnterior.
           IF WS-Importe-Pension > ZEROS
               PERFORM EscribeDetallePension
           END-IF.

           MOVE WS-Deducciones-Nov TO WS-Deduccion-Pedida.
           PERFORM TopaDeduccion.
           ADD WS-Deduccion-Pendiente TO WS-Ade-Otros-Generado.
           PERFORM GrabaAdeudo.

           COMPUTE WS-Monto-Sin-Redondear =
               WS-Deducciones-Aplicadas.
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.
           PERFORM AcumulaResiduo.
           MOVE WS-Monto-Redondeado TO Nom-Salario-Neto.

      *> Emp-Salario es de quincena; el periodo semanal cobra la
      *> parte de sus dias con el redondeo unico del taller.
       CalculaSalarioPeriodo.
           IF WS-Dias-Periodo = WS-Dias-Quincena
               MOVE Emp-Salario TO WS-Salario-Periodo
           ELSE
               COMPUTE WS-Monto-Sin-Redondear =
                   Emp-Salario * WS-Dias-Periodo / WS-Dias-Quincena
               CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
                   WS-Modo-Redondeo WS-Monto-Redondeado
                   WS-Residuo-Redondeo
               PERFORM AcumulaResiduo
               MOVE WS-Monto-Redondeado TO WS-Salario-Periodo
           END-IF.

      *> Busca la pension vigente del empleado en curso y calcula su
      *> importe: porcentaje del neto tras el tramo o monto fijo,
      *> recortado a lo disponible sobre el neto minimo; lo que no
      *> alcanza queda como adeudo de pension. El detalle de la
      *> dispersion de beneficiarios se escribe despues de cobrar el
      *> adeudo anterior, para que salga en un solo renglon.
       AplicaPension.
           MOVE ZEROS TO WS-Importe-Pension.
           MOVE "N" TO WS-Pension-Hallada.
           IF Pensiones-No-Existe
               CONTINUE
           ELSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Pension-Hallada TO TRUE
                       IF Pen-Vigente
                           PERFORM CalculaImportePension
                       END-IF
               COMPUTE WS-Monto-Sin-Redondear =
                   WS-Neto-Tras-Tramo * Pen-Porcentaje / 100
           ELSE
      *> El monto fijo de la orden es por quincena.
               COMPUTE WS-Monto-Sin-Redondear =
                   Pen-Monto * WS-Dias-Periodo / WS-Dias-Quincena
           END-IF.
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.
           PERFORM AcumulaResiduo.
           MOVE WS-Monto-Redondeado TO WS-Deduccion-Pedida.
           PERFORM TopaDeduccion.
           MOVE WS-Deduccion-Aplicada TO WS-Importe-Pension.
           ADD WS-Deduccion-Pendiente TO WS-Ade-Pension-Generado.

      *> Aplica una deduccion contra lo disponible de la quincena:
      *> toma lo que quepa, deja en pendiente lo que no, y rebaja lo
      *> disponible para la siguiente deduccion en la prelacion.
       TopaDeduccion.
           IF WS-Deduccion-Pedida > WS-Disponible
               MOVE WS-Disponible TO WS-Deduccion-Aplicada
           ELSE
               MOVE WS-Deduccion-Pedida TO WS-Deduccion-Aplicada
           END-IF.
           COMPUTE WS-Deduccion-Pendiente =
               WS-Deduccion-Pedida - WS-Deduccion-Aplicada.
           SUBTRACT WS-Deduccion-Aplicada FROM WS-Disponible.
           ADD WS-Deduccion-Aplicada TO WS-Deducciones-Aplicadas.

      *> Cobra el adeudo con el que el empleado llego a la quincena,
      *> primero la parte de pension (solo si el empleado tiene a
      *> quien dispersarle) y luego la de las demas deducciones.
       CobraAdeudoAnterior.
           IF Pension-Hallada
               MOVE WS-Ade-Pension-Previo TO WS-Deduccion-Pedida
               PERFORM TopaDeduccion
               MOVE WS-Deduccion-Aplicada TO WS-Ade-Pension-Cobrado
               ADD WS-Deduccion-Aplicada TO WS-Importe-Pension
           END-IF.
           MOVE WS-Ade-Otros-Previo TO WS-Deduccion-Pedida.
           PERFORM TopaDeduccion.
           MOVE WS-Deduccion-Aplicada TO WS-Ade-Otros-Cobrado.

      *> Lee el adeudo del empleado en curso. Si su ultimo periodo
      *> corrido es el mismo de hoy, la quincena fue reabierta y se
      *> vuelve a correr: se parte del saldo con el que entro a ella,
      *> no del que dejo la corrida anterior.
       LeeAdeudo.
           MOVE ZEROS TO WS-Ade-Pension-Previo.
           MOVE ZEROS TO WS-Ade-Otros-Previo.
           MOVE ZEROS TO WS-Ade-Pension-Cobrado.
           MOVE ZEROS TO WS-Ade-Otros-Cobrado.
           MOVE ZEROS TO WS-Ade-Pension-Generado.
           MOVE ZEROS TO WS-Ade-Otros-Generado.
           MOVE "N" TO WS-Adeudo-Nuevo.
           MOVE Emp-ID TO Ade-Emp-ID.
           READ ARCHIVO-ADEUDOS
               INVALID KEY
                   SET Adeudo-Nuevo TO TRUE
               NOT INVALID KEY
                   IF Ade-Periodo-Ult = WS-Periodo-Corrida
                       MOVE Ade-Pension-Inicial
                           TO WS-Ade-Pension-Previo
                       MOVE Ade-Otros-Inicial TO WS-Ade-Otros-Previo
                   ELSE
                       MOVE Ade-Pension-Saldo TO WS-Ade-Pension-Previo
                       MOVE Ade-Otros-Saldo TO WS-Ade-Otros-Previo
                   END-IF
           END-READ.

      *> Deja el adeudo del empleado al dia. Un empleado sin adeudo
      *> previo y sin nada pendiente hoy no ocupa renglon.
       GrabaAdeudo.
           IF Adeudo-Nuevo
              AND WS-Ade-Pension-Generado = ZEROS
              AND WS-Ade-Otros-Generado = ZEROS
               CONTINUE
           ELSE
               MOVE Emp-ID TO Ade-Emp-ID
               MOVE WS-Periodo-Corrida TO Ade-Periodo-Ult
               MOVE WS-Ade-Pension-Previo TO Ade-Pension-Inicial
               MOVE WS-Ade-Otros-Previo TO Ade-Otros-Inicial
               COMPUTE Ade-Pension-Saldo = WS-Ade-Pension-Previo
                   - WS-Ade-Pension-Cobrado + WS-Ade-Pension-Generado
               COMPUTE Ade-Otros-Saldo = WS-Ade-Otros-Previo
                   - WS-Ade-Otros-Cobrado + WS-Ade-Otros-Generado
               COMPUTE Ade-Cobrado-Ult = WS-Ade-Pension-Cobrado
                   + WS-Ade-Otros-Cobrado
               COMPUTE Ade-Generado-Ult = WS-Ade-Pension-Generado
                   + WS-Ade-Otros-Generado
               MOVE Fpw-Fecha-Proceso TO Ade-Fecha-Ult
               IF Adeudo-Nuevo
                   WRITE Registro-Adeudo
               ELSE
                   REWRITE Registro-Adeudo
               END-IF
               ADD Ade-Cobrado-Ult TO WS-Total-Adeudos-Cobrados
               ADD Ade-Generado-Ult TO WS-Total-Adeudos-Generados
               IF Ade-Pension-Saldo > ZEROS
                  OR Ade-Otros-Saldo > ZEROS
                   ADD 1 TO WS-Empleados-Con-Adeudo
               END-IF
           END-IF.

      *> El maestro de adeudos no existe la primera vez: se crea
      *> vacio y se vuelve a abrir, igual que AcumulaNominaAnual crea
      *> el de acumulados.
       AbreAdeudos.
           OPEN I-O ARCHIVO-ADEUDOS.
           IF Adeudos-No-Existe
               OPEN OUTPUT ARCHIVO-ADEUDOS
               CLOSE ARCHIVO-ADEUDOS
               OPEN I-O ARCHIVO-ADEUDOS
           END-IF.

      *> Sin archivo de parametro el minimo protegido es cero: el neto
      *> ya no puede salir negativo, y todo lo demas queda igual que
      *> siempre.
       CargaNetoMinimo.
           OPEN INPUT ArchivoNetoMinimo.
           IF Neto-Minimo-No-Existe
               CONTINUE
           ELSE
               READ ArchivoNetoMinimo
                   AT END
                       CONTINUE
                   NOT AT END
      *> El minimo protegido es de quincena; se prorratea igual
      *> que el salario.
                       IF Nmi-Importe IS NUMERIC
                           COMPUTE WS-Neto-Minimo ROUNDED =
                               Nmi-Importe * WS-Dias-Periodo
                               / WS-Dias-Quincena
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoNetoMinimo.

       EscribeDetallePension.
           MOVE Emp-ID TO WS-PDet-Emp-ID.
           MOVE Pen-Beneficiario TO WS-PDet-Beneficiario.
           ADD WS-Importe-Pension TO WS-Suma-Pensiones.

       EscribeCabeceraPension.
           MOVE Fpw-Fecha-Proceso TO WS-PCab-Fecha.
           WRITE Registro-Disp-Pension
               FROM WS-Registro-Pen-Cabecera.

       MuestraResumenNomina.
           PERFORM EscribeCuadratura.
           DISPLAY "== Resumen de nomina ==".
           DISPLAY "Grupo de pago: " WS-Grupo-Corrida
               " (" WS-Dias-Periodo " dias)".
           DISPLAY "Empleados procesados: " WS-Total-Empleados.
           IF WS-Total-Contratos-Vencidos > ZEROS
               DISPLAY "Rechazados por contrato vencido: "
                   WS-Total-Contratos-Vencidos
           END-IF.
           DISPLAY "Total bruto: " WS-Total-Bruto.
           DISPLAY "Total descuentos: " WS-Total-Descuento.
           DISPLAY "Total neto: " WS-Total-Neto.
           DISPLAY "Novedades rechazadas: " WS-Total-Nov-Rechazadas.
           DISPLAY "Pensiones retenidas: " WS-Total-Pensiones.
           DISPLAY "Suma de pensiones: " WS-Suma-Pensiones.
           DISPLAY "Neto minimo protegido: " WS-Neto-Minimo.
           DISPLAY "Adeudos anteriores cobrados: "
               WS-Total-Adeudos-Cobrados.
           DISPLAY "Deducciones pasadas a adeudo: "
               WS-Total-Adeudos-Generados.
           DISPLAY "Empleados con adeudo pendiente: "
               WS-Empleados-Con-Adeudo.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM EmpleadosNomina.
