               FILE STATUS IS WS-Estado-Empleados.

               SELECT ArchivoRecibos
               ASSIGN TO DYNAMIC WS-Nombre-Recibos
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Recibos.

      *> aqui sale el renglon propio de la pension alimenticia en el
      *> recibo del empleado retenido.
               SELECT OPTIONAL ArchivoDispersionPension
               ASSIGN TO DYNAMIC WS-Nombre-Disp-Pension
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Disp-Pension.

      *> Grupo de pago (quincenal o semanal) que dejo la corrida de
      *> EmpleadosNomina; sin el archivo se asume la quincena.
               SELECT OPTIONAL ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-NOMINA
           LABEL RECORD IS STANDARD.
       01  Registro-Disp-Pension PIC X(78).

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
           05 Grp-Empresa             PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Nomina PIC XX VALUE SPACES.
           88 Nomina-No-Existe VALUE "05" "35".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.

      *> Archivos del grupo de pago de la corrida.
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Semanal VALUE "S".
       01 WS-Nombre-Recibos PIC X(40) VALUE "recibos_nomina.rpt".
       01 WS-Nombre-Disp-Pension PIC X(40)
           VALUE "dispersion_pension.dat".

      *> Empresa corrida: las distintas de la original leen y dejan
      *> sus archivos con el codigo como sufijo.
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.
       01 WS-Nombre-Sin-Extension PIC X(40) VALUE SPACES.
       01 WS-Extension-Archivo PIC X(10) VALUE SPACES.

      *> Pensiones retenidas en la corrida, cargadas de la
      *> dispersion de beneficiarios para el renglon propio del
      *> recibo.
           88 Pension-Hallada VALUE "S".
       01 WS-Importe-Pension PIC 9(7)V99 VALUE ZEROS.

      *> El titulo del recibo cambia cuando la cabecera de control
      *> dice que la generacion es de una corrida extraordinaria.
       01 WS-Linea-Titulo.
           05 WS-Tit-Texto PIC X(26) VALUE "RECIBO DE NOMINA - FOLIO ".
           05 WS-Tit-Folio PIC ZZZZZ9.

       01 WS-Linea-Empleado.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 0050-Lee-Grupo-Pago
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
           IF WS-Nombre-Generacion = SPACES
      *> caracteres.
                               IF Registro-Nomina(1:6) = "000000"
                                  OR Registro-Nomina(1:6) = "999999"
                                   PERFORM 0200-Revisa-Control
                               ELSE
                                   PERFORM 1000-Genera-Recibo
                               END-IF
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
               MOVE "recibos_semanal.rpt" TO WS-Nombre-Recibos
               MOVE "dispersion_pension_semanal.dat"
                   TO WS-Nombre-Disp-Pension
           END-IF
           IF WS-Empresa-Corrida = SPACES
               MOVE "01" TO WS-Empresa-Corrida
           END-IF
           IF NOT Empresa-Principal
               MOVE SPACES TO WS-Nombre-Con-Sufijo
               STRING WS-Base-Generacion DELIMITED BY SPACE
                   "_" WS-Empresa-Corrida DELIMITED BY SIZE
                   INTO WS-Nombre-Con-Sufijo
               END-STRING
               MOVE WS-Nombre-Con-Sufijo TO WS-Base-Generacion
               MOVE WS-Nombre-Recibos TO WS-Nombre-Con-Sufijo
               PERFORM 0055-Agrega-Sufijo
               MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Recibos
               MOVE WS-Nombre-Disp-Pension TO WS-Nombre-Con-Sufijo
               PERFORM 0055-Agrega-Sufijo
               MOVE WS-Nombre-Con-Sufijo TO WS-Nombre-Disp-Pension
           END-IF.

      *> Intercala "_" y el codigo de empresa antes de la extension
      *> del nombre de archivo que viene en WS-Nombre-Con-Sufijo.
       0055-Agrega-Sufijo.
           MOVE SPACES TO WS-Nombre-Sin-Extension
           MOVE SPACES TO WS-Extension-Archivo
           UNSTRING WS-Nombre-Con-Sufijo DELIMITED BY "."
               INTO WS-Nombre-Sin-Extension WS-Extension-Archivo
           END-UNSTRING
           MOVE SPACES TO WS-Nombre-Con-Sufijo
           STRING WS-Nombre-Sin-Extension DELIMITED BY SPACE
               "_" WS-Empresa-Corrida "." DELIMITED BY SIZE
               WS-Extension-Archivo DELIMITED BY SPACE
               INTO WS-Nombre-Con-Sufijo
           END-STRING.

      *> Carga los detalles "2" de la dispersion de pensiones, para
      *> que el recibo del empleado retenido desglose su pension
      *> como renglon propio dentro de los descuentos.
           END-IF
           CLOSE ArchivoDispersionPension.

      *> La identificacion NOMEXTRA en la cabecera marca una
      *> generacion de NominaExtraordinaria.
       0200-Revisa-Control.
           IF Registro-Nomina(1:6) = "000000"
              AND Registro-Nomina(8:8) = "NOMEXTRA"
               MOVE "RECIBO EXTRAORD. - FOLIO " TO WS-Tit-Texto
           END-IF.

      *> Arma el recibo de un renglon de nomina: completa nombre,
      *> departamento y fecha de ingreso desde el maestro y escribe
      *> el recibo en su propia pagina. Si el empleado ya no esta en
