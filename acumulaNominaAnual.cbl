      *> correr el paso dos veces no duplique los importes, igual que
      *> Vac-Anio-Ult-Abono evita abonar dos veces un aniversario. Al
      *> cambiar el anio el acumulado se reinicia en ceros.
      *>
      *> El grupo de pago y la empresa salen de grupo_pago.dat, que
      *> deja la ultima corrida de EmpleadosNomina o de
      *> NominaExtraordinaria: el grupo semanal abona nomina_semanal
      *> con novedades_semanal.dat, y una empresa distinta de la
      *> original abona su extracto con el codigo como sufijo. Las
      *> novedades del grupo son de todas las empresas y se casan por
      *> empleado. El anio del acumulado es el de la fecha de
      *> proceso, no el del reloj, para que una quincena de diciembre
      *> abonada despues de medianoche no arranque el anio nuevo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> Novedades de la quincena recien corrida, para acumular
      *> tambien por concepto y no solo los tres totales.
               SELECT OPTIONAL ArchivoNovedades
               ASSIGN TO DYNAMIC WS-Nombre-Novedades
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades.

      *> Lista de importes de NominaExtraordinaria: cuando la
      *> generacion vigente es extraordinaria, sus conceptos salen de
      *> aqui y no de las novedades de la quincena, que ya se abonaron
      *> con la ordinaria. NominaExtraordinaria la deja guardada con
      *> el nombre de su generacion (nomina_extra_AAAAMMDD_ext.dat).
               SELECT OPTIONAL ArchivoListaExtra
               ASSIGN TO DYNAMIC WS-Nombre-Lista-Extra
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lista-Extra.

      *> Grupo de pago y empresa que dejo la corrida de nomina; sin
      *> el archivo se asume la quincena de la empresa original.
               SELECT OPTIONAL ArchivoGrupoPago
               ASSIGN TO "grupo_pago.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Grupo-Pago.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-NOMINA
           LABEL RECORD IS STANDARD.
           COPY NOVEDAD.

       FD  ArchivoListaExtra
           LABEL RECORD IS STANDARD.
           COPY NOMEXTRA.

       FD  ArchivoGrupoPago
           LABEL RECORD IS STANDARD.
       01  Registro-Grupo-Pago.
           05 Grp-Grupo               PIC X.
           05 Grp-Empresa             PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Nomina PIC XX VALUE SPACES.
           88 Nomina-No-Existe VALUE "05" "35".
           88 Acumulados-No-Existe VALUE "05" "35".
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
           88 Novedades-No-Existe VALUE "05" "35".
       01 WS-Estado-Lista-Extra PIC XX VALUE SPACES.
           88 Lista-Extra-No-Existe VALUE "05" "35".

       01 WS-Fin-Nomina PIC X VALUE "N".
           88 Fin-Nomina VALUE "S".
       01 WS-Base-Generacion PIC X(20) VALUE "nomina".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.
       01 WS-Nombre-Lista-Extra PIC X(40) VALUE SPACES.

      *> Grupo y empresa de la corrida que se abona.
       01 WS-Estado-Grupo-Pago PIC XX VALUE SPACES.
       01 WS-Grupo-Corrida PIC X VALUE "Q".
           88 Grupo-Semanal VALUE "S".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
       01 WS-Nombre-Novedades PIC X(40) VALUE "novedades.dat".
       01 WS-Nombre-Con-Sufijo PIC X(40) VALUE SPACES.

       01 WS-Anio-Corrida PIC 9(4) VALUE ZEROS.
       01 WS-Indice-Con PIC 9(2) VALUE ZEROS.
      *> extracto de nomina y no se afectan.
       01 WS-Novedades-Omitidas PIC 9(6) VALUE ZEROS.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "AcumulaNominaAnual" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 0050-Lee-Grupo-Pago
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
           IF WS-Nombre-Generacion = SPACES
           ELSE
               PERFORM 1000-Abre-Acumulados
               PERFORM 1100-Carga-Novedades
               MOVE Fpw-Fecha-Proceso(1:4) TO WS-Anio-Corrida
               PERFORM WITH TEST BEFORE UNTIL Fin-Nomina
                   READ ARCHIVO-NOMINA
                       AT END
      *> caracteres.
                           IF Registro-Nomina(1:6) = "000000"
                              OR Registro-Nomina(1:6) = "999999"
                               PERFORM 1200-Revisa-Control
                           ELSE
                               PERFORM 2000-Abona-Empleado
                           END-IF
           END-IF
           STOP RUN.

      *> El grupo semanal abona su propia generacion y sus
      *> novedades; la empresa distinta de la original, su extracto
      *> con el codigo como sufijo, igual que ReciboNomina.
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
               MOVE "novedades_semanal.dat" TO WS-Nombre-Novedades
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
           END-IF.

      *> El maestro de acumulados aun no existe la primera vez: se
      *> crea vacio y se vuelve a abrir, igual que VacacionesAcumula
      *> crea el maestro de vacaciones.
           END-IF
           CLOSE ArchivoNovedades.

      *> La identificacion NOMEXTRA en la cabecera marca una
      *> generacion de NominaExtraordinaria: el desglose por concepto
      *> se rehace con su lista, cada renglon como percepcion.
       1200-Revisa-Control.
           IF Registro-Nomina(1:6) = "000000"
              AND Registro-Nomina(8:8) = "NOMEXTRA"
               PERFORM 1210-Carga-Lista-Extra
           END-IF.

       1210-Carga-Lista-Extra.
           MOVE ZEROS TO WS-Cantidad-Novedades
           MOVE ZEROS TO WS-Novedades-Omitidas
           MOVE SPACES TO WS-Nombre-Lista-Extra
           STRING "nomina_extra" DELIMITED BY SIZE
               WS-Nombre-Generacion(7:) DELIMITED BY SPACE
               INTO WS-Nombre-Lista-Extra
           END-STRING
           OPEN INPUT ArchivoListaExtra
           IF Lista-Extra-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Novedades
               PERFORM WITH TEST BEFORE UNTIL Fin-Novedades
                   READ ArchivoListaExtra
                       AT END
                           SET Fin-Novedades TO TRUE
                       NOT AT END
                           IF WS-Cantidad-Novedades < 200
                               ADD 1 TO WS-Cantidad-Novedades
                               MOVE Nex-Emp-ID TO WS-Nov-Emp-ID
                                   (WS-Cantidad-Novedades)
                               MOVE Nex-Concepto TO WS-Nov-Concepto
                                   (WS-Cantidad-Novedades)
                               MOVE "+" TO WS-Nov-Signo
                                   (WS-Cantidad-Novedades)
                               MOVE Nex-Importe TO WS-Nov-Importe
                                   (WS-Cantidad-Novedades)
                           ELSE
                               ADD 1 TO WS-Novedades-Omitidas
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoListaExtra.

      *> Abona la quincena de un empleado a su acumulado del anio.
      *> Si la generacion vigente ya esta registrada como abonada en
      *> el registro, la corrida ya paso por aqui y no se duplica.
                   "por concepto): " WS-Novedades-Omitidas
           END-IF.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM AcumulaNominaAnual.
