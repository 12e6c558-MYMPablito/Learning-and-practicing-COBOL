       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierreAnual.

      *> Cierre anual de nomina y cartera, la lista de la primera
      *> semana de enero en un solo programa. Revisa primero los
      *> requisitos y no toca nada si falta alguno:
      *>   - la ultima quincena (y la ultima semana) del anio cerrada
      *>     en periodo_control.dat, para cada empresa que corrio
      *>     nomina en el anio;
      *>   - la facturacion de diciembre corrida (FacturacionLotes OK
      *>     en corridas.log con fecha de diciembre);
      *>   - las constancias anuales generadas (ConstanciaAnual OK en
      *>     corridas.log despues del corte de la ultima quincena).
      *> Con la firma del supervisor y de un segundo operador, igual
      *> que el cierre contable, copia los renglones del anio de los
      *> acumulados, la historia de estados de cuenta y de pagos y
      *> las bitacoras que no rota RotaBitacoras a archivos con sello
      *> de anio (<base>_AAAA), reinicia en ceros los acumulados del
      *> anio para el que empieza y, si se pide, arranca serie nueva
      *> del contador de clientes y de los folios de cheque. Las
      *> historias vivas no se vacian: cobranza, el libro de corridas
      *> y los periodos se siguen leyendo completos. Al final deja
      *> la constancia de cierre en cierre_anual.rpt y el renglon del
      *> anio en cierre_anual.dat; con ese renglon el anio ya no se
      *> puede volver a cerrar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoCierreAnual
               ASSIGN TO "cierre_anual.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Cierre-Anual.

               SELECT OPTIONAL ArchivoOperadores
               ASSIGN TO "operadores.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Operadores.

      *> Requisitos.
               SELECT OPTIONAL ArchivoCalendario
               ASSIGN TO DYNAMIC WS-Nombre-Calendario
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Calendario.

               SELECT OPTIONAL ArchivoPeriodos
               ASSIGN TO "periodo_control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Vivo.

               SELECT OPTIONAL ArchivoCorridas
               ASSIGN TO "corridas.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Vivo.

               SELECT OPTIONAL ARCHIVO-ACUMULADOS
               ASSIGN TO "acumulados_ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Acu-Emp-ID
               FILE STATUS IS WS-Estado-Acumulados.

               SELECT OPTIONAL ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

               SELECT OPTIONAL ARCHIVO-VACACIONES
               ASSIGN TO "vacaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Vac-Emp-ID
               FILE STATUS IS WS-Estado-Vacaciones.

      *> Contadores que pueden pedir serie nueva.
               SELECT OPTIONAL ArchivoContador
               ASSIGN TO "contador_clientes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Contador.

               SELECT OPTIONAL ArchivoFoliosCheque
               ASSIGN TO "folios_cheques.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Folios.

               SELECT OPTIONAL ArchivoSeries
               ASSIGN TO "folio_series.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Fse-Serie
               FILE STATUS IS WS-Estado-Series.

      *> Historias y bitacoras que se copian al archivo del anio.
               SELECT OPTIONAL ArchivoHistoriaEdo
               ASSIGN TO "estado_cuenta_hist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Vivo.

               SELECT OPTIONAL ArchivoHistoriaPagos
               ASSIGN TO "pagos_historia.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Vivo.

               SELECT OPTIONAL ArchivoCondonaciones
               ASSIGN TO "condonaciones.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Vivo.

               SELECT OPTIONAL ArchivoAutorizaciones
               ASSIGN TO "autorizaciones.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Vivo.

               SELECT OPTIONAL ArchivoCierres
               ASSIGN TO "cierre_contable.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Vivo.

      *> Archivos con sello de anio, uno por fuente.
               SELECT ArchivoArchAcumulados
               ASSIGN TO DYNAMIC WS-Nombre-Archivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Archivo.

               SELECT ArchivoArchHistoriaEdo
               ASSIGN TO DYNAMIC WS-Nombre-Archivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Archivo.

               SELECT ArchivoArchHistoriaPagos
               ASSIGN TO DYNAMIC WS-Nombre-Archivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Archivo.

               SELECT ArchivoArchCondonaciones
               ASSIGN TO DYNAMIC WS-Nombre-Archivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Archivo.

               SELECT ArchivoArchAutorizaciones
               ASSIGN TO DYNAMIC WS-Nombre-Archivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Archivo.

               SELECT ArchivoArchCorridas
               ASSIGN TO DYNAMIC WS-Nombre-Archivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Archivo.

               SELECT ArchivoArchPeriodos
               ASSIGN TO DYNAMIC WS-Nombre-Archivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Archivo.

               SELECT ArchivoArchCierres
               ASSIGN TO DYNAMIC WS-Nombre-Archivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Archivo.

               SELECT ArchivoReporte
               ASSIGN TO "cierre_anual.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCierreAnual
           LABEL RECORD IS STANDARD.
           COPY CIERREAN.

       FD  ArchivoOperadores
           LABEL RECORD IS STANDARD.
           COPY OPERADOR.

       FD  ArchivoCalendario
           LABEL RECORD IS STANDARD.
           COPY CALNOM.

       FD  ArchivoPeriodos
           LABEL RECORD IS STANDARD.
           COPY PERIODO.

       FD  ArchivoCorridas
           LABEL RECORD IS STANDARD.
           COPY CORRIDA.

       FD  ARCHIVO-ACUMULADOS
           LABEL RECORD IS STANDARD.
           COPY ACUMYTD.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ARCHIVO-VACACIONES
           LABEL RECORD IS STANDARD.
           COPY VACACION.

       FD  ArchivoContador
           LABEL RECORD IS STANDARD.
           COPY CONTADOR.

      *> Mismo renglon unico que lleva EmiteCheques.
       FD  ArchivoFoliosCheque
           LABEL RECORD IS STANDARD.
       01  Registro-Folio-Cheque.
           05 Fch-Siguiente           PIC 9(6).

       FD  ArchivoSeries
           LABEL RECORD IS STANDARD.
           COPY FOLSERIE.

       FD  ArchivoHistoriaEdo
           LABEL RECORD IS STANDARD.
           COPY HISTEDO.

       FD  ArchivoHistoriaPagos
           LABEL RECORD IS STANDARD.
           COPY PAGHIST.

       FD  ArchivoCondonaciones
           LABEL RECORD IS STANDARD.
           COPY CONDONA.

       FD  ArchivoAutorizaciones
           LABEL RECORD IS STANDARD.
           COPY AUTORIZA.

       FD  ArchivoCierres
           LABEL RECORD IS STANDARD.
           COPY CIERRECT.

      *> Los archivos del anio llevan los renglones tal cual, al
      *> largo de cada fuente, igual que los historicos de
      *> RotaBitacoras.
       FD  ArchivoArchAcumulados
           LABEL RECORD IS STANDARD.
       01  Arch-Acumulados PIC X(305).

       FD  ArchivoArchHistoriaEdo
           LABEL RECORD IS STANDARD.
       01  Arch-Historia-Edo PIC X(50).

       FD  ArchivoArchHistoriaPagos
           LABEL RECORD IS STANDARD.
       01  Arch-Historia-Pagos PIC X(53).

       FD  ArchivoArchCondonaciones
           LABEL RECORD IS STANDARD.
       01  Arch-Condonaciones PIC X(48).

       FD  ArchivoArchAutorizaciones
           LABEL RECORD IS STANDARD.
       01  Arch-Autorizaciones PIC X(93).

       FD  ArchivoArchCorridas
           LABEL RECORD IS STANDARD.
       01  Arch-Corridas PIC X(137).

       FD  ArchivoArchPeriodos
           LABEL RECORD IS STANDARD.
       01  Arch-Periodos PIC X(52).

       FD  ArchivoArchCierres
           LABEL RECORD IS STANDARD.
       01  Arch-Cierres PIC X(49).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Cierre-Anual PIC XX VALUE SPACES.
           88 Cierre-Anual-No-Existe VALUE "05" "35".
       01 WS-Estado-Operadores PIC XX VALUE SPACES.
           88 Operadores-No-Existe VALUE "05" "35".
       01 WS-Estado-Calendario PIC XX VALUE SPACES.
           88 Calendario-No-Existe VALUE "05" "35".
       01 WS-Estado-Vivo PIC XX VALUE SPACES.
           88 Vivo-No-Existe VALUE "05" "35".
       01 WS-Estado-Acumulados PIC XX VALUE SPACES.
           88 Acumulados-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Vacaciones PIC XX VALUE SPACES.
           88 Vacaciones-No-Existe VALUE "05" "35".
       01 WS-Estado-Contador PIC XX VALUE SPACES.
           88 Contador-No-Existe VALUE "05" "35".
       01 WS-Estado-Folios PIC XX VALUE SPACES.
           88 Folios-No-Existe VALUE "05" "35".
       01 WS-Estado-Series PIC XX VALUE SPACES.
           88 Series-No-Existe VALUE "05" "35".
       01 WS-Estado-Archivo PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Archivo PIC X VALUE "N".
           88 Fin-Archivo VALUE "S".

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Anio-Texto PIC X(4) VALUE SPACES.
       01 WS-Anio-Cierre PIC 9(4) VALUE ZEROS.
       01 WS-Anio-Siguiente PIC 9(4) VALUE ZEROS.
       01 WS-Anio-Ya-Cerrado PIC X VALUE "N".
           88 Anio-Ya-Cerrado VALUE "S".

       01 WS-Requisitos-Completos PIC X VALUE "S".
           88 Requisitos-Completos VALUE "S".
       01 WS-Advertencias PIC 9(2) VALUE ZEROS.

      *> Ultimo periodo del anio de cada calendario y corte de la
      *> ultima quincena; sin calendario del anio se toma el mayor
      *> periodo que aparezca en la bitacora.
       01 WS-Nombre-Calendario PIC X(40) VALUE SPACES.
       01 WS-Ultimo-Calendario PIC X(6) VALUE SPACES.
       01 WS-Ultima-Quincena PIC X(6) VALUE SPACES.
       01 WS-Ultima-Semana PIC X(6) VALUE SPACES.
       01 WS-Corte-Ultima PIC 9(8) VALUE ZEROS.

      *> Grupo de pago y empresa que corrieron nomina en el anio,
      *> con el periodo que debe estar cerrado y su ultimo evento.
       01 WS-Cantidad-Nominas PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Nominas.
           05 WS-Nom OCCURS 20 TIMES.
               10 WS-Nom-Grupo        PIC X.
               10 WS-Nom-Empresa      PIC X(2).
               10 WS-Nom-Mayor-ID     PIC X(6).
               10 WS-Nom-Requerido    PIC X(6).
               10 WS-Nom-Accion       PIC X(10).
       01 WS-Indice-Nom PIC 9(2) VALUE ZEROS.
       01 WS-Nom-Hallada PIC 9(2) VALUE ZEROS.
       01 WS-Grupo-Renglon PIC X VALUE SPACE.
       01 WS-Empresa-Renglon PIC X(2) VALUE SPACES.
       01 WS-Periodos-Abiertos PIC 9(2) VALUE ZEROS.

       01 WS-Facturo-Diciembre PIC X VALUE "N".
           88 Facturo-Diciembre VALUE "S".
       01 WS-Fecha-Facturacion PIC 9(8) VALUE ZEROS.
       01 WS-Constancias-Hechas PIC X VALUE "N".
           88 Constancias-Hechas VALUE "S".
       01 WS-Fecha-Constancias PIC 9(8) VALUE ZEROS.

       01 WS-Acumulados-Del-Anio PIC 9(6) VALUE ZEROS.
       01 WS-Acumulados-Adelantados PIC 9(6) VALUE ZEROS.
       01 WS-Acumulados-Reiniciados PIC 9(6) VALUE ZEROS.
       01 WS-Aniversarios-Pendientes PIC 9(5) VALUE ZEROS.

      *> Contadores y series, para decidir si se arranca serie nueva.
       01 WS-Siguiente-Cliente PIC 9(6) VALUE ZEROS.
       01 WS-Siguiente-Cheque PIC 9(6) VALUE ZEROS.
       01 WS-Nuevo-Texto PIC X(6) VALUE SPACES.
       01 WS-Nuevo-Numero PIC 9(6) VALUE ZEROS.
       01 WS-Serie-Cliente-Nueva PIC 9(6) VALUE ZEROS.
       01 WS-Serie-Cheque-Nueva PIC 9(6) VALUE ZEROS.
       01 WS-Cantidad-Series PIC 9(2) VALUE ZEROS.
       01 WS-Tabla-Series.
           05 WS-Ser OCCURS 20 TIMES.
               10 WS-Ser-Serie        PIC X(4).
               10 WS-Ser-Empresa      PIC X(2).
               10 WS-Ser-Ultimo       PIC 9(9).
               10 WS-Ser-Fecha        PIC 9(8).
       01 WS-Indice-Ser PIC 9(2) VALUE ZEROS.

      *> Movimiento para cambios.log (RegistraCambio).
       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.

      *> Control dual, igual que CierreContable.
       01 WS-Fin-Operadores PIC X VALUE "N".
           88 Fin-Operadores VALUE "S".
       01 WS-Nivel-Requerido PIC 9 VALUE 7.
       01 WS-Supervisor PIC X(6) VALUE SPACES.
       01 WS-Segundo-Operador PIC X(6) VALUE SPACES.
       01 WS-Segundo-Password PIC X(10) VALUE SPACES.
       01 WS-Segundo-Valido PIC X VALUE "N".
           88 Segundo-Valido VALUE "S".

      *> Rastro de la firma en la bitacora de autorizaciones.
       01 WS-Aut-Programa PIC X(20) VALUE "CierreAnual".
       01 WS-Aut-Operacion PIC X(20) VALUE "CIERRE ANUAL".
       01 WS-Aut-Referencia PIC X(20) VALUE SPACES.

       01 WS-Bitacora-En-Turno PIC X(24) VALUE SPACES.
       01 WS-Base-Archivo PIC X(24) VALUE SPACES.
       01 WS-Extension-Archivo PIC X(4) VALUE SPACES.
       01 WS-Nombre-Archivo PIC X(40) VALUE SPACES.
       01 WS-Renglones-Copiados PIC 9(7) VALUE ZEROS.
       01 WS-Acumulados-Archivados PIC X VALUE "N".
           88 Acumulados-Archivados VALUE "S".
       01 WS-Total-Copiados PIC 9(7) VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Requisito.
           05 WS-Req-Descripcion PIC X(38).
           05 WS-Req-Estado PIC X(7).
           05 WS-Req-Detalle PIC X(35).

       01 WS-Linea-Archivo.
           05 WS-Arc-Bitacora PIC X(24).
           05 FILLER PIC X(4) VALUE " -> ".
           05 WS-Arc-Archivo PIC X(36).
           05 WS-Arc-Renglones PIC ZZZZZZ9.

       01 WS-Linea-Serie.
           05 FILLER PIC X(14) VALUE "  SERIE FISCAL".
           05 FILLER PIC X VALUE SPACE.
           05 WS-Lse-Serie PIC X(4).
           05 FILLER PIC X(10) VALUE "  EMPRESA ".
           05 WS-Lse-Empresa PIC X(2).
           05 FILLER PIC X(15) VALUE "  ULTIMO FOLIO ".
           05 WS-Lse-Ultimo PIC Z(8)9.
           05 FILLER PIC X(9) VALUE "  USADO ".
           05 WS-Lse-Fecha PIC 9(8).

           COPY CONFIRMASN.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "CierreAnual" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           DISPLAY "== Cierre anual de nomina y cartera ==".
           PERFORM 0100-Pide-Anio
           PERFORM 0200-Revisa-Cierre-Previo
           IF Anio-Ya-Cerrado
               DISPLAY "El anio " WS-Anio-Cierre " ya esta cerrado; "
                   "el cierre no se repite."
      *> Codigo de retorno 8: el cierre no corrio.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ArchivoReporte
           MOVE "CONSTANCIA DE CIERRE ANUAL" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           MOVE SPACES TO Linea-Reporte
           STRING "ANIO QUE SE CIERRA: " DELIMITED BY SIZE
               WS-Anio-Cierre DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte

           PERFORM 1000-Revisa-Requisitos
           IF NOT Requisitos-Completos
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE "CIERRE NO REALIZADO: FALTAN REQUISITOS"
                   TO Linea-Reporte
               PERFORM EscribeLineaReporte
               CLOSE ArchivoReporte
               DISPLAY "Faltan requisitos; vea cierre_anual.rpt."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-Pide-Firmas
           IF NOT Segundo-Valido OR NOT Respuesta-Afirmativa
               MOVE SPACES TO Linea-Reporte
               PERFORM EscribeLineaReporte
               MOVE "CIERRE NO REALIZADO: SIN AUTORIZACION"
                   TO Linea-Reporte
               PERFORM EscribeLineaReporte
               CLOSE ArchivoReporte
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-Pide-Series-Nuevas

           PERFORM 3000-Archiva-Anio
           PERFORM 4000-Reinicia-Acumulados
           PERFORM 5000-Aplica-Series-Nuevas
           PERFORM 6000-Registra-Cierre
           PERFORM 7000-Escribe-Constancia
           CLOSE ArchivoReporte

           DISPLAY "Anio " WS-Anio-Cierre " cerrado por " WS-Supervisor
               " con autorizacion de " WS-Segundo-Operador ".".
           DISPLAY "Renglones archivados: " WS-Total-Copiados.
           DISPLAY "Acumulados reiniciados: "
               WS-Acumulados-Reiniciados.
           DISPLAY "Constancia en cierre_anual.rpt".
           IF WS-Advertencias > ZEROS
      *> Codigo de retorno 4: cerrado, con advertencias en la
      *> constancia.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> El cierre es de un anio que ya termino; Enter toma el
      *> anterior al de la fecha de proceso.
       0100-Pide-Anio.
           COMPUTE WS-Anio-Cierre = WS-Fecha-Hoy / 10000 - 1
           DISPLAY "Anio a cerrar AAAA (Enter = " WS-Anio-Cierre "): "
           MOVE SPACES TO WS-Anio-Texto
           ACCEPT WS-Anio-Texto
           IF WS-Anio-Texto NOT = SPACES
               IF WS-Anio-Texto IS NUMERIC
                  AND WS-Anio-Texto < WS-Fecha-Hoy(1:4)
                   MOVE WS-Anio-Texto TO WS-Anio-Cierre
               ELSE
                   DISPLAY "Anio invalido o que no ha terminado."
                   PERFORM 0100-Pide-Anio
               END-IF
           END-IF
           COMPUTE WS-Anio-Siguiente = WS-Anio-Cierre + 1.

       0200-Revisa-Cierre-Previo.
           MOVE "N" TO WS-Anio-Ya-Cerrado
           OPEN INPUT ArchivoCierreAnual
           IF NOT Cierre-Anual-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoCierreAnual
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Can-Anio = WS-Anio-Cierre
                               SET Anio-Ya-Cerrado TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCierreAnual.

      *>---------------------------------------------------------------
      *> Requisitos: cada uno deja su renglon OK / FALTA en la
      *> constancia; las advertencias no detienen el cierre.
      *>---------------------------------------------------------------
       1000-Revisa-Requisitos.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "REQUISITOS" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE ALL "-" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM 1100-Carga-Calendarios
           PERFORM 1200-Revisa-Periodos
           PERFORM 1300-Revisa-Corridas
           PERFORM 1400-Revisa-Acumulados
           PERFORM 1500-Revisa-Vacaciones
           PERFORM 1600-Lee-Contadores.

       1100-Carga-Calendarios.
           MOVE "calendario_nomina.dat" TO WS-Nombre-Calendario
           PERFORM 1110-Lee-Calendario
           MOVE WS-Ultimo-Calendario TO WS-Ultima-Quincena
           MOVE "calendario_semanal.dat" TO WS-Nombre-Calendario
           PERFORM 1110-Lee-Calendario
           MOVE WS-Ultimo-Calendario TO WS-Ultima-Semana
           IF WS-Corte-Ultima = ZEROS
               COMPUTE WS-Corte-Ultima = WS-Anio-Cierre * 10000 + 1231
           END-IF.

      *> Ultimo periodo del anio en el calendario; el corte solo se
      *> toma del quincenal, que es el que paga a todo el personal
      *> de confianza y el que cierra diciembre.
       1110-Lee-Calendario.
           MOVE SPACES TO WS-Ultimo-Calendario
           OPEN INPUT ArchivoCalendario
           IF NOT Calendario-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoCalendario
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Cal-Per-ID(1:4) = WS-Anio-Cierre
                              AND Cal-Per-ID > WS-Ultimo-Calendario
                               MOVE Cal-Per-ID TO WS-Ultimo-Calendario
                               IF WS-Nombre-Calendario =
                                       "calendario_nomina.dat"
                                   MOVE Cal-Fecha-Corte
                                       TO WS-Corte-Ultima
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCalendario.

      *> Dos pasadas a la bitacora de periodos: la primera junta los
      *> grupos y empresas que corrieron nomina en el anio, la
      *> segunda busca el ultimo evento del periodo que cada uno
      *> debe tener cerrado.
       1200-Revisa-Periodos.
           OPEN INPUT ArchivoPeriodos
           IF NOT Vivo-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoPeriodos
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Per-ID(1:4) = WS-Anio-Cierre
                               PERFORM 1210-Anota-Nomina
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoPeriodos

           PERFORM VARYING WS-Indice-Nom FROM 1 BY 1
                   UNTIL WS-Indice-Nom > WS-Cantidad-Nominas
               EVALUATE TRUE
                   WHEN WS-Nom-Grupo(WS-Indice-Nom) = "Q"
                    AND WS-Ultima-Quincena NOT = SPACES
                       MOVE WS-Ultima-Quincena
                           TO WS-Nom-Requerido(WS-Indice-Nom)
                   WHEN WS-Nom-Grupo(WS-Indice-Nom) = "S"
                    AND WS-Ultima-Semana NOT = SPACES
                       MOVE WS-Ultima-Semana
                           TO WS-Nom-Requerido(WS-Indice-Nom)
                   WHEN OTHER
                       MOVE WS-Nom-Mayor-ID(WS-Indice-Nom)
                           TO WS-Nom-Requerido(WS-Indice-Nom)
               END-EVALUATE
           END-PERFORM

           OPEN INPUT ArchivoPeriodos
           IF NOT Vivo-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoPeriodos
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Per-ID(1:4) = WS-Anio-Cierre
                               PERFORM 1220-Anota-Evento
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoPeriodos

           IF WS-Cantidad-Nominas = ZEROS
               MOVE "ULTIMA QUINCENA CERRADA" TO WS-Req-Descripcion
               MOVE "FALTA" TO WS-Req-Estado
               MOVE "SIN NOMINAS DEL ANIO EN LA BITACORA"
                   TO WS-Req-Detalle
               PERFORM 1900-Escribe-Requisito
               MOVE "N" TO WS-Requisitos-Completos
           END-IF
           PERFORM VARYING WS-Indice-Nom FROM 1 BY 1
                   UNTIL WS-Indice-Nom > WS-Cantidad-Nominas
               PERFORM 1230-Reporta-Nomina
           END-PERFORM.

      *> Grupo en espacio es quincenal y empresa en espacios es la
      *> original, como en EmpleadosNomina.
       1210-Anota-Nomina.
           PERFORM 1240-Normaliza-Renglon
           PERFORM 1250-Busca-Nomina
           IF WS-Nom-Hallada = ZEROS
               IF WS-Cantidad-Nominas < 20
                   ADD 1 TO WS-Cantidad-Nominas
                   MOVE WS-Cantidad-Nominas TO WS-Nom-Hallada
                   MOVE WS-Grupo-Renglon
                       TO WS-Nom-Grupo(WS-Nom-Hallada)
                   MOVE WS-Empresa-Renglon
                       TO WS-Nom-Empresa(WS-Nom-Hallada)
                   MOVE SPACES TO WS-Nom-Mayor-ID(WS-Nom-Hallada)
                   MOVE SPACES TO WS-Nom-Accion(WS-Nom-Hallada)
               END-IF
           END-IF
           IF WS-Nom-Hallada > ZEROS
               IF Per-ID > WS-Nom-Mayor-ID(WS-Nom-Hallada)
                   MOVE Per-ID TO WS-Nom-Mayor-ID(WS-Nom-Hallada)
               END-IF
           END-IF.

      *> El ultimo renglon del periodo manda.
       1220-Anota-Evento.
           PERFORM 1240-Normaliza-Renglon
           PERFORM 1250-Busca-Nomina
           IF WS-Nom-Hallada > ZEROS
               IF Per-ID = WS-Nom-Requerido(WS-Nom-Hallada)
                   MOVE Per-Accion TO WS-Nom-Accion(WS-Nom-Hallada)
               END-IF
           END-IF.

       1230-Reporta-Nomina.
           MOVE SPACES TO WS-Req-Descripcion
           STRING "PERIODO " DELIMITED BY SIZE
               WS-Nom-Requerido(WS-Indice-Nom) DELIMITED BY SIZE
               " GRUPO " DELIMITED BY SIZE
               WS-Nom-Grupo(WS-Indice-Nom) DELIMITED BY SIZE
               " EMPRESA " DELIMITED BY SIZE
               WS-Nom-Empresa(WS-Indice-Nom) DELIMITED BY SIZE
               INTO WS-Req-Descripcion
           MOVE SPACES TO WS-Req-Detalle
           IF WS-Nom-Accion(WS-Indice-Nom) = "CERRADO"
               MOVE "OK" TO WS-Req-Estado
               MOVE "CERRADO" TO WS-Req-Detalle
           ELSE
               MOVE "FALTA" TO WS-Req-Estado
               IF WS-Nom-Accion(WS-Indice-Nom) = SPACES
                   MOVE "NO SE HA CORRIDO" TO WS-Req-Detalle
               ELSE
                   STRING "ULTIMO EVENTO " DELIMITED BY SIZE
                       WS-Nom-Accion(WS-Indice-Nom) DELIMITED BY SIZE
                       INTO WS-Req-Detalle
               END-IF
               MOVE "N" TO WS-Requisitos-Completos
               ADD 1 TO WS-Periodos-Abiertos
           END-IF
           PERFORM 1900-Escribe-Requisito.

       1240-Normaliza-Renglon.
           IF Per-Grupo = SPACE
               MOVE "Q" TO WS-Grupo-Renglon
           ELSE
               MOVE Per-Grupo TO WS-Grupo-Renglon
           END-IF
           IF Per-Empresa = SPACES
               MOVE "01" TO WS-Empresa-Renglon
           ELSE
               MOVE Per-Empresa TO WS-Empresa-Renglon
           END-IF.

       1250-Busca-Nomina.
           MOVE ZEROS TO WS-Nom-Hallada
           PERFORM VARYING WS-Indice-Nom FROM 1 BY 1
                   UNTIL WS-Indice-Nom > WS-Cantidad-Nominas
                      OR WS-Nom-Hallada > ZEROS
               IF WS-Nom-Grupo(WS-Indice-Nom) = WS-Grupo-Renglon
                  AND WS-Nom-Empresa(WS-Indice-Nom) =
                      WS-Empresa-Renglon
                   MOVE WS-Indice-Nom TO WS-Nom-Hallada
               END-IF
           END-PERFORM.

      *> Facturacion de diciembre y constancias despues del corte de
      *> la ultima quincena, en el libro de corridas.
       1300-Revisa-Corridas.
           OPEN INPUT ArchivoCorridas
           IF NOT Vivo-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ArchivoCorridas
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF NOT Cor-Es-Paso
                              AND Cor-Estado = "OK"
                               PERFORM 1310-Revisa-Corrida
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoCorridas

           MOVE "FACTURACION DE DICIEMBRE" TO WS-Req-Descripcion
           MOVE SPACES TO WS-Req-Detalle
           IF Facturo-Diciembre
               MOVE "OK" TO WS-Req-Estado
               STRING "FACTURACIONLOTES " DELIMITED BY SIZE
                   WS-Fecha-Facturacion DELIMITED BY SIZE
                   INTO WS-Req-Detalle
           ELSE
               MOVE "FALTA" TO WS-Req-Estado
               MOVE "SIN CORRIDA OK EN DICIEMBRE" TO WS-Req-Detalle
               MOVE "N" TO WS-Requisitos-Completos
           END-IF
           PERFORM 1900-Escribe-Requisito

           MOVE "CONSTANCIAS ANUALES" TO WS-Req-Descripcion
           MOVE SPACES TO WS-Req-Detalle
           IF Constancias-Hechas
               MOVE "OK" TO WS-Req-Estado
               STRING "CONSTANCIAANUAL " DELIMITED BY SIZE
                   WS-Fecha-Constancias DELIMITED BY SIZE
                   INTO WS-Req-Detalle
           ELSE
               MOVE "FALTA" TO WS-Req-Estado
               STRING "SIN CORRIDA DESDE EL CORTE "
                   DELIMITED BY SIZE
                   WS-Corte-Ultima DELIMITED BY SIZE
                   INTO WS-Req-Detalle
               MOVE "N" TO WS-Requisitos-Completos
           END-IF
           PERFORM 1900-Escribe-Requisito.

       1310-Revisa-Corrida.
           IF Cor-Programa = "FacturacionLotes"
              AND Cor-Fecha(1:4) = WS-Anio-Cierre
              AND Cor-Fecha(5:2) = "12"
               SET Facturo-Diciembre TO TRUE
               MOVE Cor-Fecha TO WS-Fecha-Facturacion
           END-IF
           IF Cor-Programa = "ConstanciaAnual"
              AND Cor-Fecha NOT < WS-Corte-Ultima
               SET Constancias-Hechas TO TRUE
               MOVE Cor-Fecha TO WS-Fecha-Constancias
           END-IF.

      *> Los acumulados del anio son los que se archivan y
      *> reinician; los que ya traen el anio nuevo son de empleados
      *> a los que la nomina de enero ya les reinicio el registro:
      *> lo del anio que cierra ya no esta ahi para archivarse.
       1400-Revisa-Acumulados.
           OPEN INPUT ARCHIVO-ACUMULADOS
           IF NOT Acumulados-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ARCHIVO-ACUMULADOS NEXT RECORD
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Acu-Anio = WS-Anio-Cierre
                               ADD 1 TO WS-Acumulados-Del-Anio
                           END-IF
                           IF Acu-Anio > WS-Anio-Cierre
                               ADD 1 TO WS-Acumulados-Adelantados
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-ACUMULADOS
           MOVE "ACUMULADOS DEL ANIO" TO WS-Req-Descripcion
           MOVE SPACES TO WS-Req-Detalle
           IF WS-Acumulados-Adelantados > ZEROS
               MOVE "AVISO" TO WS-Req-Estado
               STRING WS-Acumulados-Adelantados DELIMITED BY SIZE
                   " YA REINICIADOS POR ENERO" DELIMITED BY SIZE
                   INTO WS-Req-Detalle
               ADD 1 TO WS-Advertencias
           ELSE
               MOVE "OK" TO WS-Req-Estado
               STRING WS-Acumulados-Del-Anio DELIMITED BY SIZE
                   " EMPLEADOS" DELIMITED BY SIZE
                   INTO WS-Req-Detalle
           END-IF
           PERFORM 1900-Escribe-Requisito.

      *> Aniversarios del anio sin abonar: empleado activo que
      *> ingreso antes del anio y cuyo maestro de vacaciones no
      *> llega a ese anio. No detiene el cierre, pero queda en la
      *> constancia para correr VacacionesAcumula.
       1500-Revisa-Vacaciones.
           OPEN INPUT ARCHIVO-EMPLEADOS
           OPEN INPUT ARCHIVO-VACACIONES
           IF NOT Empleados-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                   READ ARCHIVO-EMPLEADOS NEXT RECORD
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           IF Emp-Activo
                              AND Emp-Fecha-Anio < WS-Anio-Cierre
                               PERFORM 1510-Revisa-Aniversario
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-EMPLEADOS
           CLOSE ARCHIVO-VACACIONES
           MOVE "ANIVERSARIOS DE VACACIONES" TO WS-Req-Descripcion
           MOVE SPACES TO WS-Req-Detalle
           IF WS-Aniversarios-Pendientes > ZEROS
               MOVE "AVISO" TO WS-Req-Estado
               STRING WS-Aniversarios-Pendientes DELIMITED BY SIZE
                   " SIN ABONAR" DELIMITED BY SIZE
                   INTO WS-Req-Detalle
               ADD 1 TO WS-Advertencias
           ELSE
               MOVE "OK" TO WS-Req-Estado
               MOVE "TODOS ABONADOS" TO WS-Req-Detalle
           END-IF
           PERFORM 1900-Escribe-Requisito.

       1510-Revisa-Aniversario.
           IF Vacaciones-No-Existe
               ADD 1 TO WS-Aniversarios-Pendientes
           ELSE
               MOVE Emp-ID TO Vac-Emp-ID
               READ ARCHIVO-VACACIONES
                   INVALID KEY
                       ADD 1 TO WS-Aniversarios-Pendientes
                   NOT INVALID KEY
                       IF Vac-Anio-Ult-Abono < WS-Anio-Cierre
                           ADD 1 TO WS-Aniversarios-Pendientes
                       END-IF
               END-READ
           END-IF.

      *> Como van el contador de clientes, los folios de cheque y
      *> las series fiscales, para decidir si el anio nuevo arranca
      *> serie.
       1600-Lee-Contadores.
           OPEN INPUT ArchivoContador
           IF NOT Contador-No-Existe
               READ ArchivoContador
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Cnt-Siguiente-ID TO WS-Siguiente-Cliente
               END-READ
           END-IF
           CLOSE ArchivoContador
           OPEN INPUT ArchivoFoliosCheque
           IF NOT Folios-No-Existe
               READ ArchivoFoliosCheque
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Fch-Siguiente TO WS-Siguiente-Cheque
               END-READ
           END-IF
           CLOSE ArchivoFoliosCheque
           OPEN INPUT ArchivoSeries
           IF NOT Series-No-Existe
               MOVE "N" TO WS-Fin-Archivo
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Archivo OR WS-Cantidad-Series = 20
                   READ ArchivoSeries NEXT RECORD
                       AT END
                           SET Fin-Archivo TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Series
                           MOVE Fse-Serie
                               TO WS-Ser-Serie(WS-Cantidad-Series)
                           MOVE Fse-Empresa
                               TO WS-Ser-Empresa(WS-Cantidad-Series)
                           MOVE Fse-Ultimo-Folio
                               TO WS-Ser-Ultimo(WS-Cantidad-Series)
                           MOVE Fse-Fecha-Ult-Uso
                               TO WS-Ser-Fecha(WS-Cantidad-Series)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ArchivoSeries.

       1900-Escribe-Requisito.
           MOVE WS-Linea-Requisito TO Linea-Reporte
           PERFORM EscribeLineaReporte
           DISPLAY WS-Req-Descripcion " " WS-Req-Estado " "
               WS-Req-Detalle.

      *>---------------------------------------------------------------
      *> Firmas: el supervisor que lo pide y un segundo operador con
      *> nivel de supervisor, distinto del primero.
      *>---------------------------------------------------------------
       2000-Pide-Firmas.
           DISPLAY "ID del supervisor que lo pide: "
           ACCEPT WS-Supervisor
           PERFORM 2100-Pide-Segunda-Firma
           IF NOT Segundo-Valido
               DISPLAY "Sin la segunda firma no hay cierre."
           ELSE
               DISPLAY "Confirma el cierre del anio " WS-Anio-Cierre
                   " (S/N): "
               PERFORM ConfirmaSN
               IF Respuesta-Afirmativa
                   MOVE SPACES TO WS-Aut-Referencia
                   STRING "ANIO " DELIMITED BY SIZE
                       WS-Anio-Cierre DELIMITED BY SIZE
                       INTO WS-Aut-Referencia
                   CALL "RegistraAutorizacion" USING WS-Aut-Programa
                       WS-Aut-Operacion WS-Supervisor
                       WS-Segundo-Operador WS-Aut-Referencia
               ELSE
                   DISPLAY "Cierre cancelado."
               END-IF
           END-IF.

       2100-Pide-Segunda-Firma.
           MOVE "N" TO WS-Segundo-Valido
           DISPLAY "ID del SEGUNDO operador que autoriza: "
           ACCEPT WS-Segundo-Operador
           IF WS-Segundo-Operador = WS-Supervisor
               DISPLAY "El segundo operador debe ser distinto del "
                   "que inicia."
           ELSE
               DISPLAY "Password del segundo operador: "
               ACCEPT WS-Segundo-Password
               OPEN INPUT ArchivoOperadores
               IF NOT Operadores-No-Existe
                   MOVE "N" TO WS-Fin-Operadores
                   PERFORM WITH TEST BEFORE UNTIL Fin-Operadores
                       READ ArchivoOperadores
                           AT END
                               SET Fin-Operadores TO TRUE
                           NOT AT END
                               IF Op-ID = WS-Segundo-Operador
                                  AND Op-Password =
                                      WS-Segundo-Password
                                  AND Op-Nivel IS NUMERIC
                                  AND Op-Nivel >= WS-Nivel-Requerido
                                   SET Segundo-Valido TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoOperadores
           END-IF.

      *> Serie nueva opcional: solo hacia adelante, para que ningun
      *> numero ya usado se vuelva a asignar.
       2500-Pide-Series-Nuevas.
           DISPLAY "Siguiente numero de cliente: " WS-Siguiente-Cliente
           DISPLAY "Nuevo inicio de serie (Enter = sin cambio): "
           PERFORM 2510-Acepta-Numero
           IF WS-Nuevo-Numero > WS-Siguiente-Cliente
               MOVE WS-Nuevo-Numero TO WS-Serie-Cliente-Nueva
           ELSE
               IF WS-Nuevo-Numero > ZEROS
                   DISPLAY "Debe ser mayor al actual; sin cambio."
               END-IF
           END-IF
           DISPLAY "Siguiente folio de cheque: " WS-Siguiente-Cheque
           DISPLAY "Nuevo inicio de serie (Enter = sin cambio): "
           PERFORM 2510-Acepta-Numero
           IF WS-Nuevo-Numero > WS-Siguiente-Cheque
               MOVE WS-Nuevo-Numero TO WS-Serie-Cheque-Nueva
           ELSE
               IF WS-Nuevo-Numero > ZEROS
                   DISPLAY "Debe ser mayor al actual; sin cambio."
               END-IF
           END-IF.

       2510-Acepta-Numero.
           MOVE SPACES TO WS-Nuevo-Texto
           MOVE ZEROS TO WS-Nuevo-Numero
           ACCEPT WS-Nuevo-Texto
           IF WS-Nuevo-Texto NOT = SPACES
               IF FUNCTION TRIM(WS-Nuevo-Texto) IS NUMERIC
                   COMPUTE WS-Nuevo-Numero =
                       FUNCTION NUMVAL(WS-Nuevo-Texto)
               ELSE
                   DISPLAY "Numero invalido; sin cambio."
               END-IF
           END-IF.

      *>---------------------------------------------------------------
      *> Archivo del anio: cada fuente copia sus renglones del anio a
      *> <base>_AAAA con la extension de la fuente. Si el archivo del
      *> anio no se pudo abrir, la fuente se reporta sin copiar.
      *>---------------------------------------------------------------
       3000-Archiva-Anio.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "ARCHIVOS DEL ANIO" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE ALL "-" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM 3100-Archiva-Acumulados
           PERFORM 3200-Archiva-Historia-Edo
           PERFORM 3300-Archiva-Historia-Pagos
           PERFORM 3400-Archiva-Condonaciones
           PERFORM 3500-Archiva-Autorizaciones
           PERFORM 3600-Archiva-Corridas
           PERFORM 3700-Archiva-Periodos
           PERFORM 3800-Archiva-Cierres.

       3050-Arma-Nombre.
           MOVE SPACES TO WS-Nombre-Archivo
           STRING FUNCTION TRIM(WS-Base-Archivo TRAILING)
               DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-Anio-Cierre DELIMITED BY SIZE
               FUNCTION TRIM(WS-Extension-Archivo TRAILING)
               DELIMITED BY SIZE
               INTO WS-Nombre-Archivo
           MOVE ZEROS TO WS-Renglones-Copiados.

       3090-Reporta-Archivo.
           MOVE WS-Bitacora-En-Turno TO WS-Arc-Bitacora
           IF WS-Estado-Archivo = "00"
               MOVE WS-Nombre-Archivo TO WS-Arc-Archivo
           ELSE
               MOVE SPACES TO WS-Arc-Archivo
               STRING "NO SE PUDO ABRIR " DELIMITED BY SIZE
                   WS-Nombre-Archivo DELIMITED BY SIZE
                   INTO WS-Arc-Archivo
               ADD 1 TO WS-Advertencias
           END-IF
           MOVE WS-Renglones-Copiados TO WS-Arc-Renglones
           MOVE WS-Linea-Archivo TO Linea-Reporte
           PERFORM EscribeLineaReporte
           ADD WS-Renglones-Copiados TO WS-Total-Copiados.

       3100-Archiva-Acumulados.
           MOVE "acumulados_ytd.dat" TO WS-Bitacora-En-Turno
           MOVE "acumulados_ytd" TO WS-Base-Archivo
           MOVE ".dat" TO WS-Extension-Archivo
           PERFORM 3050-Arma-Nombre
           OPEN OUTPUT ArchivoArchAcumulados
           IF WS-Estado-Archivo = "00"
               OPEN INPUT ARCHIVO-ACUMULADOS
               IF NOT Acumulados-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ARCHIVO-ACUMULADOS NEXT RECORD
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF Acu-Anio = WS-Anio-Cierre
                                   MOVE Registro-Acumulado
                                       TO Arch-Acumulados
                                   WRITE Arch-Acumulados
                                   ADD 1 TO WS-Renglones-Copiados
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCHIVO-ACUMULADOS
               SET Acumulados-Archivados TO TRUE
           END-IF
           CLOSE ArchivoArchAcumulados
           PERFORM 3090-Reporta-Archivo.

       3200-Archiva-Historia-Edo.
           MOVE "estado_cuenta_hist.dat" TO WS-Bitacora-En-Turno
           MOVE "estado_cuenta_hist" TO WS-Base-Archivo
           MOVE ".dat" TO WS-Extension-Archivo
           PERFORM 3050-Arma-Nombre
           OPEN OUTPUT ArchivoArchHistoriaEdo
           IF WS-Estado-Archivo = "00"
               OPEN INPUT ArchivoHistoriaEdo
               IF NOT Vivo-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ArchivoHistoriaEdo
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF His-Fecha-Corte(1:4) =
                                       WS-Anio-Cierre
                                   MOVE Registro-Estado-Hist
                                       TO Arch-Historia-Edo
                                   WRITE Arch-Historia-Edo
                                   ADD 1 TO WS-Renglones-Copiados
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoHistoriaEdo
           END-IF
           CLOSE ArchivoArchHistoriaEdo
           PERFORM 3090-Reporta-Archivo.

       3300-Archiva-Historia-Pagos.
           MOVE "pagos_historia.dat" TO WS-Bitacora-En-Turno
           MOVE "pagos_historia" TO WS-Base-Archivo
           MOVE ".dat" TO WS-Extension-Archivo
           PERFORM 3050-Arma-Nombre
           OPEN OUTPUT ArchivoArchHistoriaPagos
           IF WS-Estado-Archivo = "00"
               OPEN INPUT ArchivoHistoriaPagos
               IF NOT Vivo-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ArchivoHistoriaPagos
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF Phi-Fecha(1:4) = WS-Anio-Cierre
                                   MOVE Registro-Historia-Pago
                                       TO Arch-Historia-Pagos
                                   WRITE Arch-Historia-Pagos
                                   ADD 1 TO WS-Renglones-Copiados
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoHistoriaPagos
           END-IF
           CLOSE ArchivoArchHistoriaPagos
           PERFORM 3090-Reporta-Archivo.

       3400-Archiva-Condonaciones.
           MOVE "condonaciones.log" TO WS-Bitacora-En-Turno
           MOVE "condonaciones" TO WS-Base-Archivo
           MOVE ".log" TO WS-Extension-Archivo
           PERFORM 3050-Arma-Nombre
           OPEN OUTPUT ArchivoArchCondonaciones
           IF WS-Estado-Archivo = "00"
               OPEN INPUT ArchivoCondonaciones
               IF NOT Vivo-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ArchivoCondonaciones
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF Con-Fecha-Hora(1:4) =
                                       WS-Anio-Cierre
                                   MOVE Registro-Condonacion
                                       TO Arch-Condonaciones
                                   WRITE Arch-Condonaciones
                                   ADD 1 TO WS-Renglones-Copiados
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoCondonaciones
           END-IF
           CLOSE ArchivoArchCondonaciones
           PERFORM 3090-Reporta-Archivo.

       3500-Archiva-Autorizaciones.
           MOVE "autorizaciones.log" TO WS-Bitacora-En-Turno
           MOVE "autorizaciones" TO WS-Base-Archivo
           MOVE ".log" TO WS-Extension-Archivo
           PERFORM 3050-Arma-Nombre
           OPEN OUTPUT ArchivoArchAutorizaciones
           IF WS-Estado-Archivo = "00"
               OPEN INPUT ArchivoAutorizaciones
               IF NOT Vivo-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ArchivoAutorizaciones
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF Aut-Fecha-Hora(1:4) =
                                       WS-Anio-Cierre
                                   MOVE Registro-Autorizacion
                                       TO Arch-Autorizaciones
                                   WRITE Arch-Autorizaciones
                                   ADD 1 TO WS-Renglones-Copiados
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoAutorizaciones
           END-IF
           CLOSE ArchivoArchAutorizaciones
           PERFORM 3090-Reporta-Archivo.

       3600-Archiva-Corridas.
           MOVE "corridas.log" TO WS-Bitacora-En-Turno
           MOVE "corridas" TO WS-Base-Archivo
           MOVE ".log" TO WS-Extension-Archivo
           PERFORM 3050-Arma-Nombre
           OPEN OUTPUT ArchivoArchCorridas
           IF WS-Estado-Archivo = "00"
               OPEN INPUT ArchivoCorridas
               IF NOT Vivo-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ArchivoCorridas
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF Cor-Fecha(1:4) = WS-Anio-Cierre
                                   MOVE Registro-Corrida
                                       TO Arch-Corridas
                                   WRITE Arch-Corridas
                                   ADD 1 TO WS-Renglones-Copiados
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoCorridas
           END-IF
           CLOSE ArchivoArchCorridas
           PERFORM 3090-Reporta-Archivo.

       3700-Archiva-Periodos.
           MOVE "periodo_control.dat" TO WS-Bitacora-En-Turno
           MOVE "periodo_control" TO WS-Base-Archivo
           MOVE ".dat" TO WS-Extension-Archivo
           PERFORM 3050-Arma-Nombre
           OPEN OUTPUT ArchivoArchPeriodos
           IF WS-Estado-Archivo = "00"
               OPEN INPUT ArchivoPeriodos
               IF NOT Vivo-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ArchivoPeriodos
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF Per-ID(1:4) = WS-Anio-Cierre
                                   MOVE Registro-Periodo
                                       TO Arch-Periodos
                                   WRITE Arch-Periodos
                                   ADD 1 TO WS-Renglones-Copiados
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoPeriodos
           END-IF
           CLOSE ArchivoArchPeriodos
           PERFORM 3090-Reporta-Archivo.

       3800-Archiva-Cierres.
           MOVE "cierre_contable.dat" TO WS-Bitacora-En-Turno
           MOVE "cierre_contable" TO WS-Base-Archivo
           MOVE ".dat" TO WS-Extension-Archivo
           PERFORM 3050-Arma-Nombre
           OPEN OUTPUT ArchivoArchCierres
           IF WS-Estado-Archivo = "00"
               OPEN INPUT ArchivoCierres
               IF NOT Vivo-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ArchivoCierres
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF Ccn-Mes(1:4) = WS-Anio-Cierre
                                   MOVE Registro-Cierre-Contable
                                       TO Arch-Cierres
                                   WRITE Arch-Cierres
                                   ADD 1 TO WS-Renglones-Copiados
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoCierres
           END-IF
           CLOSE ArchivoArchCierres
           PERFORM 3090-Reporta-Archivo.

      *> Los acumulados del anio que cierra quedan en ceros con el
      *> anio nuevo, como los dejaria la primera nomina de enero;
      *> los que esa nomina ya reinicio no se tocan. Corre despues de
      *> que el archivo del anio ya quedo escrito.
       4000-Reinicia-Acumulados.
           IF NOT Acumulados-Archivados
               DISPLAY "Sin archivo del anio no se reinician los "
                   "acumulados."
               ADD 1 TO WS-Advertencias
           ELSE
               OPEN I-O ARCHIVO-ACUMULADOS
               IF NOT Acumulados-No-Existe
                   MOVE "N" TO WS-Fin-Archivo
                   PERFORM WITH TEST BEFORE UNTIL Fin-Archivo
                       READ ARCHIVO-ACUMULADOS NEXT RECORD
                           AT END
                               SET Fin-Archivo TO TRUE
                           NOT AT END
                               IF Acu-Anio = WS-Anio-Cierre
                                   PERFORM 4100-Reinicia-Renglon
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCHIVO-ACUMULADOS
           END-IF.

       4100-Reinicia-Renglon.
           MOVE WS-Anio-Siguiente TO Acu-Anio
           MOVE ZEROS TO Acu-Bruto
           MOVE ZEROS TO Acu-Descuento
           MOVE ZEROS TO Acu-Neto
           MOVE SPACES TO Acu-Ult-Generacion
           MOVE ZEROS TO Acu-Cantidad-Conceptos
           INITIALIZE Acu-Conceptos(1) Acu-Conceptos(2)
               Acu-Conceptos(3) Acu-Conceptos(4) Acu-Conceptos(5)
               Acu-Conceptos(6) Acu-Conceptos(7) Acu-Conceptos(8)
               Acu-Conceptos(9) Acu-Conceptos(10)
           REWRITE Registro-Acumulado
               INVALID KEY
                   DISPLAY "No se pudo reiniciar el acumulado de "
                       Acu-Emp-ID
                   ADD 1 TO WS-Advertencias
               NOT INVALID KEY
                   ADD 1 TO WS-Acumulados-Reiniciados
           END-REWRITE.

      *> Series nuevas: el contador o el folio se reescriben y el
      *> cambio queda en cambios.log como cualquier correccion.
       5000-Aplica-Series-Nuevas.
           IF WS-Serie-Cliente-Nueva > ZEROS
               OPEN OUTPUT ArchivoContador
               MOVE WS-Serie-Cliente-Nueva TO Cnt-Siguiente-ID
               WRITE Registro-Contador
               CLOSE ArchivoContador
               MOVE "Cnt-Siguiente-ID" TO WS-Cambio-Campo
               MOVE WS-Siguiente-Cliente TO WS-Cambio-Anterior
               MOVE WS-Serie-Cliente-Nueva TO WS-Cambio-Nuevo
               CALL "RegistraCambio" USING WS-Cambio-Campo
                   WS-Cambio-Anterior WS-Cambio-Nuevo
           END-IF
           IF WS-Serie-Cheque-Nueva > ZEROS
               OPEN OUTPUT ArchivoFoliosCheque
               MOVE WS-Serie-Cheque-Nueva TO Fch-Siguiente
               WRITE Registro-Folio-Cheque
               CLOSE ArchivoFoliosCheque
               MOVE "Fch-Siguiente" TO WS-Cambio-Campo
               MOVE WS-Siguiente-Cheque TO WS-Cambio-Anterior
               MOVE WS-Serie-Cheque-Nueva TO WS-Cambio-Nuevo
               CALL "RegistraCambio" USING WS-Cambio-Campo
                   WS-Cambio-Anterior WS-Cambio-Nuevo
           END-IF.

       6000-Registra-Cierre.
           OPEN EXTEND ArchivoCierreAnual
           MOVE WS-Anio-Cierre TO Can-Anio
           MOVE WS-Supervisor TO Can-Operador
           MOVE WS-Segundo-Operador TO Can-Autoriza
           MOVE FUNCTION CURRENT-DATE TO Can-Fecha-Hora
           MOVE WS-Acumulados-Reiniciados TO Can-Acumulados
           MOVE WS-Total-Copiados TO Can-Renglones
           WRITE Registro-Cierre-Anual
           CLOSE ArchivoCierreAnual.

       7000-Escribe-Constancia.
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE "ACUMULADOS Y CONTADORES" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE ALL "-" TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           STRING "ACUMULADOS REINICIADOS AL ANIO " DELIMITED BY SIZE
               WS-Anio-Siguiente DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-Acumulados-Reiniciados DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           IF WS-Serie-Cliente-Nueva > ZEROS
               STRING "CONTADOR DE CLIENTES: SERIE NUEVA DESDE "
                   DELIMITED BY SIZE
                   WS-Serie-Cliente-Nueva DELIMITED BY SIZE
                   " (ANTES " DELIMITED BY SIZE
                   WS-Siguiente-Cliente DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO Linea-Reporte
           ELSE
               STRING "CONTADOR DE CLIENTES SIN CAMBIO, SIGUIENTE "
                   DELIMITED BY SIZE
                   WS-Siguiente-Cliente DELIMITED BY SIZE
                   INTO Linea-Reporte
           END-IF
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           IF WS-Serie-Cheque-Nueva > ZEROS
               STRING "FOLIOS DE CHEQUE: SERIE NUEVA DESDE "
                   DELIMITED BY SIZE
                   WS-Serie-Cheque-Nueva DELIMITED BY SIZE
                   " (ANTES " DELIMITED BY SIZE
                   WS-Siguiente-Cheque DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO Linea-Reporte
           ELSE
               STRING "FOLIOS DE CHEQUE SIN CAMBIO, SIGUIENTE "
                   DELIMITED BY SIZE
                   WS-Siguiente-Cheque DELIMITED BY SIZE
                   INTO Linea-Reporte
           END-IF
           PERFORM EscribeLineaReporte
           PERFORM VARYING WS-Indice-Ser FROM 1 BY 1
                   UNTIL WS-Indice-Ser > WS-Cantidad-Series
               MOVE WS-Ser-Serie(WS-Indice-Ser) TO WS-Lse-Serie
               MOVE WS-Ser-Empresa(WS-Indice-Ser) TO WS-Lse-Empresa
               MOVE WS-Ser-Ultimo(WS-Indice-Ser) TO WS-Lse-Ultimo
               MOVE WS-Ser-Fecha(WS-Indice-Ser) TO WS-Lse-Fecha
               MOVE WS-Linea-Serie TO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-PERFORM

           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           STRING "RENGLONES ARCHIVADOS: " DELIMITED BY SIZE
               WS-Total-Copiados DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE SPACES TO Linea-Reporte
           STRING "CERRADO POR " DELIMITED BY SIZE
               WS-Supervisor DELIMITED BY SIZE
               " CON AUTORIZACION DE " DELIMITED BY SIZE
               WS-Segundo-Operador DELIMITED BY SIZE
               " EL " DELIMITED BY SIZE
               Can-Fecha-Hora(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Can-Fecha-Hora(9:6) DELIMITED BY SIZE
               INTO Linea-Reporte
           PERFORM EscribeLineaReporte
           IF WS-Advertencias > ZEROS
               MOVE SPACES TO Linea-Reporte
               STRING "CERRADO CON " DELIMITED BY SIZE
                   WS-Advertencias DELIMITED BY SIZE
                   " AVISO(S); VER ARRIBA" DELIMITED BY SIZE
                   INTO Linea-Reporte
               PERFORM EscribeLineaReporte
           END-IF.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Confirmacion S/N compartida.
           COPY UTILPARR.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CierreAnual.
