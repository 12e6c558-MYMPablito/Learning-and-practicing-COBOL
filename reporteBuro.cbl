       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteBuroCredito.

      *> Extracto mensual para el buro de credito: un segmento de
      *> ancho fijo por cliente con saldo (o con cartera castigada)
      *> con su saldo actual, los dias de atraso, el peor atraso que
      *> ha tenido, la marca de castigo y la de convenio de pago,
      *> entre una cabecera y una cola de control con conteos y
      *> sumas para que el buro cuadre el archivo al recibirlo. La
      *> antiguedad se arma igual que en AntiguedadSaldos: historia
      *> de estados de cuenta y, para quien las tiene, partidas
      *> abiertas. El cliente al que le falta algun dato que el buro
      *> exige (nombre, domicilio, edad) no se manda: sale en el
      *> reporte de validacion buro_excluidos.rpt para que se
      *> complete su expediente antes del siguiente envio. Cada
      *> empresa del catalogo reporta a sus propios clientes como
      *> otorgante: la corrida pide la empresa y las distintas de la
      *> original dejan sus archivos con el codigo como sufijo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-SALDOS
               ASSIGN TO "saldos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Sal-Cliente-ID
               FILE STATUS IS WS-Estado-Saldos.

               SELECT OPTIONAL ArchivoHistoria
               ASSIGN TO "estado_cuenta_hist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Historia.

               SELECT OPTIONAL ARCHIVO-PARTIDAS
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pta-Llave
               FILE STATUS IS WS-Estado-Partidas.

               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

               SELECT OPTIONAL ARCHIVO-CASTIGOS
               ASSIGN TO "cartera_castigada.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cas-Cliente-ID
               FILE STATUS IS WS-Estado-Castigos.

               SELECT OPTIONAL ARCHIVO-CONVENIOS
               ASSIGN TO "convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cvn-Cliente-ID
               FILE STATUS IS WS-Estado-Convenios.

      *> Un extracto por mes, buro_credito_AAAAMM.dat, para que el
      *> envio de un mes no pise el anterior; las empresas distintas
      *> de la original, buro_credito_AAAAMM_EE.dat.
               SELECT ArchivoBuro
               ASSIGN TO DYNAMIC WS-Nombre-Extracto
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Buro.

               SELECT ArchivoReporte
               ASSIGN TO DYNAMIC WS-Nombre-Reporte
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS
           LABEL RECORD IS STANDARD.
           COPY SALDO.

       FD  ArchivoHistoria
           LABEL RECORD IS STANDARD.
           COPY HISTEDO.

       FD  ARCHIVO-PARTIDAS
           LABEL RECORD IS STANDARD.
           COPY PARTIDA.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       FD  ARCHIVO-CASTIGOS
           LABEL RECORD IS STANDARD.
           COPY CASTIGO.

       FD  ARCHIVO-CONVENIOS
           LABEL RECORD IS STANDARD.
           COPY CONVENIO.

      *> Los tres tipos de registro del extracto (cabecera "HD",
      *> segmento de cliente "CL" y cola "TR") miden lo mismo; se
      *> arman en WORKING-STORAGE y se escriben con WRITE FROM.
       FD  ArchivoBuro
           LABEL RECORD IS STANDARD.
       01  Registro-Buro PIC X(200).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
           COPY REPENC.
           COPY EMPRESA.

       01 WS-Estado-Saldos PIC XX VALUE SPACES.
           88 Saldos-No-Existe VALUE "05" "35".
       01 WS-Estado-Historia PIC XX VALUE SPACES.
           88 Historia-No-Existe VALUE "05" "35".
       01 WS-Estado-Partidas PIC XX VALUE SPACES.
           88 Partidas-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Castigos PIC XX VALUE SPACES.
           88 Castigos-No-Existe VALUE "05" "35".
       01 WS-Estado-Convenios PIC XX VALUE SPACES.
           88 Convenios-No-Existe VALUE "05" "35".
       01 WS-Estado-Buro PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Saldos PIC X VALUE "N".
           88 Fin-Saldos VALUE "S".
       01 WS-Fin-Historia PIC X VALUE "N".
           88 Fin-Historia VALUE "S".
       01 WS-Fin-Partidas PIC X VALUE "N".
           88 Fin-Partidas VALUE "S".
       01 WS-Cliente-Partidas PIC 9(6) VALUE ZEROS.

       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Nombre-Extracto PIC X(40) VALUE SPACES.
       01 WS-Nombre-Reporte PIC X(40) VALUE "buro_excluidos.rpt".

      *> Otorgante que reporta: la empresa pedida al operador; sin
      *> catalogo sale el nombre del taller y el RFC en blanco. Los
      *> clientes sin empresa capturada son de la original "01".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           88 Empresa-Principal VALUE "01".
       01 WS-Empresa-Cliente PIC X(2) VALUE "01".
       01 WS-Cliente-Leido PIC X VALUE "N".
           88 Cliente-Leido VALUE "S".
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".

      *> Antiguedad por cliente reconstruida de la historia, como en
      *> AntiguedadSaldos, mas el peor atraso que el cliente ha
      *> llegado a tener en cualquier corte: los dias que su adeudo
      *> llevaba arrastrandose en ese corte.
       01 WS-Cantidad-Clientes PIC 9(4) VALUE ZEROS.
       01 WS-Tabla-Clientes.
           05 WS-Cliente-Ant OCCURS 1000 TIMES.
               10 WS-Ant-Cliente-ID   PIC 9(6).
               10 WS-Ant-Saldo        PIC S9(7)V99.
               10 WS-Ant-Fecha-Origen PIC 9(8).
               10 WS-Ant-Peor-Dias    PIC 9(5).
      *> "S" cuando el cliente tiene partidas abiertas: sus dias de
      *> atraso son los de su partida abierta mas vieja.
               10 WS-Ant-Con-Partidas PIC X.
               10 WS-Ant-Dias-Partidas PIC 9(5).
       01 WS-Indice-Cli PIC 9(4) VALUE ZEROS.
       01 WS-Cliente-Hallado PIC X VALUE "N".
           88 Cliente-Hallado VALUE "S".
       01 WS-Clientes-Omitidos PIC 9(5) VALUE ZEROS.

       01 WS-Dias-Antiguedad PIC S9(5) VALUE ZEROS.

      *> Situacion del cliente en turno.
       01 WS-Dias-Actuales PIC 9(5) VALUE ZEROS.
       01 WS-Peor-Dias PIC 9(5) VALUE ZEROS.
       01 WS-Castigado PIC X VALUE "N".
           88 Castigado VALUE "S".
       01 WS-Saldo-Castigado PIC 9(7)V99 VALUE ZEROS.
       01 WS-Con-Convenio PIC X VALUE "N".
           88 Con-Convenio VALUE "S".
       01 WS-Cliente-Valido PIC X VALUE "S".
           88 Cliente-Valido VALUE "S".
       01 WS-Motivo PIC X(40) VALUE SPACES.
       01 WS-Saldo-Reportado PIC 9(7)V99 VALUE ZEROS.

      *> Edad minima para que el buro acepte a la persona.
       01 WS-Edad-Minima PIC 9(3) VALUE 18.

       01 WS-Total-Leidos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Saldo PIC 9(6) VALUE ZEROS.
       01 WS-Total-Otra-Empresa PIC 9(6) VALUE ZEROS.
       01 WS-Total-Segmentos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Excluidos PIC 9(7) VALUE ZEROS.
       01 WS-Total-Castigados PIC 9(7) VALUE ZEROS.
       01 WS-Total-Convenio PIC 9(7) VALUE ZEROS.
       01 WS-Total-Saldo PIC 9(11)V99 VALUE ZEROS.
       01 WS-Total-Saldo-Castigado PIC 9(11)V99 VALUE ZEROS.

      *> Registro de la corrida en el libro comun. Los contadores
      *> se pasan por los campos puente de 9(7), el largo que
      *> RegistraCorrida declara en su LINKAGE.
       01 WS-Corrida-Programa PIC X(20) VALUE "ReporteBuroCredito".
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

      *> Cabecera del extracto: quien reporta, el periodo (AAAAMM) y
      *> la fecha en que se genero.
       01 WS-Registro-Cabecera.
           05 FILLER PIC X(2) VALUE "HD".
           05 WS-Cab-RFC-Otorgante PIC X(13).
           05 WS-Cab-Nombre-Otorgante PIC X(40).
           05 WS-Cab-Periodo PIC 9(6).
           05 WS-Cab-Fecha-Generacion PIC 9(8).
           05 FILLER PIC X(131) VALUE SPACES.

      *> Segmento por cliente. Los importes van sin punto, con dos
      *> decimales implicitos. La forma de pago es la clave del
      *> buro para el peor atraso: 01 al corriente, 03 de 30 a 59
      *> dias, 04 de 60 a 89, 05 de 90 a 119, 06 de 120 a 149,
      *> 07 de 150 dias o mas y 97 cuenta castigada.
       01 WS-Registro-Segmento.
           05 FILLER PIC X(2) VALUE "CL".
           05 WS-Seg-Cliente-ID PIC 9(6).
           05 WS-Seg-Primer-Apellido PIC X(30).
           05 WS-Seg-Segundo-Apellido PIC X(30).
           05 WS-Seg-Nombre PIC X(15).
           05 WS-Seg-Calle PIC X(30).
           05 WS-Seg-Colonia PIC X(20).
           05 WS-Seg-CP PIC X(5).
           05 WS-Seg-Ciudad PIC X(20).
           05 WS-Seg-Edad PIC 9(3).
           05 WS-Seg-Saldo-Actual PIC 9(7)V99.
           05 WS-Seg-Dias-Atraso PIC 9(4).
           05 WS-Seg-Forma-Pago PIC X(2).
           05 WS-Seg-Marca-Castigo PIC X.
           05 WS-Seg-Saldo-Castigado PIC 9(7)V99.
           05 WS-Seg-Marca-Convenio PIC X.
           05 WS-Seg-Fecha-Ult-Mov PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.

      *> Cola de control: segmentos enviados, suma de saldos, y
      *> cuantos de ellos van castigados con la suma castigada.
       01 WS-Registro-Cola.
           05 FILLER PIC X(2) VALUE "TR".
           05 WS-Col-Segmentos PIC 9(7).
           05 WS-Col-Total-Saldo PIC 9(11)V99.
           05 WS-Col-Castigados PIC 9(7).
           05 WS-Col-Total-Castigado PIC 9(11)V99.
           05 FILLER PIC X(158) VALUE SPACES.

       01 WS-Linea-Columnas PIC X(80) VALUE
           "CLIENTE        SALDO  MOTIVO DE EXCLUSION".

       01 WS-Linea-Excluido.
           05 WS-Exc-Cliente PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Exc-Saldo PIC Z(6)9,99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Exc-Motivo PIC X(40).

       01 WS-Linea-Total.
           05 FILLER PIC X(21) VALUE "CLIENTES EXCLUIDOS:  ".
           05 WS-Tot-Excluidos PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE "  REPORTADOS:  ".
           05 WS-Tot-Segmentos PIC ZZZZZZ9.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Corrida-Programa TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 0050-Pide-Empresa
           OPEN INPUT ARCHIVO-SALDOS
           IF Saldos-No-Existe
               DISPLAY "No existe saldos_clientes.dat todavia; no hay "
                   "que reportar al buro."
               CLOSE ARCHIVO-SALDOS
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
               OPEN INPUT ArchivoHistoria
               IF Historia-No-Existe
                   CONTINUE
               ELSE
                   PERFORM WITH TEST BEFORE UNTIL Fin-Historia
                       READ ArchivoHistoria
                           AT END SET Fin-Historia TO TRUE
                           NOT AT END PERFORM 1000-Acumula-Historia
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ArchivoHistoria
               PERFORM 2000-Aplica-Partidas
               PERFORM 3000-Genera-Extracto
               CLOSE ARCHIVO-SALDOS
               PERFORM 9000-Muestra-Resumen
               MOVE WS-Total-Leidos TO WS-Corrida-Leidos
               MOVE WS-Total-Segmentos TO WS-Corrida-Escritos
               MOVE WS-Total-Excluidos TO WS-Corrida-Rechazados
               CALL "RegistraCorrida" USING WS-Corrida-Programa
                   WS-Corrida-Leidos WS-Corrida-Escritos
                   WS-Corrida-Rechazados WS-Corrida-Estado
      *> Codigo de retorno 4: el extracto salio, pero sin algunos
      *> clientes que hay que corregir antes del siguiente envio.
               IF WS-Total-Excluidos > ZEROS
                  OR WS-Clientes-Omitidos > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0050-Pide-Empresa.
           DISPLAY "Empresa que reporta al buro (Enter = 01): "
           ACCEPT WS-Empresa-Corrida
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada
           IF NOT Empresa-Principal AND NOT Empresa-Hallada
               DISPLAY "Esa empresa no existe en el catalogo."
               PERFORM 0050-Pide-Empresa
           ELSE
               IF NOT Empresa-Principal
                   MOVE SPACES TO WS-Nombre-Reporte
                   STRING "buro_excluidos_" WS-Empresa-Corrida ".rpt"
                       DELIMITED BY SIZE
                       INTO WS-Nombre-Reporte
                   END-STRING
               END-IF
           END-IF.

      *> La historia viene en orden de corrida. La fecha de origen
      *> del adeudo solo se arranca cuando el cliente pasa de sin
      *> saldo a con saldo; mientras siga debiendo, se conserva, y
      *> los dias que lleva en cada corte alimentan el peor atraso.
       1000-Acumula-Historia.
           PERFORM 1100-Ubica-Cliente
           IF NOT Cliente-Hallado
               CONTINUE
           ELSE
               PERFORM 1500-Aplica-Renglon
           END-IF.

       1100-Ubica-Cliente.
           PERFORM 1200-Busca-Cliente
           IF NOT Cliente-Hallado
               IF WS-Cantidad-Clientes < 1000
                   ADD 1 TO WS-Cantidad-Clientes
                   MOVE WS-Cantidad-Clientes TO WS-Indice-Cli
                   MOVE His-Cliente-ID
                       TO WS-Ant-Cliente-ID(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Saldo(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Fecha-Origen(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Peor-Dias(WS-Indice-Cli)
                   MOVE "N" TO WS-Ant-Con-Partidas(WS-Indice-Cli)
                   MOVE ZEROS TO WS-Ant-Dias-Partidas(WS-Indice-Cli)
                   SET Cliente-Hallado TO TRUE
               ELSE
      *> Tabla llena: el cliente nuevo se reporta sin historia de
      *> atraso; se cuenta para avisarlo al final.
                   ADD 1 TO WS-Clientes-Omitidos
               END-IF
           END-IF.

       1200-Busca-Cliente.
           MOVE "N" TO WS-Cliente-Hallado
           PERFORM VARYING WS-Indice-Cli FROM 1 BY 1
                   UNTIL WS-Indice-Cli > WS-Cantidad-Clientes
                      OR Cliente-Hallado
               IF WS-Ant-Cliente-ID(WS-Indice-Cli) = His-Cliente-ID
                   SET Cliente-Hallado TO TRUE
               END-IF
           END-PERFORM
           IF Cliente-Hallado
      *> El PERFORM VARYING incrementa antes de evaluar la condicion
      *> de salida; el renglon encontrado quedo uno atras.
               SUBTRACT 1 FROM WS-Indice-Cli
           END-IF.

       1500-Aplica-Renglon.
           IF His-Saldo-Nuevo > ZEROS
               IF WS-Ant-Saldo(WS-Indice-Cli) <= ZEROS
                  OR WS-Ant-Fecha-Origen(WS-Indice-Cli) = ZEROS
                   MOVE His-Fecha-Corte
                       TO WS-Ant-Fecha-Origen(WS-Indice-Cli)
               END-IF
               COMPUTE WS-Dias-Antiguedad =
                   FUNCTION INTEGER-OF-DATE(His-Fecha-Corte)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-Ant-Fecha-Origen(WS-Indice-Cli))
               IF WS-Dias-Antiguedad > WS-Ant-Peor-Dias(WS-Indice-Cli)
                   MOVE WS-Dias-Antiguedad
                       TO WS-Ant-Peor-Dias(WS-Indice-Cli)
               END-IF
           ELSE
               MOVE ZEROS TO WS-Ant-Fecha-Origen(WS-Indice-Cli)
           END-IF
           MOVE His-Saldo-Nuevo TO WS-Ant-Saldo(WS-Indice-Cli).

      *> Las partidas vienen en orden de cliente y de cargo: la
      *> primera abierta de cada cliente es la mas vieja y de ella
      *> salen sus dias de atraso.
       2000-Aplica-Partidas.
           OPEN INPUT ARCHIVO-PARTIDAS
           IF Partidas-No-Existe
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-Cliente-Partidas
               PERFORM WITH TEST BEFORE UNTIL Fin-Partidas
                   READ ARCHIVO-PARTIDAS NEXT RECORD
                       AT END
                           SET Fin-Partidas TO TRUE
                       NOT AT END
                           IF Pta-Abierta
                              AND Pta-Importe-Abierto > ZEROS
                               PERFORM 2100-Aplica-Partida
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVO-PARTIDAS.

       2100-Aplica-Partida.
           IF Pta-Cliente-ID = WS-Cliente-Partidas
               CONTINUE
           ELSE
               MOVE Pta-Cliente-ID TO WS-Cliente-Partidas
               MOVE Pta-Cliente-ID TO His-Cliente-ID
               PERFORM 1100-Ubica-Cliente
               IF Cliente-Hallado
                   MOVE "S" TO WS-Ant-Con-Partidas(WS-Indice-Cli)
                   COMPUTE WS-Dias-Antiguedad =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
                       - FUNCTION INTEGER-OF-DATE(Pta-Fecha-Cargo)
                   IF WS-Dias-Antiguedad > ZEROS
                       MOVE WS-Dias-Antiguedad
                           TO WS-Ant-Dias-Partidas(WS-Indice-Cli)
                   END-IF
               END-IF
           END-IF.

      *> Recorre el maestro de saldos en orden de cliente: cada
      *> cliente con saldo o con cartera castigada es un segmento, si
      *> su expediente trae lo que el buro pide.
       3000-Genera-Extracto.
           MOVE SPACES TO WS-Nombre-Extracto
           IF Empresa-Principal
               STRING "buro_credito_" WS-Fecha-Hoy(1:6) ".dat"
                   DELIMITED BY SIZE INTO WS-Nombre-Extracto
               END-STRING
           ELSE
               STRING "buro_credito_" WS-Fecha-Hoy(1:6) "_"
                   WS-Empresa-Corrida ".dat"
                   DELIMITED BY SIZE INTO WS-Nombre-Extracto
               END-STRING
           END-IF
           OPEN INPUT ArchivoClientes
           OPEN INPUT ARCHIVO-CASTIGOS
           OPEN INPUT ARCHIVO-CONVENIOS
           OPEN OUTPUT ArchivoBuro
           MOVE "CLIENTES EXCLUIDOS DEL BURO" TO Enc-Titulo-Reporte
           MOVE WS-Fecha-Hoy TO Enc-Fecha-Corrida
           MOVE WS-Empresa-Corrida TO Enc-Empresa
           OPEN OUTPUT ArchivoReporte
           PERFORM EncabezaPagina
           MOVE WS-Linea-Columnas TO Linea-Reporte
           PERFORM EscribeLineaReporte
           PERFORM 4000-Escribe-Cabecera
           PERFORM WITH TEST BEFORE UNTIL Fin-Saldos
               READ ARCHIVO-SALDOS NEXT RECORD
                   AT END
                       SET Fin-Saldos TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Total-Leidos
                       PERFORM 3100-Procesa-Saldo
               END-READ
           END-PERFORM
           PERFORM 4100-Escribe-Cola
           MOVE SPACES TO Linea-Reporte
           PERFORM EscribeLineaReporte
           MOVE WS-Total-Excluidos TO WS-Tot-Excluidos
           MOVE WS-Total-Segmentos TO WS-Tot-Segmentos
           MOVE WS-Linea-Total TO Linea-Reporte
           PERFORM EscribeLineaReporte
           CLOSE ArchivoClientes
           CLOSE ARCHIVO-CASTIGOS
           CLOSE ARCHIVO-CONVENIOS
           CLOSE ArchivoBuro
           CLOSE ArchivoReporte.

       3100-Procesa-Saldo.
           PERFORM 3050-Lee-Cliente
           IF WS-Empresa-Cliente NOT = WS-Empresa-Corrida
               ADD 1 TO WS-Total-Otra-Empresa
           ELSE
               PERFORM 3150-Revisa-Saldo
           END-IF.

      *> El cliente y su empresa; el saldo sin registro en clientes
      *> se queda con la original "01", donde sale como excluido.
       3050-Lee-Cliente.
           MOVE "N" TO WS-Cliente-Leido
           MOVE "01" TO WS-Empresa-Cliente
           IF Clientes-No-Existe
               CONTINUE
           ELSE
               MOVE Sal-Cliente-ID TO Cli-ID
               READ ArchivoClientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Cliente-Leido TO TRUE
                       IF Cli-Empresa NOT = SPACES
                           MOVE Cli-Empresa TO WS-Empresa-Cliente
                       END-IF
               END-READ
           END-IF.

       3150-Revisa-Saldo.
           PERFORM 3200-Busca-Castigo
           IF Sal-Saldo NOT > ZEROS AND NOT Castigado
               ADD 1 TO WS-Total-Sin-Saldo
           ELSE
               IF Sal-Saldo > ZEROS
                   MOVE Sal-Saldo TO WS-Saldo-Reportado
               ELSE
                   MOVE ZEROS TO WS-Saldo-Reportado
               END-IF
               PERFORM 3300-Valida-Cliente
               IF Cliente-Valido
                   PERFORM 3400-Busca-Convenio
                   PERFORM 3500-Calcula-Atraso
                   PERFORM 3600-Escribe-Segmento
               ELSE
                   ADD 1 TO WS-Total-Excluidos
               END-IF
           END-IF.

       3200-Busca-Castigo.
           MOVE "N" TO WS-Castigado
           MOVE ZEROS TO WS-Saldo-Castigado
           IF Castigos-No-Existe
               CONTINUE
           ELSE
               MOVE Sal-Cliente-ID TO Cas-Cliente-ID
               READ ARCHIVO-CASTIGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Cas-Saldo-Castigado > ZEROS
                           SET Castigado TO TRUE
                           MOVE Cas-Saldo-Castigado
                               TO WS-Saldo-Castigado
                       END-IF
               END-READ
           END-IF.

      *> Datos que el buro exige para identificar a la persona; cada
      *> dato faltante es un renglon del reporte de validacion.
       3300-Valida-Cliente.
           MOVE "S" TO WS-Cliente-Valido
           IF Cliente-Leido
               PERFORM 3320-Revisa-Datos
           ELSE
               MOVE "SIN REGISTRO EN CLIENTES" TO WS-Motivo
               PERFORM 3310-Reporta-Faltante
           END-IF.

       3310-Reporta-Faltante.
           MOVE "N" TO WS-Cliente-Valido
           MOVE Sal-Cliente-ID TO WS-Exc-Cliente
           MOVE WS-Saldo-Reportado TO WS-Exc-Saldo
           MOVE WS-Motivo TO WS-Exc-Motivo
           MOVE WS-Linea-Excluido TO Linea-Reporte
           PERFORM EscribeLineaReporte.

       3320-Revisa-Datos.
           IF Cont-Nombre = SPACES
               MOVE "FALTA EL NOMBRE" TO WS-Motivo
               PERFORM 3310-Reporta-Faltante
           END-IF
           IF Cont-Primer-Apellido = SPACES
               MOVE "FALTA EL PRIMER APELLIDO" TO WS-Motivo
               PERFORM 3310-Reporta-Faltante
           END-IF
           IF Cont-Calle = SPACES
               MOVE "FALTA LA CALLE DEL DOMICILIO" TO WS-Motivo
               PERFORM 3310-Reporta-Faltante
           END-IF
           IF Cont-Ciudad = SPACES
               MOVE "FALTA LA CIUDAD DEL DOMICILIO" TO WS-Motivo
               PERFORM 3310-Reporta-Faltante
           END-IF
           IF Cont-CP IS NOT NUMERIC
               MOVE "CODIGO POSTAL FALTANTE O INVALIDO" TO WS-Motivo
               PERFORM 3310-Reporta-Faltante
           END-IF
           IF Cli-Edad IS NOT NUMERIC
               MOVE "FALTA LA EDAD" TO WS-Motivo
               PERFORM 3310-Reporta-Faltante
           ELSE
               IF Cli-Edad < WS-Edad-Minima
                   MOVE "EDAD FALTANTE O MENOR A LA MINIMA"
                       TO WS-Motivo
                   PERFORM 3310-Reporta-Faltante
               END-IF
           END-IF.

       3400-Busca-Convenio.
           MOVE "N" TO WS-Con-Convenio
           IF Convenios-No-Existe
               CONTINUE
           ELSE
               MOVE Sal-Cliente-ID TO Cvn-Cliente-ID
               READ ARCHIVO-CONVENIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Cvn-Activo
                           SET Con-Convenio TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> Dias de atraso de hoy: los de la partida abierta mas vieja,
      *> o, sin partidas, los que lleva el adeudo segun la historia.
      *> Igual que en la antiguedad de saldos, menos de 30 dias es
      *> saldo corriente y se reporta sin atraso. El peor atraso es
      *> el mayor entre el de hoy y el de cualquier corte anterior.
       3500-Calcula-Atraso.
           MOVE ZEROS TO WS-Dias-Actuales
           MOVE ZEROS TO WS-Peor-Dias
           MOVE Sal-Cliente-ID TO His-Cliente-ID
           PERFORM 1200-Busca-Cliente
           IF Cliente-Hallado
               MOVE WS-Ant-Peor-Dias(WS-Indice-Cli) TO WS-Peor-Dias
               IF WS-Ant-Con-Partidas(WS-Indice-Cli) = "S"
                   MOVE WS-Ant-Dias-Partidas(WS-Indice-Cli)
                       TO WS-Dias-Actuales
               ELSE
                   IF WS-Ant-Saldo(WS-Indice-Cli) > ZEROS
                      AND WS-Ant-Fecha-Origen(WS-Indice-Cli) > ZEROS
                       COMPUTE WS-Dias-Actuales =
                           FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-Ant-Fecha-Origen(WS-Indice-Cli))
                   END-IF
               END-IF
           END-IF
           IF Sal-Saldo NOT > ZEROS
               MOVE ZEROS TO WS-Dias-Actuales
           END-IF
           IF WS-Dias-Actuales < 30
               MOVE ZEROS TO WS-Dias-Actuales
           END-IF
           IF WS-Dias-Actuales > WS-Peor-Dias
               MOVE WS-Dias-Actuales TO WS-Peor-Dias
           END-IF.

       3600-Escribe-Segmento.
           MOVE Sal-Cliente-ID TO WS-Seg-Cliente-ID
           MOVE Cont-Primer-Apellido TO WS-Seg-Primer-Apellido
           MOVE Cont-Segundo-Apellido TO WS-Seg-Segundo-Apellido
           MOVE Cont-Nombre TO WS-Seg-Nombre
           MOVE Cont-Calle TO WS-Seg-Calle
           MOVE Cont-Colonia TO WS-Seg-Colonia
           MOVE Cont-CP TO WS-Seg-CP
           MOVE Cont-Ciudad TO WS-Seg-Ciudad
           MOVE Cli-Edad TO WS-Seg-Edad
           MOVE WS-Saldo-Reportado TO WS-Seg-Saldo-Actual
           IF WS-Dias-Actuales > 9999
               MOVE 9999 TO WS-Seg-Dias-Atraso
           ELSE
               MOVE WS-Dias-Actuales TO WS-Seg-Dias-Atraso
           END-IF
           EVALUATE TRUE
               WHEN Castigado
                   MOVE "97" TO WS-Seg-Forma-Pago
               WHEN WS-Peor-Dias < 30
                   MOVE "01" TO WS-Seg-Forma-Pago
               WHEN WS-Peor-Dias < 60
                   MOVE "03" TO WS-Seg-Forma-Pago
               WHEN WS-Peor-Dias < 90
                   MOVE "04" TO WS-Seg-Forma-Pago
               WHEN WS-Peor-Dias < 120
                   MOVE "05" TO WS-Seg-Forma-Pago
               WHEN WS-Peor-Dias < 150
                   MOVE "06" TO WS-Seg-Forma-Pago
               WHEN OTHER
                   MOVE "07" TO WS-Seg-Forma-Pago
           END-EVALUATE
           IF Castigado
               MOVE "S" TO WS-Seg-Marca-Castigo
               ADD 1 TO WS-Total-Castigados
               ADD WS-Saldo-Castigado TO WS-Total-Saldo-Castigado
           ELSE
               MOVE "N" TO WS-Seg-Marca-Castigo
           END-IF
           MOVE WS-Saldo-Castigado TO WS-Seg-Saldo-Castigado
           IF Con-Convenio
               MOVE "S" TO WS-Seg-Marca-Convenio
               ADD 1 TO WS-Total-Convenio
           ELSE
               MOVE "N" TO WS-Seg-Marca-Convenio
           END-IF
           MOVE Sal-Fecha-Ult-Mov TO WS-Seg-Fecha-Ult-Mov
           WRITE Registro-Buro FROM WS-Registro-Segmento
           ADD 1 TO WS-Total-Segmentos
           ADD WS-Saldo-Reportado TO WS-Total-Saldo.

       4000-Escribe-Cabecera.
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada
           IF Empresa-Hallada
               MOVE Cia-RFC TO WS-Cab-RFC-Otorgante
               MOVE Cia-Nombre TO WS-Cab-Nombre-Otorgante
           ELSE
               MOVE SPACES TO WS-Cab-RFC-Otorgante
               MOVE Enc-Nombre-Taller TO WS-Cab-Nombre-Otorgante
           END-IF
           MOVE WS-Fecha-Hoy(1:6) TO WS-Cab-Periodo
           MOVE WS-Fecha-Hoy TO WS-Cab-Fecha-Generacion
           WRITE Registro-Buro FROM WS-Registro-Cabecera.

       4100-Escribe-Cola.
           MOVE WS-Total-Segmentos TO WS-Col-Segmentos
           MOVE WS-Total-Saldo TO WS-Col-Total-Saldo
           MOVE WS-Total-Castigados TO WS-Col-Castigados
           MOVE WS-Total-Saldo-Castigado TO WS-Col-Total-Castigado
           WRITE Registro-Buro FROM WS-Registro-Cola.

       9000-Muestra-Resumen.
           DISPLAY "Extracto del buro: " WS-Nombre-Extracto
           DISPLAY "Saldos leidos: " WS-Total-Leidos
           DISPLAY "De otra empresa: " WS-Total-Otra-Empresa
           DISPLAY "Sin saldo ni castigo: " WS-Total-Sin-Saldo
           DISPLAY "Clientes reportados: " WS-Total-Segmentos
           DISPLAY "  con cartera castigada: " WS-Total-Castigados
           DISPLAY "  con convenio activo: " WS-Total-Convenio
           DISPLAY "Excluidos por datos faltantes: " WS-Total-Excluidos
           DISPLAY "  ver el reporte " WS-Nombre-Reporte
           IF WS-Clientes-Omitidos > ZEROS
               DISPLAY "Aviso: " WS-Clientes-Omitidos
                   " clientes no cupieron en la tabla de antiguedad "
                   "y se reportan sin atraso."
           END-IF.

           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ReporteBuroCredito.
