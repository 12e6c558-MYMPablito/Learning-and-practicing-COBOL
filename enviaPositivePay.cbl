       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnviaPositivePay.

      *> Archivo de positive pay para el banco: vacia la cola de
      *> cheques emitidos y anulados (positive_pay_pendientes.dat) en
      *> un lote del archivo positive_pay.dat con el layout convenido,
      *> para que el banco solo pague los cheques que conoce, por el
      *> importe y al beneficiario que le avisamos, y rechace los
      *> anulados. Lo llaman EmiteCheques al terminar su corrida y el
      *> registro de cheques al anular un folio, asi el aviso sale en
      *> el momento y no espera a la siguiente quincena. Cada lote
      *> lleva su cabecera y su cierre con la cantidad y las sumas de
      *> control; mientras la transferencia no se lleve el archivo,
      *> los lotes nuevos se agregan detras de los anteriores en vez
      *> de aplastarlos.
      *>
      *> La fecha de la cabecera es la fecha de proceso, la misma con
      *> la que EmiteCheques fecha sus cheques; la hora es la del
      *> reloj. Como tambien lo llama el registro de cheques en linea,
      *> no detiene la corrida si la fecha de proceso no sirve: igual
      *> que ControlaGeneraciones, sin fecha de proceso usa la del
      *> reloj.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoPendientes
               ASSIGN TO "positive_pay_pendientes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Pendientes.

               SELECT OPTIONAL ArchivoPositivePay
               ASSIGN TO "positive_pay.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Positive-Pay.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPendientes
           LABEL RECORD IS STANDARD.
           COPY POSPAY.

      *> Layout fijo convenido con el banco. Los tres tipos de
      *> registro comparten el mismo largo; el primer caracter dice
      *> cual es cual: "1" cabecera, "2" detalle, "3" cierre.
       FD  ArchivoPositivePay
           LABEL RECORD IS STANDARD.
       01  Registro-Archivo-PosPay PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Pendientes PIC XX VALUE SPACES.
           88 Pendientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Positive-Pay PIC XX VALUE SPACES.
       01 WS-Fin-Pendientes PIC X VALUE "N".
           88 Fin-Pendientes VALUE "S".
       01 WS-Lote-Abierto PIC X VALUE "N".
           88 Lote-Abierto VALUE "S".

      *> Cuenta de cheques de la empresa en el banco; la del catalogo
      *> de empresas cuando esta capturada, si no la convenida con el
      *> ejecutivo de cuenta, igual que la dispersion.
       01 WS-Cuenta-Empresa PIC X(18) VALUE "002180045600123456".
       01 WS-Empresa-Corrida PIC X(2) VALUE "01".
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".

       01 WS-Fecha-Hora PIC X(21) VALUE SPACES.

      *> Fecha de proceso de la ventana de lotes; se pide sin nombre
      *> de programa, solo para fechar el lote.
           COPY FECPROWS.
       01 WS-Total-Detalles PIC 9(6) VALUE ZEROS.
       01 WS-Suma-Emitidos PIC 9(11)V99 VALUE ZEROS.
       01 WS-Suma-Anulados PIC 9(11)V99 VALUE ZEROS.

       01 WS-Registro-Cabecera.
           05 FILLER PIC X VALUE "1".
           05 WS-Cab-Identificador PIC X(8) VALUE "POSPAYCH".
           05 WS-Cab-Fecha PIC X(8).
           05 WS-Cab-Hora PIC X(6).
           05 WS-Cab-Cuenta PIC X(18).
           05 FILLER PIC X(39) VALUE SPACES.

       01 WS-Registro-Detalle.
           05 FILLER PIC X VALUE "2".
           05 WS-Det-Accion PIC X.
           05 WS-Det-Folio PIC 9(6).
           05 WS-Det-Fecha PIC 9(8).
           05 WS-Det-Importe PIC 9(7)V99.
           05 WS-Det-Beneficiario PIC X(40).
           05 FILLER PIC X(15) VALUE SPACES.

      *> El cierre lleva la cantidad de detalles y las sumas de lo
      *> emitido y lo anulado para que el banco pueda rechazar un
      *> lote truncado.
       01 WS-Registro-Cierre.
           05 FILLER PIC X VALUE "3".
           05 WS-Cie-Cantidad PIC 9(6).
           05 WS-Cie-Suma-Emitidos PIC 9(11)V99.
           05 WS-Cie-Suma-Anulados PIC 9(11)V99.
           05 FILLER PIC X(47) VALUE SPACES.

       LINKAGE SECTION.
      *> Cantidad de cheques avisados al banco en este lote; ceros
      *> cuando la cola estaba vacia.
       01 LK-Detalles-Enviados PIC 9(6).

       PROCEDURE DIVISION USING LK-Detalles-Enviados.
       Inicio.
           MOVE ZEROS TO WS-Total-Detalles.
           MOVE ZEROS TO WS-Suma-Emitidos.
           MOVE ZEROS TO WS-Suma-Anulados.
           MOVE "N" TO WS-Lote-Abierto.
           MOVE "N" TO WS-Fin-Pendientes.
           OPEN INPUT ArchivoPendientes.
           IF Pendientes-No-Existe
               CONTINUE
           ELSE
               PERFORM WITH TEST BEFORE UNTIL Fin-Pendientes
                   READ ArchivoPendientes
                       AT END
                           SET Fin-Pendientes TO TRUE
                       NOT AT END
                           PERFORM EscribeDetalle
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoPendientes.
           IF Lote-Abierto
               MOVE WS-Total-Detalles TO WS-Cie-Cantidad
               MOVE WS-Suma-Emitidos TO WS-Cie-Suma-Emitidos
               MOVE WS-Suma-Anulados TO WS-Cie-Suma-Anulados
               WRITE Registro-Archivo-PosPay FROM WS-Registro-Cierre
               CLOSE ArchivoPositivePay
      *> Lo avisado sale de la cola para no mandarlo dos veces.
               OPEN OUTPUT ArchivoPendientes
               CLOSE ArchivoPendientes
           END-IF.
           MOVE WS-Total-Detalles TO LK-Detalles-Enviados.
           GOBACK.

       EscribeDetalle.
           IF NOT Lote-Abierto
               PERFORM AbreLote
           END-IF.
           MOVE Ppp-Accion TO WS-Det-Accion.
           MOVE Ppp-Folio TO WS-Det-Folio.
           MOVE Ppp-Fecha-Emision TO WS-Det-Fecha.
           MOVE Ppp-Importe TO WS-Det-Importe.
           MOVE Ppp-Beneficiario TO WS-Det-Beneficiario.
           WRITE Registro-Archivo-PosPay FROM WS-Registro-Detalle.
           ADD 1 TO WS-Total-Detalles.
           IF Ppp-Anulado
               ADD Ppp-Importe TO WS-Suma-Anulados
           ELSE
               ADD Ppp-Importe TO WS-Suma-Emitidos
           END-IF.

       AbreLote.
           SET Lote-Abierto TO TRUE.
           CALL "ConsultaEmpresa" USING WS-Empresa-Corrida
               Registro-Empresa WS-Empresa-Hallada.
           IF Empresa-Hallada AND Cia-Cuenta-Cargo NOT = SPACES
               MOVE Cia-Cuenta-Cargo TO WS-Cuenta-Empresa
           END-IF.
           OPEN EXTEND ArchivoPositivePay.
           MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora.
           MOVE SPACES TO Fpw-Programa.
           CALL "ObtieneFechaProceso" USING Fpw-Programa
               Fpw-Fecha-Proceso Fpw-Fecha-Valida Fpw-Motivo.
           IF Fpw-Fecha-Proceso = ZEROS
               MOVE WS-Fecha-Hora(1:8) TO WS-Cab-Fecha
           ELSE
               MOVE Fpw-Fecha-Proceso TO WS-Cab-Fecha
           END-IF.
           MOVE WS-Fecha-Hora(9:6) TO WS-Cab-Hora.
           MOVE WS-Cuenta-Empresa TO WS-Cab-Cuenta.
           WRITE Registro-Archivo-PosPay FROM WS-Registro-Cabecera.

       END PROGRAM EnviaPositivePay.
