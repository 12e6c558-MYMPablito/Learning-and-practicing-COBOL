       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistraFechaReasignada.

      *> Bitacora comun de movimientos con fecha reasignada por
      *> cierre contable: quien asienta un pago, un castigo, una
      *> condonacion o una poliza fechada en un mes ya cerrado lo
      *> mueve al primer dia abierto (VerificaMesCerrado) y lo deja
      *> aqui, para que el contador vea en un solo reporte que entro
      *> despues del cierre y con que fecha quedo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoReasignadas
               ASSIGN TO "fechas_reasignadas.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reasignadas.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoReasignadas
           LABEL RECORD IS STANDARD.
           COPY FECHAREA.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Reasignadas PIC XX VALUE SPACES.

       LINKAGE SECTION.
      *> Programa que reasigna, tipo de movimiento, referencia,
      *> fecha con que llego, fecha con que se asienta e importe.
       01 LK-Programa PIC X(20).
       01 LK-Movimiento PIC X(10).
       01 LK-Referencia PIC X(12).
       01 LK-Fecha-Original PIC 9(8).
       01 LK-Fecha-Nueva PIC 9(8).
       01 LK-Importe PIC 9(11)V99.

       PROCEDURE DIVISION USING LK-Programa LK-Movimiento
               LK-Referencia LK-Fecha-Original LK-Fecha-Nueva
               LK-Importe.
       Inicio.
           OPEN EXTEND ArchivoReasignadas.
           MOVE LK-Programa TO Fre-Programa.
           MOVE LK-Movimiento TO Fre-Movimiento.
           MOVE LK-Referencia TO Fre-Referencia.
           MOVE LK-Fecha-Original TO Fre-Fecha-Original.
           MOVE LK-Fecha-Nueva TO Fre-Fecha-Nueva.
           MOVE LK-Importe TO Fre-Importe.
           MOVE FUNCTION CURRENT-DATE TO Fre-Fecha-Hora.
           WRITE Registro-Fecha-Reasignada.
           CLOSE ArchivoReasignadas.
           GOBACK.

       END PROGRAM RegistraFechaReasignada.
