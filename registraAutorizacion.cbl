       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistraAutorizacion.

      *> Punto unico de registro en la bitacora de autorizaciones
      *> (autorizaciones.log), en el espiritu de RegistraCorrida: el
      *> programa que acaba de validar la firma de un supervisor lo
      *> llama con su nombre, la operacion, quien la inicio, quien la
      *> autorizo y una referencia del tramite, y la firma deja
      *> rastro para auditoria en vez de quedarse en la consola.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ArchivoAutorizaciones
               ASSIGN TO "autorizaciones.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Autorizaciones.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoAutorizaciones
           LABEL RECORD IS STANDARD.
           COPY AUTORIZA.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Autorizaciones PIC XX VALUE SPACES.

       LINKAGE SECTION.
       01 LK-Programa PIC X(20).
       01 LK-Operacion PIC X(20).
       01 LK-Operador PIC X(6).
       01 LK-Autoriza PIC X(6).
       01 LK-Referencia PIC X(20).

       PROCEDURE DIVISION USING LK-Programa LK-Operacion LK-Operador
               LK-Autoriza LK-Referencia.
       Registra.
           OPEN EXTEND ArchivoAutorizaciones.
           MOVE LK-Programa TO Aut-Programa.
           MOVE LK-Operacion TO Aut-Operacion.
           MOVE LK-Operador TO Aut-Operador.
           MOVE LK-Autoriza TO Aut-Autoriza.
           MOVE LK-Referencia TO Aut-Referencia.
           MOVE FUNCTION CURRENT-DATE TO Aut-Fecha-Hora.
           WRITE Registro-Autorizacion.
           CLOSE ArchivoAutorizaciones.
           GOBACK.

       END PROGRAM RegistraAutorizacion.
