       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaEmpresa.

      *> Punto unico de lectura del catalogo de empresas, en el
      *> espiritu de ValidaFecha: recibe el codigo de empresa de la
      *> corrida (espacios = la empresa original "01") y devuelve su
      *> registro del catalogo, con "S" si la encontro y "N" si el
      *> codigo no existe o el catalogo todavia no se ha capturado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARCHIVO-EMPRESAS
               ASSIGN TO "empresas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cia-Codigo
               FILE STATUS IS WS-Estado-Empresas.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMPRESA.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empresas PIC XX VALUE SPACES.
           88 Empresas-No-Existe VALUE "05" "35".

       LINKAGE SECTION.
      *> Codigo pedido, el registro del catalogo con el largo de
      *> copybooks/EMPRESA.cpy y la bandera de hallazgo.
       01 LK-Codigo PIC X(2).
       01 LK-Registro-Empresa PIC X(88).
       01 LK-Hallada PIC X.

       PROCEDURE DIVISION USING LK-Codigo LK-Registro-Empresa
               LK-Hallada.
       Consulta.
           MOVE "N" TO LK-Hallada.
           MOVE SPACES TO LK-Registro-Empresa.
           IF LK-Codigo = SPACES
               MOVE "01" TO LK-Codigo
           END-IF.
           OPEN INPUT ARCHIVO-EMPRESAS.
           IF Empresas-No-Existe
               CONTINUE
           ELSE
               MOVE LK-Codigo TO Cia-Codigo
               READ ARCHIVO-EMPRESAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Registro-Empresa TO LK-Registro-Empresa
                       MOVE "S" TO LK-Hallada
               END-READ
           END-IF.
           CLOSE ARCHIVO-EMPRESAS.
           GOBACK.

       END PROGRAM ConsultaEmpresa.
