       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpresasMantenimiento.

      *> Mantenimiento del catalogo de empresas, con el mismo menu de
      *> alta/baja/modificar/listar que DepartamentosMantenimiento:
      *> razon social, RFC, cuenta de cargo en el banco, prefijo
      *> contable y registro patronal del IMSS de cada empresa para
      *> la que se corre nomina y facturacion con los mismos
      *> archivos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> Indexado por Cia-Codigo para poder dar de baja y modificar
      *> con lectura directa, y para que el alta rechace codigos
      *> duplicados automaticamente.
               SELECT ARCHIVO-EMPRESAS
               ASSIGN TO "empresas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cia-Codigo
               FILE STATUS IS WS-Estado-Empresas.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMPRESA.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa EmpleadosMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionBaja VALUE 2.
           88 OpcionModificar VALUE 3.
           88 OpcionListar VALUE 4.
           88 OpcionSalir VALUE 5.

       01 WS-Estado-Empresas PIC XX VALUE SPACES.
           88 Empresas-No-Existe VALUE "05" "35".
       01 WS-Fin-Empresas PIC X VALUE "N".
           88 Fin-Empresas VALUE "S".
       01 WS-Codigo-Buscado PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Mantenimiento de empresas ==".
       DISPLAY "1 - Alta de empresa".
       DISPLAY "2 - Baja de empresa".
       DISPLAY "3 - Modificar empresa".
       DISPLAY "4 - Listar empresas".
       DISPLAY "5 - Salir".
       ACCEPT Opcion.

       IF OpcionAlta THEN
           PERFORM DarDeAlta
           PERFORM AceptaOpcion
       ELSE
           IF OpcionBaja THEN
               PERFORM DarDeBaja
               PERFORM AceptaOpcion
           ELSE
               IF OpcionModificar THEN
                   PERFORM ModificarEmpresa
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionListar THEN
                       PERFORM ListarEmpresas
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionSalir THEN
                           DISPLAY "Saliendo del mantenimiento..."
                           STOP RUN
                       ELSE
                           DISPLAY "Opcion invalida. Intente de nuevo."
                           PERFORM AceptaOpcion
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Agrega una empresa al catalogo. El WRITE la rechaza solo con
      *> INVALID KEY si el codigo ya existe.
       DarDeAlta.
           DISPLAY "Codigo de la empresa (2 posiciones): ".
           ACCEPT Cia-Codigo.
           IF Cia-Codigo = SPACES
               DISPLAY "El codigo de empresa es obligatorio."
           ELSE
               PERFORM CapturaDatos
               OPEN I-O ARCHIVO-EMPRESAS
               IF Empresas-No-Existe
      *> El catalogo aun no existe: se crea vacio y se vuelve a
      *> abrir para poder escribir el primer registro.
                   OPEN OUTPUT ARCHIVO-EMPRESAS
                   CLOSE ARCHIVO-EMPRESAS
                   OPEN I-O ARCHIVO-EMPRESAS
               END-IF
               WRITE Registro-Empresa
                   INVALID KEY
                       DISPLAY "Ya existe una empresa con ese codigo."
                   NOT INVALID KEY
                       DISPLAY "Empresa dada de alta."
               END-WRITE
               CLOSE ARCHIVO-EMPRESAS
           END-IF.

       CapturaDatos.
           DISPLAY "Razon social: ".
           ACCEPT Cia-Nombre.
           DISPLAY "RFC: ".
           ACCEPT Cia-RFC.
           DISPLAY "Cuenta de cargo en el banco (CLABE): ".
           ACCEPT Cia-Cuenta-Cargo.
           DISPLAY "Prefijo contable (Enter = sin prefijo): ".
           ACCEPT Cia-Prefijo-Contable.
           DISPLAY "Registro patronal IMSS (11 posiciones): ".
           ACCEPT Cia-Registro-Patronal.

       DarDeBaja.
           DISPLAY "Codigo de la empresa a dar de baja: ".
           ACCEPT WS-Codigo-Buscado.

           OPEN I-O ARCHIVO-EMPRESAS.
           IF Empresas-No-Existe
               DISPLAY "No existe el catalogo de empresas."
           ELSE
               MOVE WS-Codigo-Buscado TO Cia-Codigo
               DELETE ARCHIVO-EMPRESAS RECORD
                   INVALID KEY
                       DISPLAY "No se encontro ese codigo."
                   NOT INVALID KEY
                       DISPLAY "Empresa dada de baja."
               END-DELETE
               CLOSE ARCHIVO-EMPRESAS
           END-IF.

       ModificarEmpresa.
           DISPLAY "Codigo de la empresa a modificar: ".
           ACCEPT WS-Codigo-Buscado.

           OPEN I-O ARCHIVO-EMPRESAS.
           IF Empresas-No-Existe
               DISPLAY "No existe el catalogo de empresas."
           ELSE
               MOVE WS-Codigo-Buscado TO Cia-Codigo
               READ ARCHIVO-EMPRESAS
                   INVALID KEY
                       DISPLAY "No se encontro ese codigo."
                   NOT INVALID KEY
                       DISPLAY "Razon social actual: " Cia-Nombre
                       DISPLAY "RFC actual: " Cia-RFC
                       DISPLAY "Cuenta de cargo actual: "
                           Cia-Cuenta-Cargo
                       DISPLAY "Prefijo contable actual: "
                           Cia-Prefijo-Contable
                       DISPLAY "Registro patronal actual: "
                           Cia-Registro-Patronal
                       PERFORM CapturaDatos
                       REWRITE Registro-Empresa
                       DISPLAY "Empresa modificada."
               END-READ
               CLOSE ARCHIVO-EMPRESAS
           END-IF.

       ListarEmpresas.
           OPEN INPUT ARCHIVO-EMPRESAS.
           IF Empresas-No-Existe
               DISPLAY "No existe el catalogo de empresas."
           ELSE
               MOVE SPACES TO Cia-Codigo
               START ARCHIVO-EMPRESAS KEY IS NOT LESS THAN Cia-Codigo
                   INVALID KEY
                       DISPLAY "No hay empresas en el catalogo."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Empresas
                       PERFORM WITH TEST BEFORE UNTIL Fin-Empresas
                           READ ARCHIVO-EMPRESAS NEXT RECORD
                               AT END
                                   SET Fin-Empresas TO TRUE
                               NOT AT END
                                   DISPLAY Cia-Codigo " " Cia-Nombre
                                       " " Cia-RFC " "
                                       Cia-Cuenta-Cargo " "
                                       Cia-Prefijo-Contable " "
                                       Cia-Registro-Patronal
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARCHIVO-EMPRESAS
           END-IF.

       END PROGRAM EmpresasMantenimiento.
