       IDENTIFICATION DIVISION.
       PROGRAM-ID. BancosDispersionMantenimiento.

      *> Mantenimiento del catalogo de bancos de dispersion, con el
      *> mismo menu de alta/baja/modificar/listar que
      *> EmpresasMantenimiento: por cada banco en el que la empresa
      *> tiene cuenta, la cuenta de cargo en ese banco y el layout en
      *> que recibe su archivo. DispersionBancaria parte la nomina
      *> por banco con este catalogo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> Indexado por Bdi-Banco para poder dar de baja y modificar
      *> con lectura directa, y para que el alta rechace claves
      *> duplicadas automaticamente.
               SELECT ARCHIVO-BANCOS-DISP
               ASSIGN TO "bancos_dispersion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Bdi-Banco
               FILE STATUS IS WS-Estado-Bancos.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-BANCOS-DISP
           LABEL RECORD IS STANDARD.
           COPY BANCODSP.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa EmpleadosMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAlta VALUE 1.
           88 OpcionBaja VALUE 2.
           88 OpcionModificar VALUE 3.
           88 OpcionListar VALUE 4.
           88 OpcionSalir VALUE 5.

       01 WS-Estado-Bancos PIC XX VALUE SPACES.
           88 Bancos-No-Existe VALUE "05" "35".
       01 WS-Fin-Bancos PIC X VALUE "N".
           88 Fin-Bancos VALUE "S".
       01 WS-Banco-Buscado PIC X(3) VALUE SPACES.
       01 WS-Datos-Validos PIC X VALUE "N".
           88 Datos-Validos VALUE "S".

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Mantenimiento de bancos de dispersion ==".
       DISPLAY "1 - Alta de banco".
       DISPLAY "2 - Baja de banco".
       DISPLAY "3 - Modificar banco".
       DISPLAY "4 - Listar bancos".
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
                   PERFORM ModificarBanco
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionListar THEN
                       PERFORM ListarBancos
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

      *> Agrega un banco al catalogo. El WRITE lo rechaza solo con
      *> INVALID KEY si la clave ya existe.
       DarDeAlta.
           DISPLAY "Clave del banco (3 digitos): ".
           ACCEPT Bdi-Banco.
           IF Bdi-Banco IS NOT NUMERIC
               DISPLAY "La clave del banco son 3 digitos."
           ELSE
               PERFORM CapturaDatos
               IF Datos-Validos
                   OPEN I-O ARCHIVO-BANCOS-DISP
                   IF Bancos-No-Existe
      *> El catalogo aun no existe: se crea vacio y se vuelve a
      *> abrir para poder escribir el primer registro.
                       OPEN OUTPUT ARCHIVO-BANCOS-DISP
                       CLOSE ARCHIVO-BANCOS-DISP
                       OPEN I-O ARCHIVO-BANCOS-DISP
                   END-IF
                   WRITE Registro-Banco-Dispersion
                       INVALID KEY
                           DISPLAY "Ya existe ese banco."
                       NOT INVALID KEY
                           DISPLAY "Banco dado de alta."
                   END-WRITE
                   CLOSE ARCHIVO-BANCOS-DISP
               END-IF
           END-IF.

      *> Sin cuenta de cargo el banco no puede recibir archivo; el
      *> layout y el estado solo admiten sus valores conocidos.
       CapturaDatos.
           MOVE "N" TO WS-Datos-Validos.
           DISPLAY "Nombre del banco: ".
           ACCEPT Bdi-Nombre.
           DISPLAY "Cuenta de cargo de la empresa en el banco: ".
           ACCEPT Bdi-Cuenta-Cargo.
           DISPLAY "Layout (E = estandar, C = CLABE primero): ".
           ACCEPT Bdi-Layout.
           DISPLAY "Estado (A = activo, I = inactivo): ".
           ACCEPT Bdi-Estado.
           IF Bdi-Cuenta-Cargo = SPACES
               DISPLAY "La cuenta de cargo es obligatoria."
           ELSE
               IF NOT Bdi-Layout-Estandar AND NOT Bdi-Layout-Clabe
                   DISPLAY "Layout invalido."
               ELSE
                   IF NOT Bdi-Activo AND NOT Bdi-Inactivo
                       DISPLAY "Estado invalido."
                   ELSE
                       SET Datos-Validos TO TRUE
                   END-IF
               END-IF
           END-IF.

       DarDeBaja.
           DISPLAY "Clave del banco a dar de baja: ".
           ACCEPT WS-Banco-Buscado.

           OPEN I-O ARCHIVO-BANCOS-DISP.
           IF Bancos-No-Existe
               DISPLAY "No existe el catalogo de bancos."
           ELSE
               MOVE WS-Banco-Buscado TO Bdi-Banco
               DELETE ARCHIVO-BANCOS-DISP RECORD
                   INVALID KEY
                       DISPLAY "No se encontro esa clave."
                   NOT INVALID KEY
                       DISPLAY "Banco dado de baja."
               END-DELETE
               CLOSE ARCHIVO-BANCOS-DISP
           END-IF.

       ModificarBanco.
           DISPLAY "Clave del banco a modificar: ".
           ACCEPT WS-Banco-Buscado.

           OPEN I-O ARCHIVO-BANCOS-DISP.
           IF Bancos-No-Existe
               DISPLAY "No existe el catalogo de bancos."
           ELSE
               MOVE WS-Banco-Buscado TO Bdi-Banco
               READ ARCHIVO-BANCOS-DISP
                   INVALID KEY
                       DISPLAY "No se encontro esa clave."
                   NOT INVALID KEY
                       DISPLAY "Nombre actual: " Bdi-Nombre
                       DISPLAY "Cuenta de cargo actual: "
                           Bdi-Cuenta-Cargo
                       DISPLAY "Layout actual: " Bdi-Layout
                       DISPLAY "Estado actual: " Bdi-Estado
                       PERFORM CapturaDatos
                       IF Datos-Validos
                           REWRITE Registro-Banco-Dispersion
                           DISPLAY "Banco modificado."
                       END-IF
               END-READ
               CLOSE ARCHIVO-BANCOS-DISP
           END-IF.

       ListarBancos.
           OPEN INPUT ARCHIVO-BANCOS-DISP.
           IF Bancos-No-Existe
               DISPLAY "No existe el catalogo de bancos."
           ELSE
               MOVE SPACES TO Bdi-Banco
               START ARCHIVO-BANCOS-DISP
                   KEY IS NOT LESS THAN Bdi-Banco
                   INVALID KEY
                       DISPLAY "No hay bancos en el catalogo."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Bancos
                       PERFORM WITH TEST BEFORE UNTIL Fin-Bancos
                           READ ARCHIVO-BANCOS-DISP NEXT RECORD
                               AT END
                                   SET Fin-Bancos TO TRUE
                               NOT AT END
                                   DISPLAY Bdi-Banco " " Bdi-Nombre
                                       " " Bdi-Cuenta-Cargo " "
                                       Bdi-Layout " " Bdi-Estado
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARCHIVO-BANCOS-DISP
           END-IF.

       END PROGRAM BancosDispersionMantenimiento.
