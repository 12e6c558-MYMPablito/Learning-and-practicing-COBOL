       IDENTIFICATION DIVISION.
       PROGRAM-ID. GruposClientesMantenimiento.

      *> Mantenimiento del catalogo de grupos de clientes
      *> (grupos_clientes.dat): sucursales de una misma empresa, cada
      *> una con su propio numero de cliente, ligadas a la matriz que
      *> paga por todas. El alta del grupo da de alta a la matriz con
      *> el nombre del grupo y su limite de credito de grupo; despues
      *> se le agregan o quitan sucursales. Un cliente solo puede
      *> pertenecer a un grupo. ValidaFacturas aplica el limite del
      *> grupo, EstadoCuentaGrupo imprime el estado consolidado y
      *> AplicaPagos reparte el pago de grupo entre los miembros.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-GRUPOS
               ASSIGN TO "grupos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gpo-Cliente-ID
               ALTERNATE RECORD KEY IS Gpo-Matriz-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Grupos.

      *> Maestro de clientes, solo lectura, para validar que la
      *> matriz y cada sucursal sean clientes registrados.
               SELECT ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-GRUPOS
           LABEL RECORD IS STANDARD.
           COPY GRUPOCLI.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa CuentasBancoMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAltaGrupo VALUE 1.
           88 OpcionAgregar VALUE 2.
           88 OpcionQuitar VALUE 3.
           88 OpcionLimite VALUE 4.
           88 OpcionConsultar VALUE 5.
           88 OpcionSalir VALUE 6.

       01 WS-Estado-Grupos PIC XX VALUE SPACES.
           88 Grupos-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Fin-Grupo PIC X VALUE "N".
           88 Fin-Grupo VALUE "S".
       01 WS-ID-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Matriz-Buscada PIC 9(6) VALUE ZEROS.
       01 WS-Cliente-A-Validar PIC 9(6) VALUE ZEROS.
       01 WS-Cantidad-Miembros PIC 9(4) VALUE ZEROS.

       01 WS-Cliente-Valido PIC X VALUE "N".
           88 Cliente-Valido VALUE "S".
       01 WS-Matriz-Hallada PIC X VALUE "N".
           88 Matriz-Hallada VALUE "S".

      *> Renglon de la matriz leido, para mostrarlo y reescribirlo
      *> despues de recorrer a los miembros por la llave alterna.
       01 WS-Nombre-Grupo PIC X(30) VALUE SPACES.
       01 WS-Limite-Grupo PIC 9(9)V99 VALUE ZEROS.
       01 WS-Limite-Edit PIC Z(8)9,99.

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Grupos de clientes ==".
       DISPLAY "1 - Alta de grupo (matriz)".
       DISPLAY "2 - Agregar sucursal a un grupo".
       DISPLAY "3 - Quitar sucursal de su grupo".
       DISPLAY "4 - Cambiar limite de credito del grupo".
       DISPLAY "5 - Consultar grupo".
       DISPLAY "6 - Salir".
       ACCEPT Opcion.

       IF OpcionAltaGrupo THEN
           PERFORM DarDeAltaGrupo
           PERFORM AceptaOpcion
       ELSE
           IF OpcionAgregar THEN
               PERFORM AgregarSucursal
               PERFORM AceptaOpcion
           ELSE
               IF OpcionQuitar THEN
                   PERFORM QuitarSucursal
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionLimite THEN
                       PERFORM CambiarLimite
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionConsultar THEN
                           PERFORM ConsultarGrupo
                           PERFORM AceptaOpcion
                       ELSE
                           IF OpcionSalir THEN
                               DISPLAY "Saliendo del mantenimiento..."
                               STOP RUN
                           ELSE
                               DISPLAY "Opcion invalida. Intente de "
                                   "nuevo."
                               PERFORM AceptaOpcion
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

      *> Alta del grupo: la matriz entra como su propio miembro, con
      *> el nombre del grupo y el limite de credito del grupo.
       DarDeAltaGrupo.
           DISPLAY "Numero de cliente de la matriz: ".
           ACCEPT WS-Cliente-A-Validar.
           PERFORM ValidaCliente.
           IF NOT Cliente-Valido
               DISPLAY "Ese cliente no existe en clientes.dat."
           ELSE
               MOVE WS-Cliente-A-Validar TO Gpo-Cliente-ID
               MOVE WS-Cliente-A-Validar TO Gpo-Matriz-ID
               DISPLAY "Nombre del grupo: "
               ACCEPT Gpo-Nombre
               DISPLAY "Limite de credito del grupo (0=sin limite): "
               ACCEPT Gpo-Limite-Credito

               PERFORM AbreGruposIO
               WRITE Registro-Grupo-Cliente
                   INVALID KEY
                       DISPLAY "Ese cliente ya pertenece a un grupo."
                   NOT INVALID KEY
                       DISPLAY "Grupo dado de alta."
               END-WRITE
               CLOSE ARCHIVO-GRUPOS
           END-IF.

       AgregarSucursal.
           DISPLAY "Numero de cliente de la matriz: ".
           ACCEPT WS-Matriz-Buscada.
           OPEN I-O ARCHIVO-GRUPOS.
           IF Grupos-No-Existe
               DISPLAY "No existe el catalogo de grupos todavia."
           ELSE
               PERFORM LeeMatriz
               IF NOT Matriz-Hallada
                   DISPLAY "Ese cliente no es matriz de un grupo."
               ELSE
                   DISPLAY "Numero de cliente de la sucursal: "
                   ACCEPT WS-Cliente-A-Validar
                   PERFORM ValidaCliente
                   IF NOT Cliente-Valido
                       DISPLAY "Ese cliente no existe en clientes.dat."
                   ELSE
                       MOVE WS-Cliente-A-Validar TO Gpo-Cliente-ID
                       MOVE WS-Matriz-Buscada TO Gpo-Matriz-ID
                       MOVE SPACES TO Gpo-Nombre
                       MOVE ZEROS TO Gpo-Limite-Credito
                       WRITE Registro-Grupo-Cliente
                           INVALID KEY
                               DISPLAY "Ese cliente ya pertenece a "
                                   "un grupo."
                           NOT INVALID KEY
                               DISPLAY "Sucursal agregada al grupo."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
           CLOSE ARCHIVO-GRUPOS.

      *> Una sucursal sale del grupo sin mas; la matriz solo sale
      *> cuando ya no le quedan sucursales, y con ella se disuelve el
      *> grupo.
       QuitarSucursal.
           DISPLAY "Numero de cliente a quitar de su grupo: ".
           ACCEPT WS-ID-Buscado.
           OPEN I-O ARCHIVO-GRUPOS.
           IF Grupos-No-Existe
               DISPLAY "No existe el catalogo de grupos todavia."
           ELSE
               MOVE WS-ID-Buscado TO Gpo-Cliente-ID
               READ ARCHIVO-GRUPOS
                   INVALID KEY
                       DISPLAY "Ese cliente no pertenece a un grupo."
                   NOT INVALID KEY
                       IF Gpo-Matriz-ID = Gpo-Cliente-ID
                           MOVE Gpo-Matriz-ID TO WS-Matriz-Buscada
                           PERFORM CuentaMiembros
                           IF WS-Cantidad-Miembros > 1
                               DISPLAY "Es la matriz y el grupo aun "
                                   "tiene sucursales; quitelas "
                                   "primero."
                           ELSE
                               MOVE WS-ID-Buscado TO Gpo-Cliente-ID
                               DELETE ARCHIVO-GRUPOS
                               DISPLAY "Grupo disuelto."
                           END-IF
                       ELSE
                           DELETE ARCHIVO-GRUPOS
                           DISPLAY "Sucursal quitada del grupo."
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-GRUPOS.

       CambiarLimite.
           DISPLAY "Numero de cliente de la matriz: ".
           ACCEPT WS-Matriz-Buscada.
           OPEN I-O ARCHIVO-GRUPOS.
           IF Grupos-No-Existe
               DISPLAY "No existe el catalogo de grupos todavia."
           ELSE
               PERFORM LeeMatriz
               IF NOT Matriz-Hallada
                   DISPLAY "Ese cliente no es matriz de un grupo."
               ELSE
                   MOVE Gpo-Limite-Credito TO WS-Limite-Edit
                   DISPLAY "Limite actual del grupo: " WS-Limite-Edit
                   DISPLAY "Nuevo limite (0=sin limite): "
                   ACCEPT Gpo-Limite-Credito
                   REWRITE Registro-Grupo-Cliente
                   DISPLAY "Limite del grupo actualizado."
               END-IF
           END-IF.
           CLOSE ARCHIVO-GRUPOS.

      *> Se puede consultar por la matriz o por cualquier sucursal;
      *> el grupo se muestra completo por la llave alterna.
       ConsultarGrupo.
           DISPLAY "Numero de cliente (matriz o sucursal): ".
           ACCEPT WS-ID-Buscado.
           OPEN INPUT ARCHIVO-GRUPOS.
           IF Grupos-No-Existe
               DISPLAY "No existe el catalogo de grupos todavia."
           ELSE
               MOVE WS-ID-Buscado TO Gpo-Cliente-ID
               READ ARCHIVO-GRUPOS
                   INVALID KEY
                       DISPLAY "Ese cliente no pertenece a un grupo."
                   NOT INVALID KEY
                       MOVE Gpo-Matriz-ID TO WS-Matriz-Buscada
                       PERFORM LeeMatriz
                       PERFORM MuestraGrupo
               END-READ
           END-IF.
           CLOSE ARCHIVO-GRUPOS.

       MuestraGrupo.
           MOVE WS-Limite-Grupo TO WS-Limite-Edit.
           DISPLAY "Grupo: " WS-Nombre-Grupo.
           DISPLAY "Matriz: " WS-Matriz-Buscada.
           IF WS-Limite-Grupo = ZEROS
               DISPLAY "Limite del grupo: SIN LIMITE"
           ELSE
               DISPLAY "Limite del grupo: " WS-Limite-Edit
           END-IF.
           DISPLAY "Miembros:".
           MOVE WS-Matriz-Buscada TO Gpo-Matriz-ID.
           START ARCHIVO-GRUPOS KEY IS EQUAL TO Gpo-Matriz-ID
               INVALID KEY
                   SET Fin-Grupo TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WS-Fin-Grupo
           END-START.
           PERFORM WITH TEST BEFORE UNTIL Fin-Grupo
               READ ARCHIVO-GRUPOS NEXT RECORD
                   AT END
                       SET Fin-Grupo TO TRUE
                   NOT AT END
                       IF Gpo-Matriz-ID NOT = WS-Matriz-Buscada
                           SET Fin-Grupo TO TRUE
                       ELSE
                           DISPLAY "  " Gpo-Cliente-ID
                       END-IF
               END-READ
           END-PERFORM.

      *> Renglon de la matriz por llave primaria; solo cuenta como
      *> matriz si el cliente es su propia matriz.
       LeeMatriz.
           MOVE "N" TO WS-Matriz-Hallada.
           MOVE WS-Matriz-Buscada TO Gpo-Cliente-ID.
           READ ARCHIVO-GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Gpo-Matriz-ID = Gpo-Cliente-ID
                       SET Matriz-Hallada TO TRUE
                       MOVE Gpo-Nombre TO WS-Nombre-Grupo
                       MOVE Gpo-Limite-Credito TO WS-Limite-Grupo
                   END-IF
           END-READ.

       CuentaMiembros.
           MOVE ZEROS TO WS-Cantidad-Miembros.
           MOVE WS-Matriz-Buscada TO Gpo-Matriz-ID.
           START ARCHIVO-GRUPOS KEY IS EQUAL TO Gpo-Matriz-ID
               INVALID KEY
                   SET Fin-Grupo TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WS-Fin-Grupo
           END-START.
           PERFORM WITH TEST BEFORE UNTIL Fin-Grupo
               READ ARCHIVO-GRUPOS NEXT RECORD
                   AT END
                       SET Fin-Grupo TO TRUE
                   NOT AT END
                       IF Gpo-Matriz-ID NOT = WS-Matriz-Buscada
                           SET Fin-Grupo TO TRUE
                       ELSE
                           ADD 1 TO WS-Cantidad-Miembros
                       END-IF
               END-READ
           END-PERFORM.

       AbreGruposIO.
           OPEN I-O ARCHIVO-GRUPOS.
           IF WS-Estado-Grupos = "35"
      *> El catalogo aun no existe: se crea vacio y se vuelve a
      *> abrir, igual que el maestro de cuentas bancarias.
               OPEN OUTPUT ARCHIVO-GRUPOS
               CLOSE ARCHIVO-GRUPOS
               OPEN I-O ARCHIVO-GRUPOS
           END-IF.

       ValidaCliente.
           MOVE "N" TO WS-Cliente-Valido.
           OPEN INPUT ArchivoClientes.
           IF Clientes-No-Existe
               CONTINUE
           ELSE
               MOVE WS-Cliente-A-Validar TO Cli-ID
               READ ArchivoClientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-Cliente-Valido
               END-READ
           END-IF.
           CLOSE ArchivoClientes.

       END PROGRAM GruposClientesMantenimiento.
