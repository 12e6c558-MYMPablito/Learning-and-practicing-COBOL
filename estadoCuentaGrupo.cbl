       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstadoCuentaGrupo.

      *> Estado de cuenta consolidado por grupo de clientes: para la
      *> matriz que paga por sus sucursales, toma de la generacion
      *> vigente de estado_cuenta.dat el estado de cada miembro del
      *> grupo (grupos_clientes.dat) y los imprime juntos, una pagina
      *> por grupo: un bloque por sucursal con su saldo anterior, sus
      *> cargos y su saldo nuevo como subtotal, y al final el total
      *> del grupo contra su limite de credito de grupo. Los estados
      *> individuales los sigue imprimiendo ImprimeEstadosCuenta; este
      *> es el que se manda a la matriz. Los miembros se juntan con el
      *> verbo SORT por matriz, con la matriz primero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> La generacion vigente del estado de cuenta la resuelve
      *> ControlaGeneraciones, para leer la misma que dejo la corrida.
               SELECT ARCHIVO-ESTADO-CUENTA
               ASSIGN TO DYNAMIC WS-Nombre-Generacion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Estado-Cuenta.

               SELECT OPTIONAL ARCHIVO-GRUPOS
               ASSIGN TO "grupos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Gpo-Cliente-ID
               ALTERNATE RECORD KEY IS Gpo-Matriz-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Grupos.

               SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Cli-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Clientes.

               SELECT ArchivoEstadosGrupo
               ASSIGN TO "estados_grupo.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Estados-Grupo.

               SELECT ArchivoOrdenamiento
               ASSIGN TO "estados_grupo_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ESTADO-CUENTA
           LABEL RECORD IS STANDARD.
           COPY ESTADOCU.

       FD  ARCHIVO-GRUPOS
           LABEL RECORD IS STANDARD.
           COPY GRUPOCLI.

       FD  ArchivoClientes
           LABEL RECORD IS STANDARD.
           COPY CLIENTE.

       FD  ArchivoEstadosGrupo
           LABEL RECORD IS STANDARD.
       01  Linea-Estado-Grupo PIC X(70).

      *> Registro de trabajo del SORT: la matriz del grupo, la marca
      *> que pone a la matriz antes que sus sucursales y el cliente,
      *> al frente; el registro del estado plano detras.
       SD  ArchivoOrdenamiento.
       01  Registro-Ordenamiento.
           05 Ord-Matriz              PIC 9(6).
           05 Ord-Es-Sucursal         PIC 9.
           05 Ord-Cliente             PIC 9(6).
           05 Ord-Estado              PIC X(109).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Estado-Cuenta PIC XX VALUE SPACES.
           88 EstadoCuenta-No-Existe VALUE "05" "35".
       01 WS-Estado-Grupos PIC XX VALUE SPACES.
           88 Grupos-No-Existe VALUE "05" "35".
       01 WS-Estado-Clientes PIC XX VALUE SPACES.
           88 Clientes-No-Existe VALUE "05" "35".
       01 WS-Estado-Estados-Grupo PIC XX VALUE SPACES.

       01 WS-Fin-Estados PIC X VALUE "N".
           88 Fin-Estados VALUE "S".

      *> Generacion vigente del estado de cuenta.
       01 WS-Base-Generacion PIC X(20) VALUE "estado_cuenta".
       01 WS-Modo-Generacion PIC X VALUE "C".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.

       01 WS-Fecha-Corte PIC X(8) VALUE SPACES.
       01 WS-Nombre-Titular PIC X(46) VALUE SPACES.

      *> Corte de control por matriz y acumulados del grupo en curso.
       01 WS-Hay-Grupo PIC X VALUE "N".
           88 Hay-Grupo VALUE "S".
       01 WS-Matriz-Actual PIC 9(6) VALUE ZEROS.
       01 WS-Nombre-Grupo PIC X(30) VALUE SPACES.
       01 WS-Limite-Grupo PIC 9(9)V99 VALUE ZEROS.
       01 WS-Grupo-Miembros PIC 9(4) VALUE ZEROS.
       01 WS-Grupo-Saldo-Anterior PIC S9(11)V99 VALUE ZEROS.
       01 WS-Grupo-Cargos PIC S9(11)V99 VALUE ZEROS.
       01 WS-Grupo-Saldo-Nuevo PIC S9(11)V99 VALUE ZEROS.
       01 WS-Grupo-Vencimiento PIC 9(8) VALUE ZEROS.

       01 WS-Total-Grupos PIC 9(6) VALUE ZEROS.
       01 WS-Total-Miembros PIC 9(6) VALUE ZEROS.
       01 WS-Total-Saldo-Grupos PIC S9(11)V99 VALUE ZEROS.

       01 WS-Linea-Titulo.
           05 FILLER PIC X(40) VALUE
               "ESTADO DE CUENTA CONSOLIDADO AL CORTE DE".
           05 FILLER PIC X VALUE SPACE.
           05 WS-Tit-Fecha PIC X(8).

       01 WS-Linea-Grupo.
           05 FILLER PIC X(7) VALUE "GRUPO: ".
           05 WS-Gpo-Nombre PIC X(30).
           05 FILLER PIC X(9) VALUE " MATRIZ: ".
           05 WS-Gpo-Matriz PIC 9(6).

       01 WS-Linea-Sucursal.
           05 WS-Suc-Etiqueta PIC X(10).
           05 WS-Suc-Numero PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Suc-Nombre PIC X(46).

       01 WS-Linea-Suc-Importes.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ANTERIOR $".
           05 WS-Suc-Anterior PIC Z(6)9,99-.
           05 FILLER PIC X(9) VALUE " CARGOS $".
           05 WS-Suc-Cargos PIC Z(6)9,99-.
           05 FILLER PIC X(12) VALUE " SUBTOTAL $ ".
           05 WS-Suc-Subtotal PIC Z(6)9,99-.

       01 WS-Linea-Gpo-Total.
           05 WS-GTot-Etiqueta PIC X(30).
           05 FILLER PIC X(2) VALUE "$ ".
           05 WS-GTot-Importe PIC Z(9)9,99-.

       01 WS-Linea-Instrucciones PIC X(70) VALUE
           "PARA PAGAR POR TODO EL GRUPO INDIQUE EN CAJA PAGO DE GRUPO"
           .
       01 WS-Linea-Instrucciones-2.
           05 FILLER PIC X(43) VALUE
               "CON EL NUMERO DE LA MATRIZ. PAGUE ANTES DE ".
           05 WS-Ins-Venc-Anio PIC 9(4).
           05 FILLER PIC X VALUE "/".
           05 WS-Ins-Venc-Mes PIC 9(2).
           05 FILLER PIC X VALUE "/".
           05 WS-Ins-Venc-Dia PIC 9(2).
           05 FILLER PIC X VALUE ".".

      *> Vista por partes de la fecha limite mas proxima del grupo.
       01 WS-Fecha-Vencimiento.
           05 WS-Venc-Anio PIC 9(4).
           05 WS-Venc-Mes PIC 9(2).
           05 WS-Venc-Dia PIC 9(2).

       01 WS-Linea-Total-1.
           05 FILLER PIC X(26) VALUE "TOTAL GRUPOS EMITIDOS:    ".
           05 WS-Tot-Grupos PIC ZZZZZ9.

       01 WS-Linea-Total-2.
           05 FILLER PIC X(26) VALUE "TOTAL MIEMBROS:           ".
           05 WS-Tot-Miembros PIC ZZZZZ9.

       01 WS-Linea-Total-3.
           05 FILLER PIC X(26) VALUE "TOTAL SALDO DE GRUPOS:  $ ".
           05 WS-Tot-Saldo PIC Z(9)9,99-.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "EstadoCuentaGrupo" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion
           IF WS-Nombre-Generacion = SPACES
               DISPLAY "No hay generacion de estado de cuenta "
                   "registrada; corra primero la facturacion."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-GRUPOS
           IF Grupos-No-Existe
               DISPLAY "No existe grupos_clientes.dat; no hay grupos "
                   "que consolidar."
               CLOSE ARCHIVO-GRUPOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-ESTADO-CUENTA
           IF EstadoCuenta-No-Existe
               DISPLAY "No existe estado_cuenta.dat todavia; corra "
                   "primero la facturacion."
               CLOSE ARCHIVO-ESTADO-CUENTA
               CLOSE ARCHIVO-GRUPOS
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> archivo de entrada.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoClientes
               IF Clientes-No-Existe
                   DISPLAY "Aviso: no existe clientes.dat; las "
                       "sucursales saldran sin nombre."
               END-IF
               MOVE Fpw-Fecha-Proceso TO WS-Fecha-Corte
               OPEN OUTPUT ArchivoEstadosGrupo
               SORT ArchivoOrdenamiento
                   ON ASCENDING KEY Ord-Matriz Ord-Es-Sucursal
                       Ord-Cliente
                   INPUT PROCEDURE IS 1500-Alimenta-Estados
                       THRU 1500-Alimenta-Estados-Fin
                   OUTPUT PROCEDURE IS 1600-Imprime-Grupos
                       THRU 1600-Imprime-Grupos-Fin
               PERFORM 3000-Pagina-Totales
               CLOSE ARCHIVO-ESTADO-CUENTA
               CLOSE ARCHIVO-GRUPOS
               CLOSE ArchivoClientes
               CLOSE ArchivoEstadosGrupo
               PERFORM 9000-Muestra-Resumen
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Solo pasan al SORT los estados de clientes que pertenecen a
      *> un grupo, marcados con su matriz.
       1500-Alimenta-Estados.
           PERFORM WITH TEST BEFORE UNTIL Fin-Estados
               READ ARCHIVO-ESTADO-CUENTA
                   AT END
                       SET Fin-Estados TO TRUE
                   NOT AT END
      *> La cabecera y el cierre de control del extracto no son
      *> clientes; se distinguen por la marca en los primeros seis
      *> caracteres.
                       IF Registro-Estado-Cuenta(1:6) = "000000"
                          OR Registro-Estado-Cuenta(1:6) = "999999"
                           CONTINUE
                       ELSE
                           PERFORM 1510-Libera-Estado
                       END-IF
               END-READ
           END-PERFORM.
       1500-Alimenta-Estados-Fin.
           EXIT.

       1510-Libera-Estado.
           MOVE Edo-Cliente-ID TO Gpo-Cliente-ID
           READ ARCHIVO-GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Gpo-Matriz-ID TO Ord-Matriz
                   IF Gpo-Cliente-ID = Gpo-Matriz-ID
                       MOVE 0 TO Ord-Es-Sucursal
                   ELSE
                       MOVE 1 TO Ord-Es-Sucursal
                   END-IF
                   MOVE Edo-Cliente-ID TO Ord-Cliente
                   MOVE Registro-Estado-Cuenta TO Ord-Estado
                   RELEASE Registro-Ordenamiento
           END-READ.

       1600-Imprime-Grupos.
           MOVE "N" TO WS-Fin-Estados
           PERFORM WITH TEST BEFORE UNTIL Fin-Estados
               RETURN ArchivoOrdenamiento
                   AT END
                       SET Fin-Estados TO TRUE
                   NOT AT END
                       IF Hay-Grupo
                          AND Ord-Matriz NOT = WS-Matriz-Actual
                           PERFORM 2900-Cierra-Grupo
                       END-IF
                       IF NOT Hay-Grupo
                           PERFORM 2000-Abre-Grupo
                       END-IF
                       MOVE Ord-Estado TO Registro-Estado-Cuenta
                       PERFORM 2100-Imprime-Miembro
               END-RETURN
           END-PERFORM
           IF Hay-Grupo
               PERFORM 2900-Cierra-Grupo
           END-IF.
       1600-Imprime-Grupos-Fin.
           EXIT.

      *> Pagina nueva por grupo, con el nombre y el limite que lleva
      *> el renglon de la matriz.
       2000-Abre-Grupo.
           SET Hay-Grupo TO TRUE
           MOVE Ord-Matriz TO WS-Matriz-Actual
           MOVE SPACES TO WS-Nombre-Grupo
           MOVE ZEROS TO WS-Limite-Grupo
           MOVE Ord-Matriz TO Gpo-Cliente-ID
           READ ARCHIVO-GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Gpo-Nombre TO WS-Nombre-Grupo
                   IF Gpo-Limite-Credito IS NUMERIC
                       MOVE Gpo-Limite-Credito TO WS-Limite-Grupo
                   END-IF
           END-READ
           MOVE ZEROS TO WS-Grupo-Miembros
           MOVE ZEROS TO WS-Grupo-Saldo-Anterior
           MOVE ZEROS TO WS-Grupo-Cargos
           MOVE ZEROS TO WS-Grupo-Saldo-Nuevo
           MOVE ZEROS TO WS-Grupo-Vencimiento

           MOVE WS-Fecha-Corte TO WS-Tit-Fecha
           WRITE Linea-Estado-Grupo FROM WS-Linea-Titulo
               AFTER ADVANCING PAGE
           MOVE ALL "-" TO Linea-Estado-Grupo
           WRITE Linea-Estado-Grupo
           MOVE WS-Nombre-Grupo TO WS-Gpo-Nombre
           MOVE WS-Matriz-Actual TO WS-Gpo-Matriz
           WRITE Linea-Estado-Grupo FROM WS-Linea-Grupo
           MOVE SPACES TO Linea-Estado-Grupo
           WRITE Linea-Estado-Grupo.

      *> Bloque de cada miembro: nombre, importes y su saldo nuevo
      *> como subtotal de la sucursal.
       2100-Imprime-Miembro.
           ADD 1 TO WS-Grupo-Miembros
           ADD Edo-Saldo-Anterior TO WS-Grupo-Saldo-Anterior
           ADD Edo-Total-Cargos TO WS-Grupo-Cargos
           ADD Edo-Saldo-Nuevo TO WS-Grupo-Saldo-Nuevo
           IF Edo-Fecha-Vencimiento IS NUMERIC
              AND Edo-Fecha-Vencimiento > ZEROS
              AND (WS-Grupo-Vencimiento = ZEROS
                   OR Edo-Fecha-Vencimiento < WS-Grupo-Vencimiento)
               MOVE Edo-Fecha-Vencimiento TO WS-Grupo-Vencimiento
           END-IF
           PERFORM 2200-Busca-Titular
           IF Ord-Es-Sucursal = 0
               MOVE "MATRIZ    " TO WS-Suc-Etiqueta
           ELSE
               MOVE "SUCURSAL  " TO WS-Suc-Etiqueta
           END-IF
           MOVE Edo-Cliente-ID TO WS-Suc-Numero
           MOVE WS-Nombre-Titular TO WS-Suc-Nombre
           WRITE Linea-Estado-Grupo FROM WS-Linea-Sucursal
           MOVE Edo-Saldo-Anterior TO WS-Suc-Anterior
           MOVE Edo-Total-Cargos TO WS-Suc-Cargos
           MOVE Edo-Saldo-Nuevo TO WS-Suc-Subtotal
           WRITE Linea-Estado-Grupo FROM WS-Linea-Suc-Importes.

       2200-Busca-Titular.
           MOVE SPACES TO WS-Nombre-Titular
           IF NOT Clientes-No-Existe
               MOVE Edo-Cliente-ID TO Cli-ID
               READ ArchivoClientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING Cont-Nombre DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           Cont-Primer-Apellido DELIMITED BY SIZE
                           INTO WS-Nombre-Titular
               END-READ
           END-IF
           IF WS-Nombre-Titular = SPACES
               MOVE "(CLIENTE NO REGISTRADO)" TO WS-Nombre-Titular
           END-IF.

      *> Totales del grupo y las instrucciones de pago, con la fecha
      *> limite mas proxima de entre sus miembros.
       2900-Cierra-Grupo.
           MOVE SPACES TO Linea-Estado-Grupo
           WRITE Linea-Estado-Grupo
           MOVE "TOTAL SALDO ANTERIOR GRUPO" TO WS-GTot-Etiqueta
           MOVE WS-Grupo-Saldo-Anterior TO WS-GTot-Importe
           WRITE Linea-Estado-Grupo FROM WS-Linea-Gpo-Total
           MOVE "TOTAL CARGOS DEL GRUPO" TO WS-GTot-Etiqueta
           MOVE WS-Grupo-Cargos TO WS-GTot-Importe
           WRITE Linea-Estado-Grupo FROM WS-Linea-Gpo-Total
           MOVE "SALDO NUEVO DEL GRUPO" TO WS-GTot-Etiqueta
           MOVE WS-Grupo-Saldo-Nuevo TO WS-GTot-Importe
           WRITE Linea-Estado-Grupo FROM WS-Linea-Gpo-Total
           IF WS-Limite-Grupo > ZEROS
               MOVE "LIMITE DE CREDITO DEL GRUPO" TO WS-GTot-Etiqueta
               MOVE WS-Limite-Grupo TO WS-GTot-Importe
               WRITE Linea-Estado-Grupo FROM WS-Linea-Gpo-Total
           END-IF
           MOVE SPACES TO Linea-Estado-Grupo
           WRITE Linea-Estado-Grupo
           MOVE WS-Grupo-Vencimiento TO WS-Fecha-Vencimiento
           MOVE WS-Venc-Anio TO WS-Ins-Venc-Anio
           MOVE WS-Venc-Mes TO WS-Ins-Venc-Mes
           MOVE WS-Venc-Dia TO WS-Ins-Venc-Dia
           WRITE Linea-Estado-Grupo FROM WS-Linea-Instrucciones
           WRITE Linea-Estado-Grupo FROM WS-Linea-Instrucciones-2
           ADD 1 TO WS-Total-Grupos
           ADD WS-Grupo-Miembros TO WS-Total-Miembros
           ADD WS-Grupo-Saldo-Nuevo TO WS-Total-Saldo-Grupos
           MOVE "N" TO WS-Hay-Grupo.

       3000-Pagina-Totales.
           MOVE "TOTALES DE LOS ESTADOS DE GRUPO" TO Linea-Estado-Grupo
           WRITE Linea-Estado-Grupo AFTER ADVANCING PAGE
           MOVE ALL "-" TO Linea-Estado-Grupo
           WRITE Linea-Estado-Grupo
           MOVE WS-Total-Grupos TO WS-Tot-Grupos
           WRITE Linea-Estado-Grupo FROM WS-Linea-Total-1
           MOVE WS-Total-Miembros TO WS-Tot-Miembros
           WRITE Linea-Estado-Grupo FROM WS-Linea-Total-2
           MOVE WS-Total-Saldo-Grupos TO WS-Tot-Saldo
           WRITE Linea-Estado-Grupo FROM WS-Linea-Total-3.

       9000-Muestra-Resumen.
           DISPLAY "== Estados de cuenta consolidados de grupo ==".
           DISPLAY "Grupos emitidos: " WS-Total-Grupos.
           DISPLAY "Miembros incluidos: " WS-Total-Miembros.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM EstadoCuentaGrupo.
