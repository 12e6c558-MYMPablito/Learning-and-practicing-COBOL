      *> mismas pruebas en las que el taller ya confia -ValidaFecha
      *> sobre las fechas, ValidaTelefono sobre el historial de
      *> telefonos, Emp-Departamento contra departamentos.dat, el
      *> digito verificador via CalculaDigitoCuenta, RFC y CURP via
      *> ValidaClaveFiscal y los campos de contacto vacios- y
      *> produce el tablero por archivo y clase de error con conteos
      *> y porcentajes, comparado contra la corrida del mes anterior
      *> que queda guardada en calidad_anterior.dat. Los datos dejan
      *> de limpiarse solo cuando una corrida los rechaza: ahora se
      *> mide si los maestros mejoran o empeoran.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 Digito-Valido VALUE "S".
       01 WS-Modo-Digito PIC X VALUE "V".
       01 WS-Indice-Tel PIC 9 VALUE ZERO.
       01 WS-RFC-Revisar PIC X(13) VALUE SPACES.
       01 WS-CURP-Revisar PIC X(18) VALUE SPACES.
           COPY CLAVEFWS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Rep-Tendencia PIC X(7).

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "CalidadDatos" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           PERFORM 1000-Carga-Anterior
           PERFORM 2000-Revisa-Empleados
           PERFORM 3000-Revisa-Clientes
           PERFORM 1100-Ubica-O-Crea-Clase
           ADD 1 TO WS-Cla-Errores(WS-Indice).

      *> RFC y CURP del registro en turno; el nombre y la fecha de
      *> nacimiento ya quedaron en Clf-Parametros. Una clave en blanco
      *> cuenta como faltante y una rechazada como invalida. Un
      *> cliente con RFC de 12 posiciones es una empresa: su RFC es
      *> de persona moral y no lleva CURP.
       1300-Prueba-Claves.
           MOVE ZEROS TO Clf-Edad
           MOVE ZEROS TO Clf-Fecha-Referencia
           MOVE "R" TO Clf-Tipo
           IF WS-Archivo-Actual = "CLIENTES"
              AND WS-RFC-Revisar(12:1) NOT = SPACE
              AND WS-RFC-Revisar(13:1) = SPACE
               MOVE "M" TO Clf-Tipo
           END-IF
           MOVE WS-RFC-Revisar TO Clf-Clave
           PERFORM 1310-Llama-Validacion
           IF Clf-En-Blanco
               MOVE "RFC FALTANTE" TO WS-Clase-Actual
               PERFORM 1200-Cuenta-Error
           END-IF
           IF Clf-Rechazada
               MOVE "RFC INVALIDO" TO WS-Clase-Actual
               PERFORM 1200-Cuenta-Error
           END-IF
           IF NOT Clf-Es-RFC-Moral
               PERFORM 1320-Prueba-CURP
           END-IF.

       1320-Prueba-CURP.
           MOVE "C" TO Clf-Tipo
           MOVE WS-CURP-Revisar TO Clf-Clave
           PERFORM 1310-Llama-Validacion
           IF Clf-En-Blanco
               MOVE "CURP FALTANTE" TO WS-Clase-Actual
               PERFORM 1200-Cuenta-Error
           END-IF
           IF Clf-Rechazada
               MOVE "CURP INVALIDA" TO WS-Clase-Actual
               PERFORM 1200-Cuenta-Error
           END-IF.

       1310-Llama-Validacion.
           CALL "ValidaClaveFiscal" USING Clf-Tipo Clf-Clave
               Clf-Nombre Clf-Primer-Apellido Clf-Segundo-Apellido
               Clf-Fecha-Nacimiento Clf-Edad Clf-Fecha-Referencia
               Clf-Resultado Clf-Motivo.

       2000-Revisa-Empleados.
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           MOVE Emp-RFC TO WS-RFC-Revisar
           MOVE Emp-CURP TO WS-CURP-Revisar
           MOVE Cont-Nombre OF Registro-Empleado TO Clf-Nombre
           MOVE Cont-Primer-Apellido OF Registro-Empleado
               TO Clf-Primer-Apellido
           MOVE Cont-Segundo-Apellido OF Registro-Empleado
               TO Clf-Segundo-Apellido
           MOVE Emp-Fecha-Nacimiento TO Clf-Fecha-Nacimiento
           PERFORM 1300-Prueba-Claves.

       3000-Revisa-Clientes.
           OPEN INPUT ArchivoClientes
                   MOVE "TELEFONO MALO" TO WS-Clase-Actual
                   PERFORM 1200-Cuenta-Error
               END-IF
           END-PERFORM
      *> La edad del cliente no trae la fecha en que se capturo; aqui
      *> la clave se coteja solo contra el nombre.
           MOVE Cli-RFC TO WS-RFC-Revisar
           MOVE Cli-CURP TO WS-CURP-Revisar
           MOVE Cont-Nombre OF Registro-Cliente TO Clf-Nombre
           MOVE Cont-Primer-Apellido OF Registro-Cliente
               TO Clf-Primer-Apellido
           MOVE Cont-Segundo-Apellido OF Registro-Cliente
               TO Clf-Segundo-Apellido
           MOVE ZEROS TO Clf-Fecha-Nacimiento
           PERFORM 1300-Prueba-Claves.

       4000-Revisa-Cuentas.
           OPEN INPUT ArchivoCuentas
           OPEN OUTPUT ArchivoReporte
           MOVE "TABLERO DE CALIDAD DE DATOS"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina
           PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Cantidad-Clases
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM CalidadDatos.
