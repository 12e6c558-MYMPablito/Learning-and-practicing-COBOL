           01 WS-ID-Duplicado PIC 9(06) VALUE ZEROS.
           01 WS-Apellido-Comparar PIC X(30) VALUE SPACES.

      *> Claves fiscales capturadas, ya validadas con
      *> ValidaClaveFiscal contra el nombre y la edad.
           01 WS-RFC PIC X(13) VALUE SPACES.
           01 WS-CURP PIC X(18) VALUE SPACES.
           COPY CLAVEFWS.

       PROCEDURE DIVISION.

      *> Solicita datos al usuario.
           DISPLAY "de "Edad " de edad".

           PERFORM CapturaDomicilio.
           PERFORM CapturaClavesFiscales.
           PERFORM BuscaDuplicado.
           IF Duplicado-Hallado
               PERFORM DesviaASospechosos
           END-IF.
           CLOSE ArchivoCodigos.

      *> RFC y CURP del cliente: se pueden dejar en blanco para
      *> recabarlos despues, pero una clave capturada tiene que pasar
      *> la validacion completa, contra el nombre y la edad. Un RFC
      *> de 12 posiciones es de persona moral: el cliente es una
      *> empresa, que no tiene CURP.
       CapturaClavesFiscales.
           PERFORM CapturaRFC.
           IF Clf-Es-RFC-Moral AND WS-RFC NOT = SPACES
               MOVE SPACES TO WS-CURP
           ELSE
               PERFORM CapturaCURP
           END-IF.

       CapturaRFC.
           DISPLAY "RFC (13 posiciones, 12 si es empresa, "
               "Enter = sin RFC): ".
           MOVE SPACES TO Clf-Clave.
           ACCEPT Clf-Clave.
           MOVE "R" TO Clf-Tipo.
           IF Clf-Clave(12:1) NOT = SPACE
              AND Clf-Clave(13:1) = SPACE
               MOVE "M" TO Clf-Tipo
           END-IF.
           PERFORM ValidaClaveCapturada.
           IF Clf-Rechazada
               DISPLAY "RFC rechazado: " Clf-Motivo
               PERFORM CapturaRFC
           ELSE
               MOVE Clf-Clave TO WS-RFC
           END-IF.

       CapturaCURP.
           DISPLAY "CURP (18 posiciones, Enter = sin CURP): ".
           MOVE SPACES TO Clf-Clave.
           ACCEPT Clf-Clave.
           MOVE "C" TO Clf-Tipo.
           PERFORM ValidaClaveCapturada.
           IF Clf-Rechazada
               DISPLAY "CURP rechazada: " Clf-Motivo
               PERFORM CapturaCURP
           ELSE
               MOVE Clf-Clave TO WS-CURP
           END-IF.

      *> La captacion no pide fecha de nacimiento: la fecha de la
      *> clave se compara con la edad capturada hoy.
       ValidaClaveCapturada.
           MOVE Nombre TO Clf-Nombre.
           MOVE Apellido TO Clf-Primer-Apellido.
           MOVE SPACES TO Clf-Segundo-Apellido.
           MOVE ZEROS TO Clf-Fecha-Nacimiento.
           MOVE WS-Edad-Num TO Clf-Edad.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Clf-Fecha-Referencia.
           CALL "ValidaClaveFiscal" USING Clf-Tipo Clf-Clave
               Clf-Nombre Clf-Primer-Apellido Clf-Segundo-Apellido
               Clf-Fecha-Nacimiento Clf-Edad Clf-Fecha-Referencia
               Clf-Resultado Clf-Motivo.

      *> Compara el nombre y el apellido capturados contra el archivo
      *> de clientes; si ya hay un registro con los mismos, la captura
      *> es sospechosa de duplicado y no se le asigna numero.
           MOVE WS-CP TO Cont-CP.
           MOVE WS-Ciudad TO Cont-Ciudad.
           MOVE "A" TO Cli-Estado.
      *> La captura rapida da de alta en la empresa original; otra
      *> empresa se asigna despues en ClientesMantenimiento.
           MOVE "01" TO Cli-Empresa.
           MOVE WS-RFC TO Cli-RFC.
           MOVE WS-CURP TO Cli-CURP.
           WRITE Registro-Cliente.
           CLOSE ArchivoClientes.
           DISPLAY "Cliente numero " WS-Siguiente-ID " grabado.".
