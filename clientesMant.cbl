       01 WS-Sin-Catalogo-CP PIC X VALUE "N".
           88 Sin-Catalogo-CP VALUE "S".

      *> Empresa del cliente, validada contra el catalogo con
      *> ConsultaEmpresa; la empresa original "01" se acepta siempre.
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".

      *> Apartado del registro que se lee para cambiarlo, para que
      *> dos operadores no se pisen el cambio.
           COPY REGUSOWS.

      *> Enmascarado de los telefonos segun el nivel del operador.
           COPY MASCWS.

      *> Validacion del RFC y la CURP capturados.
           COPY CLAVEFWS.

       PROCEDURE DIVISION.
      *> El operador se identifica al entrar para que los registros
      *> que aparte para cambiarlos queden a su nombre y para que los
      *> datos sensibles se muestren segun su nivel.
       IdentificaOperador.
           PERFORM IdentificaConsulta.
           MOVE Msk-Operador TO Ruw-Operador.
           MOVE "clientes.dat" TO Ruw-Archivo.
           MOVE "ClientesMant" TO Ruw-Programa.
           MOVE "ClientesMant" TO Msk-Programa.
           MOVE "TELEFONO" TO Msk-Campo.

       AceptaOpcion.
       DISPLAY "== Mantenimiento de clientes ==".
       DISPLAY "1 - Consultar cliente por numero".
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionSalir THEN
                           PERFORM LiberaApartadosOperador
                           DISPLAY "Saliendo del mantenimiento..."
                           STOP RUN
                       ELSE
               DISPLAY "Cliente: " Cli-ID " " Cont-Nombre " "
                   Cont-Primer-Apellido " " Cont-Segundo-Apellido
               DISPLAY "Edad: " Cli-Edad
               PERFORM MuestraClavesFiscales
               PERFORM MuestraTelefonos
               IF Cli-Inactivo
                   DISPLAY "ESTADO: INACTIVO"
       MuestraTelefonos.
           PERFORM VARYING WS-Indice-Tel FROM 1 BY 1
                   UNTIL WS-Indice-Tel > Cont-Cantidad-Telefonos
               MOVE Cont-Tel-Numero(WS-Indice-Tel) TO Msk-Valor
               MOVE Cli-ID TO Msk-Llave
               PERFORM EnmascaraDato
               DISPLAY "  " Cont-Tel-Etiqueta(WS-Indice-Tel) " "
                   Msk-Valor(1:12)
           END-PERFORM.

      *> Modifica los datos de contacto y la edad del registro
       ModificarCliente.
           DISPLAY "Numero de cliente a modificar: ".
           ACCEPT WS-ID-Buscado.
           MOVE WS-ID-Buscado TO Ruw-Clave.
           PERFORM ApartaRegistroEnUso.
           IF Ruw-Apartado
               PERFORM ModificaClienteApartado
               PERFORM LiberaRegistroEnUso
           END-IF.

      *> El registro se aparta antes de leerlo; si la captura se
      *> quedo mas tiempo que el cierre de sesion por inactividad y
      *> otro operador lo tomo, el cambio no se guarda.
       ModificaClienteApartado.
           PERFORM BuscaCliente.
           IF Cliente-Hallado
               DISPLAY "Nombre actual: " Cont-Nombre
               END-IF
               DISPLAY "Nuevo limite de credito (0=sin limite): "
               ACCEPT Cli-Limite-Credito
               DISPLAY "Empresa actual: " Cli-Empresa
               PERFORM CapturaEmpresa
               PERFORM CapturaTelefonos
               PERFORM CapturaDomicilio
               PERFORM MuestraClavesFiscales
               PERFORM CapturaRFC
      *> Una empresa (RFC moral de 12 posiciones) no tiene CURP.
               IF Cli-RFC(12:1) NOT = SPACE
                  AND Cli-RFC(13:1) = SPACE
                   MOVE SPACES TO Cli-CURP
               ELSE
                   PERFORM CapturaCURP
               END-IF
               PERFORM VerificaRegistroEnUso
               IF Ruw-Apartado
                   REWRITE Registro-Cliente
                   DISPLAY "Cliente modificado."
               END-IF
           END-IF.
           CLOSE ArchivoClientes.

      *> RFC y CURP enmascarados segun el nivel del operador, como
      *> los telefonos.
       MuestraClavesFiscales.
           MOVE Cli-ID TO Msk-Llave.
           MOVE "RFC" TO Msk-Campo.
           MOVE Cli-RFC TO Msk-Valor.
           PERFORM EnmascaraDato.
           DISPLAY "RFC:  " Msk-Valor(1:13).
           MOVE "CURP" TO Msk-Campo.
           MOVE Cli-CURP TO Msk-Valor.
           PERFORM EnmascaraDato.
           DISPLAY "CURP: " Msk-Valor(1:18).
           MOVE "TELEFONO" TO Msk-Campo.

      *> Enter deja la clave como estaba; una clave nueva tiene que
      *> pasar ValidaClaveFiscal contra el nombre y la edad que
      *> quedaron capturados.
      *> Un RFC de 12 posiciones es de persona moral (el cliente es
      *> una empresa) y se valida sin cotejarlo con nombre ni edad.
       CapturaRFC.
           DISPLAY "Nuevo RFC (12 si es empresa, Enter = sin cambio): ".
           MOVE SPACES TO Clf-Clave.
           ACCEPT Clf-Clave.
           IF Clf-Clave NOT = SPACES
               MOVE "R" TO Clf-Tipo
               IF Clf-Clave(12:1) NOT = SPACE
                  AND Clf-Clave(13:1) = SPACE
                   MOVE "M" TO Clf-Tipo
               END-IF
               PERFORM ValidaClaveCapturada
               IF Clf-Rechazada
                   DISPLAY "RFC rechazado: " Clf-Motivo
                   PERFORM CapturaRFC
               ELSE
                   MOVE Clf-Clave TO Cli-RFC
               END-IF
           END-IF.

       CapturaCURP.
           DISPLAY "Nueva CURP (Enter = sin cambio): ".
           MOVE SPACES TO Clf-Clave.
           ACCEPT Clf-Clave.
           IF Clf-Clave NOT = SPACES
               MOVE "C" TO Clf-Tipo
               PERFORM ValidaClaveCapturada
               IF Clf-Rechazada
                   DISPLAY "CURP rechazada: " Clf-Motivo
                   PERFORM CapturaCURP
               ELSE
                   MOVE Clf-Clave TO Cli-CURP
               END-IF
           END-IF.

       ValidaClaveCapturada.
           MOVE Cont-Nombre TO Clf-Nombre.
           MOVE Cont-Primer-Apellido TO Clf-Primer-Apellido.
           MOVE Cont-Segundo-Apellido TO Clf-Segundo-Apellido.
           MOVE ZEROS TO Clf-Fecha-Nacimiento.
           MOVE Cli-Edad TO Clf-Edad.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Clf-Fecha-Referencia.
           CALL "ValidaClaveFiscal" USING Clf-Tipo Clf-Clave
               Clf-Nombre Clf-Primer-Apellido Clf-Segundo-Apellido
               Clf-Fecha-Nacimiento Clf-Edad Clf-Fecha-Referencia
               Clf-Resultado Clf-Motivo.

      *> Empresa que factura al cliente; Enter deja la original "01".
      *> Cualquier otra debe estar en el catalogo de empresas.
       CapturaEmpresa.
           DISPLAY "Empresa (codigo, Enter = 01): ".
           ACCEPT Cli-Empresa.
           IF Cli-Empresa = SPACES
               MOVE "01" TO Cli-Empresa
           END-IF.
           IF Cli-Empresa NOT = "01"
               CALL "ConsultaEmpresa" USING Cli-Empresa
                   Registro-Empresa WS-Empresa-Hallada
               IF NOT Empresa-Hallada
                   DISPLAY "Esa empresa no existe en el catalogo. "
                       "Use EmpresasMantenimiento para darla de alta."
                   PERFORM CapturaEmpresa
               END-IF
           END-IF.

      *> Pide cuantos telefonos tiene el cliente (0-5) y los captura
      *> uno por uno, igual que CapturaTelefonos en
      *> EmpleadosMantenimiento.
       DesactivarCliente.
           DISPLAY "Numero de cliente a desactivar: ".
           ACCEPT WS-ID-Buscado.
           MOVE WS-ID-Buscado TO Ruw-Clave.
           PERFORM ApartaRegistroEnUso.
           IF Ruw-Apartado
               PERFORM DesactivaClienteApartado
               PERFORM LiberaRegistroEnUso
           END-IF.

       DesactivaClienteApartado.
           PERFORM BuscaCliente.
           IF Cliente-Hallado
               IF Cli-Inactivo
           END-IF.
           CLOSE ArchivoClientes.

      *> Apartado de registros en uso.
           COPY UTILUSO.

      *> Enmascarado de campos sensibles segun el nivel del operador.
           COPY UTILMASC.

       END PROGRAM ClientesMantenimiento.
