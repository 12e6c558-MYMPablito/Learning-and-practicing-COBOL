       01 WS-Cambio-Campo PIC X(20) VALUE SPACES.
       01 WS-Cambio-Anterior PIC X(32) VALUE SPACES.
       01 WS-Cambio-Nuevo PIC X(32) VALUE SPACES.

      *> Movimiento para la historia salarial (RegistraSalario): el
      *> alta deja el salario de ingreso y la modificacion, cuando
      *> cambia el salario o el departamento, deja el anterior y el
      *> nuevo con el motivo y la fecha de efecto capturados.
       01 WS-Sal-Fecha-Efecto PIC 9(8) VALUE ZEROS.
       01 WS-Sal-Anterior PIC 9(7)V99 VALUE ZEROS.
       01 WS-Sal-Nuevo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Sal-Motivo PIC X(12) VALUE SPACES.
       01 WS-Sal-Programa PIC X(20) VALUE "EmpleadosMant".
       01 WS-Depto-Anterior PIC X(15) VALUE SPACES.
       01 WS-Motivo-Opcion PIC X VALUE SPACE.
           88 Motivo-Aumento VALUE "A" "a".
           88 Motivo-Promocion VALUE "P" "p".
           88 Motivo-Transferencia VALUE "T" "t".
           88 Motivo-Valido VALUE "A" "a" "P" "p" "T" "t".

      *> Jefe inmediato capturado y su validacion: debe existir,
      *> estar activo y la cadena hacia arriba no debe regresar al
      *> empleado. El tope de niveles corta una cadena rota que ya
      *> traiga un ciclo de antes.
       01 WS-Jefe-Capturado PIC 9(6) VALUE ZEROS.
       01 WS-Jefe-Actual PIC 9(6) VALUE ZEROS.
       01 WS-Jefe-Empleado PIC 9(6) VALUE ZEROS.
       01 WS-Niveles-Cadena PIC 9(3) VALUE ZEROS.
       01 WS-Maximo-Niveles PIC 9(3) VALUE 50.
       01 WS-Jefe-Valido PIC X VALUE "S".
           88 Jefe-Valido VALUE "S".
       01 WS-Motivo-Jefe PIC X(50) VALUE SPACES.
       01 WS-Sin-Maestro PIC X VALUE "N".
           88 Sin-Maestro VALUE "S".

      *> Empresa del empleado, validada contra el catalogo con
      *> ConsultaEmpresa; la empresa original "01" se acepta siempre.
           COPY EMPRESA.
       01 WS-Empresa-Hallada PIC X VALUE "N".
           88 Empresa-Hallada VALUE "S".
           COPY CONFIRMASN.

      *> Apartado del registro que se lee para cambiarlo, para que
      *> dos operadores no se pisen el cambio.
           COPY REGUSOWS.

      *> El salario se muestra editado y pasa por el enmascarado de
      *> campos sensibles segun el nivel del operador.
       01 WS-Salario-Editado PIC Z(6)9,99.
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
           MOVE "empleados.dat" TO Ruw-Archivo.
           MOVE "EmpleadosMant" TO Ruw-Programa.
           MOVE "EmpleadosMant" TO Msk-Programa.
           MOVE "EMP-SALARIO" TO Msk-Campo.

       AceptaOpcion.
       DISPLAY "== Mantenimiento de empleados ==".
       DISPLAY "1 - Alta de empleado".
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionSalir THEN
                           PERFORM LiberaApartadosOperador
                           DISPLAY "Saliendo del mantenimiento..."
                           STOP RUN
                       ELSE
           PERFORM CapturaFechaIngreso.
           DISPLAY "Salario: ".
           ACCEPT Emp-Salario.
           PERFORM CapturaGrupoPago.
           PERFORM CapturaEmpresa.
           PERFORM CapturaContrato.
           MOVE "N" TO WS-Sin-Maestro.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF WS-Estado-Empleados = "35" OR WS-Estado-Empleados = "05"
               SET Sin-Maestro TO TRUE
           END-IF.
           PERFORM CapturaSupervisor.
           CLOSE ARCHIVO-EMPLEADOS.
           PERFORM CapturaFechaNacimiento.
           MOVE SPACES TO Emp-RFC.
           MOVE SPACES TO Emp-CURP.
           MOVE SPACES TO Emp-NSS.
           PERFORM CapturaRFC.
           PERFORM CapturaCURP.
           PERFORM CapturaNSS.
           MOVE "A" TO Emp-Estado.
           MOVE ZEROS TO Emp-Fecha-Baja.
           MOVE SPACES TO Emp-Motivo-Baja.
                       DISPLAY "Ya existe un empleado con ese numero."
                   NOT INVALID KEY
                       DISPLAY "Empleado dado de alta."
                       PERFORM RegistraSalarioAlta
               END-WRITE
               CLOSE ARCHIVO-EMPLEADOS
           END-IF.

      *> El salario de ingreso abre la historia salarial del empleado
      *> con fecha de efecto de su ingreso. Un reingreso vinculado
      *> conserva la fecha de ingreso original, asi que su salario
      *> nuevo entra con la fecha del dia y motivo REINGRESO.
       RegistraSalarioAlta.
           MOVE ZEROS TO WS-Sal-Anterior.
           MOVE Emp-Salario TO WS-Sal-Nuevo.
           IF Reingreso-Hallado AND Respuesta-Afirmativa
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Sal-Fecha-Efecto
               MOVE "REINGRESO" TO WS-Sal-Motivo
           ELSE
               MOVE Emp-Fecha-Ingreso TO WS-Sal-Fecha-Efecto
               MOVE "ALTA" TO WS-Sal-Motivo
           END-IF.
           CALL "RegistraSalario" USING Emp-ID WS-Sal-Fecha-Efecto
               WS-Sal-Anterior WS-Sal-Nuevo WS-Sal-Motivo
               Emp-Departamento WS-Sal-Programa.

      *> Busca el nombre y apellido capturados entre los registros
      *> dados de baja, igual que la captura de clientes revisa
      *> clientes_sospechosos: si casa, el operador ve el numero, la
               PERFORM CapturaFechaNacimiento
           END-IF.

      *> RFC y CURP: Enter deja la clave como estaba (en el alta,
      *> pendiente de recabar); una clave capturada tiene que pasar
      *> ValidaClaveFiscal contra el nombre y la fecha de nacimiento.
       CapturaRFC.
           DISPLAY "RFC (Enter = sin cambio): ".
           MOVE SPACES TO Clf-Clave.
           ACCEPT Clf-Clave.
           IF Clf-Clave NOT = SPACES
               MOVE "R" TO Clf-Tipo
               PERFORM ValidaClaveCapturada
               IF Clf-Rechazada
                   DISPLAY "RFC rechazado: " Clf-Motivo
                   PERFORM CapturaRFC
               ELSE
                   MOVE Clf-Clave TO Emp-RFC
               END-IF
           END-IF.

       CapturaCURP.
           DISPLAY "CURP (Enter = sin cambio): ".
           MOVE SPACES TO Clf-Clave.
           ACCEPT Clf-Clave.
           IF Clf-Clave NOT = SPACES
               MOVE "C" TO Clf-Tipo
               PERFORM ValidaClaveCapturada
               IF Clf-Rechazada
                   DISPLAY "CURP rechazada: " Clf-Motivo
                   PERFORM CapturaCURP
               ELSE
                   MOVE Clf-Clave TO Emp-CURP
               END-IF
           END-IF.

      *> NSS del IMSS: once digitos; Enter lo deja como estaba.
       CapturaNSS.
           DISPLAY "NSS del IMSS (Enter = sin cambio): ".
           MOVE SPACES TO Clf-Clave.
           ACCEPT Clf-Clave.
           IF Clf-Clave NOT = SPACES
               IF Clf-Clave(1:11) IS NOT NUMERIC
                  OR Clf-Clave(12:) NOT = SPACES
                   DISPLAY "El NSS son once digitos."
                   PERFORM CapturaNSS
               ELSE
                   MOVE Clf-Clave TO Emp-NSS
               END-IF
           END-IF.

       ValidaClaveCapturada.
           MOVE Cont-Nombre TO Clf-Nombre.
           MOVE Cont-Primer-Apellido TO Clf-Primer-Apellido.
           MOVE Cont-Segundo-Apellido TO Clf-Segundo-Apellido.
           MOVE Emp-Fecha-Nacimiento TO Clf-Fecha-Nacimiento.
           MOVE ZEROS TO Clf-Edad.
           MOVE ZEROS TO Clf-Fecha-Referencia.
           CALL "ValidaClaveFiscal" USING Clf-Tipo Clf-Clave
               Clf-Nombre Clf-Primer-Apellido Clf-Segundo-Apellido
               Clf-Fecha-Nacimiento Clf-Edad Clf-Fecha-Referencia
               Clf-Resultado Clf-Motivo.

      *> Las claves actuales, enmascaradas segun el nivel del
      *> operador como el salario.
       MuestraClavesFiscales.
           MOVE Emp-ID TO Msk-Llave.
           MOVE "RFC" TO Msk-Campo.
           MOVE Emp-RFC TO Msk-Valor.
           PERFORM EnmascaraDato.
           DISPLAY "RFC actual:  " Msk-Valor(1:13).
           MOVE "CURP" TO Msk-Campo.
           MOVE Emp-CURP TO Msk-Valor.
           PERFORM EnmascaraDato.
           DISPLAY "CURP actual: " Msk-Valor(1:18).
           MOVE "NSS" TO Msk-Campo.
           MOVE Emp-NSS TO Msk-Valor.
           PERFORM EnmascaraDato.
           DISPLAY "NSS actual:  " Msk-Valor(1:11).
           MOVE "EMP-SALARIO" TO Msk-Campo.

       CapturaFechaBaja.
           DISPLAY "Fecha de baja (AAAAMMDD): ".
           ACCEPT Emp-Fecha-Baja.
               PERFORM CapturaFechaBaja
           END-IF.

      *> El salario se captura siempre por quincena; el grupo solo
      *> dice en que corrida se paga.
       CapturaGrupoPago.
           DISPLAY "Grupo de pago (Q=quincenal, S=semanal): ".
           ACCEPT Emp-Grupo-Pago.
           IF NOT Emp-Grupo-Valido
               DISPLAY "Grupo de pago invalido."
               PERFORM CapturaGrupoPago
           END-IF.

      *> Empresa que paga al empleado; Enter deja la original "01".
      *> Cualquier otra debe estar en el catalogo de empresas.
       CapturaEmpresa.
           DISPLAY "Empresa (codigo, Enter = 01): ".
           ACCEPT Emp-Empresa.
           IF Emp-Empresa = SPACES
               MOVE "01" TO Emp-Empresa
           END-IF.
           IF Emp-Empresa NOT = "01"
               CALL "ConsultaEmpresa" USING Emp-Empresa
                   Registro-Empresa WS-Empresa-Hallada
               IF NOT Empresa-Hallada
                   DISPLAY "Esa empresa no existe en el catalogo. "
                       "Use EmpresasMantenimiento para darla de alta."
                   PERFORM CapturaEmpresa
               END-IF
           END-IF.

      *> Los contratos por tiempo determinado y de prueba llevan su
      *> fecha de fin, que puede ser futura (por eso no pasa por
      *> ValidaFecha): mes y dia reales y posterior al ingreso. Para
      *> renovar se recaptura aqui la nueva fecha de fin.
       CapturaContrato.
           DISPLAY "Tipo de contrato (I=indeterminado, "
               "D=determinado, P=prueba): ".
           ACCEPT Emp-Tipo-Contrato.
           IF NOT Emp-Contrato-Valido
               DISPLAY "Tipo de contrato invalido."
               PERFORM CapturaContrato
           ELSE
               IF Emp-Contrato-Con-Vencimiento
                   PERFORM CapturaFinContrato
               ELSE
                   MOVE ZEROS TO Emp-Fin-Contrato
               END-IF
           END-IF.

       CapturaFinContrato.
           DISPLAY "Fecha de fin del contrato (AAAAMMDD): ".
           ACCEPT Emp-Fin-Contrato.
           IF Emp-Fin-Contrato IS NOT NUMERIC
              OR Emp-Fin-Contrato-Mes < 1 OR Emp-Fin-Contrato-Mes > 12
              OR Emp-Fin-Contrato-Dia < 1 OR Emp-Fin-Contrato-Dia > 31
              OR Emp-Fin-Contrato NOT > Emp-Fecha-Ingreso
               DISPLAY "Fecha de fin invalida o anterior al ingreso."
               PERFORM CapturaFinContrato
           END-IF.

      *> Jefe inmediato, reintentando mientras no pase la validacion
      *> igual que CapturaDepartamento. El maestro debe estar abierto
      *> (el alta lo abre solo para esto; la modificacion ya lo trae
      *> abierto) y el registro en captura se resguarda mientras la
      *> validacion lee la cadena con el mismo buffer.
       CapturaSupervisor.
           DISPLAY "Numero de empleado del jefe inmediato "
               "(0=ninguno): ".
           ACCEPT WS-Jefe-Capturado.
           MOVE Emp-ID TO WS-Jefe-Empleado.
           MOVE Registro-Empleado TO WS-Registro-Guardado.
           PERFORM ValidaSupervisorCadena.
           MOVE WS-Registro-Guardado TO Registro-Empleado.
           IF NOT Jefe-Valido
               DISPLAY WS-Motivo-Jefe
               PERFORM CapturaSupervisor
           ELSE
               MOVE WS-Jefe-Capturado TO Emp-Supervisor-ID
           END-IF.

      *> Sube por la cadena de jefes desde el capturado: el primero
      *> debe existir y estar activo, y ninguno puede ser el propio
      *> empleado (eso cerraria un ciclo).
       ValidaSupervisorCadena.
           MOVE "S" TO WS-Jefe-Valido.
           MOVE SPACES TO WS-Motivo-Jefe.
           MOVE ZEROS TO WS-Niveles-Cadena.
           MOVE WS-Jefe-Capturado TO WS-Jefe-Actual.
           IF WS-Jefe-Capturado = ZEROS
               CONTINUE
           ELSE
               IF WS-Jefe-Capturado = WS-Jefe-Empleado
                   MOVE "N" TO WS-Jefe-Valido
                   MOVE "El empleado no puede ser su propio jefe."
                       TO WS-Motivo-Jefe
               ELSE
                   IF Sin-Maestro
                       MOVE "N" TO WS-Jefe-Valido
                       MOVE "No hay empleados capturados para jefe."
                           TO WS-Motivo-Jefe
                   ELSE
                       PERFORM WITH TEST BEFORE
                               UNTIL WS-Jefe-Actual = ZEROS
                                  OR NOT Jefe-Valido
                           PERFORM RevisaEslabonCadena
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       RevisaEslabonCadena.
           MOVE WS-Jefe-Actual TO Emp-ID.
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   IF WS-Niveles-Cadena = ZEROS
                       MOVE "N" TO WS-Jefe-Valido
                       MOVE "No existe ese numero de empleado para "
                           & "jefe." TO WS-Motivo-Jefe
                   ELSE
                       MOVE ZEROS TO WS-Jefe-Actual
                   END-IF
               NOT INVALID KEY
                   IF WS-Niveles-Cadena = ZEROS AND Emp-Terminado
                       MOVE "N" TO WS-Jefe-Valido
                       MOVE "Ese jefe esta dado de baja."
                           TO WS-Motivo-Jefe
                   END-IF
                   ADD 1 TO WS-Niveles-Cadena
                   IF Emp-Supervisor-ID IS NOT NUMERIC
                       MOVE ZEROS TO WS-Jefe-Actual
                   ELSE
                       MOVE Emp-Supervisor-ID TO WS-Jefe-Actual
                   END-IF
                   IF WS-Jefe-Actual = WS-Jefe-Empleado
                      AND WS-Jefe-Actual NOT = ZEROS
                       MOVE "N" TO WS-Jefe-Valido
                       MOVE "Ese jefe depende del empleado (haria un "
                           & "ciclo)." TO WS-Motivo-Jefe
                   END-IF
                   IF WS-Niveles-Cadena > WS-Maximo-Niveles
                       MOVE "N" TO WS-Jefe-Valido
                       MOVE "La cadena de ese jefe no termina; "
                           & "revisela." TO WS-Motivo-Jefe
                   END-IF
           END-READ.

      *> Pide el departamento y lo vuelve a pedir mientras no exista
      *> en el catalogo, igual que CapturaNumeroTelefono reintenta un
      *> telefono mal formado.
       DarDeBaja.
           DISPLAY "Numero de empleado a dar de baja: ".
           ACCEPT WS-ID-Buscado.
           MOVE WS-ID-Buscado TO Ruw-Clave.
           PERFORM ApartaRegistroEnUso.
           IF Ruw-Apartado
               PERFORM DaDeBajaApartado
               PERFORM LiberaRegistroEnUso
           END-IF.

      *> El registro ya esta apartado a nombre del operador; la
      *> marca de baja se reescribe solo si el apartado sigue siendo
      *> suyo despues de la captura.
       DaDeBajaApartado.
           OPEN I-O ARCHIVO-EMPLEADOS.
           IF WS-Estado-Empleados = "35"
               DISPLAY "No existe el archivo de empleados todavia."
                           DISPLAY "Motivo de la baja: "
                           ACCEPT Emp-Motivo-Baja
                           MOVE "B" TO Emp-Estado
                           PERFORM VerificaRegistroEnUso
                           IF Ruw-Apartado
                               REWRITE Registro-Empleado
                               DISPLAY "Empleado dado de baja."
                           END-IF
                       END-IF
               END-READ
               CLOSE ARCHIVO-EMPLEADOS
       ModificarEmpleado.
           DISPLAY "Numero de empleado a modificar: ".
           ACCEPT WS-ID-Buscado.
           MOVE WS-ID-Buscado TO Ruw-Clave.
           PERFORM ApartaRegistroEnUso.
           IF Ruw-Apartado
               PERFORM ModificaEmpleadoApartado
               PERFORM LiberaRegistroEnUso
           END-IF.

      *> El registro se aparta antes de leerlo, para que lo que se
      *> muestra al operador no cambie bajo sus pies.
       ModificaEmpleadoApartado.
           OPEN I-O ARCHIVO-EMPLEADOS.
           IF WS-Estado-Empleados = "35"
               DISPLAY "No existe el archivo de empleados todavia."
                       ACCEPT Cont-Nombre
                       DISPLAY "Departamento actual: "
                           Emp-Departamento
                       MOVE Emp-Departamento TO WS-Depto-Anterior
                       PERFORM CapturaDepartamento
                       PERFORM EnmascaraSalario
                       DISPLAY "Salario actual: " Msk-Valor(1:10)
                       MOVE Emp-Salario TO WS-Sal-Anterior
                       DISPLAY "Nuevo salario: "
                       ACCEPT Emp-Salario
                       DISPLAY "Grupo de pago actual: " Emp-Grupo-Pago
                       PERFORM CapturaGrupoPago
                       DISPLAY "Empresa actual: " Emp-Empresa
                       PERFORM CapturaEmpresa
                       DISPLAY "Contrato actual: " Emp-Tipo-Contrato
                           " vence " Emp-Fin-Contrato
                       PERFORM CapturaContrato
                       DISPLAY "Jefe inmediato actual: "
                           Emp-Supervisor-ID
                       MOVE "N" TO WS-Sin-Maestro
                       PERFORM CapturaSupervisor
                       PERFORM MuestraClavesFiscales
                       PERFORM CapturaRFC
                       PERFORM CapturaCURP
                       PERFORM CapturaNSS
                       PERFORM GuardaEmpleadoModificado
               END-READ
               CLOSE ARCHIVO-EMPLEADOS
           END-IF.

      *> Si la captura se quedo mas tiempo que el cierre de sesion
      *> por inactividad, otro operador pudo haber tomado el
      *> registro: entonces el cambio no se guarda.
       GuardaEmpleadoModificado.
           PERFORM VerificaRegistroEnUso.
           IF Ruw-Apartado
               REWRITE Registro-Empleado
               DISPLAY "Empleado modificado."
               IF Emp-Salario NOT = WS-Sal-Anterior
                  OR Emp-Departamento NOT = WS-Depto-Anterior
                   PERFORM RegistraSalarioCambio
               END-IF
           END-IF.

      *> Un cambio de salario o de departamento queda en la historia
      *> salarial con el motivo y la fecha en que surte efecto, que
      *> puede ser anterior o posterior al dia de la captura.
       RegistraSalarioCambio.
           MOVE Emp-Salario TO WS-Sal-Nuevo.
           PERFORM CapturaMotivoSalario.
           EVALUATE TRUE
               WHEN Motivo-Aumento
                   MOVE "AUMENTO" TO WS-Sal-Motivo
               WHEN Motivo-Promocion
                   MOVE "PROMOCION" TO WS-Sal-Motivo
               WHEN Motivo-Transferencia
                   MOVE "TRANSFERENCIA" TO WS-Sal-Motivo
           END-EVALUATE.
           PERFORM CapturaFechaEfecto.
           CALL "RegistraSalario" USING Emp-ID WS-Sal-Fecha-Efecto
               WS-Sal-Anterior WS-Sal-Nuevo WS-Sal-Motivo
               Emp-Departamento WS-Sal-Programa.
           DISPLAY "Movimiento registrado en la historia salarial.".

       CapturaMotivoSalario.
           DISPLAY "Motivo del cambio (A=Aumento, P=Promocion, "
               "T=Transferencia): ".
           ACCEPT WS-Motivo-Opcion.
           IF NOT Motivo-Valido
               DISPLAY "Motivo invalido."
               PERFORM CapturaMotivoSalario
           END-IF.

       CapturaFechaEfecto.
           DISPLAY "Fecha de efecto (AAAAMMDD): ".
           ACCEPT WS-Sal-Fecha-Efecto.
           CALL "ValidaFecha" USING WS-Sal-Fecha-Efecto
               WS-Fecha-Valida.
           IF NOT Fecha-Valida
               DISPLAY "Fecha invalida."
               PERFORM CapturaFechaEfecto
           END-IF.

      *> Lista todos los empleados del archivo maestro en orden de
      *> numero de empleado.
       ListarEmpleados.
                               AT END
                                   SET Fin-Empleados TO TRUE
                               NOT AT END
                                   PERFORM EnmascaraSalario
                                   DISPLAY Emp-ID " " Cont-Nombre " "
                                       Cont-Primer-Apellido " "
                                       Emp-Departamento " "
                                       Msk-Valor(1:10)
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARCHIVO-EMPLEADOS
           END-IF.

      *> El salario solo se ve completo con el nivel que pide el
      *> catalogo de campos sensibles.
       EnmascaraSalario.
           MOVE Emp-Salario TO WS-Salario-Editado.
           MOVE WS-Salario-Editado TO Msk-Valor.
           MOVE Emp-ID TO Msk-Llave.
           PERFORM EnmascaraDato.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.

      *> Apartado de registros en uso.
           COPY UTILUSO.

      *> Enmascarado de campos sensibles segun el nivel del operador.
           COPY UTILMASC.

       END PROGRAM EmpleadosMantenimiento.
