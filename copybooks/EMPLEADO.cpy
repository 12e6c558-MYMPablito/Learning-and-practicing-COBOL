               10 Emp-Fecha-Baja-Mes  PIC 9(2).
               10 Emp-Fecha-Baja-Dia  PIC 9(2).
           05 Emp-Motivo-Baja         PIC X(20).
      *> Grupo de pago: quincenal o semanal (personal de operacion).
      *> Emp-Salario sigue siendo el salario de la quincena para
      *> todos, asi el salario diario, el aguinaldo y el finiquito se
      *> calculan igual; la corrida semanal paga la parte
      *> proporcional a los dias de su periodo. Los registros
      *> capturados antes de este campo traen espacios y cuentan como
      *> quincenales. Agregado al final del registro para no correr
      *> los campos existentes.
           05 Emp-Grupo-Pago          PIC X.
               88 Emp-Pago-Quincenal VALUE "Q" SPACE.
               88 Emp-Pago-Semanal VALUE "S".
               88 Emp-Grupo-Valido VALUE "Q" "S".
      *> Tipo de contrato: por tiempo indeterminado, por tiempo
      *> determinado o periodo de prueba, con la fecha en que termina
      *> (ceros en los indeterminados). La renovacion es recapturar
      *> la fecha de fin en el mantenimiento. Los registros
      *> capturados antes de este campo traen espacios y cuentan como
      *> indeterminados. Agregado al final del registro para no
      *> correr los campos existentes.
           05 Emp-Tipo-Contrato       PIC X.
               88 Emp-Contrato-Indeterminado VALUE "I" SPACE.
               88 Emp-Contrato-Determinado VALUE "D".
               88 Emp-Contrato-Prueba VALUE "P".
               88 Emp-Contrato-Con-Vencimiento VALUE "D" "P".
               88 Emp-Contrato-Valido VALUE "I" "D" "P".
           05 Emp-Fin-Contrato.
               10 Emp-Fin-Contrato-Anio PIC 9(4).
               10 Emp-Fin-Contrato-Mes  PIC 9(2).
               10 Emp-Fin-Contrato-Dia  PIC 9(2).
      *> Linea de reporte: Emp-ID del jefe inmediato (ceros para la
      *> cabeza de la estructura). El mantenimiento valida que el
      *> jefe exista, este activo y que la cadena hacia arriba no
      *> regrese al mismo empleado; el organigrama y la autorizacion
      *> de vacaciones y horas extra recorren esta cadena. Los
      *> registros capturados antes de este campo traen espacios y
      *> cuentan como sin jefe. Agregado al final del registro para
      *> no correr los campos existentes.
           05 Emp-Supervisor-ID       PIC 9(6).
      *> Empresa (razon social) a la que pertenece el empleado,
      *> contra el catalogo empresas.dat: la nomina, la dispersion y
      *> la poliza corren por empresa. Los registros capturados antes
      *> de este campo traen espacios y cuentan como de la empresa
      *> original "01". Agregado al final del registro para no correr
      *> los campos existentes.
           05 Emp-Empresa             PIC X(2).
      *> Claves fiscales: RFC y CURP, validados con
      *> ValidaClaveFiscal en la captura y en la carga masiva contra
      *> el nombre y la fecha de nacimiento. Los registros capturados
      *> antes de estos campos traen espacios y los lista
      *> ReporteClavesFiscales para recabarlos. Agregados al final
      *> del registro para no correr los campos existentes.
           05 Emp-RFC                 PIC X(13).
           05 Emp-CURP                PIC X(18).
      *> Numero de seguridad social del IMSS, el que identifica al
      *> trabajador en los avisos de afiliacion de
      *> MovimientosPersonal. Los registros capturados antes de este
      *> campo traen espacios. Agregado al final del registro para
      *> no correr los campos existentes.
           05 Emp-NSS                 PIC X(11).
