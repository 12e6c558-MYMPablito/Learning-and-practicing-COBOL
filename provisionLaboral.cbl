           05 FILLER PIC X(7) VALUE " VAC. $".
           05 WS-Rep-Tot-Vacaciones PIC Z(9)9,99.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE "ProvisionLaboral" TO Fpw-Programa
           PERFORM VerificaFechaProceso
           OPEN INPUT ARCHIVO-EMPLEADOS
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
           STOP RUN.

       1000-Prepara-Anio.
           MOVE Fpw-Fecha-Proceso TO WS-Fecha-Hoy
           COMPUTE WS-Inicio-Anio = WS-Hoy-Anio * 10000 + 0101
           COMPUTE WS-Fin-Anio = WS-Hoy-Anio * 10000 + 1231
           COMPUTE WS-Dias-Del-Anio =
           OPEN OUTPUT ArchivoReporte
           MOVE "PROVISION DE PASIVO LABORAL"
               TO Enc-Titulo-Reporte
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida
           PERFORM EncabezaPagina

           MOVE "000000" TO Ctl-Marca
           MOVE "C" TO Ctl-Tipo
           MOVE "PROVLAB" TO Ctl-Id-Archivo
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha
           MOVE ZEROS TO Ctl-Registros
           MOVE ZEROS TO Ctl-Suma-Importes
           MOVE Registro-Control TO Registro-Provision
           MOVE "999999" TO Ctl-Marca
           MOVE "F" TO Ctl-Tipo
           MOVE "PROVLAB" TO Ctl-Id-Archivo
           MOVE Fpw-Fecha-Proceso TO Ctl-Fecha
           MOVE WS-Total-Registros TO Ctl-Registros
           COMPUTE Ctl-Suma-Importes =
               WS-Total-Aguinaldo + WS-Total-Vacaciones
      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM ProvisionLaboral.
