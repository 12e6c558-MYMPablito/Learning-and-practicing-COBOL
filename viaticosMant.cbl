       IDENTIFICATION DIVISION.
       PROGRAM-ID. ViaticosMantenimiento.

      *> Anticipos de viaticos e informe de gastos, con el mismo menu
      *> que PrestamosMantenimiento usa para su maestro: la entrega
      *> del anticipo abre un folio en viaticos.dat para un empleado
      *> activo; contra cada folio abierto se capturan los
      *> comprobantes del viaje (viaticos_gastos.dat) y lo comprobado
      *> se acumula en el anticipo; al cerrar la comprobacion el
      *> folio queda listo para LiquidaViaticos, que paga o recupera
      *> la diferencia. El registro nunca se borra.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-VIATICOS
               ASSIGN TO "viaticos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Via-Folio
               ALTERNATE RECORD KEY IS Via-Emp-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Viaticos.

      *> Comprobantes del informe de gastos, agregados al final.
               SELECT OPTIONAL ArchivoGastos
               ASSIGN TO "viaticos_gastos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Gastos.

      *> Maestro de empleados, solo lectura, para validar que el
      *> empleado del anticipo exista y siga activo.
               SELECT ARCHIVO-EMPLEADOS
               ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Emp-ID
               ALTERNATE RECORD KEY IS Cont-Primer-Apellido
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Emp-Departamento
                   WITH DUPLICATES
               FILE STATUS IS WS-Estado-Empleados.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VIATICOS
           LABEL RECORD IS STANDARD.
           COPY VIATICO.

       FD  ArchivoGastos
           LABEL RECORD IS STANDARD.
           COPY VIAGASTO.

       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       WORKING-STORAGE SECTION.
      *> Menu de mantenimiento, siguiendo el mismo estilo de 88-niveles
      *> que usa EmpleadosMantenimiento.
       01 Opcion PIC 9 VALUE ZERO.
           88 OpcionAnticipo VALUE 1.
           88 OpcionGasto VALUE 2.
           88 OpcionCerrar VALUE 3.
           88 OpcionConsultar VALUE 4.
           88 OpcionListar VALUE 5.
           88 OpcionSalir VALUE 6.

       01 WS-Estado-Viaticos PIC XX VALUE SPACES.
           88 Viaticos-No-Existe VALUE "05" "35".
       01 WS-Estado-Gastos PIC XX VALUE SPACES.
           88 Gastos-No-Existe VALUE "05" "35".
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Fin-Viaticos PIC X VALUE "N".
           88 Fin-Viaticos VALUE "S".
       01 WS-Fin-Gastos PIC X VALUE "N".
           88 Fin-Gastos VALUE "S".
       01 WS-Folio-Buscado PIC 9(6) VALUE ZEROS.
       01 WS-Folio-Mayor PIC 9(6) VALUE ZEROS.
      *> Copia del anticipo capturado mientras se busca el folio.
       01 WS-Viatico-Guardado PIC X(95) VALUE SPACES.

      *> Resultado de la validacion del empleado contra el maestro.
       01 WS-Empleado-Valido PIC X VALUE "N".
           88 Empleado-Valido VALUE "S".

      *> Resultado de ValidaFecha para la fecha del comprobante.
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".

       01 WS-Diferencia PIC S9(7)V99 VALUE ZEROS.
       01 WS-Importe-Editado PIC Z.ZZZ.ZZ9,99.
       01 WS-Diferencia-Editada PIC -.---.--9,99.
           COPY CONFIRMASN.

       PROCEDURE DIVISION.
       AceptaOpcion.
       DISPLAY "== Anticipos de viaticos ==".
       DISPLAY "1 - Entregar anticipo".
       DISPLAY "2 - Capturar comprobante de gasto".
       DISPLAY "3 - Cerrar comprobacion".
       DISPLAY "4 - Consultar anticipo".
       DISPLAY "5 - Listar anticipos".
       DISPLAY "6 - Salir".
       ACCEPT Opcion.

       IF OpcionAnticipo THEN
           PERFORM EntregaAnticipo
           PERFORM AceptaOpcion
       ELSE
           IF OpcionGasto THEN
               PERFORM CapturaGasto
               PERFORM AceptaOpcion
           ELSE
               IF OpcionCerrar THEN
                   PERFORM CierraComprobacion
                   PERFORM AceptaOpcion
               ELSE
                   IF OpcionConsultar THEN
                       PERFORM ConsultarAnticipo
                       PERFORM AceptaOpcion
                   ELSE
                       IF OpcionListar THEN
                           PERFORM ListarAnticipos
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

      *> Entrega del anticipo: empleado activo, viaje e importe; el
      *> folio es el siguiente al mayor del maestro y la fecha es la
      *> del dia, que es cuando sale el dinero.
       EntregaAnticipo.
           DISPLAY "Numero de empleado: ".
           ACCEPT Via-Emp-ID.
           PERFORM ValidaEmpleado.
           IF NOT Empleado-Valido
               DISPLAY "Ese empleado no existe o esta dado de baja."
           ELSE
               DISPLAY "Viaje (destino y motivo): "
               ACCEPT Via-Viaje
               PERFORM CapturaImporteAnticipo
               MOVE ZEROS TO Via-Comprobado
               MOVE ZEROS TO Via-Fecha-Liquidacion
               MOVE ZEROS TO Via-Reembolso
               MOVE ZEROS TO Via-Recuperado
               MOVE "A" TO Via-Estado
               MOVE FUNCTION CURRENT-DATE(1:8) TO Via-Fecha-Anticipo

               OPEN I-O ARCHIVO-VIATICOS
               IF WS-Estado-Viaticos = "35"
      *> El maestro de viaticos aun no existe: se crea vacio y se
      *> vuelve a abrir, igual que DarDeAlta crea empleados.dat.
                   OPEN OUTPUT ARCHIVO-VIATICOS
                   CLOSE ARCHIVO-VIATICOS
                   OPEN I-O ARCHIVO-VIATICOS
               END-IF
               PERFORM BuscaFolioMayor
               ADD 1 TO WS-Folio-Mayor
               MOVE WS-Folio-Mayor TO Via-Folio
               WRITE Registro-Viatico
                   INVALID KEY
                       DISPLAY "No se pudo registrar el folio "
                           Via-Folio "."
                   NOT INVALID KEY
                       DISPLAY "Anticipo entregado con folio "
                           Via-Folio "."
               END-WRITE
               CLOSE ARCHIVO-VIATICOS
           END-IF.

       CapturaImporteAnticipo.
           DISPLAY "Importe del anticipo: ".
           ACCEPT Via-Importe.
           IF Via-Importe = ZEROS
               DISPLAY "El importe no puede ser cero."
               PERFORM CapturaImporteAnticipo
           END-IF.

      *> Recorre el maestro por folio para tomar el mayor; la lectura
      *> pisa el buffer, asi que el anticipo capturado se guarda
      *> antes y se repone al terminar.
       BuscaFolioMayor.
           MOVE Registro-Viatico TO WS-Viatico-Guardado.
           MOVE ZEROS TO WS-Folio-Mayor.
           MOVE ZEROS TO Via-Folio.
           START ARCHIVO-VIATICOS KEY IS NOT LESS THAN Via-Folio
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-Fin-Viaticos
                   PERFORM WITH TEST BEFORE UNTIL Fin-Viaticos
                       READ ARCHIVO-VIATICOS NEXT RECORD
                           AT END
                               SET Fin-Viaticos TO TRUE
                           NOT AT END
                               MOVE Via-Folio TO WS-Folio-Mayor
                       END-READ
                   END-PERFORM
           END-START.
           MOVE WS-Viatico-Guardado TO Registro-Viatico.

      *> Busca al empleado en el maestro por lectura directa; solo
      *> los activos reciben anticipo.
       ValidaEmpleado.
           MOVE "N" TO WS-Empleado-Valido.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF Empleados-No-Existe
               CONTINUE
           ELSE
               MOVE Via-Emp-ID TO Emp-ID
               READ ARCHIVO-EMPLEADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT Emp-Terminado
                           MOVE "S" TO WS-Empleado-Valido
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-EMPLEADOS.

      *> Un comprobante del informe de gastos contra un folio
      *> abierto: se agrega a viaticos_gastos.dat y se suma a lo
      *> comprobado del anticipo en la misma operacion.
       CapturaGasto.
           DISPLAY "Folio del anticipo: ".
           ACCEPT WS-Folio-Buscado.
           OPEN I-O ARCHIVO-VIATICOS.
           IF Viaticos-No-Existe
               DISPLAY "No existe el archivo de viaticos todavia."
           ELSE
               MOVE WS-Folio-Buscado TO Via-Folio
               READ ARCHIVO-VIATICOS
                   INVALID KEY
                       DISPLAY "Ese folio no existe."
                   NOT INVALID KEY
                       IF NOT Via-Abierto
                           DISPLAY "La comprobacion de ese folio ya "
                               "esta cerrada."
                       ELSE
                           PERFORM CapturaRenglonGasto
                           ADD Vig-Importe TO Via-Comprobado
                           REWRITE Registro-Viatico
                           OPEN EXTEND ArchivoGastos
                           WRITE Registro-Gasto-Viatico
                           CLOSE ArchivoGastos
                           MOVE Via-Comprobado TO WS-Importe-Editado
                           DISPLAY "Comprobante registrado. "
                               "Comprobado a la fecha: "
                               WS-Importe-Editado
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-VIATICOS.

       CapturaRenglonGasto.
           MOVE Via-Folio TO Vig-Folio.
           DISPLAY "Fecha del comprobante (AAAAMMDD): ".
           PERFORM CapturaFechaGasto.
           DISPLAY "Concepto (hospedaje, transporte, ...): ".
           ACCEPT Vig-Concepto.
           DISPLAY "Numero de factura o nota: ".
           ACCEPT Vig-Comprobante.
           PERFORM CapturaImporteGasto.

      *> Se acepta cualquier fecha real que no sea futura
      *> (ValidaFecha), aun anterior al anticipo: hay viajes que
      *> arrancan antes de recibir el dinero.
       CapturaFechaGasto.
           ACCEPT Vig-Fecha.
           CALL "ValidaFecha" USING Vig-Fecha WS-Fecha-Valida.
           IF NOT Fecha-Valida
               DISPLAY "Fecha invalida. Capture de nuevo: "
               PERFORM CapturaFechaGasto
           END-IF.

       CapturaImporteGasto.
           DISPLAY "Importe: ".
           ACCEPT Vig-Importe.
           IF Vig-Importe = ZEROS
               DISPLAY "El importe no puede ser cero."
               PERFORM CapturaImporteGasto
           END-IF.

      *> El empleado entrego todo su informe: el folio deja de
      *> recibir comprobantes y queda listo para la liquidacion,
      *> mostrando antes la diferencia que se pagara o recuperara.
       CierraComprobacion.
           DISPLAY "Folio del anticipo: ".
           ACCEPT WS-Folio-Buscado.
           OPEN I-O ARCHIVO-VIATICOS.
           IF Viaticos-No-Existe
               DISPLAY "No existe el archivo de viaticos todavia."
           ELSE
               MOVE WS-Folio-Buscado TO Via-Folio
               READ ARCHIVO-VIATICOS
                   INVALID KEY
                       DISPLAY "Ese folio no existe."
                   NOT INVALID KEY
                       IF NOT Via-Abierto
                           DISPLAY "La comprobacion de ese folio ya "
                               "esta cerrada."
                       ELSE
                           PERFORM MuestraAnticipo
                           DISPLAY "Cerrar la comprobacion? (S/N): "
                           PERFORM ConfirmaSN
                           IF Respuesta-Afirmativa
                               MOVE "C" TO Via-Estado
                               REWRITE Registro-Viatico
                               DISPLAY "Comprobacion cerrada; el "
                                   "folio pasa a liquidacion."
                           END-IF
                       END-IF
               END-READ
           END-IF.
           CLOSE ARCHIVO-VIATICOS.

      *> Consulta del anticipo con los renglones de su informe.
       ConsultarAnticipo.
           DISPLAY "Folio a consultar: ".
           ACCEPT WS-Folio-Buscado.
           OPEN INPUT ARCHIVO-VIATICOS.
           IF Viaticos-No-Existe
               DISPLAY "No existe el archivo de viaticos todavia."
           ELSE
               MOVE WS-Folio-Buscado TO Via-Folio
               READ ARCHIVO-VIATICOS
                   INVALID KEY
                       DISPLAY "Ese folio no existe."
                   NOT INVALID KEY
                       PERFORM MuestraAnticipo
                       PERFORM MuestraGastos
               END-READ
           END-IF.
           CLOSE ARCHIVO-VIATICOS.

       MuestraAnticipo.
           DISPLAY "Folio: " Via-Folio "  Empleado: " Via-Emp-ID.
           DISPLAY "Viaje: " Via-Viaje.
           DISPLAY "Entregado el: " Via-Fecha-Anticipo.
           MOVE Via-Importe TO WS-Importe-Editado.
           DISPLAY "Anticipo: " WS-Importe-Editado.
           MOVE Via-Comprobado TO WS-Importe-Editado.
           DISPLAY "Comprobado: " WS-Importe-Editado.
           COMPUTE WS-Diferencia = Via-Comprobado - Via-Importe.
           MOVE WS-Diferencia TO WS-Diferencia-Editada.
           IF WS-Diferencia > ZEROS
               DISPLAY "A pagar al empleado: " WS-Diferencia-Editada
           ELSE
               IF WS-Diferencia < ZEROS
                   DISPLAY "A recuperar por nomina: "
                       WS-Diferencia-Editada
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN Via-Abierto
                   DISPLAY "Estado: ABIERTO"
               WHEN Via-Por-Liquidar
                   DISPLAY "Estado: POR LIQUIDAR"
               WHEN OTHER
                   DISPLAY "Estado: LIQUIDADO EL "
                       Via-Fecha-Liquidacion
           END-EVALUATE.

       MuestraGastos.
           OPEN INPUT ArchivoGastos.
           IF Gastos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Gastos
               PERFORM WITH TEST BEFORE UNTIL Fin-Gastos
                   READ ArchivoGastos
                       AT END
                           SET Fin-Gastos TO TRUE
                       NOT AT END
                           IF Vig-Folio = Via-Folio
                               MOVE Vig-Importe TO WS-Importe-Editado
                               DISPLAY "  " Vig-Fecha " "
                                   Vig-Concepto " " Vig-Comprobante
                                   " " WS-Importe-Editado
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoGastos.

      *> Lista todos los anticipos del maestro en orden de folio.
       ListarAnticipos.
           OPEN INPUT ARCHIVO-VIATICOS.
           IF Viaticos-No-Existe
               DISPLAY "No existe el archivo de viaticos todavia."
           ELSE
               MOVE ZEROS TO Via-Folio
               START ARCHIVO-VIATICOS KEY IS NOT LESS THAN Via-Folio
                   INVALID KEY
                       DISPLAY "No hay anticipos en el archivo."
                   NOT INVALID KEY
                       MOVE "N" TO WS-Fin-Viaticos
                       PERFORM WITH TEST BEFORE UNTIL Fin-Viaticos
                           READ ARCHIVO-VIATICOS NEXT RECORD
                               AT END
                                   SET Fin-Viaticos TO TRUE
                               NOT AT END
                                   DISPLAY Via-Folio " "
                                       Via-Emp-ID " "
                                       Via-Fecha-Anticipo " "
                                       Via-Importe " "
                                       Via-Comprobado " "
                                       Via-Estado
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARCHIVO-VIATICOS
           END-IF.

      *> Parrafo compartido de confirmacion S/N.
           COPY UTILPARR.

       END PROGRAM ViaticosMantenimiento.
