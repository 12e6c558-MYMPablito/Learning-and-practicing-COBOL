       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroactivoSalarial.

      *> Calculo de retroactivo cuando un cambio de salario tiene
      *> fecha de efecto pasada: AjusteSalarial y
      *> EmpleadosMantenimiento reescriben Emp-Salario con efecto de
      *> hoy, y un aumento negociado en marzo pero capturado en mayo
      *> le debe al empleado la diferencia de cada quincena de en
      *> medio. Para un empleado (con su salario anterior tecleado) o
      *> para el lote completo del ultimo AjusteSalarial aplicado, y
      *> una fecha de efecto, recorre las generaciones de
      *> nomina_AAAAMMDD.dat que sigan vivas desde esa fecha y en
      *> cada una recalcula el bruto y el descuento que debieron
      *> salir con el salario nuevo (mismo tramo de
      *> tramos_descuento.dat y misma pension de porcentaje que la
      *> corrida). La diferencia neta de cada empleado sale como
      *> novedad "+" con concepto RETROACT para la siguiente corrida,
      *> y retroactivo.rpt deja el detalle por quincena -salario
      *> anterior contra nuevo y diferencia- para la firma de
      *> Recursos Humanos. En modo propuesta solo sale el reporte.
      *> El personal de pago semanal se recalcula contra las
      *> generaciones de nomina_semanal, con su salario y sus tramos
      *> proporcionales a los siete dias del periodo, y su novedad va
      *> a novedades_semanal.dat; los de otra empresa, contra las
      *> generaciones con el sufijo de la suya.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
      *> Los importes se manejan en pesos con decimales; el punto
      *> decimal se muestra como coma, igual que el resto de los
      *> programas que trabajan con dinero.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

      *> Cada generacion viva del extracto, una tras otra, en el
      *> orden que lleva ControlaGeneraciones.
               SELECT ARCHIVO-NOMINA
               ASSIGN TO DYNAMIC WS-Nombre-Generacion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Nomina.

      *> Lote del ultimo AjusteSalarial aplicado.
               SELECT OPTIONAL ArchivoLote
               ASSIGN TO "ajuste_salarial_lote.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Lote.

               SELECT OPTIONAL ArchivoTramos
               ASSIGN TO "tramos_descuento.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Tramos.

               SELECT OPTIONAL ARCHIVO-PENSIONES
               ASSIGN TO "pensiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Pen-Emp-ID
               FILE STATUS IS WS-Estado-Pensiones.

      *> La diferencia se paga por novedades de la quincena, igual
      *> que PrestamosDescuenta genera sus cuotas.
               SELECT OPTIONAL ArchivoNovedades
               ASSIGN TO "novedades.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades.

      *> Novedades del personal de pago semanal, que se cierra en su
      *> propia corrida.
               SELECT OPTIONAL ArchivoNovedadesSemanal
               ASSIGN TO "novedades_semanal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Novedades-Sem.

               SELECT ArchivoReporte
               ASSIGN TO "retroactivo.rpt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       FD  ARCHIVO-NOMINA
           LABEL RECORD IS STANDARD.
           COPY NOMINA.

       FD  ArchivoLote
           LABEL RECORD IS STANDARD.
           COPY AJUSTLOT.

       FD  ArchivoTramos
           LABEL RECORD IS STANDARD.
           COPY TRAMODES.

       FD  ARCHIVO-PENSIONES
           LABEL RECORD IS STANDARD.
           COPY PENSION.

       FD  ArchivoNovedades
           LABEL RECORD IS STANDARD.
           COPY NOVEDAD.

       FD  ArchivoNovedadesSemanal
           LABEL RECORD IS STANDARD.
       01  Registro-Novedad-Semanal PIC X(26).

       FD  ArchivoReporte
           LABEL RECORD IS STANDARD.
       01  Linea-Reporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Estado-Nomina PIC XX VALUE SPACES.
       01 WS-Estado-Lote PIC XX VALUE SPACES.
           88 Lote-No-Existe VALUE "05" "35".
       01 WS-Estado-Tramos PIC XX VALUE SPACES.
           88 Tramos-No-Existe VALUE "05" "35".
       01 WS-Estado-Pensiones PIC XX VALUE SPACES.
           88 Pensiones-No-Existe VALUE "05" "35".
       01 WS-Estado-Novedades PIC XX VALUE SPACES.
       01 WS-Estado-Novedades-Sem PIC XX VALUE SPACES.
       01 WS-Estado-Reporte PIC XX VALUE SPACES.

       01 WS-Fin-Nomina PIC X VALUE "N".
           88 Fin-Nomina VALUE "S".
       01 WS-Fin-Lote PIC X VALUE "N".
           88 Fin-Lote VALUE "S".
       01 WS-Fin-Tramos PIC X VALUE "N".
           88 Fin-Tramos VALUE "S".

      *> Criterios pedidos al operador.
       01 WS-Origen PIC X VALUE SPACE.
           88 Origen-Empleado VALUE "E" "e".
           88 Origen-Lote VALUE "L" "l".
       01 WS-Modo PIC X VALUE "P".
           88 Modo-Propuesta VALUE "P" "p".
           88 Modo-Aplicar VALUE "A" "a".
       01 WS-Fecha-Efecto PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".
       01 WS-ID-Pedido PIC 9(6) VALUE ZEROS.
       01 WS-Salario-Anterior-Pedido PIC 9(7)V99 VALUE ZEROS.

      *> Generaciones del extracto, recorridas con el modo "S" de
      *> ControlaGeneraciones; la fecha y la identificacion de cada
      *> una salen de su cabecera de control.
       01 WS-Base-Generacion PIC X(20) VALUE "nomina".
       01 WS-Base-Nomina PIC X(20) VALUE SPACES.
       01 WS-Modo-Generacion PIC X VALUE "S".
       01 WS-Nombre-Generacion PIC X(40) VALUE SPACES.
           COPY CTLREG.
       01 WS-Fecha-Generacion PIC 9(8) VALUE ZEROS.
       01 WS-Generacion-Cuenta PIC X VALUE "N".
           88 Generacion-Cuenta VALUE "S".

      *> Empleados a recalcular, con el salario anterior y el nuevo.
       01 WS-Cantidad-Retro PIC 9(3) VALUE ZEROS.
       01 WS-Tabla-Retro.
           05 WS-Retro OCCURS 300 TIMES.
               10 WS-Ret-Emp-ID           PIC 9(6).
               10 WS-Ret-Salario-Anterior PIC 9(7)V99.
               10 WS-Ret-Salario-Nuevo    PIC 9(7)V99.
       01 WS-Indice-Retro PIC 9(3) VALUE ZEROS.
       01 WS-Lote-Omitidos PIC 9(6) VALUE ZEROS.

      *> Tasa plana de respaldo y tabla de tramos, iguales a las de
      *> EmpleadosNomina.
       01 WS-Tasa-Descuento PIC V99 VALUE ,13.
       01 WS-Cantidad-Tramos PIC 99 VALUE ZEROS.
       01 WS-Tabla-Tramos.
           05 WS-Tramo OCCURS 15 TIMES.
               10 WS-Trm-Limite-Inferior  PIC 9(7)V99.
               10 WS-Trm-Limite-Superior  PIC 9(7)V99.
               10 WS-Trm-Cuota-Fija       PIC 9(7)V99.
               10 WS-Trm-Tasa-Marginal    PIC V9(4).
       01 WS-Indice-Tramo PIC 99 VALUE ZEROS.
       01 WS-Tramo-Elegido PIC 99 VALUE ZEROS.
       01 WS-Tramo-Encontrado PIC X VALUE "N".
           88 Tramo-Encontrado VALUE "S".
      *> Los tramos del archivo son de quincena; se guardan aparte
      *> para volverlos a tomar en cada empleado y prorratearlos a
      *> los dias del periodo semanal, igual que EmpleadosNomina.
       01 WS-Tabla-Tramos-Quincena PIC X(465) VALUE SPACES.

      *> Grupo de pago y empresa del empleado en turno; los que no
      *> estan en el padron se recalculan como quincenales de "01".
       01 WS-Empleado-Semanal PIC X VALUE "N".
           88 Empleado-Semanal VALUE "S".
       01 WS-Empresa-Empleado PIC X(2) VALUE "01".
       01 WS-Dias-Periodo PIC 99 VALUE 15.
       01 WS-Dias-Quincena PIC 99 VALUE 15.
       01 WS-Salario-Periodo-Anterior PIC 9(7)V99 VALUE ZEROS.
       01 WS-Salario-Periodo-Nuevo PIC 9(7)V99 VALUE ZEROS.

      *> Recalculo de una quincena: bruto y tramo con el salario
      *> anterior (lo que se pago) y con el nuevo (lo que debio
      *> pagarse), y la pension de porcentaje del empleado.
       01 WS-Bruto-Calculo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Tramo-Calculo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Bruto-Anterior PIC 9(7)V99 VALUE ZEROS.
       01 WS-Bruto-Nuevo PIC S9(7)V99 VALUE ZEROS.
       01 WS-Tramo-Anterior PIC 9(7)V99 VALUE ZEROS.
       01 WS-Tramo-Nuevo PIC 9(7)V99 VALUE ZEROS.
       01 WS-Pension-Porcentaje PIC 9(3) VALUE ZEROS.
       01 WS-Dif-Pension PIC S9(7)V99 VALUE ZEROS.
       01 WS-Dif-Neto PIC S9(7)V99 VALUE ZEROS.
       01 WS-Dif-Empleado PIC S9(7)V99 VALUE ZEROS.
       01 WS-Quincenas-Empleado PIC 9(3) VALUE ZEROS.

      *> Campos de trabajo para RedondeaMoneda y la cuadratura.
       01 WS-Monto-Sin-Redondear PIC S9(9)V9(4) VALUE ZEROS.
       01 WS-Modo-Redondeo PIC X VALUE "S".
       01 WS-Monto-Redondeado PIC S9(9)V99 VALUE ZEROS.
       01 WS-Residuo-Redondeo PIC S9V9(4) VALUE ZEROS.
       01 WS-Residuo-Positivo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Residuo-Negativo PIC 9(5)V9(4) VALUE ZEROS.
       01 WS-Nombre-Programa PIC X(20) VALUE "RetroactivoSalarial".

      *> Registro de la corrida en el libro comun.
       01 WS-Corrida-Estado PIC X(8) VALUE "OK".
       01 WS-Corrida-Leidos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Escritos PIC 9(7) VALUE ZEROS.
       01 WS-Corrida-Rechazados PIC 9(7) VALUE ZEROS.

       01 WS-Total-Empleados PIC 9(6) VALUE ZEROS.
       01 WS-Total-Novedades PIC 9(6) VALUE ZEROS.
       01 WS-Total-Sin-Maestro PIC 9(6) VALUE ZEROS.
       01 WS-Total-Diferencia PIC S9(9)V99 VALUE ZEROS.

      *> Encabezado estandar de los reportes del taller.
           COPY REPENC.

       01 WS-Linea-Criterio.
           05 FILLER PIC X(17) VALUE "FECHA DE EFECTO: ".
           05 WS-Cri-Fecha PIC 9(8).
           05 FILLER PIC X(8) VALUE "  MODO: ".
           05 WS-Cri-Modo PIC X(10).

       01 WS-Linea-Empleado.
           05 FILLER PIC X(10) VALUE "EMPLEADO: ".
           05 WS-Emp-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Emp-Nombre PIC X(20).
           05 WS-Emp-Apellido PIC X(20).

       01 WS-Linea-Titulos.
           05 FILLER PIC X(12) VALUE "  QUINCENA".
           05 FILLER PIC X(11) VALUE "  SAL. ANT.".
           05 FILLER PIC X(11) VALUE "  SAL. NVO.".
           05 FILLER PIC X(11) VALUE "BRUTO PAG.".
           05 FILLER PIC X(11) VALUE "BRUTO DEBIO".
           05 FILLER PIC X(12) VALUE " DIF. NETA".

       01 WS-Linea-Detalle.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Det-Fecha PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Det-Sal-Anterior PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Sal-Nuevo PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Bruto-Pagado PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Bruto-Debido PIC Z(6)9,99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Det-Dif-Neto PIC -Z(6)9,99.

       01 WS-Linea-Total-Empleado.
           05 FILLER PIC X(24) VALUE "  DIFERENCIA A PAGAR EN ".
           05 WS-Tem-Quincenas PIC ZZ9.
           05 FILLER PIC X(26) VALUE " QUINCENA(S) ............".
           05 WS-Tem-Diferencia PIC -Z(6)9,99.

       01 WS-Linea-Sin-Quincenas.
           05 FILLER PIC X(60) VALUE
               "  SIN QUINCENAS CORRIDAS DESDE LA FECHA DE EFECTO".

       01 WS-Linea-Total.
           05 FILLER PIC X(20) VALUE "TOTAL EMPLEADOS ....".
           05 WS-Tot-Empleados PIC ZZZZZ9.
           05 FILLER PIC X(27) VALUE "     DIFERENCIA TOTAL ....".
           05 WS-Tot-Diferencia PIC -Z(8)9,99.

       01 WS-Linea-Firmas.
           05 FILLER PIC X(30) VALUE "______________________________".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "______________________________".

       01 WS-Linea-Firmas-Pie.
           05 FILLER PIC X(30) VALUE "   ELABORO (NOMINA)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "   AUTORIZO (RECURSOS HUMANOS)".

           COPY CONFIRMASN.

      *> Fecha de proceso de la ventana de lotes.
           COPY FECPROWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           MOVE WS-Nombre-Programa TO Fpw-Programa.
           PERFORM VerificaFechaProceso.
           PERFORM 1000-Acepta-Criterios.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF Empleados-No-Existe
               DISPLAY "No existe el archivo de empleados todavia."
               CLOSE ARCHIVO-EMPLEADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF Origen-Lote
               PERFORM 2100-Carga-Lote
           ELSE
               PERFORM 2000-Carga-Empleado
           END-IF.
           IF WS-Cantidad-Retro = ZEROS
               DISPLAY "No hay empleados con cambio de salario que "
                   "recalcular."
               CLOSE ARCHIVO-EMPLEADOS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2200-Carga-Tramos.
           MOVE WS-Tabla-Tramos TO WS-Tabla-Tramos-Quincena.
           OPEN INPUT ARCHIVO-PENSIONES.
           IF Modo-Aplicar
               OPEN EXTEND ArchivoNovedades
               OPEN EXTEND ArchivoNovedadesSemanal
           END-IF.
           OPEN OUTPUT ArchivoReporte.
           MOVE "RETROACTIVO POR CAMBIO DE SALARIO"
               TO Enc-Titulo-Reporte.
           MOVE Fpw-Fecha-Proceso TO Enc-Fecha-Corrida.
           PERFORM EncabezaPagina.
           MOVE WS-Fecha-Efecto TO WS-Cri-Fecha.
           IF Modo-Aplicar
               MOVE "APLICADO" TO WS-Cri-Modo
           ELSE
               MOVE "PROPUESTA" TO WS-Cri-Modo
           END-IF.
           MOVE WS-Linea-Criterio TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

           PERFORM VARYING WS-Indice-Retro FROM 1 BY 1
                   UNTIL WS-Indice-Retro > WS-Cantidad-Retro
               PERFORM 3000-Procesa-Empleado
           END-PERFORM.

           PERFORM 5000-Escribe-Totales.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE ARCHIVO-PENSIONES.
           IF Modo-Aplicar
               CLOSE ArchivoNovedades
               CLOSE ArchivoNovedadesSemanal
           END-IF.
           CLOSE ArchivoReporte.
           PERFORM 9000-Muestra-Resumen.
           MOVE WS-Cantidad-Retro TO WS-Corrida-Leidos.
           MOVE WS-Total-Novedades TO WS-Corrida-Escritos.
           MOVE WS-Total-Sin-Maestro TO WS-Corrida-Rechazados.
           CALL "RegistraCorrida" USING WS-Nombre-Programa
               WS-Corrida-Leidos WS-Corrida-Escritos
               WS-Corrida-Rechazados WS-Corrida-Estado.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-Acepta-Criterios.
           DISPLAY "== Retroactivo por cambio de salario ==".
           DISPLAY "Origen (E=un empleado, L=lote del ultimo "
               "AjusteSalarial): ".
           ACCEPT WS-Origen.
           IF NOT Origen-Empleado AND NOT Origen-Lote
               DISPLAY "Origen invalido. Intente de nuevo."
               PERFORM 1000-Acepta-Criterios
           END-IF.
           PERFORM 1100-Acepta-Fecha-Efecto.
           DISPLAY "Modo (P=propuesta, A=aplicar): ".
           ACCEPT WS-Modo.
           IF NOT Modo-Propuesta AND NOT Modo-Aplicar
               DISPLAY "Modo invalido; se corre como propuesta."
               MOVE "P" TO WS-Modo
           END-IF.
           IF Modo-Aplicar
               DISPLAY "Se van a generar novedades RETROACT para la "
                   "siguiente corrida. Confirma (S/N): "
               PERFORM ConfirmaSN
               IF NOT Respuesta-Afirmativa
                   DISPLAY "Se corre como propuesta."
                   MOVE "P" TO WS-Modo
               END-IF
           END-IF.

       1100-Acepta-Fecha-Efecto.
           DISPLAY "Fecha de efecto del cambio (AAAAMMDD): ".
           ACCEPT WS-Fecha-Efecto.
           CALL "ValidaFecha" USING WS-Fecha-Efecto WS-Fecha-Valida.
           IF NOT Fecha-Valida
               DISPLAY "Fecha invalida."
               PERFORM 1100-Acepta-Fecha-Efecto
           END-IF.

      *> Un solo empleado: el salario nuevo es el que ya tiene el
      *> maestro; el anterior lo teclea el operador, porque el
      *> historial de cambios no lo guarda con clave de empleado.
       2000-Carga-Empleado.
           DISPLAY "Numero de empleado: ".
           ACCEPT WS-ID-Pedido.
           MOVE WS-ID-Pedido TO Emp-ID.
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   DISPLAY "No se encontro ese numero de empleado."
               NOT INVALID KEY
                   DISPLAY "Salario actual: " Emp-Salario
                   DISPLAY "Salario anterior al cambio: "
                   ACCEPT WS-Salario-Anterior-Pedido
                   IF WS-Salario-Anterior-Pedido NOT = Emp-Salario
                       MOVE 1 TO WS-Cantidad-Retro
                       MOVE Emp-ID TO WS-Ret-Emp-ID(1)
                       MOVE WS-Salario-Anterior-Pedido
                           TO WS-Ret-Salario-Anterior(1)
                       MOVE Emp-Salario TO WS-Ret-Salario-Nuevo(1)
                   END-IF
           END-READ.

      *> El lote del ultimo AjusteSalarial aplicado: anterior y nuevo
      *> por empleado tal como quedaron en el maestro.
       2100-Carga-Lote.
           OPEN INPUT ArchivoLote.
           IF Lote-No-Existe
               DISPLAY "No hay lote de AjusteSalarial aplicado."
           ELSE
               MOVE "N" TO WS-Fin-Lote
               PERFORM WITH TEST BEFORE UNTIL Fin-Lote
                   READ ArchivoLote
                       AT END
                           SET Fin-Lote TO TRUE
                       NOT AT END
                           PERFORM 2110-Guarda-Renglon-Lote
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoLote.

       2110-Guarda-Renglon-Lote.
           IF Ajl-Salario-Anterior = Ajl-Salario-Nuevo
               CONTINUE
           ELSE
               IF WS-Cantidad-Retro < 300
                   ADD 1 TO WS-Cantidad-Retro
                   MOVE Ajl-Emp-ID TO WS-Ret-Emp-ID(WS-Cantidad-Retro)
                   MOVE Ajl-Salario-Anterior TO
                       WS-Ret-Salario-Anterior(WS-Cantidad-Retro)
                   MOVE Ajl-Salario-Nuevo TO
                       WS-Ret-Salario-Nuevo(WS-Cantidad-Retro)
               ELSE
                   ADD 1 TO WS-Lote-Omitidos
               END-IF
           END-IF.

       2200-Carga-Tramos.
           OPEN INPUT ArchivoTramos.
           IF Tramos-No-Existe
               CONTINUE
           ELSE
               MOVE "N" TO WS-Fin-Tramos
               PERFORM WITH TEST BEFORE
                       UNTIL Fin-Tramos OR WS-Cantidad-Tramos = 15
                   READ ArchivoTramos
                       AT END
                           SET Fin-Tramos TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cantidad-Tramos
                           MOVE Trm-Limite-Inferior TO
                               WS-Trm-Limite-Inferior
                               (WS-Cantidad-Tramos)
                           MOVE Trm-Limite-Superior TO
                               WS-Trm-Limite-Superior
                               (WS-Cantidad-Tramos)
                           MOVE Trm-Cuota-Fija TO
                               WS-Trm-Cuota-Fija(WS-Cantidad-Tramos)
                           MOVE Trm-Tasa-Marginal TO
                               WS-Trm-Tasa-Marginal
                               (WS-Cantidad-Tramos)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ArchivoTramos.
           IF WS-Cantidad-Tramos = ZEROS
               MOVE 1 TO WS-Cantidad-Tramos
               MOVE ZEROS TO WS-Trm-Limite-Inferior(1)
               MOVE ZEROS TO WS-Trm-Limite-Superior(1)
               MOVE ZEROS TO WS-Trm-Cuota-Fija(1)
               MOVE WS-Tasa-Descuento TO WS-Trm-Tasa-Marginal(1)
           END-IF.

      *> Un empleado: encabezado, una linea por quincena corrida
      *> desde la fecha de efecto, su total, y la novedad RETROACT
      *> cuando hay diferencia y el modo es aplicar.
       3000-Procesa-Empleado.
           MOVE ZEROS TO WS-Dif-Empleado.
           MOVE ZEROS TO WS-Quincenas-Empleado.
           MOVE WS-Ret-Emp-ID(WS-Indice-Retro) TO Emp-ID.
           MOVE WS-Ret-Emp-ID(WS-Indice-Retro) TO WS-Emp-ID.
           MOVE "N" TO WS-Empleado-Semanal.
           MOVE "01" TO WS-Empresa-Empleado.
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   ADD 1 TO WS-Total-Sin-Maestro
                   MOVE "(NO ESTA EN PADRON)" TO WS-Emp-Nombre
                   MOVE SPACES TO WS-Emp-Apellido
               NOT INVALID KEY
                   MOVE Cont-Nombre TO WS-Emp-Nombre
                   MOVE Cont-Primer-Apellido TO WS-Emp-Apellido
                   IF Emp-Pago-Semanal
                       SET Empleado-Semanal TO TRUE
                   END-IF
                   IF Emp-Empresa NOT = SPACES
                       MOVE Emp-Empresa TO WS-Empresa-Empleado
                   END-IF
           END-READ.
           PERFORM 3020-Prepara-Periodo.
           MOVE SPACES TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Linea-Empleado TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Linea-Titulos TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           PERFORM 3050-Lee-Pension.

           MOVE SPACES TO WS-Nombre-Generacion.
           CALL "ControlaGeneraciones" USING WS-Base-Generacion
               WS-Modo-Generacion WS-Nombre-Generacion.
           PERFORM UNTIL WS-Nombre-Generacion = SPACES
               PERFORM 3100-Revisa-Generacion
               CALL "ControlaGeneraciones" USING WS-Base-Generacion
                   WS-Modo-Generacion WS-Nombre-Generacion
           END-PERFORM.

           IF WS-Quincenas-Empleado = ZEROS
               MOVE WS-Linea-Sin-Quincenas TO Linea-Reporte
               PERFORM EscribeLineaReporte
           ELSE
               MOVE WS-Quincenas-Empleado TO WS-Tem-Quincenas
               MOVE WS-Dif-Empleado TO WS-Tem-Diferencia
               MOVE WS-Linea-Total-Empleado TO Linea-Reporte
               PERFORM EscribeLineaReporte
               ADD 1 TO WS-Total-Empleados
               ADD WS-Dif-Empleado TO WS-Total-Diferencia
               IF Modo-Aplicar AND WS-Dif-Empleado NOT = ZEROS
                   PERFORM 4000-Genera-Novedad
               END-IF
           END-IF.

      *> Generaciones, salarios y tramos del periodo del empleado:
      *> la quincena tal cual, o la semana con la parte proporcional
      *> a sus dias y el mismo redondeo de la corrida semanal.
       3020-Prepara-Periodo.
           MOVE WS-Tabla-Tramos-Quincena TO WS-Tabla-Tramos.
           IF Empleado-Semanal
               MOVE "nomina_semanal" TO WS-Base-Nomina
               MOVE 7 TO WS-Dias-Periodo
               PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                       UNTIL WS-Indice-Tramo > WS-Cantidad-Tramos
                   COMPUTE WS-Trm-Limite-Inferior(WS-Indice-Tramo)
                       ROUNDED =
                       WS-Trm-Limite-Inferior(WS-Indice-Tramo)
                       * WS-Dias-Periodo / WS-Dias-Quincena
                   COMPUTE WS-Trm-Limite-Superior(WS-Indice-Tramo)
                       ROUNDED =
                       WS-Trm-Limite-Superior(WS-Indice-Tramo)
                       * WS-Dias-Periodo / WS-Dias-Quincena
                   COMPUTE WS-Trm-Cuota-Fija(WS-Indice-Tramo)
                       ROUNDED =
                       WS-Trm-Cuota-Fija(WS-Indice-Tramo)
                       * WS-Dias-Periodo / WS-Dias-Quincena
               END-PERFORM
               COMPUTE WS-Monto-Sin-Redondear =
                   WS-Ret-Salario-Anterior(WS-Indice-Retro)
                   * WS-Dias-Periodo / WS-Dias-Quincena
               PERFORM 3900-Redondea
               MOVE WS-Monto-Redondeado TO WS-Salario-Periodo-Anterior
               COMPUTE WS-Monto-Sin-Redondear =
                   WS-Ret-Salario-Nuevo(WS-Indice-Retro)
                   * WS-Dias-Periodo / WS-Dias-Quincena
               PERFORM 3900-Redondea
               MOVE WS-Monto-Redondeado TO WS-Salario-Periodo-Nuevo
           ELSE
               MOVE "nomina" TO WS-Base-Nomina
               MOVE 15 TO WS-Dias-Periodo
               MOVE WS-Ret-Salario-Anterior(WS-Indice-Retro)
                   TO WS-Salario-Periodo-Anterior
               MOVE WS-Ret-Salario-Nuevo(WS-Indice-Retro)
                   TO WS-Salario-Periodo-Nuevo
           END-IF.
           IF WS-Empresa-Empleado = "01"
               MOVE WS-Base-Nomina TO WS-Base-Generacion
           ELSE
               MOVE SPACES TO WS-Base-Generacion
               STRING WS-Base-Nomina DELIMITED BY SPACE
                   "_" WS-Empresa-Empleado DELIMITED BY SIZE
                   INTO WS-Base-Generacion
           END-IF.

      *> Solo la pension de porcentaje se mueve con el salario; la de
      *> monto fijo cobro lo mismo con uno u otro.
       3050-Lee-Pension.
           MOVE ZEROS TO WS-Pension-Porcentaje.
           IF Pensiones-No-Existe
               CONTINUE
           ELSE
               MOVE Emp-ID TO Pen-Emp-ID
               READ ARCHIVO-PENSIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Pen-Vigente AND Pen-Es-Porcentaje
                           MOVE Pen-Porcentaje
                               TO WS-Pension-Porcentaje
                       END-IF
               END-READ
           END-IF.

      *> Una generacion cuenta si es ordinaria y su fecha de corrida
      *> no es anterior a la fecha de efecto; la extraordinaria no
      *> trae el salario del padron y no se recalcula.
       3100-Revisa-Generacion.
           MOVE "N" TO WS-Generacion-Cuenta.
           OPEN INPUT ARCHIVO-NOMINA.
           IF WS-Estado-Nomina NOT = "00"
               DISPLAY "No se pudo abrir la generacion "
                   WS-Nombre-Generacion "."
           ELSE
               MOVE "N" TO WS-Fin-Nomina
               PERFORM WITH TEST BEFORE UNTIL Fin-Nomina
                   READ ARCHIVO-NOMINA
                       AT END
                           SET Fin-Nomina TO TRUE
                       NOT AT END
                           PERFORM 3110-Revisa-Renglon
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARCHIVO-NOMINA.

       3110-Revisa-Renglon.
           IF Registro-Nomina(1:6) = "000000"
               MOVE Registro-Nomina TO Registro-Control
               MOVE Ctl-Fecha TO WS-Fecha-Generacion
               IF Ctl-Id-Archivo NOT = "NOMEXTRA"
                  AND WS-Fecha-Generacion >= WS-Fecha-Efecto
                   SET Generacion-Cuenta TO TRUE
               END-IF
           ELSE
               IF Registro-Nomina(1:6) NOT = "999999"
                  AND Generacion-Cuenta
                  AND Nom-Emp-ID = WS-Ret-Emp-ID(WS-Indice-Retro)
                   PERFORM 3200-Calcula-Diferencia
               END-IF
           END-IF.

      *> Lo pagado contra lo que debio pagarse: el bruto nuevo es el
      *> pagado con el salario cambiado (las novedades de percepcion
      *> de esa quincena quedan igual); el descuento nuevo es el
      *> tramo del bruto nuevo y la pension de porcentaje sobre su
      *> neto tras tramo. Las demas deducciones no cambian con el
      *> salario y se cancelan en la diferencia.
       3200-Calcula-Diferencia.
           MOVE Nom-Salario-Bruto TO WS-Bruto-Anterior.
           COMPUTE WS-Bruto-Nuevo = WS-Bruto-Anterior
               - WS-Salario-Periodo-Anterior
               + WS-Salario-Periodo-Nuevo.
           IF WS-Bruto-Nuevo < ZEROS
               MOVE ZEROS TO WS-Bruto-Nuevo
           END-IF.
           MOVE WS-Bruto-Anterior TO WS-Bruto-Calculo.
           PERFORM 3300-Calcula-Tramo.
           MOVE WS-Tramo-Calculo TO WS-Tramo-Anterior.
           MOVE WS-Bruto-Nuevo TO WS-Bruto-Calculo.
           PERFORM 3300-Calcula-Tramo.
           MOVE WS-Tramo-Calculo TO WS-Tramo-Nuevo.

           COMPUTE WS-Monto-Sin-Redondear =
               ((WS-Bruto-Nuevo - WS-Tramo-Nuevo)
                - (WS-Bruto-Anterior - WS-Tramo-Anterior))
               * WS-Pension-Porcentaje / 100.
           PERFORM 3900-Redondea.
           MOVE WS-Monto-Redondeado TO WS-Dif-Pension.

           COMPUTE WS-Dif-Neto =
               (WS-Bruto-Nuevo - WS-Bruto-Anterior)
               - (WS-Tramo-Nuevo - WS-Tramo-Anterior)
               - WS-Dif-Pension.
           ADD WS-Dif-Neto TO WS-Dif-Empleado.
           ADD 1 TO WS-Quincenas-Empleado.

           MOVE WS-Fecha-Generacion TO WS-Det-Fecha.
           MOVE WS-Salario-Periodo-Anterior TO WS-Det-Sal-Anterior.
           MOVE WS-Salario-Periodo-Nuevo TO WS-Det-Sal-Nuevo.
           MOVE WS-Bruto-Anterior TO WS-Det-Bruto-Pagado.
           MOVE WS-Bruto-Nuevo TO WS-Det-Bruto-Debido.
           MOVE WS-Dif-Neto TO WS-Det-Dif-Neto.
           MOVE WS-Linea-Detalle TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

      *> Tramo del bruto en WS-Bruto-Calculo, con la misma formula de
      *> la corrida: cuota fija mas la tasa marginal sobre el
      *> excedente del limite inferior.
       3300-Calcula-Tramo.
           MOVE "N" TO WS-Tramo-Encontrado.
           MOVE WS-Cantidad-Tramos TO WS-Tramo-Elegido.
           PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                   UNTIL WS-Indice-Tramo > WS-Cantidad-Tramos
                      OR Tramo-Encontrado
               IF WS-Bruto-Calculo >=
                      WS-Trm-Limite-Inferior(WS-Indice-Tramo)
                  AND (WS-Trm-Limite-Superior(WS-Indice-Tramo)
                          = ZEROS
                       OR WS-Bruto-Calculo <=
                          WS-Trm-Limite-Superior(WS-Indice-Tramo))
                   SET Tramo-Encontrado TO TRUE
                   MOVE WS-Indice-Tramo TO WS-Tramo-Elegido
               END-IF
           END-PERFORM.
           COMPUTE WS-Monto-Sin-Redondear =
               WS-Trm-Cuota-Fija(WS-Tramo-Elegido)
               + (WS-Bruto-Calculo
                  - WS-Trm-Limite-Inferior(WS-Tramo-Elegido))
               * WS-Trm-Tasa-Marginal(WS-Tramo-Elegido).
           PERFORM 3900-Redondea.
           MOVE WS-Monto-Redondeado TO WS-Tramo-Calculo.

       3900-Redondea.
           CALL "RedondeaMoneda" USING WS-Monto-Sin-Redondear
               WS-Modo-Redondeo WS-Monto-Redondeado
               WS-Residuo-Redondeo.
           IF WS-Residuo-Redondeo > ZEROS
               ADD WS-Residuo-Redondeo TO WS-Residuo-Positivo
           ELSE
               SUBTRACT WS-Residuo-Redondeo FROM WS-Residuo-Negativo
           END-IF.

      *> La diferencia del empleado como novedad de la siguiente
      *> corrida; si el cambio fue a la baja, la novedad es "-".
       4000-Genera-Novedad.
           MOVE WS-Ret-Emp-ID(WS-Indice-Retro) TO Nov-Emp-ID.
           MOVE "RETROACT" TO Nov-Concepto.
           IF WS-Dif-Empleado > ZEROS
               MOVE "+" TO Nov-Signo
               MOVE WS-Dif-Empleado TO Nov-Importe
           ELSE
               MOVE "-" TO Nov-Signo
               COMPUTE Nov-Importe = ZEROS - WS-Dif-Empleado
           END-IF.
           IF Empleado-Semanal
               WRITE Registro-Novedad-Semanal FROM Registro-Novedad
           ELSE
               WRITE Registro-Novedad
           END-IF.
           ADD 1 TO WS-Total-Novedades.

       5000-Escribe-Totales.
           MOVE SPACES TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Total-Empleados TO WS-Tot-Empleados.
           MOVE WS-Total-Diferencia TO WS-Tot-Diferencia.
           MOVE WS-Linea-Total TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE SPACES TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Linea-Firmas TO Linea-Reporte.
           PERFORM EscribeLineaReporte.
           MOVE WS-Linea-Firmas-Pie TO Linea-Reporte.
           PERFORM EscribeLineaReporte.

       9000-Muestra-Resumen.
           CALL "RegistraCuadratura" USING WS-Nombre-Programa
               WS-Residuo-Positivo WS-Residuo-Negativo.
           DISPLAY "== Retroactivo por cambio de salario ==".
           DISPLAY "Fecha de efecto: " WS-Fecha-Efecto.
           DISPLAY "Empleados revisados: " WS-Cantidad-Retro.
           DISPLAY "Empleados con quincenas a recalcular: "
               WS-Total-Empleados.
           DISPLAY "Diferencia total: " WS-Total-Diferencia.
           IF Modo-Aplicar
               DISPLAY "Novedades RETROACT generadas: "
                   WS-Total-Novedades
           ELSE
               DISPLAY "Modo propuesta: no se generaron novedades. "
                   "Revise retroactivo.rpt."
           END-IF.
           IF WS-Lote-Omitidos > ZEROS
               DISPLAY "Renglones del lote fuera de la tabla: "
                   WS-Lote-Omitidos
           END-IF.

           COPY UTILPARR.

      *> Parrafos compartidos de encabezado y paginacion.
           COPY UTILREP.

      *> Fecha de proceso compartida de los programas de lotes.
           COPY UTILFECP.

       END PROGRAM RetroactivoSalarial.
