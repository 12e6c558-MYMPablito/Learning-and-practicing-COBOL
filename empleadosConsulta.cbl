       01 WS-Largo-Criterio PIC 99 VALUE ZEROS.
       01 WS-Total-Hallados PIC 9(4) VALUE ZEROS.

      *> El salario se muestra editado y pasa por el enmascarado de
      *> campos sensibles segun el nivel del operador.
       01 WS-Salario-Editado PIC Z(6)9.99.

           COPY MASCWS.

       PROCEDURE DIVISION.
       IdentificaOperador.
           PERFORM IdentificaConsulta.
           MOVE "EmpleadosConsulta" TO Msk-Programa.
           MOVE "EMP-SALARIO" TO Msk-Campo.

       AceptaOpcion.
       DISPLAY "== Consulta de empleados ==".
       DISPLAY "1 - Buscar por apellido (completo o inicio)".

       MuestraEmpleado.
           ADD 1 TO WS-Total-Hallados.
           MOVE Emp-Salario TO WS-Salario-Editado.
           MOVE WS-Salario-Editado TO Msk-Valor.
           MOVE Emp-ID TO Msk-Llave.
           PERFORM EnmascaraDato.
           DISPLAY Emp-ID " " Cont-Nombre " "
               Cont-Primer-Apellido " "
               Emp-Departamento " " Msk-Valor(1:10).

      *> Enmascarado de campos sensibles segun el nivel del operador.
           COPY UTILMASC.

       END PROGRAM EmpleadosConsulta.
