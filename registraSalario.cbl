       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistraSalario.

      *> Punto unico de escritura de la historia salarial
      *> (salario_historia.dat), en el espiritu de RegistraCambio:
      *> el alta y la modificacion del mantenimiento, el ajuste
      *> salarial y la carga masiva lo llaman con el empleado, la
      *> fecha de efecto, el salario anterior y el nuevo, el motivo y
      *> el departamento, y el renglon queda en el maestro con el
      *> programa que lo origino. Si el empleado ya tiene un
      *> movimiento con esa fecha de efecto, se avanza la secuencia
      *> para no perder ninguno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCHIVO-SALARIOS
               ASSIGN TO "salario_historia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Sal-Llave
               FILE STATUS IS WS-Estado-Salarios.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALARIOS
           LABEL RECORD IS STANDARD.
           COPY SALHIST.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Salarios PIC XX VALUE SPACES.
           88 Salarios-No-Existe VALUE "05" "35".
       01 WS-Grabado PIC X VALUE "N".
           88 Grabado VALUE "S".

       LINKAGE SECTION.
       01 LK-Emp-ID PIC 9(6).
       01 LK-Fecha-Efecto PIC 9(8).
       01 LK-Salario-Anterior PIC 9(7)V99.
       01 LK-Salario-Nuevo PIC 9(7)V99.
       01 LK-Motivo PIC X(12).
       01 LK-Departamento PIC X(15).
       01 LK-Programa PIC X(20).

       PROCEDURE DIVISION USING LK-Emp-ID LK-Fecha-Efecto
               LK-Salario-Anterior LK-Salario-Nuevo LK-Motivo
               LK-Departamento LK-Programa.
       Registra.
      *> El maestro aun no existe la primera vez: se crea vacio y se
      *> vuelve a abrir, igual que el alta crea empleados.dat.
           OPEN I-O ARCHIVO-SALARIOS.
           IF Salarios-No-Existe
               OPEN OUTPUT ARCHIVO-SALARIOS
               CLOSE ARCHIVO-SALARIOS
               OPEN I-O ARCHIVO-SALARIOS
           END-IF.
           MOVE LK-Emp-ID TO Sal-Emp-ID.
           MOVE LK-Fecha-Efecto TO Sal-Fecha-Efecto.
           MOVE ZEROS TO Sal-Secuencia.
           MOVE LK-Salario-Anterior TO Sal-Salario-Anterior.
           MOVE LK-Salario-Nuevo TO Sal-Salario-Nuevo.
           MOVE LK-Motivo TO Sal-Motivo.
           MOVE LK-Departamento TO Sal-Departamento.
           MOVE LK-Programa TO Sal-Programa.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Sal-Fecha-Registro.
           MOVE "N" TO WS-Grabado.
           PERFORM WITH TEST BEFORE
                   UNTIL Grabado OR Sal-Secuencia = 99
               WRITE Registro-Salario-Historia
                   INVALID KEY
                       ADD 1 TO Sal-Secuencia
                   NOT INVALID KEY
                       SET Grabado TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOT Grabado
               DISPLAY "Historia salarial: demasiados movimientos "
                   "del empleado " LK-Emp-ID " con fecha "
                   LK-Fecha-Efecto "."
           END-IF.
           CLOSE ARCHIVO-SALARIOS.
           GOBACK.

       END PROGRAM RegistraSalario.
