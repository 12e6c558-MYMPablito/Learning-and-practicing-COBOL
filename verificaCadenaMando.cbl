       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificaCadenaMando.

      *> Punto unico de la regla de autorizacion por linea de
      *> reporte, en el espiritu de ValidaFecha: dice si el
      *> aprobador esta en la cadena de jefes del empleado, subiendo
      *> por Emp-Supervisor-ID desde su jefe inmediato. El propio
      *> empleado nunca esta en su cadena, asi que nadie se aprueba
      *> a si mismo. Un jefe dado de baja se salta pero la cadena
      *> sigue hacia arriba, para que su ausencia no deje al
      *> personal sin quien le autorice. El tope de niveles corta una
      *> cadena que traiga un ciclo capturado antes de la validacion.

       ENVIRONMENT DIVISION.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS
           LABEL RECORD IS STANDARD.
           COPY EMPLEADO.

       WORKING-STORAGE SECTION.
       01 WS-Estado-Empleados PIC XX VALUE SPACES.
           88 Empleados-No-Existe VALUE "05" "35".
       01 WS-Jefe-Actual PIC 9(6) VALUE ZEROS.
       01 WS-Niveles-Cadena PIC 9(3) VALUE ZEROS.
       01 WS-Maximo-Niveles PIC 9(3) VALUE 50.

       LINKAGE SECTION.
      *> Empleado que pide, empleado que autoriza (Op-Emp-ID de la
      *> credencial) y de regreso "S" si el segundo esta en la
      *> cadena del primero, "N" si no.
       01 LK-Emp-ID PIC 9(6).
       01 LK-Aprobador-ID PIC 9(6).
       01 LK-En-Cadena PIC X.

       PROCEDURE DIVISION USING LK-Emp-ID LK-Aprobador-ID
               LK-En-Cadena.
       Verifica.
           MOVE "N" TO LK-En-Cadena.
           IF LK-Aprobador-ID IS NOT NUMERIC
              OR LK-Aprobador-ID = ZEROS
              OR LK-Aprobador-ID = LK-Emp-ID
               GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF Empleados-No-Existe
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-Niveles-Cadena
               MOVE LK-Emp-ID TO WS-Jefe-Actual
               PERFORM SubeUnNivel
               PERFORM WITH TEST BEFORE
                       UNTIL WS-Jefe-Actual = ZEROS
                          OR LK-En-Cadena = "S"
                          OR WS-Niveles-Cadena > WS-Maximo-Niveles
                   PERFORM SubeUnNivel
               END-PERFORM
           END-IF.
           CLOSE ARCHIVO-EMPLEADOS.
           GOBACK.

      *> Lee al empleado en turno: si es el aprobador y sigue activo
      *> la cadena lo contiene; si no, deja en WS-Jefe-Actual a su
      *> jefe inmediato (ceros si no lo tiene o no esta en el
      *> maestro).
       SubeUnNivel.
           MOVE WS-Jefe-Actual TO Emp-ID.
           ADD 1 TO WS-Niveles-Cadena.
           READ ARCHIVO-EMPLEADOS
               INVALID KEY
                   MOVE ZEROS TO WS-Jefe-Actual
               NOT INVALID KEY
                   IF Emp-ID = LK-Aprobador-ID AND NOT Emp-Terminado
                       MOVE "S" TO LK-En-Cadena
                   END-IF
                   IF Emp-Supervisor-ID IS NOT NUMERIC
                       MOVE ZEROS TO WS-Jefe-Actual
                   ELSE
                       MOVE Emp-Supervisor-ID TO WS-Jefe-Actual
                   END-IF
           END-READ.

       END PROGRAM VerificaCadenaMando.
