           05 WS-HD-SS PIC 99.
       01 WS-Password-Reauth PIC X(10) VALUE SPACES.
       01 WS-Evento-Sesion PIC X(20) VALUE SPACES.
      *> La sesion que se cierra por inactividad libera los
      *> registros que el operador haya dejado apartados en los
      *> programas de mantenimiento.
           COPY REGUSOWS.

      *> Mensajes del dia vigentes, cargados al autenticar; los
      *> urgentes se repiten antes de cada seleccion de menu.
               MOVE "CIERRE INACTIVO" TO WS-Evento-Sesion
               PERFORM RegistraEventoSesion
               DISPLAY "Sesion cerrada por inactividad prolongada."
               PERFORM LiberaApartadosSesion
               STOP RUN
           WHEN WS-Segundos-Inactivo > WS-Segundos-Reauth
               MOVE "TIMEOUT SESION" TO WS-Evento-Sesion
                   PERFORM RegistraEventoSesion
                   DISPLAY "Contrasena incorrecta; la sesion se "
                       "cierra."
                   PERFORM LiberaApartadosSesion
                   STOP RUN
               END-IF
       END-EVALUATE.

      *> Con el programa en espacios se liberan los apartados del
      *> operador en todos los programas.
       LiberaApartadosSesion.
       MOVE WS-Operador-ID TO Ruw-Operador.
       MOVE SPACES TO Ruw-Programa.
       PERFORM LiberaApartadosOperador.

      *> El evento de sesion queda en la misma bitacora de
      *> actividad, con el evento en el campo del programa.
       RegistraEventoSesion.

           COPY UTILPARR.

      *> Apartado de registros en uso.
           COPY UTILUSO.

       END PROGRAM creandoMenuDeConsola.
