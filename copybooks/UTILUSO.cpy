      *> Parrafos utilitarios de PROCEDURE DIVISION para COPY directo
      *> en los programas de mantenimiento, que deben traer tambien
      *> COPY REGUSOWS en su WORKING-STORAGE SECTION. El registro se
      *> aparta al leerlo para cambiarlo, se verifica que siga
      *> apartado justo antes de reescribirlo y se libera al
      *> terminar; al salir del programa se liberan todos los
      *> apartados que el operador haya dejado en el.
       ApartaRegistroEnUso.
           MOVE "T" TO Ruw-Accion.
           PERFORM LlamaApartaRegistro.
           IF NOT Ruw-Apartado
               DISPLAY "Registro en uso por el operador "
                   Ruw-Ten-Operador " en " Ruw-Ten-Programa
               DISPLAY "  desde el " Ruw-Ten-Fecha-Hora(1:8)
                   " a las " Ruw-Ten-Fecha-Hora(9:6)
                   "; intente mas tarde."
           END-IF.

       VerificaRegistroEnUso.
           MOVE "V" TO Ruw-Accion.
           PERFORM LlamaApartaRegistro.
           IF NOT Ruw-Apartado
               DISPLAY "El apartado del registro vencio por "
                   "inactividad o lo libero un supervisor; los "
                   "cambios no se guardan."
           END-IF.

       LiberaRegistroEnUso.
           MOVE "L" TO Ruw-Accion.
           PERFORM LlamaApartaRegistro.

       LiberaApartadosOperador.
           MOVE "O" TO Ruw-Accion.
           PERFORM LlamaApartaRegistro.

       LlamaApartaRegistro.
           CALL "ApartaRegistro" USING Ruw-Accion Ruw-Archivo
               Ruw-Clave Ruw-Operador Ruw-Programa Ruw-Resultado
               Ruw-Tenedor.
