      *> Parrafos utilitarios de PROCEDURE DIVISION para COPY directo
      *> en las consultas y reportes que muestran datos sensibles,
      *> que deben traer tambien COPY MASCWS en su WORKING-STORAGE
      *> SECTION. Unas credenciales invalidas no niegan la consulta:
      *> la dejan en nivel basico, con todo lo sensible enmascarado.
       IdentificaConsulta.
           DISPLAY "ID del operador: ".
           ACCEPT Msk-Operador.
           DISPLAY "Contrasena: ".
           ACCEPT Msk-Password.
           CALL "ObtieneNivelOperador" USING Msk-Operador
               Msk-Password Msk-Nivel.
           MOVE SPACES TO Msk-Password.
           IF Msk-Nivel = ZERO
               DISPLAY "Credenciales invalidas; los datos sensibles "
                   "se muestran enmascarados."
               MOVE "N" TO Msk-Credencial
               MOVE 1 TO Msk-Nivel
           ELSE
               MOVE "S" TO Msk-Credencial
           END-IF.

       EnmascaraDato.
           CALL "EnmascaraDato" USING Msk-Campo Msk-Operador
               Msk-Nivel Msk-Programa Msk-Llave Msk-Valor
               Msk-Enmascarado.
