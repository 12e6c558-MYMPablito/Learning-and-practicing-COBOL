      *> Enmascarado de campos sensibles, para COPY en la
      *> WORKING-STORAGE SECTION de las consultas y reportes junto con
      *> COPY UTILMASC al final de su PROCEDURE DIVISION. Una consulta
      *> identifica al operador con IdentificaConsulta, que deja su
      *> Op-Nivel en Msk-Nivel; un reporte impreso deja Msk-Nivel en
      *> cero. Antes de mostrar un dato sensible el programa deja el
      *> nombre del campo en el catalogo, la llave del registro y el
      *> dato ya editado en Msk-Campo, Msk-Llave y Msk-Valor, hace
      *> PERFORM EnmascaraDato y muestra Msk-Valor.
       01  Msk-Control.
           05 Msk-Operador            PIC X(6) VALUE SPACES.
           05 Msk-Password            PIC X(10) VALUE SPACES.
           05 Msk-Nivel               PIC 9 VALUE ZERO.
           05 Msk-Programa            PIC X(20) VALUE SPACES.
           05 Msk-Campo               PIC X(20) VALUE SPACES.
           05 Msk-Llave               PIC X(20) VALUE SPACES.
           05 Msk-Valor               PIC X(30) VALUE SPACES.
           05 Msk-Enmascarado         PIC X VALUE "N".
               88 Msk-Dato-Enmascarado VALUE "S".
      *> "S" cuando el operador dio su contrasena correcta; las
      *> opciones que firman un movimiento lo exigen.
           05 Msk-Credencial          PIC X VALUE "N".
               88 Msk-Credencial-Valida VALUE "S".
