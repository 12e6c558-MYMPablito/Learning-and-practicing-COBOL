      *> Apartado de registros en uso, para COPY en la
      *> WORKING-STORAGE SECTION de los programas de mantenimiento
      *> junto con COPY UTILUSO al final de su PROCEDURE DIVISION. El
      *> programa deja el operador que captura, su nombre y el
      *> archivo maestro en Ruw-Operador, Ruw-Programa y Ruw-Archivo
      *> al arrancar, y la llave del registro en Ruw-Clave antes de
      *> cada apartado. Ruw-Tenedor trae el apartado de quien ya
      *> tiene el registro cuando el apartado se niega.
       01  Ruw-Control-Uso.
           05 Ruw-Accion              PIC X VALUE SPACE.
           05 Ruw-Archivo             PIC X(20) VALUE SPACES.
           05 Ruw-Clave               PIC X(20) VALUE SPACES.
           05 Ruw-Operador            PIC X(6) VALUE SPACES.
           05 Ruw-Programa            PIC X(20) VALUE SPACES.
           05 Ruw-Resultado           PIC X VALUE "N".
               88 Ruw-Apartado VALUE "S".
           05 Ruw-Tenedor.
               10 Ruw-Ten-Archivo     PIC X(20).
               10 Ruw-Ten-Clave       PIC X(20).
               10 Ruw-Ten-Operador    PIC X(6).
               10 Ruw-Ten-Programa    PIC X(20).
               10 Ruw-Ten-Fecha-Hora  PIC X(21).
