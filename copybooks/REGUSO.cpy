      *> Layout del registro comun de registros en uso
      *> (registros_en_uso.dat, indexado por archivo y llave): un
      *> renglon por cada registro maestro que un programa de
      *> mantenimiento tiene leido para cambiarlo, con el operador
      *> que lo aparto, el programa y la fecha y hora del apartado.
      *> Un segundo operador que pide el mismo registro ve quien lo
      *> tiene en vez de pisarle el cambio al guardar.
       01  Registro-En-Uso.
           05 Reu-Llave.
               10 Reu-Archivo         PIC X(20).
               10 Reu-Clave           PIC X(20).
           05 Reu-Operador            PIC X(6).
           05 Reu-Programa            PIC X(20).
           05 Reu-Fecha-Hora          PIC X(21).
