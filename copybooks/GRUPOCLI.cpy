      *> Layout del catalogo de grupos de clientes
      *> (grupos_clientes.dat), indexado por Gpo-Cliente-ID con
      *> llave alterna Gpo-Matriz-ID: un renglon por cliente miembro
      *> que lo liga a la matriz que paga por el grupo. La matriz
      *> tambien tiene su renglon (Gpo-Cliente-ID = Gpo-Matriz-ID), y
      *> ese renglon es el que lleva el nombre del grupo y su limite
      *> de credito; en los renglones de las sucursales esos campos
      *> van en espacios y ceros. Limite en ceros = grupo sin limite.
       01  Registro-Grupo-Cliente.
           05 Gpo-Cliente-ID          PIC 9(6).
           05 Gpo-Matriz-ID           PIC 9(6).
           05 Gpo-Nombre              PIC X(30).
           05 Gpo-Limite-Credito      PIC 9(9)V99.
