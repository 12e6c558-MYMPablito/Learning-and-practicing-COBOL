      *> registro de reporte llamado Linea-Reporte de 80 posiciones.
      *> EncabezaPagina avanza la hoja (el control de carro que la
      *> impresora de lineas necesita) e imprime el encabezado
      *> estandar, con la razon social de la empresa de la corrida
      *> desde la primera hoja; EscribeLineaReporte escribe el
      *> renglon ya armado en Linea-Reporte contando lineas y
      *> saltando de pagina solo.
       EncabezaPagina.
           ADD 1 TO Enc-Numero-Pagina.
           IF Enc-Numero-Pagina = 1
               CALL "ConsultaEmpresa" USING Enc-Empresa
                   Enc-Registro-Empresa Enc-Empresa-Hallada
               IF Enc-Empresa-Hallada = "S"
                   MOVE Enc-Registro-Empresa(3:40)
                       TO Enc-Nombre-Taller
               END-IF
           END-IF.
           MOVE Enc-Nombre-Taller TO Enc-1-Taller.
           MOVE Enc-Numero-Pagina TO Enc-1-Pagina.
           MOVE Enc-Titulo-Reporte TO Enc-2-Titulo.
