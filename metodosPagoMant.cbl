                   DISPLAY "Descripcion: "
                   ACCEPT WS-Met-Descripcion(WS-Cantidad-Metodos)
                   DISPLAY "Clase (E=efectivo, T=transferencia, "
                       "C=cheque, O=otro): "
                   ACCEPT WS-Met-Clase(WS-Cantidad-Metodos)
                   PERFORM RegrabaCatalogo
                   DISPLAY "Metodo dado de alta."
