           05 WS-Generacion OCCURS 50 TIMES PIC X(40).
       01 WS-Indice-Gen PIC 99 VALUE ZEROS.

      *> Enmascarado de los telefonos segun el nivel del operador.
           COPY MASCWS.

       PROCEDURE DIVISION.
       0000-Mainline.
           OPEN INPUT ArchivoApuntador
           END-PERFORM
           CLOSE ArchivoApuntador

           PERFORM IdentificaConsulta
           MOVE "ConsultaArchivoClientes" TO Msk-Programa
           MOVE "TELEFONO" TO Msk-Campo
           DISPLAY "Numero de cliente archivado a buscar: "
           ACCEPT WS-ID-Buscado
           PERFORM VARYING WS-Indice-Gen FROM 1 BY 1
               Cli-Fecha-Hora.
           PERFORM VARYING WS-Indice-Tel FROM 1 BY 1
                   UNTIL WS-Indice-Tel > Cont-Cantidad-Telefonos
               MOVE Cont-Tel-Numero(WS-Indice-Tel) TO Msk-Valor
               MOVE Cli-ID TO Msk-Llave
               PERFORM EnmascaraDato
               DISPLAY "  TEL " Cont-Tel-Etiqueta(WS-Indice-Tel)
                   " " Msk-Valor(1:12)
           END-PERFORM.

      *> Enmascarado de campos sensibles segun el nivel del operador.
           COPY UTILMASC.

       END PROGRAM ConsultaArchivoClientes.
