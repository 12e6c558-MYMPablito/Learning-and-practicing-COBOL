      *> Parrafo utilitario de PROCEDURE DIVISION para COPY directo
      *> en los programas de lotes, que deben traer tambien COPY
      *> FECPROWS en su WORKING-STORAGE SECTION. Pide la fecha de
      *> proceso a ObtieneFechaProceso; si no la hay, o no es la que
      *> el programa espera, el programa no corre.
       VerificaFechaProceso.
           CALL "ObtieneFechaProceso" USING Fpw-Programa
               Fpw-Fecha-Proceso Fpw-Fecha-Valida Fpw-Motivo
           IF NOT Fpw-Fecha-Aceptada
               DISPLAY "No se corre " Fpw-Programa ": "
                   Fpw-Motivo
      *> Codigo de retorno 8: el paso no pudo correr por falta de su
      *> fecha de proceso, para que un job stream que lo encadene
      *> sepa que este paso fallo.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
