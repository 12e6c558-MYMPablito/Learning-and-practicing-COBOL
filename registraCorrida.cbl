      *> programa de lotes lo llama al cerrar con sus contadores de
      *> leidos, escritos y rechazados y su estado final, y el libro
      *> queda como memoria de la cadena para que VerificaCorridas
      *> cruce productores contra consumidores. La fecha del
      *> renglon es la fecha de proceso de la cadena, no la del
      *> reloj, para que una ventana que paso de la medianoche quede
      *> con el dia que trabajo; sin registro de control se usa el
      *> reloj.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01 WS-Estado-Corridas PIC XX VALUE SPACES.

      *> Fecha de proceso, pedida sin nombre de programa: aqui solo
      *> interesa la fecha, no si el programa podia correr.
       01 WS-Programa-Fecha PIC X(20) VALUE SPACES.
       01 WS-Fecha-Proceso PIC 9(8) VALUE ZEROS.
       01 WS-Fecha-Valida PIC X VALUE "N".
       01 WS-Motivo-Fecha PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-Programa PIC X(20).
       01 LK-Leidos PIC 9(7).
       PROCEDURE DIVISION USING LK-Programa LK-Leidos LK-Escritos
               LK-Rechazados LK-Estado.
       Registra.
           CALL "ObtieneFechaProceso" USING WS-Programa-Fecha
               WS-Fecha-Proceso WS-Fecha-Valida WS-Motivo-Fecha.
           OPEN EXTEND ArchivoCorridas.
           MOVE LK-Programa TO Cor-Programa.
           IF WS-Fecha-Proceso = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO Cor-Fecha
           ELSE
               MOVE WS-Fecha-Proceso TO Cor-Fecha
           END-IF.
           MOVE LK-Leidos TO Cor-Leidos.
           MOVE LK-Escritos TO Cor-Escritos.
           MOVE LK-Rechazados TO Cor-Rechazados.
           MOVE LK-Estado TO Cor-Estado.
           MOVE FUNCTION CURRENT-DATE TO Cor-Fecha-Hora.
           MOVE SPACE TO Cor-Tipo-Renglon.
           MOVE SPACES TO Cor-Paso.
           MOVE SPACES TO Cor-Inicio.
           MOVE ZEROS TO Cor-Segundos.
           WRITE Registro-Corrida.
           CLOSE ArchivoCorridas.
           GOBACK.
