       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApartaRegistro.

      *> Registro comun de registros en uso para los programas de
      *> mantenimiento: dos operadores que abren el mismo empleado,
      *> cliente o cuenta ya no se pisan el cambio, porque el
      *> segundo ve quien tiene el registro. Recibe la accion, el
      *> archivo maestro y la llave, el operador y el programa, y
      *> devuelve "S" o "N" con el apartado de quien tiene el
      *> registro:
      *>   T  apartar: se concede si nadie lo tiene, si ya es del
      *>      mismo operador (se refresca la hora) o si el apartado
      *>      de otro ya vencio por inactividad;
      *>   V  verificar antes de reescribir que siga siendo suyo;
      *>   L  liberar el apartado propio;
      *>   O  liberar todos los apartados del operador (en el
      *>      programa dado, o en todos si el programa viene en
      *>      espacios), al salir o al cerrarse la sesion;
      *>   S  liberar un apartado ajeno por orden del supervisor que
      *>      viene como operador.
      *> Un apartado vence cuando lleva mas segundos que el umbral
      *> de cierre de sesion por inactividad (inactividad_config.dat,
      *> el mismo del menu): para entonces la sesion del tenedor ya
      *> se habria cerrado. Los vencimientos, las liberaciones por
      *> cierre de sesion y las del supervisor quedan en
      *> registros_en_uso.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchivoEnUso
               ASSIGN TO "registros_en_uso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reu-Llave
               FILE STATUS IS WS-Estado-En-Uso.

               SELECT OPTIONAL ArchivoBitacora
               ASSIGN TO "registros_en_uso.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Bitacora.

      *> Umbrales de inactividad del menu de consola; aqui solo
      *> importa el de cierre de sesion.
               SELECT OPTIONAL ArchivoInactividad
               ASSIGN TO "inactividad_config.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Estado-Inactividad.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoEnUso
           LABEL RECORD IS STANDARD.
           COPY REGUSO.

      *> Evento, quien lo provoco, cuando, y el apartado afectado.
       FD  ArchivoBitacora
           LABEL RECORD IS STANDARD.
       01  Registro-Bitacora-Uso.
           05 Buso-Evento             PIC X(10).
           05 Buso-Quien              PIC X(6).
           05 Buso-Fecha-Hora         PIC X(21).
           05 Buso-Apartado           PIC X(87).

       FD  ArchivoInactividad
           LABEL RECORD IS STANDARD.
       01  Registro-Inactividad.
           05 Ina-Segundos-Reauth     PIC 9(5).
           05 Ina-Segundos-Cierre     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-Estado-En-Uso PIC XX VALUE SPACES.
           88 En-Uso-No-Existe VALUE "35".
       01 WS-Fin-En-Uso PIC X VALUE "N".
           88 Fin-En-Uso VALUE "S".
       01 WS-Apartado-Hallado PIC X VALUE "N".
           88 Apartado-Hallado VALUE "S".
       01 WS-Estado-Bitacora PIC XX VALUE SPACES.
       01 WS-Estado-Inactividad PIC XX VALUE SPACES.
           88 Inactividad-No-Existe VALUE "05" "35".
       01 WS-Evento PIC X(10) VALUE SPACES.

      *> Antiguedad del apartado en segundos contra el umbral de
      *> cierre por inactividad; un apartado con la hora ilegible
      *> cuenta como vencido.
       01 WS-Segundos-Cierre PIC 9(5) VALUE 900.
       01 WS-Segundos-Apartado PIC S9(9) VALUE ZEROS.
       01 WS-Apartado-Vencido PIC X VALUE "N".
           88 Apartado-Vencido VALUE "S".
       01 WS-Ahora PIC X(21) VALUE SPACES.
       01 WS-Ahora-Vista REDEFINES WS-Ahora.
           05 WS-Aho-Fecha PIC 9(8).
           05 WS-Aho-HH PIC 99.
           05 WS-Aho-MM PIC 99.
           05 WS-Aho-SS PIC 99.
           05 FILLER PIC X(7).
       01 WS-Momento-Apartado PIC X(21) VALUE SPACES.
       01 WS-Apartado-Vista REDEFINES WS-Momento-Apartado.
           05 WS-Apa-Fecha PIC 9(8).
           05 WS-Apa-HH PIC 99.
           05 WS-Apa-MM PIC 99.
           05 WS-Apa-SS PIC 99.
           05 FILLER PIC X(7).

       LINKAGE SECTION.
      *> Accion, llave del registro, operador y programa que piden,
      *> resultado y el apartado vigente con el largo de
      *> copybooks/REGUSO.cpy.
       01 LK-Accion PIC X.
       01 LK-Archivo PIC X(20).
       01 LK-Clave PIC X(20).
       01 LK-Operador PIC X(6).
       01 LK-Programa PIC X(20).
       01 LK-Resultado PIC X.
       01 LK-Tenedor PIC X(87).

       PROCEDURE DIVISION USING LK-Accion LK-Archivo LK-Clave
               LK-Operador LK-Programa LK-Resultado LK-Tenedor.
       Aparta.
           MOVE "N" TO LK-Resultado.
           MOVE SPACES TO LK-Tenedor.
           MOVE FUNCTION CURRENT-DATE TO WS-Ahora.
           OPEN I-O ArchivoEnUso.
           IF En-Uso-No-Existe
      *> El registro comun aun no existe: se crea vacio y se vuelve
      *> a abrir, igual que DarDeAlta crea empleados.dat.
               OPEN OUTPUT ArchivoEnUso
               CLOSE ArchivoEnUso
               OPEN I-O ArchivoEnUso
           END-IF.
           EVALUATE LK-Accion
               WHEN "T"
                   PERFORM TomaApartado
               WHEN "V"
                   PERFORM VerificaApartado
               WHEN "L"
                   PERFORM LiberaApartado
               WHEN "O"
                   PERFORM LiberaApartadosOperador
               WHEN "S"
                   PERFORM LiberaPorSupervisor
           END-EVALUATE.
           CLOSE ArchivoEnUso.
           GOBACK.

       LeeApartado.
           MOVE "N" TO WS-Apartado-Hallado.
           MOVE LK-Archivo TO Reu-Archivo.
           MOVE LK-Clave TO Reu-Clave.
           READ ArchivoEnUso
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Apartado-Hallado TO TRUE
           END-READ.

       TomaApartado.
           PERFORM LeeApartado.
           IF NOT Apartado-Hallado
               PERFORM LlenaApartado
               WRITE Registro-En-Uso
                   INVALID KEY
                       PERFORM LeeApartado
                       MOVE Registro-En-Uso TO LK-Tenedor
                   NOT INVALID KEY
                       MOVE "S" TO LK-Resultado
               END-WRITE
           ELSE
               IF Reu-Operador = LK-Operador
                   PERFORM LlenaApartado
                   REWRITE Registro-En-Uso
                   MOVE "S" TO LK-Resultado
               ELSE
                   PERFORM EvaluaVencimiento
                   IF Apartado-Vencido
                       MOVE "VENCIDO" TO WS-Evento
                       PERFORM RegistraEvento
                       PERFORM LlenaApartado
                       REWRITE Registro-En-Uso
                       MOVE "S" TO LK-Resultado
                   ELSE
                       MOVE Registro-En-Uso TO LK-Tenedor
                   END-IF
               END-IF
           END-IF.

       LlenaApartado.
           MOVE LK-Archivo TO Reu-Archivo.
           MOVE LK-Clave TO Reu-Clave.
           MOVE LK-Operador TO Reu-Operador.
           MOVE LK-Programa TO Reu-Programa.
           MOVE WS-Ahora TO Reu-Fecha-Hora.

      *> El apartado sigue siendo del operador aunque haya pasado el
      *> umbral, mientras nadie mas lo haya tomado.
       VerificaApartado.
           PERFORM LeeApartado.
           IF Apartado-Hallado
               IF Reu-Operador = LK-Operador
                   MOVE "S" TO LK-Resultado
               ELSE
                   MOVE Registro-En-Uso TO LK-Tenedor
               END-IF
           END-IF.

       LiberaApartado.
           PERFORM LeeApartado.
           IF Apartado-Hallado AND Reu-Operador = LK-Operador
               DELETE ArchivoEnUso
               MOVE "S" TO LK-Resultado
           END-IF.

       LiberaApartadosOperador.
           MOVE LOW-VALUES TO Reu-Llave.
           MOVE "N" TO WS-Fin-En-Uso.
           START ArchivoEnUso KEY IS NOT LESS THAN Reu-Llave
               INVALID KEY
                   SET Fin-En-Uso TO TRUE
           END-START.
           PERFORM WITH TEST BEFORE UNTIL Fin-En-Uso
               READ ArchivoEnUso NEXT RECORD
                   AT END
                       SET Fin-En-Uso TO TRUE
                   NOT AT END
                       IF Reu-Operador = LK-Operador
                          AND (LK-Programa = SPACES
                               OR Reu-Programa = LK-Programa)
                           IF LK-Programa = SPACES
                               MOVE "SESION" TO WS-Evento
                               PERFORM RegistraEvento
                           END-IF
                           DELETE ArchivoEnUso
                           MOVE "S" TO LK-Resultado
                       END-IF
               END-READ
           END-PERFORM.

       LiberaPorSupervisor.
           PERFORM LeeApartado.
           IF Apartado-Hallado
               MOVE "SUPERVISOR" TO WS-Evento
               PERFORM RegistraEvento
               DELETE ArchivoEnUso
               MOVE "S" TO LK-Resultado
           END-IF.

      *> El umbral se lee en cada evaluacion para que un cambio en
      *> inactividad_config.dat valga desde el siguiente apartado.
       EvaluaVencimiento.
           MOVE "N" TO WS-Apartado-Vencido.
           PERFORM CargaUmbralCierre.
           MOVE Reu-Fecha-Hora TO WS-Momento-Apartado.
           IF WS-Momento-Apartado(1:14) IS NOT NUMERIC
               SET Apartado-Vencido TO TRUE
           ELSE
               COMPUTE WS-Segundos-Apartado =
                   (FUNCTION INTEGER-OF-DATE(WS-Aho-Fecha)
                    - FUNCTION INTEGER-OF-DATE(WS-Apa-Fecha)) * 86400
                   + WS-Aho-HH * 3600 + WS-Aho-MM * 60 + WS-Aho-SS
                   - WS-Apa-HH * 3600 - WS-Apa-MM * 60 - WS-Apa-SS
               IF WS-Segundos-Apartado > WS-Segundos-Cierre
                   SET Apartado-Vencido TO TRUE
               END-IF
           END-IF.

       CargaUmbralCierre.
           OPEN INPUT ArchivoInactividad.
           IF Inactividad-No-Existe
               CONTINUE
           ELSE
               READ ArchivoInactividad
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Ina-Segundos-Cierre IS NUMERIC
                          AND Ina-Segundos-Cierre > ZEROS
                           MOVE Ina-Segundos-Cierre
                               TO WS-Segundos-Cierre
                       END-IF
               END-READ
           END-IF.
           CLOSE ArchivoInactividad.

       RegistraEvento.
           MOVE WS-Evento TO Buso-Evento.
           MOVE LK-Operador TO Buso-Quien.
           MOVE WS-Ahora TO Buso-Fecha-Hora.
           MOVE Registro-En-Uso TO Buso-Apartado.
           OPEN EXTEND ArchivoBitacora.
           WRITE Registro-Bitacora-Uso.
           CLOSE ArchivoBitacora.

       END PROGRAM ApartaRegistro.
