       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValidaClaveFiscal.

      *> Validacion de RFC y CURP para las capturas, la carga masiva
      *> y los reportes de calidad, en el mismo espiritu que
      *> ValidaTelefono y ValidaFecha: un solo criterio para todos.
      *> Revisa, en este orden:
      *>   - la estructura: RFC de persona fisica de 13 posiciones (4
      *>     letras, fecha AAMMDD y homoclave de 3), RFC de persona
      *>     moral de 12 (3 letras, fecha de constitucion y homoclave
      *>     de 3) y CURP de 18 (4 letras, fecha,
      *>     sexo H/M/X, entidad federativa, 3 consonantes internas,
      *>     diferenciador de siglo y digito), con la fecha real;
      *>   - el digito verificador: modulo 11 con pesos 13 a 2 en el
      *>     RFC y modulo 10 con pesos 18 a 2 en la CURP, sobre los
      *>     valores de la tabla oficial; el RFC moral se calcula con
      *>     un espacio al frente, como si tuviera 13 posiciones;
      *>   - que las cuatro letras casen con el nombre: inicial y
      *>     primera vocal interna del primer apellido (sin
      *>     particulas como DE, LA o DEL), inicial del segundo
      *>     apellido si esta capturado e inicial del nombre (la del
      *>     segundo nombre en JOSE y MARIA). Una X se acepta donde la
      *>     autoridad cambia una letra por palabra altisonante;
      *>   - que la fecha case con la de nacimiento, o cuando no se
      *>     conoce, con la edad capturada a la fecha de referencia,
      *>     con un anio de tolerancia.
      *> El RFC moral es de una razon social: no tiene nombre ni
      *> edad contra que casar, y ahi termina la revision.
      *> Una clave en blanco regresa "B" (sin capturar) y la decision
      *> de exigirla es del que llama.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           CLASS Letra IS "A" THRU "Z".
           CLASS LetraRfc IS "A" THRU "Z", "&".
           CLASS Alfanumerico IS "A" THRU "Z", "0" THRU "9".
           CLASS Vocal IS "A" "E" "I" "O" "U".
           CLASS Consonante IS "B" THRU "D", "F" THRU "H",
               "J" THRU "N", "P" THRU "T", "V" THRU "Z".

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Valor de cada caracter para el digito verificador: la
      *> posicion en la tabla menos uno (el "&" ocupa el lugar de la
      *> letra ene, que no cabe en el juego de caracteres).
       01 WS-Tabla-Valores PIC X(38)
           VALUE "0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ ".
       01 WS-Tabla-Entidades PIC X(66)
           VALUE "ASBCBSCCCLCMCSCHDFDGGTGRHGJCMCMNMSNTNLOCPLQTQRSPSLSRTC
      -    "TSTLVZYNZSNE".
       01 WS-Entidades REDEFINES WS-Tabla-Entidades.
           05 WS-Entidad PIC XX OCCURS 33 TIMES.

       01 WS-Clave PIC X(18) VALUE SPACES.
      *> La clave como entra al digito verificador: igual a la
      *> capturada, o con un espacio al frente en el RFC moral.
       01 WS-Clave-Calculo PIC X(18) VALUE SPACES.
       01 WS-Posicion PIC 99 VALUE ZEROS.
       01 WS-Indice-Tabla PIC 99 VALUE ZEROS.
       01 WS-Valor PIC 99 VALUE ZEROS.
       01 WS-Suma PIC 9(5) VALUE ZEROS.
       01 WS-Residuo PIC 99 VALUE ZEROS.
       01 WS-Digito PIC 99 VALUE ZEROS.
       01 WS-Digito-Calculado PIC X VALUE SPACE.
       01 WS-Caracter PIC X VALUE SPACE.
       01 WS-Entidad-Hallada PIC X VALUE "N".
           88 Entidad-Hallada VALUE "S".

      *> Letras que el nombre pide en las cuatro primeras posiciones;
      *> un espacio en la tercera es segundo apellido sin capturar.
       01 WS-Palabra PIC X(30) VALUE SPACES.
       01 WS-Palabra-Resto PIC X(30) VALUE SPACES.
       01 WS-Quito-Particula PIC X VALUE "N".
           88 Quito-Particula VALUE "S".
       01 WS-Esperada-1 PIC X VALUE SPACE.
       01 WS-Esperada-2 PIC X VALUE SPACE.
       01 WS-Esperada-3 PIC X VALUE SPACE.
       01 WS-Esperada-4 PIC X VALUE SPACE.
       01 WS-Esperada-4-Alterna PIC X VALUE SPACE.

      *> Fecha contenida en la clave, con el siglo resuelto.
       01 WS-Fecha-Clave.
           05 WS-Fcl-Siglo PIC 99.
           05 WS-Fcl-AAMMDD.
               10 WS-Fcl-AA PIC 99.
               10 FILLER PIC 9(4).
       01 WS-Fecha-Clave-Num REDEFINES WS-Fecha-Clave PIC 9(8).
       01 WS-Fecha-Valida PIC X VALUE "N".
           88 Fecha-Valida VALUE "S".
       01 WS-Fecha-Hoy PIC 9(8) VALUE ZEROS.
       01 WS-Edad-Clave PIC S9(4) VALUE ZEROS.
       01 WS-Diferencia-Edad PIC S9(4) VALUE ZEROS.

       LINKAGE SECTION.
      *> "R" RFC de persona fisica, "M" RFC de persona moral, "C"
      *> CURP; la clave regresa en mayusculas.
       01 LK-Tipo PIC X.
           88 LK-Es-RFC VALUE "R".
           88 LK-Es-RFC-Moral VALUE "M".
           88 LK-Es-Algun-RFC VALUE "R" "M".
       01 LK-Clave PIC X(18).
       01 LK-Nombre PIC X(15).
       01 LK-Primer-Apellido PIC X(30).
       01 LK-Segundo-Apellido PIC X(30).
      *> Fecha de nacimiento AAAAMMDD, o ceros y la edad con la fecha
      *> en que se capturo.
       01 LK-Fecha-Nacimiento PIC 9(8).
       01 LK-Edad PIC 9(3).
       01 LK-Fecha-Referencia PIC 9(8).
      *> "S" valida, "B" en blanco, "E" estructura, "D" digito,
      *> "N" no casa con el nombre, "F" no casa con la fecha.
       01 LK-Resultado PIC X.
       01 LK-Motivo PIC X(30).

       PROCEDURE DIVISION USING LK-Tipo LK-Clave LK-Nombre
               LK-Primer-Apellido LK-Segundo-Apellido
               LK-Fecha-Nacimiento LK-Edad LK-Fecha-Referencia
               LK-Resultado LK-Motivo.
       Verifica.
       MOVE "S" TO LK-Resultado.
       MOVE "CLAVE VALIDA" TO LK-Motivo.
       IF LK-Clave = SPACES
           MOVE "B" TO LK-Resultado
           MOVE "SIN CAPTURAR" TO LK-Motivo
           GOBACK
       END-IF.
       MOVE FUNCTION TRIM(LK-Clave) TO WS-Clave.
       INSPECT WS-Clave CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE WS-Clave TO LK-Clave.

       EVALUATE TRUE
           WHEN LK-Es-RFC
               PERFORM EstructuraRfc
           WHEN LK-Es-RFC-Moral
               PERFORM EstructuraRfcMoral
           WHEN OTHER
               PERFORM EstructuraCurp
       END-EVALUATE.
       IF LK-Resultado NOT = "S"
           GOBACK
       END-IF.

       PERFORM ResuelveFechaClave.
       IF NOT Fecha-Valida
           MOVE "E" TO LK-Resultado
           MOVE "FECHA DE LA CLAVE INVALIDA" TO LK-Motivo
           GOBACK
       END-IF.

       IF LK-Es-Algun-RFC
           PERFORM DigitoRfc
       ELSE
           PERFORM DigitoCurp
       END-IF.
       IF LK-Resultado NOT = "S" OR LK-Es-RFC-Moral
           GOBACK
       END-IF.

       PERFORM CasaNombre.
       IF LK-Resultado NOT = "S"
           GOBACK
       END-IF.
       PERFORM CasaFecha.
       GOBACK.

      *> RFC de persona fisica: AAAA AAMMDD HHH, sin nada despues.
       EstructuraRfc.
       IF WS-Clave(1:4) IS NOT LetraRfc
          OR WS-Clave(5:6) IS NOT NUMERIC
          OR WS-Clave(11:3) IS NOT Alfanumerico
          OR WS-Clave(14:5) NOT = SPACES
           MOVE "E" TO LK-Resultado
           MOVE "RFC NO ES AAAA999999XXX" TO LK-Motivo
       END-IF.

      *> RFC de persona moral: AAA AAMMDD HHH, sin nada despues.
       EstructuraRfcMoral.
       IF WS-Clave(1:3) IS NOT LetraRfc
          OR WS-Clave(4:6) IS NOT NUMERIC
          OR WS-Clave(10:3) IS NOT Alfanumerico
          OR WS-Clave(13:6) NOT = SPACES
           MOVE "E" TO LK-Resultado
           MOVE "RFC MORAL NO ES AAA999999XXX" TO LK-Motivo
       END-IF.

      *> CURP: AAAA AAMMDD S EE CCC D 9, con sexo y entidad de los
      *> catalogos de RENAPO ("NE" nacido en el extranjero).
       EstructuraCurp.
       IF WS-Clave(1:4) IS NOT Letra
          OR WS-Clave(5:6) IS NOT NUMERIC
          OR (WS-Clave(11:1) NOT = "H" AND NOT = "M"
              AND NOT = "X")
          OR WS-Clave(14:3) IS NOT Consonante
          OR WS-Clave(17:1) IS NOT Alfanumerico
          OR WS-Clave(18:1) IS NOT NUMERIC
           MOVE "E" TO LK-Resultado
           MOVE "CURP NO TIENE FORMATO VALIDO" TO LK-Motivo
       ELSE
           MOVE "N" TO WS-Entidad-Hallada
           PERFORM VARYING WS-Indice-Tabla FROM 1 BY 1
                   UNTIL WS-Indice-Tabla > 33 OR Entidad-Hallada
               IF WS-Entidad(WS-Indice-Tabla) = WS-Clave(12:2)
                   SET Entidad-Hallada TO TRUE
               END-IF
           END-PERFORM
           IF NOT Entidad-Hallada
               MOVE "E" TO LK-Resultado
               MOVE "ENTIDAD DE LA CURP NO EXISTE" TO LK-Motivo
           END-IF
       END-IF.

      *> El siglo lo dice la posicion 17 de la CURP (digito antes de
      *> 2000, letra despues); en el RFC un anio mayor al actual es
      *> del siglo pasado.
       ResuelveFechaClave.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Fecha-Hoy.
       IF LK-Es-RFC-Moral
           MOVE WS-Clave(4:6) TO WS-Fcl-AAMMDD
       ELSE
           MOVE WS-Clave(5:6) TO WS-Fcl-AAMMDD
       END-IF.
       IF LK-Es-Algun-RFC
           IF WS-Fcl-AA > WS-Fecha-Hoy(3:2)
               MOVE 19 TO WS-Fcl-Siglo
           ELSE
               MOVE 20 TO WS-Fcl-Siglo
           END-IF
       ELSE
           IF WS-Clave(17:1) IS NUMERIC
               MOVE 19 TO WS-Fcl-Siglo
           ELSE
               MOVE 20 TO WS-Fcl-Siglo
           END-IF
       END-IF.
       CALL "ValidaFecha" USING WS-Fecha-Clave WS-Fecha-Valida.

      *> Pesos 13 a 2 sobre las 12 primeras posiciones; residuo 0 da
      *> "0" y un digito 10 se escribe "A". El RFC moral entra con un
      *> espacio al frente, para que su digito quede en la 13.
       DigitoRfc.
       IF LK-Es-RFC-Moral
           MOVE SPACE TO WS-Clave-Calculo
           MOVE WS-Clave(1:17) TO WS-Clave-Calculo(2:17)
       ELSE
           MOVE WS-Clave TO WS-Clave-Calculo
       END-IF.
       MOVE ZEROS TO WS-Suma.
       PERFORM SumaPosicion
           VARYING WS-Posicion FROM 1 BY 1
           UNTIL WS-Posicion > 12.
       COMPUTE WS-Residuo = FUNCTION MOD(WS-Suma, 11).
       IF WS-Residuo = ZEROS
           MOVE "0" TO WS-Digito-Calculado
       ELSE
           COMPUTE WS-Digito = 11 - WS-Residuo
           IF WS-Digito = 10
               MOVE "A" TO WS-Digito-Calculado
           ELSE
               MOVE WS-Digito(2:1) TO WS-Digito-Calculado
           END-IF
       END-IF.
       IF WS-Clave-Calculo(13:1) NOT = WS-Digito-Calculado
           MOVE "D" TO LK-Resultado
           MOVE "DIGITO VERIFICADOR NO CUADRA" TO LK-Motivo
       END-IF.

      *> Pesos 18 a 2 sobre las 17 primeras posiciones; el digito es
      *> lo que le falta a la suma para el siguiente multiplo de 10.
       DigitoCurp.
       MOVE WS-Clave TO WS-Clave-Calculo.
       MOVE ZEROS TO WS-Suma.
       PERFORM SumaPosicion
           VARYING WS-Posicion FROM 1 BY 1
           UNTIL WS-Posicion > 17.
       COMPUTE WS-Residuo = FUNCTION MOD(WS-Suma, 10).
       COMPUTE WS-Digito = FUNCTION MOD(10 - WS-Residuo, 10).
       IF WS-Clave(18:1) NOT = WS-Digito(2:1)
           MOVE "D" TO LK-Resultado
           MOVE "DIGITO VERIFICADOR NO CUADRA" TO LK-Motivo
       END-IF.

      *> Valor de la posicion en curso por su lugar en la tabla,
      *> multiplicado por su peso: la primera pesa 13 en el RFC y 18
      *> en la CURP, y cada una de ahi en adelante uno menos.
       SumaPosicion.
       MOVE WS-Clave-Calculo(WS-Posicion:1) TO WS-Caracter.
       MOVE ZEROS TO WS-Valor.
       PERFORM VARYING WS-Indice-Tabla FROM 1 BY 1
               UNTIL WS-Indice-Tabla > 38
           IF WS-Tabla-Valores(WS-Indice-Tabla:1) = WS-Caracter
               COMPUTE WS-Valor = WS-Indice-Tabla - 1
               MOVE 38 TO WS-Indice-Tabla
           END-IF
       END-PERFORM.
       IF LK-Es-Algun-RFC
           COMPUTE WS-Suma =
               WS-Suma + WS-Valor * (14 - WS-Posicion)
       ELSE
           COMPUTE WS-Suma =
               WS-Suma + WS-Valor * (19 - WS-Posicion)
       END-IF.

      *> Las cuatro letras contra el nombre registrado.
       CasaNombre.
       MOVE LK-Primer-Apellido TO WS-Palabra.
       PERFORM PreparaPalabra.
       MOVE WS-Palabra(1:1) TO WS-Esperada-1.
       MOVE "X" TO WS-Esperada-2.
       PERFORM VARYING WS-Posicion FROM 2 BY 1
               UNTIL WS-Posicion > 30
                  OR WS-Palabra(WS-Posicion:1) = SPACE
           IF WS-Palabra(WS-Posicion:1) IS Vocal
               MOVE WS-Palabra(WS-Posicion:1) TO WS-Esperada-2
               MOVE 30 TO WS-Posicion
           END-IF
       END-PERFORM.
       MOVE LK-Segundo-Apellido TO WS-Palabra.
       PERFORM PreparaPalabra.
       MOVE WS-Palabra(1:1) TO WS-Esperada-3.
       MOVE LK-Nombre TO WS-Palabra.
       PERFORM PreparaPalabra.
       MOVE WS-Palabra(1:1) TO WS-Esperada-4.
       MOVE WS-Palabra(1:1) TO WS-Esperada-4-Alterna.
       IF WS-Palabra(1:5) = "JOSE " OR WS-Palabra(1:6) = "MARIA "
          OR WS-Palabra(1:3) = "MA " OR WS-Palabra(1:4) = "MA. "
          OR WS-Palabra(1:2) = "J " OR WS-Palabra(1:3) = "J. "
           PERFORM VARYING WS-Posicion FROM 2 BY 1
                   UNTIL WS-Posicion > 14
                      OR WS-Palabra(WS-Posicion:1) = SPACE
               CONTINUE
           END-PERFORM
           IF WS-Posicion < 15
              AND WS-Palabra(WS-Posicion + 1:1) NOT = SPACE
               MOVE WS-Palabra(WS-Posicion + 1:1)
                   TO WS-Esperada-4-Alterna
           END-IF
       END-IF.

       IF WS-Esperada-1 NOT = SPACE
           IF WS-Clave(1:1) NOT = WS-Esperada-1
              OR (WS-Clave(2:1) NOT = WS-Esperada-2
                  AND WS-Clave(2:1) NOT = "X")
              OR (WS-Esperada-3 NOT = SPACE
                  AND WS-Clave(3:1) NOT = WS-Esperada-3
                  AND WS-Clave(3:1) NOT = "X")
              OR (WS-Esperada-4 NOT = SPACE
                  AND WS-Clave(4:1) NOT = WS-Esperada-4
                  AND WS-Clave(4:1) NOT = WS-Esperada-4-Alterna
                  AND WS-Clave(4:1) NOT = "X")
               MOVE "N" TO LK-Resultado
               MOVE "NO CORRESPONDE AL NOMBRE" TO LK-Motivo
           END-IF
       END-IF.

      *> Mayusculas, sin espacios al frente y sin las particulas que
      *> la regla de la clave salta (DE LA FUENTE cuenta como
      *> FUENTE).
       PreparaPalabra.
       INSPECT WS-Palabra CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE FUNCTION TRIM(WS-Palabra) TO WS-Palabra.
       SET Quito-Particula TO TRUE.
       PERFORM QuitaParticula
           UNTIL NOT Quito-Particula.

       QuitaParticula.
       MOVE "N" TO WS-Quito-Particula.
       EVALUATE TRUE
           WHEN WS-Palabra(1:3) = "DE " OR WS-Palabra(1:3) = "LA "
             OR WS-Palabra(1:3) = "EL " OR WS-Palabra(1:3) = "MC "
             OR WS-Palabra(1:2) = "Y "
             OR WS-Palabra(1:4) = "DEL " OR WS-Palabra(1:4) = "LAS "
             OR WS-Palabra(1:4) = "LOS " OR WS-Palabra(1:4) = "MAC "
             OR WS-Palabra(1:4) = "VAN " OR WS-Palabra(1:4) = "VON "
               PERFORM VARYING WS-Posicion FROM 1 BY 1
                       UNTIL WS-Palabra(WS-Posicion:1) = SPACE
                   CONTINUE
               END-PERFORM
               IF WS-Palabra(WS-Posicion + 1:1) NOT = SPACE
                   MOVE WS-Palabra(WS-Posicion + 1:)
                       TO WS-Palabra-Resto
                   MOVE WS-Palabra-Resto TO WS-Palabra
                   SET Quito-Particula TO TRUE
               END-IF
       END-EVALUATE.

      *> La fecha de la clave contra la de nacimiento, o contra la
      *> edad capturada cuando el registro no trae la fecha.
       CasaFecha.
       IF LK-Fecha-Nacimiento IS NUMERIC
          AND LK-Fecha-Nacimiento > ZEROS
           IF WS-Fecha-Clave-Num NOT = LK-Fecha-Nacimiento
               MOVE "F" TO LK-Resultado
               MOVE "NO CORRESPONDE A LA FECHA NAC." TO LK-Motivo
           END-IF
       ELSE
           IF LK-Edad IS NUMERIC AND LK-Edad > ZEROS
              AND LK-Fecha-Referencia IS NUMERIC
              AND LK-Fecha-Referencia > ZEROS
               COMPUTE WS-Edad-Clave =
                   (LK-Fecha-Referencia - WS-Fecha-Clave-Num) / 10000
               COMPUTE WS-Diferencia-Edad = WS-Edad-Clave - LK-Edad
               IF WS-Diferencia-Edad > 1 OR WS-Diferencia-Edad < -1
                   MOVE "F" TO LK-Resultado
                   MOVE "NO CORRESPONDE A LA EDAD" TO LK-Motivo
               END-IF
           END-IF
       END-IF.

       END PROGRAM ValidaClaveFiscal.
