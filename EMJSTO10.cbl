            05 W-TAB-DIAS-MES          REDEFINES W-DM-LISTA.
               10 W-DM-DIAS            PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      * Validacion del RFC y del CURP del empleado.  RFC de persona    *
      * fisica: cuatro letras, fecha AAMMDD y homoclave de tres        *
      * posiciones (letras o digitos, la ultima digito o 'A').  Las    *
      * letras deben salir del nombre del maestro: inicial y primera   *
      * vocal interna del apellido paterno, inicial del materno ('X'   *
      * si no tiene) e inicial del nombre, o del segundo nombre cuando *
      * el primero es JOSE o MARIA (MA.); se acepta la cuarta letra    *
      * cambiada por 'X', como hace el SAT con las palabras que no     *
      * permite formar.  CURP (las 17 posiciones que guarda el         *
      * maestro): cuatro letras, fecha AAMMDD, sexo H/M/X, entidad y   *
      * tres consonantes en letras y homonimia letra o digito; su      *
      * fecha y sus letras 1 y 3 deben coincidir con las del RFC.      *
      *----------------------------------------------------------------*
       01  W-VALIDA-CLAVES.
            05 WVC-NUM-EMP             PIC X(08) VALUE SPACES.
            05 WVC-RFC-ENTRANTE        PIC X(13) VALUE SPACES.
            05 WVC-RFC-VIGENTE         PIC X(13) VALUE SPACES.
            05 WVC-RFC-APLICAR         PIC X(13) VALUE SPACES.
            05 WVC-COCIENTE            PIC 9(03) VALUE ZEROES.
            05 WVC-RESIDUO             PIC 9(02) VALUE ZEROES.
            05 WVC-RFC.
               10 WVC-RFC-LETRAS       PIC X(04) VALUE SPACES.
               10 WVC-RFC-FECHA.
                  15 WVC-RFC-AA        PIC 9(02) VALUE ZEROES.
                  15 WVC-RFC-MM        PIC 9(02) VALUE ZEROES.
                  15 WVC-RFC-DD        PIC 9(02) VALUE ZEROES.
               10 WVC-RFC-HOMOCLAVE    PIC X(03) VALUE SPACES.
            05 WVC-CURP                PIC X(17) VALUE SPACES.
            05 WVC-CURP-R              REDEFINES WVC-CURP.
               10 WVC-CURP-LETRAS      PIC X(04).
               10 WVC-CURP-FECHA.
                  15 WVC-CURP-AA       PIC 9(02).
                  15 WVC-CURP-MM       PIC 9(02).
                  15 WVC-CURP-DD       PIC 9(02).
               10 FILLER               PIC X(07).
            05 WVC-NOMBRE              PIC X(20) VALUE SPACES.
            05 WVC-APEPAT              PIC X(20) VALUE SPACES.
            05 WVC-APEMAT              PIC X(20) VALUE SPACES.
            05 WVC-INICIALES           PIC X(04) VALUE SPACES.
            05 WVC-CARACTER            PIC X(01) VALUE SPACE.
               88 CARACTER-LETRA       VALUE 'A' THRU 'Z'.
               88 CARACTER-DIGITO      VALUE '0' THRU '9'.
               88 CARACTER-VOCAL       VALUE 'A' 'E' 'I' 'O' 'U'.
            05 WVC-SUB                 PIC 9(02) COMP VALUE ZEROES.
            05 WVC-POS                 PIC 9(02) COMP VALUE ZEROES.
            05 WVC-FIN-PALABRA         PIC X(01) VALUE 'N'.
            05 WVC-PALABRA             PIC X(20) VALUE SPACES.
            05 WVC-PALABRA-AUX         PIC X(20) VALUE SPACES.
            05 WVC-PRIMERA             PIC X(05) VALUE SPACES.
               88 PALABRA-PARTICULA    VALUE 'DE' 'DEL' 'LA' 'LAS'
                                             'LOS' 'Y' 'MC' 'MAC'
                                             'VON' 'VAN' 'DER'.
               88 NOMBRE-COMUN         VALUE 'JOSE' 'MARIA' 'MA.'
                                             'MA' 'J.' 'J'.
            05 WVC-LONG                PIC 9(02) COMP VALUE ZEROES.
            05 WVC-FIN-PARTICULAS      PIC X(01) VALUE 'N'.
            05 WVC-RESULTADO           PIC X(01) VALUE SPACE.
               88 CLAVE-CORRECTA       VALUE SPACE.
               88 RFC-LETRAS-MAL       VALUE 'L'.
               88 RFC-FECHA-MAL        VALUE 'F'.
               88 RFC-HOMOCLAVE-MAL    VALUE 'H'.
               88 RFC-INICIALES-MAL    VALUE 'I'.
            05 WVC-RESULTADO-CURP      PIC X(01) VALUE SPACE.
               88 CURP-CORRECTA        VALUE SPACE.
               88 CURP-MAL-FORMADA     VALUE 'E'.
               88 CURP-NO-CUADRA-RFC   VALUE 'R'.

       01  WSS-REG-SALIDA1.
            05 WSS-NUM-SAL1            PIC X(08).
            05 WSS-NOMBRE-SAL1         PIC X(20).
            05 WA-LEIDO-SALIDA1        PIC 9(06) VALUE ZEROES.
            05 WA-LEIDO-SALIDA2        PIC 9(06) VALUE ZEROES.
            05 WA-LEIDO-AUDITORIA1     PIC 9(06) VALUE ZEROES.
            05 WA-DISCREPANCIAS        PIC 9(06) VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-ENTRADA1         PIC X(01) VALUE SPACE.
      *----------------------------------------------------------------*
       01  WS-NUM-EMP-DUPLICADO       PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      * Codigo de retorno del paso, que lee la cadena nocturna         *
      * (cadena_nocturna.sh): 00 limpio, 04 terminado con advertencias *
      * (rechazos, discrepancias o excepciones), 16 fatal.  Arranca en *
      * 16 y solo el fin normal del proceso lo baja a 00 o 04, de modo *
      * que toda salida por error termina como fatal.                  *
      *----------------------------------------------------------------*
       01  W-CODIGO-RETORNO            PIC 9(02) VALUE 16.
            88 RETORNO-LIMPIO          VALUE 00.
            88 RETORNO-ADVERTENCIA     VALUE 04.
            88 RETORNO-FATAL           VALUE 16.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1010-DETERMINAR-MODO-MATCH.
            IF MODO-ACTUALIZACION-DIRECTA
                PERFORM 6000-PROCESO-DIRECTO
                PERFORM 4900-FIJAR-CODIGO-RETORNO
            ELSE
                IF MODO-BAJA-EMPLEADOS
                    PERFORM 7000-PROCESO-BAJA
                    PERFORM 4900-FIJAR-CODIGO-RETORNO
                ELSE
                    PERFORM 1000-INICIO
                    PERFORM 2000-PROCESO
                END-IF
            END-IF
            PERFORM 5000-FIN-PROG
            END-IF
       .

      *----------------------------------------------------------------*
      * Fin del cruce: se llega aqui desde la lectura que encuentra el *
      * fin de ENTRADA1 o de ENTRADA2, y el paso termina en este punto *
      * con su codigo de retorno (los archivos ya quedaron cerrados).  *
      *----------------------------------------------------------------*
       2000-PROCESO.

           PERFORM 2100-VALIDA-REGISTRO UNTIL WS-FIN-ENTRADA1 = 'S'
               PERFORM 2245-CERRAR-ARCHIVOS-RFC
           END-IF
           PERFORM 2200-CERRAR-ARCHIVOS THRU 2240-FIN-CERRAR-ACHIVOS
           PERFORM 4900-FIJAR-CODIGO-RETORNO
           PERFORM 5000-FIN-PROG
       .

       2100-VALIDA-REGISTRO.

               WHEN LLAVE-NUM-ENTRADA1 = LLAVE-NUM-ENTRADA2
                   DISPLAY "LAS LLAVES SON IGUALES"
                   PERFORM 8010-VALIDAR-CLAVES-CRUCE
                   PERFORM 2110-MOVER-CAMPOS
                   PERFORM 2120-GRAVAR-CAMPOS
                   PERFORM 1500-LEER-ENTRADA2
      * Discrepancias: llave sin cruce del lado contrario.             *
      *----------------------------------------------------------------*
       2230-MOVER-DISCREPANCIA-ALTA.
            ADD 1 TO WA-DISCREPANCIAS
            MOVE WSS-NUM-EMP2          TO WSS-NUM-DISCREPANCIA
            MOVE WSS-RFC-EMP2          TO WSS-RFC-DISCREPANCIA
            MOVE 'CANDIDATO ALTA'      TO WSS-MOTIVO-DISCREPANCIA
       .

       2330-MOVER-DISCREPANCIA-BAJA.
            ADD 1 TO WA-DISCREPANCIAS
            MOVE WSS-NUM-EMP1          TO WSS-NUM-DISCREPANCIA
            MOVE WSS-RFC-EMP1          TO WSS-RFC-DISCREPANCIA
            MOVE 'CANDIDATO BAJA'      TO WSS-MOTIVO-DISCREPANCIA
            WRITE REG-SALIDA2 FROM WSS-TOTALES-SALIDA2
       .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si se grabaron   *
      * discrepancias (candidatos de alta o baja, RFC duplicado, bajas *
      * rechazadas).  Las constancias de alta o baja aplicada no       *
      * cuentan como discrepancia.                                     *
      *----------------------------------------------------------------*
       4900-FIJAR-CODIGO-RETORNO.
            IF WA-DISCREPANCIAS > ZEROES
                SET RETORNO-ADVERTENCIA TO TRUE
            ELSE
                SET RETORNO-LIMPIO TO TRUE
            END-IF
            DISPLAY "DISCREPANCIAS    : " WA-DISCREPANCIAS
            DISPLAY "CODIGO DE RETORNO: " W-CODIGO-RETORNO
       .

       5000-FIN-PROG.
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN
       .

                        PERFORM 6360-MOVER-DISCREPANCIA-RFC-DUPLICADO
                        PERFORM 2235-GRABAR-DISCREPANCIA
                    ELSE
                        PERFORM 8030-VALIDAR-RFC-ALTA
                        IF CLAVE-CORRECTA
                            PERFORM 6350-ALTA-MAESTRO-DIRECTO
                        END-IF
                    END-IF
                NOT INVALID KEY
                    IF RFC-DUPLICADO
                        PERFORM 6360-MOVER-DISCREPANCIA-RFC-DUPLICADO
                        PERFORM 2235-GRABAR-DISCREPANCIA
                    ELSE
                        PERFORM 8020-VALIDAR-CLAVES-DIRECTO
                        PERFORM 6400-ACTUALIZAR-MAESTRO
                        PERFORM 6500-MOVER-CAMPOS-DIRECTO
                        PERFORM 6600-GRAVAR-SALIDA1-DIRECTO
      * al maestro por pertenecer ya a otro numero de empleado.        *
      *----------------------------------------------------------------*
       6360-MOVER-DISCREPANCIA-RFC-DUPLICADO.
            ADD 1 TO WA-DISCREPANCIAS
            DISPLAY "RFC DUPLICADO, YA EN EMP: " WS-NUM-EMP-DUPLICADO
            MOVE WSS-NUM-EMP2          TO WSS-NUM-DISCREPANCIA
            MOVE WSS-RFC-EMP2          TO WSS-RFC-DISCREPANCIA
      * procedieron, con su motivo.                                    *
      *----------------------------------------------------------------*
       7360-MOVER-DISCREPANCIA-FECHA.
            ADD 1 TO WA-DISCREPANCIAS
            MOVE WSB-NUM-EMP           TO WSS-NUM-DISCREPANCIA
            MOVE SPACES                TO WSS-RFC-DISCREPANCIA
            MOVE 'BAJA RECHAZADA'      TO WSS-MOTIVO-DISCREPANCIA
       .

       7370-MOVER-DISCREPANCIA-SIN-MAESTRO.
            ADD 1 TO WA-DISCREPANCIAS
            MOVE WSB-NUM-EMP           TO WSS-NUM-DISCREPANCIA
            MOVE SPACES                TO WSS-RFC-DISCREPANCIA
            MOVE 'BAJA RECHAZADA'      TO WSS-MOTIVO-DISCREPANCIA
       .

       7380-MOVER-DISCREPANCIA-YA-BAJA.
            ADD 1 TO WA-DISCREPANCIAS
            MOVE WSB-NUM-EMP           TO WSS-NUM-DISCREPANCIA
            MOVE RE1-RFC-EMP1          TO WSS-RFC-DISCREPANCIA
            MOVE 'BAJA RECHAZADA'      TO WSS-MOTIVO-DISCREPANCIA
            DISPLAY "ARCHIVOS CERRADOS (MODO BAJA)"
       .

      *----------------------------------------------------------------*
      * Claves del empleado.  El que llama deja en WVC-NUM-EMP,        *
      * WVC-RFC-ENTRANTE, WVC-RFC-VIGENTE, WVC-CURP y WVC-NOMBRE/      *
      * APEPAT/APEMAT los datos a validar.  Un RFC entrante mal        *
      * formado o que no corresponde al nombre se reporta en SALIDA2 y *
      * no se aplica: WVC-RFC-APLICAR regresa con el RFC vigente.  El  *
      * CURP solo se reporta, no detiene la actualizacion.             *
      *----------------------------------------------------------------*
       8000-VALIDAR-CLAVES-EMPLEADO.
            SET CLAVE-CORRECTA TO TRUE
            MOVE WVC-RFC-ENTRANTE TO WVC-RFC
            PERFORM 8100-VALIDAR-ESTRUCTURA-RFC
            IF CLAVE-CORRECTA
                PERFORM 8200-VALIDAR-INICIALES-RFC
            END-IF
            IF CLAVE-CORRECTA
                MOVE WVC-RFC-ENTRANTE TO WVC-RFC-APLICAR
            ELSE
                PERFORM 8400-MOVER-DISCREPANCIA-RFC
                PERFORM 2235-GRABAR-DISCREPANCIA
                MOVE WVC-RFC-VIGENTE TO WVC-RFC-APLICAR
            END-IF
            SET CURP-CORRECTA TO TRUE
            IF WVC-CURP NOT = SPACES
                PERFORM 8300-VALIDAR-CURP
                IF NOT CURP-CORRECTA
                    PERFORM 8410-MOVER-DISCREPANCIA-CURP
                    PERFORM 2235-GRABAR-DISCREPANCIA
                END-IF
            END-IF
       .

      *----------------------------------------------------------------*
      * Cruce por numero de empleado: nombre y CURP del maestro        *
      * (ENTRADA1) contra el RFC que trae ENTRADA2.  Solo se valida    *
      * cuando el RFC cambia; el que ya tiene el maestro no se vuelve  *
      * a reportar cada noche.                                         *
      *----------------------------------------------------------------*
       8010-VALIDAR-CLAVES-CRUCE.
            IF WSS-RFC-EMP2 NOT = WSS-RFC-EMP1
                MOVE WSS-NUM-EMP1         TO WVC-NUM-EMP
                MOVE WSS-RFC-EMP2         TO WVC-RFC-ENTRANTE
                MOVE WSS-RFC-EMP1         TO WVC-RFC-VIGENTE
                MOVE WSS-CURP-EMP1        TO WVC-CURP
                MOVE WSS-NOMBRE-EMP1      TO WVC-NOMBRE
                MOVE WSS-APE-PATERNO-EMP1 TO WVC-APEPAT
                MOVE WSS-APE-MATERNO-EMP1 TO WVC-APEMAT
                PERFORM 8000-VALIDAR-CLAVES-EMPLEADO
                MOVE WVC-RFC-APLICAR      TO WSS-RFC-EMP2
            END-IF
       .

      *----------------------------------------------------------------*
      * Actualizacion directa: nombre y CURP del maestro recien leido  *
      * (REG-ENTRADA1) contra el RFC que trae ENTRADA2, tambien solo   *
      * cuando el RFC cambia.                                          *
      *----------------------------------------------------------------*
       8020-VALIDAR-CLAVES-DIRECTO.
            IF WSS-RFC-EMP2 NOT = RE1-RFC-EMP1
                MOVE RE1-NUM-EMP1         TO WVC-NUM-EMP
                MOVE WSS-RFC-EMP2         TO WVC-RFC-ENTRANTE
                MOVE RE1-RFC-EMP1         TO WVC-RFC-VIGENTE
                MOVE RE1-CURP-EMP1        TO WVC-CURP
                MOVE RE1-NOMBRE-EMP1      TO WVC-NOMBRE
                MOVE RE1-APE-PATERNO-EMP1 TO WVC-APEPAT
                MOVE RE1-APE-MATERNO-EMP1 TO WVC-APEMAT
                PERFORM 8000-VALIDAR-CLAVES-EMPLEADO
                MOVE WVC-RFC-APLICAR      TO WSS-RFC-EMP2
            END-IF
       .

      *----------------------------------------------------------------*
      * Alta directa: el maestro aun no tiene nombre ni CURP, solo se  *
      * revisa la estructura del RFC; si esta mal formado la alta no   *
      * se aplica y queda reportada en SALIDA2.                        *
      *----------------------------------------------------------------*
       8030-VALIDAR-RFC-ALTA.
            MOVE WSS-NUM-EMP2         TO WVC-NUM-EMP
            MOVE WSS-RFC-EMP2         TO WVC-RFC-ENTRANTE
            SET CLAVE-CORRECTA TO TRUE
            MOVE WVC-RFC-ENTRANTE     TO WVC-RFC
            PERFORM 8100-VALIDAR-ESTRUCTURA-RFC
            IF NOT CLAVE-CORRECTA
                PERFORM 8400-MOVER-DISCREPANCIA-RFC
                PERFORM 2235-GRABAR-DISCREPANCIA
            END-IF
       .

      *----------------------------------------------------------------*
      * Estructura del RFC que quedo en WVC-RFC: letras, fecha y       *
      * homoclave, en ese orden; WVC-RESULTADO queda con la primera    *
      * falla encontrada.                                              *
      *----------------------------------------------------------------*
       8100-VALIDAR-ESTRUCTURA-RFC.
            PERFORM 8110-VALIDAR-LETRA-RFC-PASO
                    VARYING WVC-SUB FROM 1 BY 1
                    UNTIL WVC-SUB > 4 OR NOT CLAVE-CORRECTA
            IF CLAVE-CORRECTA
                IF WVC-RFC-FECHA NOT NUMERIC
                    SET RFC-FECHA-MAL TO TRUE
                ELSE
                    IF WVC-RFC-MM < 1 OR WVC-RFC-MM > 12
                        SET RFC-FECHA-MAL TO TRUE
                    ELSE
                        DIVIDE WVC-RFC-AA BY 4 GIVING WVC-COCIENTE
                               REMAINDER WVC-RESIDUO
                        IF WVC-RFC-DD < 1
                           OR (WVC-RFC-DD > W-DM-DIAS (WVC-RFC-MM)
                               AND NOT (WVC-RFC-MM = 2
                                        AND WVC-RFC-DD = 29
                                        AND WVC-RESIDUO = ZEROES))
                            SET RFC-FECHA-MAL TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF CLAVE-CORRECTA
                PERFORM 8120-VALIDAR-HOMOCLAVE-PASO
                        VARYING WVC-SUB FROM 1 BY 1
                        UNTIL WVC-SUB > 3 OR NOT CLAVE-CORRECTA
            END-IF
       .

       8110-VALIDAR-LETRA-RFC-PASO.
            MOVE WVC-RFC-LETRAS (WVC-SUB:1) TO WVC-CARACTER
            IF NOT CARACTER-LETRA AND WVC-CARACTER NOT = '&'
                SET RFC-LETRAS-MAL TO TRUE
            END-IF
       .

       8120-VALIDAR-HOMOCLAVE-PASO.
            MOVE WVC-RFC-HOMOCLAVE (WVC-SUB:1) TO WVC-CARACTER
            IF WVC-SUB < 3
                IF NOT CARACTER-LETRA AND NOT CARACTER-DIGITO
                    SET RFC-HOMOCLAVE-MAL TO TRUE
                END-IF
            ELSE
                IF NOT CARACTER-DIGITO AND WVC-CARACTER NOT = 'A'
                    SET RFC-HOMOCLAVE-MAL TO TRUE
                END-IF
            END-IF
       .

      *----------------------------------------------------------------*
      * Letras del RFC contra WVC-NOMBRE / WVC-APEPAT / WVC-APEMAT.    *
      * Sin apellido paterno o sin nombre no hay contra que comparar y *
      * la validacion no aplica.  Las particulas (DE, DEL, LA, LAS,    *
      * LOS, Y, MC, MAC, VON, VAN, DER) no cuentan para las iniciales, *
      * y en JOSE / MARIA / MA. / J. se toma el segundo nombre.        *
      *----------------------------------------------------------------*
       8200-VALIDAR-INICIALES-RFC.
            IF WVC-APEPAT NOT = SPACES AND WVC-NOMBRE NOT = SPACES
                MOVE ALL 'X' TO WVC-INICIALES
                MOVE WVC-APEPAT TO WVC-PALABRA
                PERFORM 8220-QUITAR-PARTICULAS
                MOVE WVC-PALABRA TO WVC-APEPAT
                MOVE WVC-APEPAT (1:1) TO WVC-INICIALES (1:1)
                MOVE ZEROES TO WVC-POS
                MOVE 'N' TO WVC-FIN-PALABRA
                PERFORM 8210-BUSCAR-VOCAL-PASO
                        VARYING WVC-SUB FROM 2 BY 1
                        UNTIL WVC-SUB > 20 OR WVC-POS NOT = ZEROES
                           OR WVC-FIN-PALABRA = 'S'
                IF WVC-POS NOT = ZEROES
                    MOVE WVC-APEPAT (WVC-POS:1) TO WVC-INICIALES (2:1)
                END-IF
                IF WVC-APEMAT NOT = SPACES
                    MOVE WVC-APEMAT TO WVC-PALABRA
                    PERFORM 8220-QUITAR-PARTICULAS
                    MOVE WVC-PALABRA (1:1) TO WVC-INICIALES (3:1)
                END-IF
                MOVE WVC-NOMBRE TO WVC-PALABRA
                PERFORM 8220-QUITAR-PARTICULAS
                PERFORM 8240-MEDIR-PRIMERA-PALABRA
                IF NOMBRE-COMUN
                    IF WVC-PALABRA (WVC-LONG + 2:) NOT = SPACES
                        PERFORM 8250-SALTAR-PRIMERA-PALABRA
                        PERFORM 8220-QUITAR-PARTICULAS
                    END-IF
                END-IF
                MOVE WVC-PALABRA (1:1) TO WVC-INICIALES (4:1)
                IF WVC-RFC-LETRAS NOT = WVC-INICIALES
                    IF WVC-RFC-LETRAS (1:3) NOT = WVC-INICIALES (1:3)
                       OR WVC-RFC-LETRAS (4:1) NOT = 'X'
                        SET RFC-INICIALES-MAL TO TRUE
                    END-IF
                END-IF
            END-IF
       .

       8210-BUSCAR-VOCAL-PASO.
            MOVE WVC-APEPAT (WVC-SUB:1) TO WVC-CARACTER
            IF WVC-CARACTER = SPACE
                MOVE 'S' TO WVC-FIN-PALABRA
            ELSE
                IF CARACTER-VOCAL
                    MOVE WVC-SUB TO WVC-POS
                END-IF
            END-IF
       .

      *----------------------------------------------------------------*
      * Quita de WVC-PALABRA las particulas al inicio, mientras quede  *
      * algo despues de ellas.                                         *
      *----------------------------------------------------------------*
       8220-QUITAR-PARTICULAS.
            MOVE 'N' TO WVC-FIN-PARTICULAS
            PERFORM 8230-QUITAR-UNA-PARTICULA
                    UNTIL WVC-FIN-PARTICULAS = 'S'
       .

       8230-QUITAR-UNA-PARTICULA.
            PERFORM 8240-MEDIR-PRIMERA-PALABRA
            MOVE 'S' TO WVC-FIN-PARTICULAS
            IF PALABRA-PARTICULA
                IF WVC-PALABRA (WVC-LONG + 2:) NOT = SPACES
                    PERFORM 8250-SALTAR-PRIMERA-PALABRA
                    MOVE 'N' TO WVC-FIN-PARTICULAS
                END-IF
            END-IF
       .

      *----------------------------------------------------------------*
      * Largo de la primera palabra de WVC-PALABRA; si es corta queda  *
      * tambien en WVC-PRIMERA para compararla.                        *
      *----------------------------------------------------------------*
       8240-MEDIR-PRIMERA-PALABRA.
            MOVE ZEROES TO WVC-LONG
            INSPECT WVC-PALABRA TALLYING WVC-LONG
                    FOR CHARACTERS BEFORE INITIAL SPACE
            MOVE SPACES TO WVC-PRIMERA
            IF WVC-LONG > ZEROES AND WVC-LONG < 6
                MOVE WVC-PALABRA (1:WVC-LONG) TO WVC-PRIMERA
            END-IF
       .

       8250-SALTAR-PRIMERA-PALABRA.
            MOVE WVC-PALABRA (WVC-LONG + 2:) TO WVC-PALABRA-AUX
            MOVE WVC-PALABRA-AUX TO WVC-PALABRA
       .

      *----------------------------------------------------------------*
      * Estructura del CURP y su congruencia con el RFC que queda en   *
      * el maestro (WVC-RFC-APLICAR).                                  *
      *----------------------------------------------------------------*
       8300-VALIDAR-CURP.
            PERFORM 8310-VALIDAR-POSICION-CURP-PASO
                    VARYING WVC-SUB FROM 1 BY 1
                    UNTIL WVC-SUB > 17 OR NOT CURP-CORRECTA
            IF CURP-CORRECTA
                IF WVC-CURP-MM < 1 OR WVC-CURP-MM > 12
                    SET CURP-MAL-FORMADA TO TRUE
                ELSE
                    DIVIDE WVC-CURP-AA BY 4 GIVING WVC-COCIENTE
                           REMAINDER WVC-RESIDUO
                    IF WVC-CURP-DD < 1
                       OR (WVC-CURP-DD > W-DM-DIAS (WVC-CURP-MM)
                           AND NOT (WVC-CURP-MM = 2
                                    AND WVC-CURP-DD = 29
                                    AND WVC-RESIDUO = ZEROES))
                        SET CURP-MAL-FORMADA TO TRUE
                    END-IF
                END-IF
            END-IF
            IF CURP-CORRECTA AND WVC-RFC-APLICAR NOT = SPACES
                MOVE WVC-RFC-APLICAR TO WVC-RFC
                IF WVC-CURP-FECHA NOT = WVC-RFC-FECHA
                   OR WVC-CURP-LETRAS (1:1) NOT = WVC-RFC-LETRAS (1:1)
                   OR WVC-CURP-LETRAS (3:1) NOT = WVC-RFC-LETRAS (3:1)
                    SET CURP-NO-CUADRA-RFC TO TRUE
                END-IF
            END-IF
       .

       8310-VALIDAR-POSICION-CURP-PASO.
            MOVE WVC-CURP (WVC-SUB:1) TO WVC-CARACTER
            EVALUATE WVC-SUB
                WHEN 1 THRU 4
                WHEN 12 THRU 16
                    IF NOT CARACTER-LETRA
                        SET CURP-MAL-FORMADA TO TRUE
                    END-IF
                WHEN 5 THRU 10
                    IF NOT CARACTER-DIGITO
                        SET CURP-MAL-FORMADA TO TRUE
                    END-IF
                WHEN 11
                    IF WVC-CARACTER NOT = 'H' AND NOT = 'M'
                                          AND NOT = 'X'
                        SET CURP-MAL-FORMADA TO TRUE
                    END-IF
                WHEN OTHER
                    IF NOT CARACTER-LETRA AND NOT CARACTER-DIGITO
                        SET CURP-MAL-FORMADA TO TRUE
                    END-IF
            END-EVALUATE
       .

      *----------------------------------------------------------------*
      * Deja constancia en SALIDA2 del RFC entrante que no se aplico.  *
      *----------------------------------------------------------------*
       8400-MOVER-DISCREPANCIA-RFC.
            ADD 1 TO WA-DISCREPANCIAS
            MOVE WVC-NUM-EMP           TO WSS-NUM-DISCREPANCIA
            MOVE WVC-RFC-ENTRANTE      TO WSS-RFC-DISCREPANCIA
            MOVE 'RFC INVALIDO'        TO WSS-MOTIVO-DISCREPANCIA
            EVALUATE TRUE
                WHEN RFC-LETRAS-MAL
                    MOVE 'LETRAS MAL FORMADAS'
                                       TO WSS-DESCRIP-DISCREPANCIA
                WHEN RFC-FECHA-MAL
                    MOVE 'FECHA MAL FORMADA'
                                       TO WSS-DESCRIP-DISCREPANCIA
                WHEN RFC-HOMOCLAVE-MAL
                    MOVE 'HOMOCLAVE INVALIDA'
                                       TO WSS-DESCRIP-DISCREPANCIA
                WHEN RFC-INICIALES-MAL
                    MOVE 'RFC VS NOMBRE'
                                       TO WSS-MOTIVO-DISCREPANCIA
                    MOVE SPACES        TO WSS-DESCRIP-DISCREPANCIA
                    MOVE 'NOMBRE INDICA'
                                 TO WSS-DESCRIP-DISCREPANCIA (1:13)
                    MOVE WVC-INICIALES
                                 TO WSS-DESCRIP-DISCREPANCIA (15:4)
            END-EVALUATE
       .

      *----------------------------------------------------------------*
      * Deja constancia en SALIDA2 del CURP del maestro que no es      *
      * valido o no corresponde con su RFC.                            *
      *----------------------------------------------------------------*
       8410-MOVER-DISCREPANCIA-CURP.
            ADD 1 TO WA-DISCREPANCIAS
            MOVE WVC-NUM-EMP           TO WSS-NUM-DISCREPANCIA
            MOVE WVC-RFC-APLICAR       TO WSS-RFC-DISCREPANCIA
            MOVE 'CURP INVALIDA'       TO WSS-MOTIVO-DISCREPANCIA
            IF CURP-MAL-FORMADA
                MOVE 'ESTRUCTURA DE CURP' TO WSS-DESCRIP-DISCREPANCIA
            ELSE
                MOVE 'CURP NO CUADRA RFC' TO WSS-DESCRIP-DISCREPANCIA
            END-IF
       .

       END PROGRAM "EMJSTO10".
