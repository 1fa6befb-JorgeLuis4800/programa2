       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROG12".

      ******************************************************************
      * Mantenimiento del catalogo de claves de movimiento             *
      * (../catmov.dat) con el que PROG05 valida y enruta cada         *
      * movimiento y PROG06 determina su lado de posteo.               *
      *                                                                *
      * Lee las transacciones de mantenimiento de ../mantcatmov.dat,   *
      * un renglon por transaccion: la accion, un espacio y la imagen  *
      * del renglon del catalogo (mismo layout que WSS-REG-CATMOV):    *
      *   A  alta de una CVEMOV nueva, con todos sus campos;           *
      *   C  cambio de una CVEMOV existente: solo se reemplazan los    *
      *      campos que vengan con valor, los demas se conservan;      *
      *   B  baja de una CVEMOV: queda inactiva (ACTIVO = N) y PROG05  *
      *      rechaza los movimientos que la traigan.  No hay borrado   *
      *      fisico, para que las reversiones de movimientos ya        *
      *      registrados sigan enrutando y posteando como el original. *
      * Cada transaccion queda en el listado de cambios               *
      * ../listcatmov.dat con su resultado y, si se aplico, la imagen  *
      * ANTES y DESPUES del renglon.  El catalogo se regraba completo  *
      * al final.                                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------*
      * CATMOV: catalogo de claves de movimiento.                      *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CATMOV ASSIGN TO "../catmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATMOV.

      *----------------------------------------------------------------*
      * MANTCATMOV: transacciones de mantenimiento capturadas por      *
      * contabilidad.                                                  *
      *----------------------------------------------------------------*
           SELECT OPTIONAL MANTCATMOV ASSIGN TO "../mantcatmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANTCATMOV.

      *----------------------------------------------------------------*
      * LISTADO: listado de cambios al catalogo.                       *
      *----------------------------------------------------------------*
           SELECT OPTIONAL LISTADO ASSIGN TO "../listcatmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.


       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CATMOV: un renglon por CVEMOV (ver WSS-REG-CATMOV).            *
      *----------------------------------------------------------------*
       FD  CATMOV
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-CATMOV.
        01  REG-CATMOV PIC X(60).

       FD  MANTCATMOV
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-MANTCATMOV.
        01  REG-MANTCATMOV PIC X(62).

       FD  LISTADO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-LISTADO.
        01  REG-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Renglon del catalogo de claves de movimiento (CATMOV), el      *
      * mismo layout que leen PROG05 y PROG06:                         *
      *   WMC-TIPMOV-PERMITIDOS  letras de TIPMOV aceptadas con la     *
      *                          CVEMOV (ej. 'ABC   ');                *
      *   WMC-SALIDA             1, 2 o 3: reporte SALIDA1/2/3;        *
      *   WMC-POSTEO             H abono, D cargo (PROG06);            *
      *   WMC-ACTIVO             S activa, N retirada (se rechaza).    *
      *   WMC-DEDUCIBLE          S se descuenta por nomina (PROG14).   *
      *----------------------------------------------------------------*
       01  WSS-REG-CATMOV.
            05 WMC-CVEMOV              PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WMC-DESCRIPCION         PIC X(30) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WMC-TIPMOV-PERMITIDOS   PIC X(06) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WMC-SALIDA              PIC 9(01) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WMC-POSTEO              PIC X(01) VALUE SPACE.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WMC-ACTIVO              PIC X(01) VALUE SPACE.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WMC-DEDUCIBLE           PIC X(01) VALUE SPACE.
            05 FILLER                  PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * Transaccion de mantenimiento: accion y la imagen del renglon   *
      * del catalogo con los valores nuevos.  La CVEMOV y la SALIDA se *
      * toman como texto para poder detectar las que vienen en blanco  *
      * o no numericas.                                                *
      *----------------------------------------------------------------*
       01  WSS-REG-MANTCATMOV.
            05 WMT-ACCION              PIC X(01) VALUE SPACE.
               88 ACCION-ALTA          VALUE 'A'.
               88 ACCION-CAMBIO        VALUE 'C'.
               88 ACCION-BAJA          VALUE 'B'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WMT-IMAGEN.
               10 WMT-CVEMOV           PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WMT-DESCRIPCION      PIC X(30) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WMT-TIPMOV-PERMITIDOS PIC X(06) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WMT-SALIDA           PIC X(01) VALUE SPACE.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WMT-POSTEO           PIC X(01) VALUE SPACE.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WMT-ACTIVO           PIC X(01) VALUE SPACE.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WMT-DEDUCIBLE        PIC X(01) VALUE SPACE.
               10 FILLER               PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * Tabla en memoria del catalogo completo, que se regraba entero  *
      * al terminar, igual que el suspenso en PROG11.  Mismo tope de   *
      * 100 claves que las tablas de PROG05 y PROG06.                  *
      *----------------------------------------------------------------*
       01  W-TABLA-CATMOV.
            05 W-CMV-OCC OCCURS 100 TIMES.
               10 WTC-RENGLON-CATMOV   PIC X(60).

       01  W-CONTROL-CATMOV.
            05 WTC-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WTC-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WTC-IDX                 PIC 9(04) COMP VALUE ZEROES.
            05 WTC-MAXIMO              PIC 9(04) COMP VALUE 100.
            05 WTC-CVEMOV-BUSCAR       PIC X(02) VALUE SPACES.

       01  W-RENGLON-ANTES             PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------*
      * Renglones del listado de cambios.                              *
      *----------------------------------------------------------------*
       01  WSS-LISTADO-ENC1.
            05 FILLER              PIC X(50) VALUE
               'CATALOGO DE CLAVES DE MOVIMIENTO - CAMBIOS'.
            05 FILLER              PIC X(08) VALUE 'FECHA: '.
            05 WLE-FECHA           PIC 9(08) VALUE ZEROES.

       01  WSS-LISTADO-ENC2.
            05 FILLER              PIC X(60) VALUE
               'ACC  CVEMOV  RESULTADO'.

       01  WSS-LISTADO-DETALLE.
            05 WLD-ACCION          PIC X(01) VALUE SPACE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 WLD-CVEMOV          PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(06) VALUE SPACES.
            05 WLD-RESULTADO       PIC X(40) VALUE SPACES.

       01  WSS-LISTADO-IMAGEN.
            05 FILLER              PIC X(05) VALUE SPACES.
            05 WLI-ETIQUETA        PIC X(09) VALUE SPACES.
            05 WLI-RENGLON         PIC X(60) VALUE SPACES.

       01  WSS-LISTADO-TRAILER.
            05 FILLER              PIC X(08) VALUE 'LEIDAS: '.
            05 WLT-LEIDAS          PIC ZZZ,ZZ9.
            05 FILLER              PIC X(08) VALUE '  ALTAS:'.
            05 WLT-ALTAS           PIC ZZZ,ZZ9.
            05 FILLER              PIC X(10) VALUE '  CAMBIOS:'.
            05 WLT-CAMBIOS         PIC ZZZ,ZZ9.
            05 FILLER              PIC X(08) VALUE '  BAJAS:'.
            05 WLT-BAJAS           PIC ZZZ,ZZ9.
            05 FILLER              PIC X(10) VALUE '  ERRORES:'.
            05 WLT-ERRORES         PIC ZZZ,ZZ9.

      ******************************************************************
      *           ACEPTA FECHA DEL SISTEMA FORMATO : AAMMDD            *
      ******************************************************************
       01  W-FEC-SIS.
            05 WFS-AA                  PIC 9(02) VALUE ZEROES.
            05 WFS-MM                  PIC 9(02) VALUE ZEROES.
            05 WFS-DD                  PIC 9(02) VALUE ZEROES.

       01  W-FECHA-PROCESO             PIC 9(08) VALUE ZEROES.

       01  FILE-STATUS.
            05 FS-CATMOV               PIC X(02).
            05 FS-MANTCATMOV           PIC X(02).
            05 FS-LISTADO              PIC X(02).

       01  W-ACUMULADOR.
            05 WA-LEIDAS               PIC 9(06) VALUE ZEROES.
            05 WA-ALTAS                PIC 9(06) VALUE ZEROES.
            05 WA-CAMBIOS              PIC 9(06) VALUE ZEROES.
            05 WA-BAJAS                PIC 9(06) VALUE ZEROES.
            05 WA-ERRORES              PIC 9(06) VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-CATMOV           PIC X(01) VALUE 'N'.
            05 WS-FIN-MANTCATMOV       PIC X(01) VALUE 'N'.
            05 WS-RENGLON-VALIDO       PIC X(01) VALUE 'S'.
               88 RENGLON-VALIDO       VALUE 'S'.
               88 RENGLON-INVALIDO     VALUE 'N'.

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
            PERFORM 1000-INICIO
            PERFORM 2000-CARGAR-CATALOGO
            PERFORM 3000-PROCESO-MANTENIMIENTO
            PERFORM 4000-REGRABAR-CATALOGO
            PERFORM 4900-CIFRAS-CONTROL
            CLOSE LISTADO
            PERFORM 4950-FIJAR-CODIGO-RETORNO
            PERFORM 5000-FIN-PROG
           .

       1000-INICIO.
            ACCEPT W-FEC-SIS FROM DATE
            COMPUTE W-FECHA-PROCESO = 20000000
                  + (WFS-AA * 10000) + (WFS-MM * 100) + WFS-DD
            MOVE W-FECHA-PROCESO TO WLE-FECHA
           .

      ******************************************************************
      * Carga el catalogo actual completo; si no existe, el            *
      * mantenimiento arranca con el catalogo vacio (solo altas)       *
      ******************************************************************
       2000-CARGAR-CATALOGO.
            MOVE ZEROES TO WTC-TOTAL
            OPEN INPUT CATMOV
            IF FS-CATMOV = '00' OR FS-CATMOV = '05'
                PERFORM 2010-LEER-UN-RENGLON
                        UNTIL WS-FIN-CATMOV = 'S'
                CLOSE CATMOV
                DISPLAY "CLAVES DE MOVIMIENTO EN CATALOGO: " WTC-TOTAL
            ELSE
                DISPLAY "ERROR AL ABRIR CATMOV: " FS-CATMOV
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * El catalogo se regraba entero desde la tabla, asi que si no    *
      * cabe completo, o si falla la lectura antes del fin de archivo, *
      * se detiene el proceso sin tocar nada.                          *
      *----------------------------------------------------------------*
       2010-LEER-UN-RENGLON.
            READ CATMOV
            IF FS-CATMOV = '00'
                IF WTC-TOTAL >= WTC-MAXIMO
                    DISPLAY "CATMOV EXCEDE " WTC-MAXIMO
                            " CLAVES, REVISE EL ARCHIVO"
                    CLOSE CATMOV
                    PERFORM 5000-FIN-PROG
                END-IF
                ADD 1 TO WTC-TOTAL
                MOVE REG-CATMOV TO WTC-RENGLON-CATMOV (WTC-TOTAL)
            ELSE
                MOVE 'S' TO WS-FIN-CATMOV
                IF FS-CATMOV NOT = '10'
                    DISPLAY "ERROR AL LEER CATMOV: " FS-CATMOV
                    CLOSE CATMOV
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      ******************************************************************
      * Aplica cada transaccion de mantenimiento sobre la tabla del    *
      * catalogo y deja su resultado en el listado de cambios          *
      ******************************************************************
       3000-PROCESO-MANTENIMIENTO.
            OPEN INPUT MANTCATMOV
            IF FS-MANTCATMOV = '00' OR FS-MANTCATMOV = '05'
                DISPLAY "ABRIO CORECTO MANTCATMOV " FS-MANTCATMOV
            ELSE
                DISPLAY "ERROR AL ABRIR MANTCATMOV: " FS-MANTCATMOV
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT LISTADO
            IF FS-LISTADO = '00' OR FS-LISTADO = '05'
                DISPLAY "ABRIO CORECTO LISTADO " FS-LISTADO
            ELSE
                DISPLAY "ERROR AL ABRIR LISTADO: " FS-LISTADO
                CLOSE MANTCATMOV
                PERFORM 5000-FIN-PROG
            END-IF
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC1
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC2
            PERFORM 3100-APLICAR-UNA-TRANSACCION
                    UNTIL WS-FIN-MANTCATMOV = 'S'
            CLOSE MANTCATMOV
           .

       3100-APLICAR-UNA-TRANSACCION.
            READ MANTCATMOV INTO WSS-REG-MANTCATMOV
            IF FS-MANTCATMOV = '00'
                ADD 1 TO WA-LEIDAS
                MOVE WMT-ACCION TO WLD-ACCION
                MOVE WMT-CVEMOV TO WLD-CVEMOV
                MOVE SPACES     TO WLD-RESULTADO
                MOVE SPACES     TO W-RENGLON-ANTES
                MOVE WMT-CVEMOV TO WTC-CVEMOV-BUSCAR
                PERFORM 3110-BUSCAR-CVEMOV
                EVALUATE TRUE
                    WHEN ACCION-ALTA
                        PERFORM 3200-ALTA-CVEMOV
                    WHEN ACCION-CAMBIO
                        PERFORM 3300-CAMBIO-CVEMOV
                    WHEN ACCION-BAJA
                        PERFORM 3400-BAJA-CVEMOV
                    WHEN OTHER
                        MOVE 'ACCION INVALIDA (A, C O B)'
                                                 TO WLD-RESULTADO
                        ADD 1 TO WA-ERRORES
                END-EVALUATE
                WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
                IF W-RENGLON-ANTES NOT = SPACES
                    MOVE 'ANTES   :'     TO WLI-ETIQUETA
                    MOVE W-RENGLON-ANTES TO WLI-RENGLON
                    WRITE REG-LISTADO FROM WSS-LISTADO-IMAGEN
                END-IF
                IF WTC-IDX NOT = ZEROES
                   AND WLD-RESULTADO (1:9) NOT = 'RECHAZADA'
                    MOVE 'DESPUES :'     TO WLI-ETIQUETA
                    MOVE WTC-RENGLON-CATMOV (WTC-IDX) TO WLI-RENGLON
                    WRITE REG-LISTADO FROM WSS-LISTADO-IMAGEN
                END-IF
            ELSE
                MOVE 'S' TO WS-FIN-MANTCATMOV
                IF FS-MANTCATMOV NOT = '10'
                    DISPLAY "ERROR AL LEER MANTCATMOV: " FS-MANTCATMOV
                    CLOSE MANTCATMOV
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

       3110-BUSCAR-CVEMOV.
            MOVE ZEROES TO WTC-IDX
            PERFORM 3111-BUSCAR-CVEMOV-PASO
                    VARYING WTC-SUB FROM 1 BY 1
                    UNTIL WTC-SUB > WTC-TOTAL OR WTC-IDX NOT = ZEROES
           .

       3111-BUSCAR-CVEMOV-PASO.
            IF WTC-RENGLON-CATMOV (WTC-SUB) (1:2) = WTC-CVEMOV-BUSCAR
                MOVE WTC-SUB TO WTC-IDX
            END-IF
           .

      *----------------------------------------------------------------*
      * Alta: la CVEMOV debe ser 01-99 y no existir; el renglon nuevo  *
      * se valida completo y se agrega al final de la tabla.  Sin      *
      * ACTIVO la clave nace activa.                                   *
      *----------------------------------------------------------------*
       3200-ALTA-CVEMOV.
            IF WMT-CVEMOV NOT NUMERIC OR WMT-CVEMOV = '00'
                MOVE 'RECHAZADA: CVEMOV NO NUMERICA O 00'
                                                 TO WLD-RESULTADO
                ADD 1 TO WA-ERRORES
            ELSE
                IF WTC-IDX NOT = ZEROES
                    MOVE 'RECHAZADA: CVEMOV YA EXISTE'
                                                 TO WLD-RESULTADO
                    ADD 1 TO WA-ERRORES
                ELSE
                    IF WTC-TOTAL >= WTC-MAXIMO
                        MOVE 'RECHAZADA: CATALOGO LLENO (100 MAX)'
                                                 TO WLD-RESULTADO
                        ADD 1 TO WA-ERRORES
                    ELSE
                        IF WMT-ACTIVO = SPACE
                            MOVE 'S' TO WMT-ACTIVO
                        END-IF
                        MOVE WMT-IMAGEN TO WSS-REG-CATMOV
                        PERFORM 3500-VALIDAR-RENGLON
                        IF RENGLON-VALIDO
                            ADD 1 TO WTC-TOTAL
                            MOVE WTC-TOTAL TO WTC-IDX
                            MOVE WSS-REG-CATMOV
                                 TO WTC-RENGLON-CATMOV (WTC-IDX)
                            MOVE 'ALTA APLICADA' TO WLD-RESULTADO
                            ADD 1 TO WA-ALTAS
                        END-IF
                    END-IF
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Cambio: sobre el renglon actual se reemplazan solo los campos  *
      * que traen valor en la transaccion, y el resultado se valida    *
      * completo antes de aplicarlo.                                   *
      *----------------------------------------------------------------*
       3300-CAMBIO-CVEMOV.
            IF WTC-IDX = ZEROES
                MOVE 'RECHAZADA: CVEMOV NO EXISTE' TO WLD-RESULTADO
                ADD 1 TO WA-ERRORES
            ELSE
                MOVE WTC-RENGLON-CATMOV (WTC-IDX) TO WSS-REG-CATMOV
                IF WMT-DESCRIPCION NOT = SPACES
                    MOVE WMT-DESCRIPCION TO WMC-DESCRIPCION
                END-IF
                IF WMT-TIPMOV-PERMITIDOS NOT = SPACES
                    MOVE WMT-TIPMOV-PERMITIDOS TO WMC-TIPMOV-PERMITIDOS
                END-IF
                IF WMT-SALIDA NOT = SPACE
                    MOVE WMT-SALIDA TO WSS-REG-CATMOV (42:1)
                END-IF
                IF WMT-POSTEO NOT = SPACE
                    MOVE WMT-POSTEO TO WMC-POSTEO
                END-IF
                IF WMT-ACTIVO NOT = SPACE
                    MOVE WMT-ACTIVO TO WMC-ACTIVO
                END-IF
                IF WMT-DEDUCIBLE NOT = SPACE
                    MOVE WMT-DEDUCIBLE TO WMC-DEDUCIBLE
                END-IF
                PERFORM 3500-VALIDAR-RENGLON
                IF RENGLON-VALIDO
                    MOVE WTC-RENGLON-CATMOV (WTC-IDX)
                                                 TO W-RENGLON-ANTES
                    MOVE WSS-REG-CATMOV TO WTC-RENGLON-CATMOV (WTC-IDX)
                    MOVE 'CAMBIO APLICADO' TO WLD-RESULTADO
                    ADD 1 TO WA-CAMBIOS
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Baja: la clave queda inactiva; el renglon permanece en el      *
      * catalogo.                                                      *
      *----------------------------------------------------------------*
       3400-BAJA-CVEMOV.
            IF WTC-IDX = ZEROES
                MOVE 'RECHAZADA: CVEMOV NO EXISTE' TO WLD-RESULTADO
                ADD 1 TO WA-ERRORES
            ELSE
                MOVE WTC-RENGLON-CATMOV (WTC-IDX) TO WSS-REG-CATMOV
                IF WMC-ACTIVO = 'N'
                    MOVE 'RECHAZADA: CVEMOV YA ESTA INACTIVA'
                                                 TO WLD-RESULTADO
                    ADD 1 TO WA-ERRORES
                ELSE
                    MOVE WTC-RENGLON-CATMOV (WTC-IDX)
                                                 TO W-RENGLON-ANTES
                    MOVE 'N' TO WMC-ACTIVO
                    MOVE WSS-REG-CATMOV TO WTC-RENGLON-CATMOV (WTC-IDX)
                    MOVE 'BAJA APLICADA (CVEMOV INACTIVA)'
                                                 TO WLD-RESULTADO
                    ADD 1 TO WA-BAJAS
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Valida el renglon armado en WSS-REG-CATMOV: descripcion y      *
      * TIPMOV permitidos con valor, SALIDA 1-3, POSTEO H/D, ACTIVO    *
      * S/N y DEDUCIBLE S/N (en blanco se toma como N).  El primer     *
      * error encontrado queda como resultado.                         *
      *----------------------------------------------------------------*
       3500-VALIDAR-RENGLON.
            SET RENGLON-VALIDO TO TRUE
            IF WMC-DEDUCIBLE = SPACE
                MOVE 'N' TO WMC-DEDUCIBLE
            END-IF
            EVALUATE TRUE
                WHEN WMC-DESCRIPCION = SPACES
                    MOVE 'RECHAZADA: FALTA DESCRIPCION'
                                                 TO WLD-RESULTADO
                    SET RENGLON-INVALIDO TO TRUE
                WHEN WMC-TIPMOV-PERMITIDOS = SPACES
                    MOVE 'RECHAZADA: FALTAN TIPMOV PERMITIDOS'
                                                 TO WLD-RESULTADO
                    SET RENGLON-INVALIDO TO TRUE
                WHEN WMC-SALIDA NOT NUMERIC
                  OR WMC-SALIDA < 1 OR WMC-SALIDA > 3
                    MOVE 'RECHAZADA: SALIDA DEBE SER 1, 2 O 3'
                                                 TO WLD-RESULTADO
                    SET RENGLON-INVALIDO TO TRUE
                WHEN WMC-POSTEO NOT = 'H' AND WMC-POSTEO NOT = 'D'
                    MOVE 'RECHAZADA: POSTEO DEBE SER H O D'
                                                 TO WLD-RESULTADO
                    SET RENGLON-INVALIDO TO TRUE
                WHEN WMC-ACTIVO NOT = 'S' AND WMC-ACTIVO NOT = 'N'
                    MOVE 'RECHAZADA: ACTIVO DEBE SER S O N'
                                                 TO WLD-RESULTADO
                    SET RENGLON-INVALIDO TO TRUE
                WHEN WMC-DEDUCIBLE NOT = 'S'
                 AND WMC-DEDUCIBLE NOT = 'N'
                    MOVE 'RECHAZADA: DEDUCIBLE DEBE SER S O N'
                                                 TO WLD-RESULTADO
                    SET RENGLON-INVALIDO TO TRUE
            END-EVALUATE
            IF RENGLON-INVALIDO
                ADD 1 TO WA-ERRORES
            END-IF
           .

      *----------------------------------------------------------------*
      * Un catalogo que no se pudo regrabar completo termina el        *
      * proceso como fatal.                                            *
      *----------------------------------------------------------------*
       4000-REGRABAR-CATALOGO.
            OPEN OUTPUT CATMOV
            IF FS-CATMOV = '00' OR FS-CATMOV = '05'
                PERFORM 4010-GRABAR-UN-RENGLON
                        VARYING WTC-SUB FROM 1 BY 1
                        UNTIL WTC-SUB > WTC-TOTAL
                CLOSE CATMOV
            ELSE
                DISPLAY "ERROR AL REGRABAR CATMOV: " FS-CATMOV
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       4010-GRABAR-UN-RENGLON.
            WRITE REG-CATMOV FROM WTC-RENGLON-CATMOV (WTC-SUB)
            IF FS-CATMOV NOT = '00'
                DISPLAY "ERROR AL REGRABAR CATMOV: " FS-CATMOV
                        " RENGLON " WTC-SUB
                CLOSE CATMOV
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       4900-CIFRAS-CONTROL.
            MOVE WA-LEIDAS   TO WLT-LEIDAS
            MOVE WA-ALTAS    TO WLT-ALTAS
            MOVE WA-CAMBIOS  TO WLT-CAMBIOS
            MOVE WA-BAJAS    TO WLT-BAJAS
            MOVE WA-ERRORES  TO WLT-ERRORES
            WRITE REG-LISTADO FROM WSS-LISTADO-TRAILER
            DISPLAY "CIFRAS DE CONTROL"
            DISPLAY "TRANSACCIONES LEIDAS: " WA-LEIDAS
            DISPLAY "ALTAS               : " WA-ALTAS
            DISPLAY "CAMBIOS             : " WA-CAMBIOS
            DISPLAY "BAJAS               : " WA-BAJAS
            DISPLAY "CON ERROR           : " WA-ERRORES
            DISPLAY "CLAVES EN CATALOGO  : " WTC-TOTAL
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si hubo          *
      * transacciones de mantenimiento rechazadas.                     *
      *----------------------------------------------------------------*
       4950-FIJAR-CODIGO-RETORNO.
            IF WA-ERRORES > ZEROES
                SET RETORNO-ADVERTENCIA TO TRUE
            ELSE
                SET RETORNO-LIMPIO TO TRUE
            END-IF
            DISPLAY "CODIGO DE RETORNO: " W-CODIGO-RETORNO
           .

       5000-FIN-PROG.
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN
           .

       END PROGRAM "PROG12".
