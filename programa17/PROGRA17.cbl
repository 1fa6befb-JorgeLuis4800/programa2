       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROG17".

      ******************************************************************
      * Conciliacion del acuse de contabilidad contra la interfaz      *
      * contable que emitio PROG06.                                    *
      *                                                                *
      * Contabilidad regresa un acuse (../acusecont.dat) con un        *
      * renglon por cada renglon de detalle que recibio, tanto de la   *
      * interfaz consolidada (../interfaz.dat) como de cada interfaz   *
      * por sucursal (../interfazNN.dat), con el origen del renglon,   *
      * CVEREG + NUMCTE, el cargo y el abono que tomo, y si lo acepto  *
      * o lo rechazo (con su motivo).  Este programa cruza renglon por *
      * renglon cada interfaz contra los renglones del acuse de su     *
      * mismo origen, por CVEREG + NUMCTE y por importe de cargo y     *
      * abono, y lista en ../listconcilia.dat:                         *
      *   - cada renglon enviado como ACEPTADO, RECHAZADO, FALTANTE    *
      *     (sin renglon en el acuse) o IMPORTE DIFERENTE;             *
      *   - cada renglon del acuse que no corresponde a nada enviado   *
      *     (NO ENVIADO) o que no se puede leer (ACUSE ILEGIBLE);      *
      *   - por origen, las cifras enviadas, acusadas y aceptadas y su *
      *     diferencia, y la interfaz que no cuadra con su propio      *
      *     renglon de totales;                                        *
      *   - la interfaz consolidada contra la suma de las sucursales.  *
      * Solo cuando todo cuadra, la corrida pasa de POSTEADO a         *
      * CONCILIADO en la bitacora de corridas (../corridas.dat), que   *
      * es lo que PROG09 muestra como dia cerrado con contabilidad.    *
      *                                                                *
      * La interfaz no lleva numero de corrida y PROG06 la regraba en  *
      * cada posteo, asi que el acuse se concilia contra la ultima     *
      * corrida de la bitacora, que debe estar POSTEADO (o ya          *
      * CONCILIADO, en cuyo caso solo se repite el listado), y antes   *
      * del siguiente posteo.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------*
      * CORRIDAS: bitacora de control de corridas de PROG05/PROG06.    *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CORRIDAS ASSIGN TO "../corridas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORRIDAS.

      *----------------------------------------------------------------*
      * INTERFAZ: interfaz consolidada que grabo PROG06.               *
      *----------------------------------------------------------------*
           SELECT INTERFAZ ASSIGN TO "../interfaz.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTERFAZ.

      *----------------------------------------------------------------*
      * INTERFSUC: interfaz por sucursal (../interfazNN.dat), el       *
      * nombre fisico se arma por sucursal igual que en PROG06.        *
      *----------------------------------------------------------------*
           SELECT OPTIONAL INTERFSUC ASSIGN TO WS-NOMBRE-INTERFSUC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTERFSUC.

      *----------------------------------------------------------------*
      * ACUSE: acuse de recibo que regresa contabilidad.               *
      *----------------------------------------------------------------*
           SELECT OPTIONAL ACUSE ASSIGN TO "../acusecont.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUSE.

      *----------------------------------------------------------------*
      * LISTADO: resultado de la conciliacion.                         *
      *----------------------------------------------------------------*
           SELECT OPTIONAL LISTADO ASSIGN TO "../listconcilia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.


       DATA DIVISION.
       FILE SECTION.

       FD  CORRIDAS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-CORRIDAS.
        01  REG-CORRIDAS PIC X(73).

       FD  INTERFAZ
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-INTERFAZ.
        01  REG-INTERFAZ PIC X(90).

       FD  INTERFSUC
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-INTERFSUC.
        01  REG-INTERFSUC PIC X(90).

      *----------------------------------------------------------------*
      * ACUSE: un renglon por renglon de detalle recibido (ver         *
      * WSS-REG-ACUSE).                                                *
      *----------------------------------------------------------------*
       FD  ACUSE
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-ACUSE.
        01  REG-ACUSE PIC X(80).

       FD  LISTADO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-LISTADO.
        01  REG-LISTADO PIC X(110).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Renglon y tabla de la bitacora de corridas, espejo del layout  *
      * que graba PROG05.  La bitacora se regraba entera al marcar la  *
      * corrida como CONCILIADO, igual que PROG06 al marcar POSTEADO.  *
      *----------------------------------------------------------------*
       01  WSS-REG-CORRIDA.
            05 WCO-CORRIDA             PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCO-FECHA               PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCO-ESTATUS             PIC X(10) VALUE SPACES.
               88 CORRIDA-EN-PROCESO   VALUE 'EN-PROCESO'.
               88 CORRIDA-TERMINADA    VALUE 'TERMINADO '.
               88 CORRIDA-POSTEADA     VALUE 'POSTEADO  '.
               88 CORRIDA-CONCILIADA   VALUE 'CONCILIADO'.
            05 FILLER                  PIC X(45) VALUE SPACES.

       01  W-TABLA-CORRIDAS.
            05 W-COR-OCC OCCURS 100 TIMES.
               10 WTB-RENGLON-CORRIDA  PIC X(73).

       01  W-CONTROL-CORRIDAS.
            05 WCO-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WCO-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WCO-IDX-ACTUAL          PIC 9(04) COMP VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglon de detalle de la interfaz tal como lo graba PROG06     *
      * (WSS-REG-INTERFAZ), y su renglon de totales                    *
      * (WSS-TRAILER-INTERFAZ).                                        *
      *----------------------------------------------------------------*
       01  W-LINEA-INTERFAZ.
            05 WLI-CVEREG              PIC 9(02).
            05 FILLER                  PIC X(01).
            05 WLI-NUMCTE              PIC 9(06).
            05 FILLER                  PIC X(01).
            05 FILLER                  PIC X(07).
            05 WLI-CARGO               PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(01).
            05 FILLER                  PIC X(07).
            05 WLI-ABONO               PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(01).
            05 FILLER                  PIC X(08).
            05 WLI-CODIGO              PIC X(01).
            05 FILLER                  PIC X(01).
            05 FILLER                  PIC X(06).
            05 WLI-NETO                PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(05).

       01  W-TRAILER-INTERFAZ REDEFINES W-LINEA-INTERFAZ.
            05 WTI-ETIQUETA            PIC X(20).
               88 RENGLON-TOTALES      VALUE 'CUENTAS POSTEADAS: '.
            05 WTI-CUENTAS             PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(02).
            05 FILLER                  PIC X(13).
            05 WTI-TOT-CARGO           PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(02).
            05 FILLER                  PIC X(13).
            05 WTI-TOT-ABONO           PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(05).

      *----------------------------------------------------------------*
      * Renglon del acuse de contabilidad.  WAK-ORIGEN es 'CO' para un *
      * renglon de interfaz.dat, o la CVEPZA de dos digitos para un    *
      * renglon de interfazNN.dat.  Importes sin edicion, con dos      *
      * decimales implicitos.  WAK-ESTATUS: A aceptado, R rechazado.   *
      *----------------------------------------------------------------*
       01  WSS-REG-ACUSE.
            05 WAK-ORIGEN              PIC X(02).
            05 FILLER                  PIC X(01).
            05 WAK-CVEREG              PIC 9(02).
            05 FILLER                  PIC X(01).
            05 WAK-NUMCTE              PIC 9(06).
            05 FILLER                  PIC X(01).
            05 WAK-CARGO               PIC 9(09)V99.
            05 FILLER                  PIC X(01).
            05 WAK-ABONO               PIC 9(09)V99.
            05 FILLER                  PIC X(01).
            05 WAK-ESTATUS             PIC X(01).
               88 ACUSE-ACEPTADO       VALUE 'A'.
               88 ACUSE-RECHAZADO      VALUE 'R'.
               88 ACUSE-ESTATUS-VALIDO VALUE 'A' 'R'.
            05 FILLER                  PIC X(01).
            05 WAK-MOTIVO              PIC X(30).
            05 FILLER                  PIC X(11).

      *----------------------------------------------------------------*
      * Tabla en memoria del acuse completo; WTA-CRUZADO marca el      *
      * renglon ya cruzado contra un renglon enviado.                  *
      *----------------------------------------------------------------*
       01  W-TABLA-ACUSE.
            05 W-ACU-OCC OCCURS 9000 TIMES.
               10 WTA-ORIGEN           PIC X(02).
               10 WTA-CVEREG           PIC 9(02).
               10 WTA-NUMCTE           PIC 9(06).
               10 WTA-CARGO            PIC 9(09)V99.
               10 WTA-ABONO            PIC 9(09)V99.
               10 WTA-ESTATUS          PIC X(01).
               10 WTA-MOTIVO           PIC X(30).
               10 WTA-CRUZADO          PIC X(01).

       01  W-CONTROL-ACUSE.
            05 WTA-MAXIMO              PIC 9(04) COMP VALUE 9000.
            05 WTA-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WTA-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WTA-IDX                 PIC 9(04) COMP VALUE ZEROES.

      *----------------------------------------------------------------*
      * Catalogo de sucursales (CVEPZA) validas, el mismo contra el    *
      * que PROG06 emite una interfaz por sucursal.                    *
      *----------------------------------------------------------------*
       01  W-CATALOGO-CVEPZA.
            05 W-CAT-CVEPZA-LISTA.
               10 FILLER               PIC 9(02) VALUE 01.
               10 FILLER               PIC 9(02) VALUE 02.
               10 FILLER               PIC 9(02) VALUE 03.
               10 FILLER               PIC 9(02) VALUE 05.
               10 FILLER               PIC 9(02) VALUE 08.
               10 FILLER               PIC 9(02) VALUE 10.
               10 FILLER               PIC 9(02) VALUE 12.
               10 FILLER               PIC 9(02) VALUE 15.
               10 FILLER               PIC 9(02) VALUE 18.
               10 FILLER               PIC 9(02) VALUE 20.
               10 FILLER               PIC 9(02) VALUE 21.
               10 FILLER               PIC 9(02) VALUE 25.
               10 FILLER               PIC 9(02) VALUE 30.
               10 FILLER               PIC 9(02) VALUE 35.
               10 FILLER               PIC 9(02) VALUE 40.
               10 FILLER               PIC 9(02) VALUE 45.
               10 FILLER               PIC 9(02) VALUE 50.
               10 FILLER               PIC 9(02) VALUE 55.
               10 FILLER               PIC 9(02) VALUE 60.
               10 FILLER               PIC 9(02) VALUE 99.
            05 W-TAB-CAT-CVEPZA REDEFINES W-CAT-CVEPZA-LISTA.
               10 WCP-CVEPZA-VALIDA    PIC 9(02) OCCURS 20 TIMES.

       01  W-CONTROL-CATALOGO-CVEPZA.
            05 WCP-SUB                 PIC 9(02) VALUE ZEROES.
            05 WCP-CVEPZA-ACTUAL       PIC 9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Nombre fisico de la interfaz de la sucursal en proceso.        *
      *----------------------------------------------------------------*
       01  WS-NOMBRE-INTERFSUC         PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * Cifras del origen en proceso ('CO' o la CVEPZA): lo enviado    *
      * (renglones de detalle de la interfaz), su renglon de totales,  *
      * lo acusado y lo aceptado por contabilidad.                     *
      *----------------------------------------------------------------*
       01  W-CIFRAS-ORIGEN.
            05 WOR-ORIGEN              PIC X(02) VALUE SPACES.
            05 WOR-LINEAS-ENV          PIC 9(06) VALUE ZEROES.
            05 WOR-CARGO-ENV           PIC 9(09)V99 VALUE ZEROES.
            05 WOR-ABONO-ENV           PIC 9(09)V99 VALUE ZEROES.
            05 WOR-LINEAS-ACU          PIC 9(06) VALUE ZEROES.
            05 WOR-CARGO-ACU           PIC 9(09)V99 VALUE ZEROES.
            05 WOR-ABONO-ACU           PIC 9(09)V99 VALUE ZEROES.
            05 WOR-LINEAS-ACE          PIC 9(06) VALUE ZEROES.
            05 WOR-CARGO-ACE           PIC 9(09)V99 VALUE ZEROES.
            05 WOR-ABONO-ACE           PIC 9(09)V99 VALUE ZEROES.
            05 WOR-TRL-CUENTAS         PIC 9(06) VALUE ZEROES.
            05 WOR-TRL-CARGO           PIC 9(09)V99 VALUE ZEROES.
            05 WOR-TRL-ABONO           PIC 9(09)V99 VALUE ZEROES.
            05 WOR-TRAILER             PIC X(01) VALUE 'N'.
               88 TRAILER-LEIDO        VALUE 'S'.
            05 WOR-ARCHIVO             PIC X(01) VALUE 'N'.
               88 INTERFAZ-PRESENTE    VALUE 'S'.

      *----------------------------------------------------------------*
      * Consolidada contra la suma de las sucursales.                  *
      *----------------------------------------------------------------*
       01  W-CIFRAS-CONSOLIDADO.
            05 WCS-CARGO-CONSOLIDADO   PIC 9(09)V99 VALUE ZEROES.
            05 WCS-ABONO-CONSOLIDADO   PIC 9(09)V99 VALUE ZEROES.
            05 WCS-CARGO-SUCURSALES    PIC 9(09)V99 VALUE ZEROES.
            05 WCS-ABONO-SUCURSALES    PIC 9(09)V99 VALUE ZEROES.

      *----------------------------------------------------------------*
      * Importes del renglon enviado en proceso, ya sin edicion.       *
      *----------------------------------------------------------------*
       01  W-RENGLON-ENVIADO.
            05 WRE-CVEREG              PIC 9(02) VALUE ZEROES.
            05 WRE-NUMCTE              PIC 9(06) VALUE ZEROES.
            05 WRE-CARGO               PIC 9(09)V99 VALUE ZEROES.
            05 WRE-ABONO               PIC 9(09)V99 VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglones del listado.                                         *
      *----------------------------------------------------------------*
       01  WSS-LISTADO-ENC1.
            05 FILLER              PIC X(49) VALUE
               'CONCILIACION DEL ACUSE DE CONTABILIDAD - CORRIDA '.
            05 WLE-CORRIDA         PIC 9(08) VALUE ZEROES.
            05 FILLER              PIC X(09) VALUE '  FECHA: '.
            05 WLE-FECHA           PIC 9(08) VALUE ZEROES.

       01  WSS-LISTADO-ENC2.
            05 FILLER              PIC X(40) VALUE
               'ORIGEN CVEREG NUMCTE           CARGO    '.
            05 FILLER              PIC X(40) VALUE
               '       ABONO  RESULTADO          MOTIVO '.

       01  WSS-LISTADO-DETALLE.
            05 WLD-ORIGEN          PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE SPACES.
            05 WLD-CVEREG          PIC 9(02) VALUE ZEROES.
            05 FILLER              PIC X(05) VALUE SPACES.
            05 WLD-NUMCTE          PIC 9(06) VALUE ZEROES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WLD-CARGO           PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WLD-ABONO           PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-RESULTADO       PIC X(18) VALUE SPACES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WLD-MOTIVO          PIC X(30) VALUE SPACES.

       01  WSS-LISTADO-CIFRAS.
            05 WLC-ORIGEN          PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WLC-CONCEPTO        PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(08) VALUE 'LINEAS: '.
            05 WLC-LINEAS          PIC ----,--9.
            05 FILLER              PIC X(09) VALUE '  CARGO: '.
            05 WLC-CARGO           PIC ----,---,--9.99.
            05 FILLER              PIC X(09) VALUE '  ABONO: '.
            05 WLC-ABONO           PIC ----,---,--9.99.

       01  WSS-LISTADO-AVISO.
            05 WLA-ORIGEN          PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WLA-TEXTO           PIC X(60) VALUE SPACES.

       01  WSS-LISTADO-TRAILER1.
            05 FILLER              PIC X(11) VALUE 'ACEPTADOS: '.
            05 WLT-ACEPTADOS       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(14) VALUE '  RECHAZADOS: '.
            05 WLT-RECHAZADOS      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(13) VALUE '  FALTANTES: '.
            05 WLT-FALTANTES       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(21) VALUE
               '  IMPORTE DIFERENTE: '.
            05 WLT-DIFERENTES      PIC ZZZ,ZZ9.

       01  WSS-LISTADO-TRAILER2.
            05 FILLER              PIC X(13) VALUE 'NO ENVIADOS: '.
            05 WLT-NO-ENVIADOS     PIC ZZZ,ZZ9.
            05 FILLER              PIC X(13) VALUE '  ILEGIBLES: '.
            05 WLT-ILEGIBLES       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(28) VALUE
               '  CIFRAS DE CONTROL NO CUADR'.
            05 FILLER              PIC X(04) VALUE 'AN: '.
            05 WLT-DIF-CIFRAS      PIC ZZZ,ZZ9.

       01  WSS-LISTADO-RESULTADO.
            05 FILLER              PIC X(11) VALUE 'RESULTADO: '.
            05 WLR-RESULTADO       PIC X(60) VALUE SPACES.

       01  W-FEC-SIS.
            05 WFS-AA                  PIC 9(02).
            05 WFS-MM                  PIC 9(02).
            05 WFS-DD                  PIC 9(02).

       01  W-FECHA-PROCESO             PIC 9(08) VALUE ZEROES.

       01  FILE-STATUS.
            05 FS-CORRIDAS             PIC X(02).
            05 FS-INTERFAZ             PIC X(02).
            05 FS-INTERFSUC            PIC X(02).
            05 FS-ACUSE                PIC X(02).
            05 FS-LISTADO              PIC X(02).

       01  W-ACUMULADOR.
            05 WA-LEIDOS-ACUSE         PIC 9(06) VALUE ZEROES.
            05 WA-ACEPTADOS            PIC 9(06) VALUE ZEROES.
            05 WA-RECHAZADOS           PIC 9(06) VALUE ZEROES.
            05 WA-FALTANTES            PIC 9(06) VALUE ZEROES.
            05 WA-DIFERENTES           PIC 9(06) VALUE ZEROES.
            05 WA-NO-ENVIADOS          PIC 9(06) VALUE ZEROES.
            05 WA-ILEGIBLES            PIC 9(06) VALUE ZEROES.
            05 WA-DIF-CIFRAS           PIC 9(06) VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-ARCHIVO          PIC X(01) VALUE 'N'.
            05 WS-FIN-CORRIDAS         PIC X(01) VALUE 'N'.
            05 WS-CONCILIACION         PIC X(01) VALUE 'N'.
               88 TODO-CUADRA          VALUE 'S'.

      *----------------------------------------------------------------*
      * Codigo de retorno del paso: 00 todo cuadra y la corrida queda  *
      * CONCILIADO, 04 hay diferencias (o aun no llega el acuse) y la  *
      * corrida sigue POSTEADO, 16 fatal.  Arranca en 16 y solo el fin *
      * normal del proceso lo baja a 00 o 04, de modo que toda salida  *
      * por error termina como fatal.                                  *
      *----------------------------------------------------------------*
       01  W-CODIGO-RETORNO            PIC 9(02) VALUE 16.
            88 RETORNO-LIMPIO          VALUE 00.
            88 RETORNO-ADVERTENCIA     VALUE 04.
            88 RETORNO-FATAL           VALUE 16.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INICIO
            PERFORM 2000-PROCESO
            PERFORM 4900-FIJAR-CODIGO-RETORNO
            PERFORM 5000-FIN-PROG
           .

       1000-INICIO.
            ACCEPT W-FEC-SIS FROM DATE
            COMPUTE W-FECHA-PROCESO = 20000000
                  + (WFS-AA * 10000) + (WFS-MM * 100) + WFS-DD
            PERFORM 1100-VERIFICAR-CORRIDA
            PERFORM 1200-CARGAR-ACUSE
            PERFORM 1300-ABRIR-LISTADO
           .

      ******************************************************************
      *    Solo se concilia la ultima corrida de la bitacora, y solo   *
      *    si ya esta POSTEADO (o CONCILIADO, para repetir el listado) *
      ******************************************************************
       1100-VERIFICAR-CORRIDA.
            PERFORM 1110-CARGAR-CORRIDAS
            IF WCO-TOTAL = ZEROES
                DISPLAY "SIN BITACORA DE CORRIDAS, NADA QUE CONCILIAR"
                PERFORM 5000-FIN-PROG
            END-IF
            MOVE WCO-TOTAL TO WCO-IDX-ACTUAL
            MOVE WTB-RENGLON-CORRIDA (WCO-IDX-ACTUAL)
                                           TO WSS-REG-CORRIDA
            EVALUATE TRUE
                WHEN CORRIDA-POSTEADA
                    DISPLAY "CORRIDA " WCO-CORRIDA
                            " POSTEADA, SE CONCILIA EL ACUSE"
                WHEN CORRIDA-CONCILIADA
                    DISPLAY "CORRIDA " WCO-CORRIDA
                            " YA CONCILIADA, SOLO SE REPITE EL LISTADO"
                WHEN OTHER
                    DISPLAY "CORRIDA " WCO-CORRIDA " EN ESTATUS "
                            WCO-ESTATUS ", NADA QUE CONCILIAR"
                    PERFORM 5000-FIN-PROG
            END-EVALUATE
           .

      *----------------------------------------------------------------*
      * La bitacora se regraba entera desde la tabla al marcar la      *
      * corrida, asi que tiene que caber completa: con un error de     *
      * lectura o con mas de 100 renglones no se concilia.             *
      *----------------------------------------------------------------*
       1110-CARGAR-CORRIDAS.
            MOVE ZEROES TO WCO-TOTAL
            MOVE 'N' TO WS-FIN-CORRIDAS
            OPEN INPUT CORRIDAS
            IF FS-CORRIDAS = '00' OR FS-CORRIDAS = '05'
                PERFORM 1111-LEER-UNA-CORRIDA
                        UNTIL WS-FIN-CORRIDAS = 'S'
                CLOSE CORRIDAS
            ELSE
                DISPLAY "NO SE PUDO LEER LA BITACORA DE CORRIDAS "
                                                        FS-CORRIDAS
            END-IF
           .

       1111-LEER-UNA-CORRIDA.
            READ CORRIDAS
            IF FS-CORRIDAS = '00'
                IF WCO-TOTAL < 100
                    ADD 1 TO WCO-TOTAL
                    MOVE REG-CORRIDAS
                             TO WTB-RENGLON-CORRIDA (WCO-TOTAL)
                ELSE
                    DISPLAY "BITACORA DE CORRIDAS EXCEDE 100 RENGLONES,"
                            " NO SE CONCILIA (DEPURAR CON PROG16)"
                    CLOSE CORRIDAS
                    PERFORM 5000-FIN-PROG
                END-IF
            ELSE
                IF FS-CORRIDAS = '10'
                    MOVE 'S' TO WS-FIN-CORRIDAS
                ELSE
                    DISPLAY "ERROR AL LEER CORRIDAS: " FS-CORRIDAS
                    CLOSE CORRIDAS
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      ******************************************************************
      *    Carga el acuse completo en la tabla.  Sin acuse no hay que  *
      *    conciliar todavia: el paso termina con advertencia y la     *
      *    corrida queda como esta                                     *
      ******************************************************************
       1200-CARGAR-ACUSE.
            MOVE ZEROES TO WTA-TOTAL
            OPEN INPUT ACUSE
            IF FS-ACUSE = '00' OR FS-ACUSE = '05'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 1210-LEER-UN-ACUSE
                        UNTIL WS-FIN-ARCHIVO = 'S'
                CLOSE ACUSE
            ELSE
                DISPLAY "Hubo un error al abrir acuse codigo: "
                                                         FS-ACUSE
                PERFORM 5000-FIN-PROG
            END-IF
            DISPLAY "RENGLONES DE ACUSE LEIDOS: " WA-LEIDOS-ACUSE
            IF WTA-TOTAL = ZEROES
                DISPLAY "SIN ACUSE DE CONTABILIDAD, NO SE CONCILIA"
                SET RETORNO-ADVERTENCIA TO TRUE
                PERFORM 5000-FIN-PROG
            END-IF
           .

       1210-LEER-UN-ACUSE.
            READ ACUSE INTO WSS-REG-ACUSE
            IF FS-ACUSE = '00'
                ADD 1 TO WA-LEIDOS-ACUSE
                IF WTA-TOTAL < WTA-MAXIMO
                    ADD 1 TO WTA-TOTAL
                    MOVE WAK-ORIGEN  TO WTA-ORIGEN (WTA-TOTAL)
                    MOVE WAK-CVEREG  TO WTA-CVEREG (WTA-TOTAL)
                    MOVE WAK-NUMCTE  TO WTA-NUMCTE (WTA-TOTAL)
                    MOVE WAK-CARGO   TO WTA-CARGO (WTA-TOTAL)
                    MOVE WAK-ABONO   TO WTA-ABONO (WTA-TOTAL)
                    MOVE WAK-ESTATUS TO WTA-ESTATUS (WTA-TOTAL)
                    MOVE WAK-MOTIVO  TO WTA-MOTIVO (WTA-TOTAL)
                    MOVE 'N'         TO WTA-CRUZADO (WTA-TOTAL)
                    IF WAK-CVEREG NOT NUMERIC
                       OR WAK-NUMCTE NOT NUMERIC
                       OR WAK-CARGO NOT NUMERIC
                       OR WAK-ABONO NOT NUMERIC
                       OR NOT ACUSE-ESTATUS-VALIDO
                        MOVE 'I'     TO WTA-CRUZADO (WTA-TOTAL)
                    END-IF
                ELSE
                    DISPLAY "ACUSE EXCEDE " WTA-MAXIMO
                            " RENGLONES, NO SE PUEDE CONCILIAR"
                    PERFORM 5000-FIN-PROG
                END-IF
            ELSE
                MOVE 'S' TO WS-FIN-ARCHIVO
                IF FS-ACUSE NOT = '10'
                    DISPLAY "ERROR AL LEER ACUSE: " FS-ACUSE
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

       1300-ABRIR-LISTADO.
            OPEN OUTPUT LISTADO
            IF FS-LISTADO = '00' OR FS-LISTADO = '05'
                DISPLAY "Abrio correcto listado " FS-LISTADO
            ELSE
                DISPLAY "Hubo un error al abrir listado codigo: "
                                                        FS-LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      ******************************************************************
      *    Concilia la consolidada y cada sucursal contra el acuse,    *
      *    luego lo acusado que no se envio, y marca la corrida        *
      *    CONCILIADO si todo cuadra                                   *
      ******************************************************************
       2000-PROCESO.
            MOVE WCO-CORRIDA      TO WLE-CORRIDA
            MOVE W-FECHA-PROCESO  TO WLE-FECHA
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC1
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC2
            PERFORM 2100-CONCILIAR-CONSOLIDADA
            PERFORM 2200-CONCILIAR-SUCURSAL
                    VARYING WCP-SUB FROM 1 BY 1
                    UNTIL WCP-SUB > 20
            PERFORM 2400-COMPARAR-SUCURSALES
            PERFORM 2500-LISTAR-NO-CRUZADOS
                    VARYING WTA-SUB FROM 1 BY 1
                    UNTIL WTA-SUB > WTA-TOTAL
            IF WA-RECHAZADOS = ZEROES AND WA-FALTANTES = ZEROES
               AND WA-DIFERENTES = ZEROES AND WA-NO-ENVIADOS = ZEROES
               AND WA-ILEGIBLES = ZEROES AND WA-DIF-CIFRAS = ZEROES
                SET TODO-CUADRA TO TRUE
            END-IF
            PERFORM 2900-CIFRAS-CONTROL
            CLOSE LISTADO
            IF TODO-CUADRA AND CORRIDA-POSTEADA
                PERFORM 2950-MARCAR-CORRIDA-CONCILIADA
            END-IF
           .

       2100-CONCILIAR-CONSOLIDADA.
            MOVE 'CO' TO WOR-ORIGEN
            PERFORM 2300-INICIAR-ORIGEN
            OPEN INPUT INTERFAZ
            IF FS-INTERFAZ = '00'
                SET INTERFAZ-PRESENTE TO TRUE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 2110-LEER-CONSOLIDADA
                        UNTIL WS-FIN-ARCHIVO = 'S'
                CLOSE INTERFAZ
            ELSE
                DISPLAY "Hubo un error al abrir interfaz codigo: "
                                                         FS-INTERFAZ
                PERFORM 5000-FIN-PROG
            END-IF
            PERFORM 2350-CIFRAS-ORIGEN
            MOVE WOR-CARGO-ENV TO WCS-CARGO-CONSOLIDADO
            MOVE WOR-ABONO-ENV TO WCS-ABONO-CONSOLIDADO
           .

       2110-LEER-CONSOLIDADA.
            READ INTERFAZ
            IF FS-INTERFAZ = '00'
                MOVE REG-INTERFAZ TO W-LINEA-INTERFAZ
                PERFORM 2310-PROCESAR-RENGLON
            ELSE
                MOVE 'S' TO WS-FIN-ARCHIVO
                IF FS-INTERFAZ NOT = '10'
                    DISPLAY "ERROR AL LEER INTERFAZ: " FS-INTERFAZ
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Una sucursal sin archivo (ningun posteo la ha emitido) se toma *
      * como interfaz vacia; lo que el acuse traiga para ella sale     *
      * como NO ENVIADO.                                               *
      *----------------------------------------------------------------*
       2200-CONCILIAR-SUCURSAL.
            MOVE WCP-CVEPZA-VALIDA (WCP-SUB) TO WCP-CVEPZA-ACTUAL
            MOVE WCP-CVEPZA-ACTUAL TO WOR-ORIGEN
            PERFORM 2300-INICIAR-ORIGEN
            MOVE SPACES TO WS-NOMBRE-INTERFSUC
            STRING '../interfaz'          DELIMITED BY SIZE
                   WCP-CVEPZA-ACTUAL      DELIMITED BY SIZE
                   '.dat'                 DELIMITED BY SIZE
                   INTO WS-NOMBRE-INTERFSUC
            END-STRING
            OPEN INPUT INTERFSUC
            EVALUATE FS-INTERFSUC
                WHEN '00'
                    SET INTERFAZ-PRESENTE TO TRUE
                    MOVE 'N' TO WS-FIN-ARCHIVO
                    PERFORM 2210-LEER-SUCURSAL
                            UNTIL WS-FIN-ARCHIVO = 'S'
                    CLOSE INTERFSUC
                WHEN '05'
                    CLOSE INTERFSUC
                WHEN OTHER
                    DISPLAY "Error al abrir interfaz de sucursal "
                            WS-NOMBRE-INTERFSUC " codigo: "
                            FS-INTERFSUC
                    PERFORM 5000-FIN-PROG
            END-EVALUATE
            PERFORM 2350-CIFRAS-ORIGEN
            ADD WOR-CARGO-ENV TO WCS-CARGO-SUCURSALES
            ADD WOR-ABONO-ENV TO WCS-ABONO-SUCURSALES
           .

       2210-LEER-SUCURSAL.
            READ INTERFSUC
            IF FS-INTERFSUC = '00'
                MOVE REG-INTERFSUC TO W-LINEA-INTERFAZ
                PERFORM 2310-PROCESAR-RENGLON
            ELSE
                MOVE 'S' TO WS-FIN-ARCHIVO
                IF FS-INTERFSUC NOT = '10'
                    DISPLAY "ERROR AL LEER INTERFAZ DE SUCURSAL: "
                            WS-NOMBRE-INTERFSUC " " FS-INTERFSUC
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Pone en cero las cifras del origen y suma lo que el acuse trae *
      * para el: todo lo acusado y lo aceptado.                        *
      *----------------------------------------------------------------*
       2300-INICIAR-ORIGEN.
            MOVE ZEROES TO WOR-LINEAS-ENV WOR-CARGO-ENV WOR-ABONO-ENV
                           WOR-LINEAS-ACU WOR-CARGO-ACU WOR-ABONO-ACU
                           WOR-LINEAS-ACE WOR-CARGO-ACE WOR-ABONO-ACE
                           WOR-TRL-CUENTAS WOR-TRL-CARGO WOR-TRL-ABONO
            MOVE 'N' TO WOR-TRAILER
                        WOR-ARCHIVO
            PERFORM 2301-SUMAR-ACUSE-ORIGEN
                    VARYING WTA-SUB FROM 1 BY 1
                    UNTIL WTA-SUB > WTA-TOTAL
           .

       2301-SUMAR-ACUSE-ORIGEN.
            IF WTA-ORIGEN (WTA-SUB) = WOR-ORIGEN
               AND WTA-CRUZADO (WTA-SUB) = 'N'
                ADD 1 TO WOR-LINEAS-ACU
                ADD WTA-CARGO (WTA-SUB) TO WOR-CARGO-ACU
                ADD WTA-ABONO (WTA-SUB) TO WOR-ABONO-ACU
                IF WTA-ESTATUS (WTA-SUB) = 'A'
                    ADD 1 TO WOR-LINEAS-ACE
                    ADD WTA-CARGO (WTA-SUB) TO WOR-CARGO-ACE
                    ADD WTA-ABONO (WTA-SUB) TO WOR-ABONO-ACE
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Un renglon de detalle trae CVEREG/NUMCTE numericos al inicio;  *
      * el renglon de totales se guarda para cuadrar el archivo.       *
      *----------------------------------------------------------------*
       2310-PROCESAR-RENGLON.
            IF WLI-CVEREG NUMERIC AND WLI-NUMCTE NUMERIC
                PERFORM 2320-CRUZAR-RENGLON
            ELSE
                IF RENGLON-TOTALES
                    SET TRAILER-LEIDO TO TRUE
                    MOVE WTI-CUENTAS   TO WOR-TRL-CUENTAS
                    MOVE WTI-TOT-CARGO TO WOR-TRL-CARGO
                    MOVE WTI-TOT-ABONO TO WOR-TRL-ABONO
                END-IF
            END-IF
           .

       2320-CRUZAR-RENGLON.
            MOVE WLI-CVEREG TO WRE-CVEREG
            MOVE WLI-NUMCTE TO WRE-NUMCTE
            MOVE WLI-CARGO  TO WRE-CARGO
            MOVE WLI-ABONO  TO WRE-ABONO
            ADD 1 TO WOR-LINEAS-ENV
            ADD WRE-CARGO TO WOR-CARGO-ENV
            ADD WRE-ABONO TO WOR-ABONO-ENV
            MOVE ZEROES TO WTA-IDX
            PERFORM 2321-BUSCAR-ACUSE-PASO
                    VARYING WTA-SUB FROM 1 BY 1
                    UNTIL WTA-SUB > WTA-TOTAL OR WTA-IDX NOT = ZEROES
            MOVE WOR-ORIGEN TO WLD-ORIGEN
            MOVE WRE-CVEREG TO WLD-CVEREG
            MOVE WRE-NUMCTE TO WLD-NUMCTE
            MOVE WRE-CARGO  TO WLD-CARGO
            MOVE WRE-ABONO  TO WLD-ABONO
            MOVE SPACES     TO WLD-MOTIVO
            IF WTA-IDX = ZEROES
                MOVE 'FALTANTE' TO WLD-RESULTADO
                MOVE 'SIN RENGLON EN EL ACUSE' TO WLD-MOTIVO
                ADD 1 TO WA-FALTANTES
                WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
            ELSE
                MOVE 'S' TO WTA-CRUZADO (WTA-IDX)
                IF WTA-CARGO (WTA-IDX) NOT = WRE-CARGO
                   OR WTA-ABONO (WTA-IDX) NOT = WRE-ABONO
                    PERFORM 2330-LISTAR-IMPORTE-DIFERENTE
                ELSE
                    IF WTA-ESTATUS (WTA-IDX) = 'A'
                        MOVE 'ACEPTADO' TO WLD-RESULTADO
                        ADD 1 TO WA-ACEPTADOS
                    ELSE
                        MOVE 'RECHAZADO' TO WLD-RESULTADO
                        MOVE WTA-MOTIVO (WTA-IDX) TO WLD-MOTIVO
                        ADD 1 TO WA-RECHAZADOS
                    END-IF
                    WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
                END-IF
            END-IF
           .

       2321-BUSCAR-ACUSE-PASO.
            IF WTA-CRUZADO (WTA-SUB) = 'N'
               AND WTA-ORIGEN (WTA-SUB) = WOR-ORIGEN
               AND WTA-CVEREG (WTA-SUB) = WRE-CVEREG
               AND WTA-NUMCTE (WTA-SUB) = WRE-NUMCTE
                MOVE WTA-SUB TO WTA-IDX
            END-IF
           .

      *----------------------------------------------------------------*
      * La cuenta si viene en el acuse pero con otro importe: se lista *
      * lo enviado y, debajo, lo que contabilidad acuso.               *
      *----------------------------------------------------------------*
       2330-LISTAR-IMPORTE-DIFERENTE.
            ADD 1 TO WA-DIFERENTES
            MOVE 'IMPORTE DIFERENTE' TO WLD-RESULTADO
            MOVE 'ENVIADO' TO WLD-MOTIVO
            WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
            MOVE WTA-CARGO (WTA-IDX) TO WLD-CARGO
            MOVE WTA-ABONO (WTA-IDX) TO WLD-ABONO
            IF WTA-ESTATUS (WTA-IDX) = 'A'
                MOVE 'ACUSADO, ACEPTADO' TO WLD-MOTIVO
            ELSE
                MOVE WTA-MOTIVO (WTA-IDX) TO WLD-MOTIVO
            END-IF
            WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
           .

      *----------------------------------------------------------------*
      * Cifras del origen: enviado, acusado, aceptado y la diferencia  *
      * enviado - aceptado; ademas la interfaz contra su propio        *
      * renglon de totales.  Una sucursal sin archivo y sin acuse no   *
      * se lista.                                                      *
      *----------------------------------------------------------------*
       2350-CIFRAS-ORIGEN.
            IF INTERFAZ-PRESENTE OR WOR-LINEAS-ACU > ZEROES
                MOVE WOR-ORIGEN        TO WLC-ORIGEN
                MOVE 'ENVIADO'         TO WLC-CONCEPTO
                MOVE WOR-LINEAS-ENV    TO WLC-LINEAS
                MOVE WOR-CARGO-ENV     TO WLC-CARGO
                MOVE WOR-ABONO-ENV     TO WLC-ABONO
                WRITE REG-LISTADO FROM WSS-LISTADO-CIFRAS
                MOVE 'ACUSADO'         TO WLC-CONCEPTO
                MOVE WOR-LINEAS-ACU    TO WLC-LINEAS
                MOVE WOR-CARGO-ACU     TO WLC-CARGO
                MOVE WOR-ABONO-ACU     TO WLC-ABONO
                WRITE REG-LISTADO FROM WSS-LISTADO-CIFRAS
                MOVE 'ACEPTADO'        TO WLC-CONCEPTO
                MOVE WOR-LINEAS-ACE    TO WLC-LINEAS
                MOVE WOR-CARGO-ACE     TO WLC-CARGO
                MOVE WOR-ABONO-ACE     TO WLC-ABONO
                WRITE REG-LISTADO FROM WSS-LISTADO-CIFRAS
                IF WOR-LINEAS-ENV NOT = WOR-LINEAS-ACE
                   OR WOR-CARGO-ENV NOT = WOR-CARGO-ACE
                   OR WOR-ABONO-ENV NOT = WOR-ABONO-ACE
                    MOVE 'DIFERENCIA'  TO WLC-CONCEPTO
                    COMPUTE WLC-LINEAS = WOR-LINEAS-ENV
                                       - WOR-LINEAS-ACE
                    COMPUTE WLC-CARGO  = WOR-CARGO-ENV
                                       - WOR-CARGO-ACE
                    COMPUTE WLC-ABONO  = WOR-ABONO-ENV
                                       - WOR-ABONO-ACE
                    WRITE REG-LISTADO FROM WSS-LISTADO-CIFRAS
                    ADD 1 TO WA-DIF-CIFRAS
                END-IF
            END-IF
            IF INTERFAZ-PRESENTE
                IF NOT TRAILER-LEIDO
                    MOVE WOR-ORIGEN TO WLA-ORIGEN
                    MOVE 'INTERFAZ SIN RENGLON DE TOTALES'
                                            TO WLA-TEXTO
                    WRITE REG-LISTADO FROM WSS-LISTADO-AVISO
                    ADD 1 TO WA-DIF-CIFRAS
                ELSE
                    IF WOR-TRL-CUENTAS NOT = WOR-LINEAS-ENV
                       OR WOR-TRL-CARGO NOT = WOR-CARGO-ENV
                       OR WOR-TRL-ABONO NOT = WOR-ABONO-ENV
                        MOVE WOR-ORIGEN TO WLA-ORIGEN
                        MOVE 'INTERFAZ NO CUADRA CON SUS TOTALES'
                                                TO WLA-TEXTO
                        WRITE REG-LISTADO FROM WSS-LISTADO-AVISO
                        ADD 1 TO WA-DIF-CIFRAS
                    END-IF
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * La consolidada debe cuadrar con la suma de las sucursales,     *
      * igual que PROG06 la emite.                                     *
      *----------------------------------------------------------------*
       2400-COMPARAR-SUCURSALES.
            IF WCS-CARGO-CONSOLIDADO NOT = WCS-CARGO-SUCURSALES
               OR WCS-ABONO-CONSOLIDADO NOT = WCS-ABONO-SUCURSALES
                MOVE 'CO'                     TO WLC-ORIGEN
                MOVE 'SUMA DE SUCURSALES'     TO WLC-CONCEPTO
                MOVE ZEROES                   TO WLC-LINEAS
                MOVE WCS-CARGO-SUCURSALES     TO WLC-CARGO
                MOVE WCS-ABONO-SUCURSALES     TO WLC-ABONO
                WRITE REG-LISTADO FROM WSS-LISTADO-CIFRAS
                MOVE 'CO'                     TO WLA-ORIGEN
                MOVE 'CONSOLIDADA NO CUADRA CON LA SUMA DE SUCURSALES'
                                              TO WLA-TEXTO
                WRITE REG-LISTADO FROM WSS-LISTADO-AVISO
                ADD 1 TO WA-DIF-CIFRAS
            END-IF
           .

      *----------------------------------------------------------------*
      * Renglones del acuse que no cruzaron con nada enviado, o que no *
      * se pudieron leer.                                              *
      *----------------------------------------------------------------*
       2500-LISTAR-NO-CRUZADOS.
            IF WTA-CRUZADO (WTA-SUB) NOT = 'S'
                MOVE WTA-ORIGEN (WTA-SUB) TO WLD-ORIGEN
                MOVE ZEROES               TO WLD-CVEREG
                                             WLD-NUMCTE
                                             WLD-CARGO
                                             WLD-ABONO
                MOVE WTA-MOTIVO (WTA-SUB) TO WLD-MOTIVO
                IF WTA-CRUZADO (WTA-SUB) = 'I'
                    MOVE 'ACUSE ILEGIBLE' TO WLD-RESULTADO
                    ADD 1 TO WA-ILEGIBLES
                ELSE
                    MOVE WTA-CVEREG (WTA-SUB) TO WLD-CVEREG
                    MOVE WTA-NUMCTE (WTA-SUB) TO WLD-NUMCTE
                    MOVE WTA-CARGO (WTA-SUB)  TO WLD-CARGO
                    MOVE WTA-ABONO (WTA-SUB)  TO WLD-ABONO
                    MOVE 'NO ENVIADO' TO WLD-RESULTADO
                    ADD 1 TO WA-NO-ENVIADOS
                END-IF
                WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
            END-IF
           .

       2900-CIFRAS-CONTROL.
            MOVE WA-ACEPTADOS    TO WLT-ACEPTADOS
            MOVE WA-RECHAZADOS   TO WLT-RECHAZADOS
            MOVE WA-FALTANTES    TO WLT-FALTANTES
            MOVE WA-DIFERENTES   TO WLT-DIFERENTES
            MOVE WA-NO-ENVIADOS  TO WLT-NO-ENVIADOS
            MOVE WA-ILEGIBLES    TO WLT-ILEGIBLES
            MOVE WA-DIF-CIFRAS   TO WLT-DIF-CIFRAS
            WRITE REG-LISTADO FROM WSS-LISTADO-TRAILER1
            WRITE REG-LISTADO FROM WSS-LISTADO-TRAILER2
            EVALUATE TRUE
                WHEN TODO-CUADRA AND CORRIDA-CONCILIADA
                    MOVE 'TODO CUADRA, LA CORRIDA YA ESTABA CONCILIADO'
                                                    TO WLR-RESULTADO
                WHEN TODO-CUADRA
                    MOVE 'TODO CUADRA, LA CORRIDA PASA A CONCILIADO'
                                                    TO WLR-RESULTADO
                WHEN OTHER
                    MOVE 'CON DIFERENCIAS, LA CORRIDA NO SE CONCILIA'
                                                    TO WLR-RESULTADO
            END-EVALUATE
            WRITE REG-LISTADO FROM WSS-LISTADO-RESULTADO
            DISPLAY "CIFRAS DE CONTROL"
            DISPLAY "ACEPTADOS         : " WA-ACEPTADOS
            DISPLAY "RECHAZADOS        : " WA-RECHAZADOS
            DISPLAY "FALTANTES         : " WA-FALTANTES
            DISPLAY "IMPORTE DIFERENTE : " WA-DIFERENTES
            DISPLAY "NO ENVIADOS       : " WA-NO-ENVIADOS
            DISPLAY "ACUSE ILEGIBLE    : " WA-ILEGIBLES
            DISPLAY "CIFRAS NO CUADRAN : " WA-DIF-CIFRAS
            DISPLAY WSS-LISTADO-RESULTADO
           .

      ******************************************************************
      *   Marca la corrida como CONCILIADO en la bitacora de corridas, *
      *   regrabandola completa como lo hace PROG06                    *
      ******************************************************************
       2950-MARCAR-CORRIDA-CONCILIADA.
            SET CORRIDA-CONCILIADA TO TRUE
            MOVE WSS-REG-CORRIDA
                     TO WTB-RENGLON-CORRIDA (WCO-IDX-ACTUAL)
            OPEN OUTPUT CORRIDAS
            IF FS-CORRIDAS = '00' OR FS-CORRIDAS = '05'
                PERFORM 2955-GRABAR-UNA-CORRIDA
                        VARYING WCO-SUB FROM 1 BY 1
                        UNTIL WCO-SUB > WCO-TOTAL
                CLOSE CORRIDAS
                DISPLAY "CORRIDA MARCADA CONCILIADO: " WCO-CORRIDA
            ELSE
                DISPLAY "NO SE PUDO REGRABAR LA BITACORA "
                                                        FS-CORRIDAS
                PERFORM 5000-FIN-PROG
            END-IF
           .

       2955-GRABAR-UNA-CORRIDA.
            WRITE REG-CORRIDAS FROM WTB-RENGLON-CORRIDA (WCO-SUB)
            IF FS-CORRIDAS NOT = '00'
                DISPLAY "ERROR AL REGRABAR LA BITACORA: " FS-CORRIDAS
                        " RENGLON " WCO-SUB
                DISPLAY "LA BITACORA DE CORRIDAS QUEDO INCOMPLETA, "
                        "RESTAURELA ANTES DE LA SIGUIENTE CORRIDA"
                CLOSE CORRIDAS
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: limpio solo si todo cuadro.  *
      *----------------------------------------------------------------*
       4900-FIJAR-CODIGO-RETORNO.
            IF TODO-CUADRA
                SET RETORNO-LIMPIO TO TRUE
            ELSE
                SET RETORNO-ADVERTENCIA TO TRUE
            END-IF
           .

       5000-FIN-PROG.
            DISPLAY "CODIGO DE RETORNO: " W-CODIGO-RETORNO
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN
           .

       END PROGRAM "PROG17".
