       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROG11".

      ******************************************************************
      * Suspenso de movimientos rechazados por PROG05 (suspenso.dat):  *
      *                                                                *
      *   PARM CORRIGE   : aplica las transacciones de correccion de   *
      *                    operacion (../correccion.dat) sobre las     *
      *                    partidas pendientes del suspenso.  Cada     *
      *                    transaccion lleva el folio de la partida,   *
      *                    una accion y, en su caso, el campo a        *
      *                    corregir con su valor nuevo:                *
      *                      C  corrige el campo, la partida sigue     *
      *                         pendiente (para corregir mas de un     *
      *                         campo antes de liberarla);             *
      *                      L  corrige el campo (si viene) y libera   *
      *                         la partida: el movimiento corregido    *
      *                         se agrega a ../liberados.dat, que      *
      *                         PROG05 procesa en su siguiente         *
      *                         corrida despues de entrada1;           *
      *                      X  cancela la partida sin reproceso.      *
      *                    Campos corregibles: TIPMOV, CVEMOV, NUMCTE, *
      *                    NOMBRE, APEPAT, APEMAT, RFC, IMPORTE (7     *
      *                    digitos sin punto), FECMOV (DDMMAAAA),      *
      *                    CVEREG, CVEPZA y NUMMOV.  Cada transaccion  *
      *                    queda en el listado ../corrsusp.dat con su  *
      *                    resultado, y el suspenso se regraba con el  *
      *                    estatus nuevo de cada partida.              *
      *   PARM ANTIGUEDAD: reporte semanal de antiguedad de las        *
      *                    partidas pendientes (../antigsusp.dat), por *
      *                    sucursal (CVEPZA) y codigo de rechazo, en   *
      *                    rangos de 0-7, 8-30 y mas de 30 dias desde  *
      *                    la fecha del rechazo.                       *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------*
      * SUSPENSO: partidas rechazadas que graba PROG05.                *
      *----------------------------------------------------------------*
           SELECT OPTIONAL SUSPENSO ASSIGN TO "../suspenso.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.

      *----------------------------------------------------------------*
      * CORRECCION: transacciones de correccion capturadas por         *
      * operacion.                                                     *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CORRECCION ASSIGN TO "../correccion.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORRECCION.

      *----------------------------------------------------------------*
      * LIBERADOS: movimientos corregidos que entran a la siguiente    *
      * corrida de PROG05.                                             *
      *----------------------------------------------------------------*
           SELECT OPTIONAL LIBERADOS ASSIGN TO "../liberados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIBERADOS.

      *----------------------------------------------------------------*
      * LISTADO: resultado de cada transaccion de correccion.          *
      *----------------------------------------------------------------*
           SELECT OPTIONAL LISTADO ASSIGN TO "../corrsusp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

      *----------------------------------------------------------------*
      * ANTIGUEDAD: reporte de antiguedad de partidas pendientes.      *
      *----------------------------------------------------------------*
           SELECT OPTIONAL ANTIGUEDAD ASSIGN TO "../antigsusp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTIGUEDAD.


       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * SUSPENSO: mismo layout WSS-REG-SUSPENSO que graba PROG05.      *
      *----------------------------------------------------------------*
       FD  SUSPENSO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-SUSPENSO.
        01  REG-SUSPENSO PIC X(122).

       FD  CORRECCION
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-CORRECCION.
        01  REG-CORRECCION PIC X(60).

      *----------------------------------------------------------------*
      * LIBERADOS: mismo layout que entrada1 de PROG05.                *
      *----------------------------------------------------------------*
       FD  LIBERADOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-LIBERADOS.
        01  REG-LIBERADOS PIC X(80).

       FD  LISTADO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-LISTADO.
        01  REG-LISTADO PIC X(100).

       FD  ANTIGUEDAD
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-ANTIGUEDAD.
        01  REG-ANTIGUEDAD PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Renglon del suspenso, espejo del layout que graba PROG05.      *
      *----------------------------------------------------------------*
       01  WSS-REG-SUSPENSO.
            05 WSU-FOLIO.
               10 WSU-CORRIDA          PIC 9(08) VALUE ZEROES.
               10 WSU-CONSECUTIVO      PIC 9(06) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-ESTATUS             PIC X(01) VALUE 'P'.
               88 SUSPENSO-PENDIENTE   VALUE 'P'.
               88 SUSPENSO-LIBERADO    VALUE 'L'.
               88 SUSPENSO-CANCELADO   VALUE 'C'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-FECHA-RECHAZO       PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-CVEPZA              PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-CODIGO              PIC X(03) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-MOVIMIENTO          PIC X(80) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-FECHA-LIBERACION    PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Movimiento de la partida, con el mismo layout W-REG-ENTRADA1   *
      * de PROG05, para corregir sus campos uno por uno.               *
      *----------------------------------------------------------------*
       01  W-MOV-SUSPENSO.
            05 WMS-TIPMOV              PIC X(01).
            05 WMS-CVEMOV              PIC 9(02).
            05 WMS-NUMCTE              PIC 9(06).
            05 WMS-NOMBRE              PIC X(10).
            05 WMS-APEPAT              PIC X(10).
            05 WMS-APEMAT              PIC X(10).
            05 WMS-RFC                 PIC X(13).
            05 WMS-IMPORTE             PIC 9(05)V99.
            05 WMS-FECMOV              PIC 9(08).
            05 WMS-CVEREG              PIC 9(02).
            05 WMS-CVEPZA              PIC 9(02).
            05 WMS-NUMMOV              PIC 9(04).
            05 FILLER                  PIC X(05).

      *----------------------------------------------------------------*
      * Transaccion de correccion: folio de la partida, accion, campo  *
      * y valor nuevo (alineado a la izquierda; los campos numericos   *
      * se capturan con todos sus digitos).                            *
      *----------------------------------------------------------------*
       01  WSS-REG-CORRECCION.
            05 WCR-FOLIO               PIC X(14) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCR-ACCION              PIC X(01) VALUE SPACE.
               88 ACCION-CORRIGE       VALUE 'C'.
               88 ACCION-LIBERA        VALUE 'L'.
               88 ACCION-CANCELA       VALUE 'X'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCR-CAMPO               PIC X(10) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCR-VALOR               PIC X(30) VALUE SPACES.
            05 FILLER                  PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      * Tabla en memoria del suspenso completo, que se regraba entero  *
      * al terminar las correcciones, igual que la bitacora de         *
      * corridas de PROG05.                                            *
      *----------------------------------------------------------------*
       01  W-TABLA-SUSPENSO.
            05 W-SUS-OCC OCCURS 5000 TIMES.
               10 WTS-RENGLON-SUSPENSO PIC X(122).

       01  W-CONTROL-SUSPENSO.
            05 WTS-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WTS-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WTS-IDX                 PIC 9(04) COMP VALUE ZEROES.
            05 WTS-MAXIMO              PIC 9(04) COMP VALUE 5000.

      *----------------------------------------------------------------*
      * Renglones del listado de correcciones.                         *
      *----------------------------------------------------------------*
       01  WSS-LISTADO-ENC1.
            05 FILLER              PIC X(50) VALUE
               'SUSPENSO DE RECHAZOS - TRANSACCIONES DE CORRECCION'.

       01  WSS-LISTADO-ENC2.
            05 FILLER              PIC X(90) VALUE
               'FOLIO           ACC  CAMPO       VALOR
      -        '                         RESULTADO'.

       01  WSS-LISTADO-DETALLE.
            05 WLD-FOLIO           PIC X(14) VALUE SPACES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-ACCION          PIC X(01) VALUE SPACE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 WLD-CAMPO           PIC X(10) VALUE SPACES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-VALOR           PIC X(30) VALUE SPACES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-RESULTADO       PIC X(30) VALUE SPACES.

       01  WSS-LISTADO-TRAILER.
            05 FILLER              PIC X(08) VALUE 'LEIDAS: '.
            05 WLT-LEIDAS          PIC ZZZ,ZZ9.
            05 FILLER              PIC X(13) VALUE '  CORREGIDAS:'.
            05 WLT-CORREGIDAS      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(12) VALUE '  LIBERADAS:'.
            05 WLT-LIBERADAS       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(13) VALUE '  CANCELADAS:'.
            05 WLT-CANCELADAS      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(10) VALUE '  ERRORES:'.
            05 WLT-ERRORES         PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Acumulados del reporte de antiguedad: una celda por sucursal   *
      * (CVEPZA 00-99, y la 101 para una CVEPZA no numerica) y por     *
      * codigo de rechazo (numero del codigo E01-E98, y el 99 para     *
      * cualquier otro), con el conteo de cada rango de dias y el      *
      * importe pendiente.                                             *
      *----------------------------------------------------------------*
       01  W-TABLA-ANTIGUEDAD.
            05 WAN-SUCURSAL OCCURS 101 TIMES.
               10 WAN-CVEPZA           PIC X(02).
               10 WAN-CANT-SUCURSAL    PIC 9(06) COMP.
               10 WAN-CODIGO OCCURS 99 TIMES.
                  15 WAN-CODIGO-TXT    PIC X(03).
                  15 WAN-CANT-0-7      PIC 9(06) COMP.
                  15 WAN-CANT-8-30     PIC 9(06) COMP.
                  15 WAN-CANT-MAS-30   PIC 9(06) COMP.
                  15 WAN-IMPORTE       PIC 9(09)V99 COMP.

       01  W-CONTROL-ANTIGUEDAD.
            05 WAN-SUC                 PIC 9(03) COMP VALUE ZEROES.
            05 WAN-COD                 PIC 9(03) COMP VALUE ZEROES.
            05 WAN-DIAS                PIC S9(07) VALUE ZEROES.
            05 WAN-FECHA-CORTE         PIC 9(08) VALUE ZEROES.
            05 WAN-DIA-CORTE           PIC 9(07) VALUE ZEROES.
            05 WAN-TOT-0-7             PIC 9(06) VALUE ZEROES.
            05 WAN-TOT-8-30            PIC 9(06) VALUE ZEROES.
            05 WAN-TOT-MAS-30          PIC 9(06) VALUE ZEROES.
            05 WAN-TOT-IMPORTE         PIC 9(09)V99 VALUE ZEROES.
            05 WAN-GRAL-0-7            PIC 9(06) VALUE ZEROES.
            05 WAN-GRAL-8-30           PIC 9(06) VALUE ZEROES.
            05 WAN-GRAL-MAS-30         PIC 9(06) VALUE ZEROES.
            05 WAN-GRAL-IMPORTE        PIC 9(09)V99 VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglones del reporte de antiguedad.                           *
      *----------------------------------------------------------------*
       01  WSS-ANTIG-ENC1.
            05 FILLER              PIC X(51) VALUE
               'ANTIGUEDAD DE PARTIDAS PENDIENTES EN SUSPENSO AL : '.
            05 WAE-FECHA-CORTE     PIC 9(08) VALUE ZEROES.

       01  WSS-ANTIG-ENC2.
            05 FILLER              PIC X(80) VALUE
               'CVEPZA  CODIGO   0-7 DIAS  8-30 DIAS  MAS DE 30       TO
      -        'TAL   IMPORTE'.

       01  WSS-ANTIG-DETALLE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WAD-CVEPZA          PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 WAD-CODIGO          PIC X(06) VALUE SPACES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WAD-CANT-0-7        PIC ZZZ,ZZ9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 WAD-CANT-8-30       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 WAD-CANT-MAS-30     PIC ZZZ,ZZ9.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 WAD-CANT-TOTAL      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WAD-IMPORTE         PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------*
      * Auxiliares del calculo de dias transcurridos: cada fecha       *
      * AAAAMMDD se convierte en un numero de dia corrido, y la        *
      * antiguedad es la resta contra el dia de la fecha de corte.     *
      *----------------------------------------------------------------*
       01  W-DIA-CORRIDO.
            05 WDC-FECHA.
               10 WDC-AAAA             PIC 9(04) VALUE ZEROES.
               10 WDC-MM               PIC 9(02) VALUE ZEROES.
               10 WDC-DD               PIC 9(02) VALUE ZEROES.
            05 WDC-ANIO-ANT            PIC 9(04) VALUE ZEROES.
            05 WDC-COCIENTE-4          PIC 9(04) VALUE ZEROES.
            05 WDC-COCIENTE-100        PIC 9(04) VALUE ZEROES.
            05 WDC-COCIENTE-400        PIC 9(04) VALUE ZEROES.
            05 WDC-RESIDUO-4           PIC 9(04) VALUE ZEROES.
            05 WDC-RESIDUO-100         PIC 9(04) VALUE ZEROES.
            05 WDC-RESIDUO-400         PIC 9(04) VALUE ZEROES.
            05 WDC-DIA                 PIC 9(07) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Dias acumulados al inicio de cada mes en un anio no bisiesto.  *
      *----------------------------------------------------------------*
       01  W-DIAS-ACUMULADOS.
            05 W-DA-LISTA.
               10 FILLER               PIC 9(03) VALUE 000.
               10 FILLER               PIC 9(03) VALUE 031.
               10 FILLER               PIC 9(03) VALUE 059.
               10 FILLER               PIC 9(03) VALUE 090.
               10 FILLER               PIC 9(03) VALUE 120.
               10 FILLER               PIC 9(03) VALUE 151.
               10 FILLER               PIC 9(03) VALUE 181.
               10 FILLER               PIC 9(03) VALUE 212.
               10 FILLER               PIC 9(03) VALUE 243.
               10 FILLER               PIC 9(03) VALUE 273.
               10 FILLER               PIC 9(03) VALUE 304.
               10 FILLER               PIC 9(03) VALUE 334.
            05 W-TAB-DIAS-ACUM         REDEFINES W-DA-LISTA.
               10 W-DA-DIAS            PIC 9(03) OCCURS 12 TIMES.

      ******************************************************************
      *           ACEPTA FECHA DEL SISTEMA FORMATO : AAMMDD            *
      ******************************************************************
       01  W-FEC-SIS.
            05 WFS-AA                  PIC 9(02) VALUE ZEROES.
            05 WFS-MM                  PIC 9(02) VALUE ZEROES.
            05 WFS-DD                  PIC 9(02) VALUE ZEROES.

       01  W-FECHA-PROCESO             PIC 9(08) VALUE ZEROES.

       01  FILE-STATUS.
            05 FS-SUSPENSO             PIC X(02).
            05 FS-CORRECCION           PIC X(02).
            05 FS-LIBERADOS            PIC X(02).
            05 FS-LISTADO              PIC X(02).
            05 FS-ANTIGUEDAD           PIC X(02).

       01  W-ACUMULADOR.
            05 WA-LEIDAS               PIC 9(06) VALUE ZEROES.
            05 WA-CORREGIDAS           PIC 9(06) VALUE ZEROES.
            05 WA-LIBERADAS            PIC 9(06) VALUE ZEROES.
            05 WA-CANCELADAS           PIC 9(06) VALUE ZEROES.
            05 WA-ERRORES              PIC 9(06) VALUE ZEROES.
            05 WA-PENDIENTES           PIC 9(06) VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-SUSPENSO         PIC X(01) VALUE 'N'.
            05 WS-FIN-CORRECCION       PIC X(01) VALUE 'N'.
            05 WS-MODO-CORRIGE         PIC X(01) VALUE 'N'.
               88 MODO-CORRIGE         VALUE 'S'.
            05 WS-MODO-ANTIGUEDAD      PIC X(01) VALUE 'N'.
               88 MODO-ANTIGUEDAD      VALUE 'S'.
            05 WS-CORRECCION-VALIDA    PIC X(01) VALUE 'S'.
               88 CORRECCION-VALIDA    VALUE 'S'.
               88 CORRECCION-INVALIDA  VALUE 'N'.
            05 WS-ANIO-BISIESTO        PIC X(01) VALUE 'N'.
               88 ANIO-BISIESTO        VALUE 'S'.

      *----------------------------------------------------------------*
      * Parametro de arranque: CORRIGE o ANTIGUEDAD.                   *
      *----------------------------------------------------------------*
       01  WS-PARM-EJECUCION           PIC X(10) VALUE SPACES.

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
            PERFORM 1000-DETERMINAR-MODO
            EVALUATE TRUE
                WHEN MODO-CORRIGE
                    PERFORM 2000-PROCESO-CORRIGE
                    PERFORM 4900-FIJAR-CODIGO-RETORNO
                WHEN MODO-ANTIGUEDAD
                    PERFORM 3000-PROCESO-ANTIGUEDAD
                    PERFORM 4900-FIJAR-CODIGO-RETORNO
                WHEN OTHER
                    DISPLAY "PARM NO RECONOCIDO, USE CORRIGE O "
                            "ANTIGUEDAD"
            END-EVALUATE
            PERFORM 5000-FIN-PROG
           .

       1000-DETERMINAR-MODO.
            ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE
            ACCEPT W-FEC-SIS FROM DATE
            COMPUTE W-FECHA-PROCESO = 20000000
                  + (WFS-AA * 10000) + (WFS-MM * 100) + WFS-DD
            IF WS-PARM-EJECUCION (1:7) = 'CORRIGE'
                SET MODO-CORRIGE TO TRUE
                DISPLAY "MODO DE EJECUCION: CORRIGE (CORRECCIONES)"
            ELSE
                IF WS-PARM-EJECUCION (1:10) = 'ANTIGUEDAD'
                    SET MODO-ANTIGUEDAD TO TRUE
                    DISPLAY "MODO DE EJECUCION: ANTIGUEDAD (REPORTE)"
                END-IF
            END-IF
           .

      ******************************************************************
      * CORRIGE: carga el suspenso completo, aplica cada transaccion   *
      * de correccion sobre su partida, agrega los liberados al        *
      * archivo que lee PROG05 y regraba el suspenso                   *
      ******************************************************************
       2000-PROCESO-CORRIGE.
            PERFORM 2100-CARGAR-SUSPENSO
            OPEN INPUT CORRECCION
            IF FS-CORRECCION = '00' OR FS-CORRECCION = '05'
                DISPLAY "ABRIO CORECTO CORRECCION " FS-CORRECCION
            ELSE
                DISPLAY "ERROR AL ABRIR CORRECCION: " FS-CORRECCION
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN EXTEND LIBERADOS
            IF FS-LIBERADOS = '00' OR FS-LIBERADOS = '05'
                DISPLAY "ABRIO CORECTO LIBERADOS " FS-LIBERADOS
            ELSE
                DISPLAY "ERROR AL ABRIR LIBERADOS: " FS-LIBERADOS
                CLOSE CORRECCION
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT LISTADO
            IF FS-LISTADO = '00' OR FS-LISTADO = '05'
                DISPLAY "ABRIO CORECTO LISTADO " FS-LISTADO
            ELSE
                DISPLAY "ERROR AL ABRIR LISTADO: " FS-LISTADO
                CLOSE CORRECCION
                CLOSE LIBERADOS
                PERFORM 5000-FIN-PROG
            END-IF
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC1
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC2
            PERFORM 2200-APLICAR-UNA-CORRECCION
                    UNTIL WS-FIN-CORRECCION = 'S'
            CLOSE CORRECCION
            CLOSE LIBERADOS
            PERFORM 2800-REGRABAR-SUSPENSO
            PERFORM 2900-CIFRAS-CONTROL-CORRIGE
            CLOSE LISTADO
           .

       2100-CARGAR-SUSPENSO.
            MOVE ZEROES TO WTS-TOTAL
            OPEN INPUT SUSPENSO
            IF FS-SUSPENSO = '00' OR FS-SUSPENSO = '05'
                PERFORM 2110-LEER-UNA-PARTIDA
                        UNTIL WS-FIN-SUSPENSO = 'S'
                CLOSE SUSPENSO
                DISPLAY "PARTIDAS EN SUSPENSO: " WTS-TOTAL
            ELSE
                DISPLAY "ERROR AL ABRIR SUSPENSO: " FS-SUSPENSO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * El suspenso se regraba entero desde la tabla, asi que si no    *
      * cabe completo se detiene el proceso sin tocar nada; la         *
      * depuracion de partidas liberadas y canceladas lo reduce.       *
      *----------------------------------------------------------------*
       2110-LEER-UNA-PARTIDA.
            READ SUSPENSO
            IF FS-SUSPENSO = '00'
                IF WTS-TOTAL >= WTS-MAXIMO
                    DISPLAY "SUSPENSO EXCEDE " WTS-MAXIMO
                            " PARTIDAS, DEPURE ANTES DE CORREGIR"
                    CLOSE SUSPENSO
                    PERFORM 5000-FIN-PROG
                END-IF
                ADD 1 TO WTS-TOTAL
                MOVE REG-SUSPENSO TO WTS-RENGLON-SUSPENSO (WTS-TOTAL)
            ELSE
                IF FS-SUSPENSO = '10'
                    MOVE 'S' TO WS-FIN-SUSPENSO
                ELSE
                    DISPLAY "ERROR AL LEER SUSPENSO: " FS-SUSPENSO
                    CLOSE SUSPENSO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

       2200-APLICAR-UNA-CORRECCION.
            MOVE SPACES TO WLD-RESULTADO
            READ CORRECCION INTO WSS-REG-CORRECCION
            IF FS-CORRECCION = '00'
                ADD 1 TO WA-LEIDAS
                MOVE WCR-FOLIO  TO WLD-FOLIO
                MOVE WCR-ACCION TO WLD-ACCION
                MOVE WCR-CAMPO  TO WLD-CAMPO
                MOVE WCR-VALOR  TO WLD-VALOR
                PERFORM 2210-BUSCAR-FOLIO
                IF WTS-IDX = ZEROES
                    MOVE 'FOLIO NO EXISTE EN SUSPENSO' TO WLD-RESULTADO
                    ADD 1 TO WA-ERRORES
                ELSE
                    MOVE WTS-RENGLON-SUSPENSO (WTS-IDX)
                                                 TO WSS-REG-SUSPENSO
                    IF NOT SUSPENSO-PENDIENTE
                        MOVE 'PARTIDA NO ESTA PENDIENTE'
                                                 TO WLD-RESULTADO
                        ADD 1 TO WA-ERRORES
                    ELSE
                        PERFORM 2300-APLICAR-ACCION
                        MOVE WSS-REG-SUSPENSO
                                 TO WTS-RENGLON-SUSPENSO (WTS-IDX)
                    END-IF
                END-IF
                WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
            ELSE
                MOVE 'S' TO WS-FIN-CORRECCION
                IF FS-CORRECCION NOT = '10'
                    DISPLAY "ERROR AL LEER CORRECCION: " FS-CORRECCION
                    IF WA-LIBERADAS > ZEROES
                        PERFORM 2820-AVISO-LIBERADOS
                    END-IF
                    CLOSE CORRECCION
                    CLOSE LIBERADOS
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

       2210-BUSCAR-FOLIO.
            MOVE ZEROES TO WTS-IDX
            PERFORM 2211-BUSCAR-FOLIO-PASO
                    VARYING WTS-SUB FROM 1 BY 1
                    UNTIL WTS-SUB > WTS-TOTAL OR WTS-IDX NOT = ZEROES
           .

       2211-BUSCAR-FOLIO-PASO.
            IF WTS-RENGLON-SUSPENSO (WTS-SUB) (1:14) = WCR-FOLIO
                MOVE WTS-SUB TO WTS-IDX
            END-IF
           .

      *----------------------------------------------------------------*
      * Aplica la accion de la transaccion sobre la partida pendiente  *
      * que quedo en WSS-REG-SUSPENSO.                                 *
      *----------------------------------------------------------------*
       2300-APLICAR-ACCION.
            MOVE WSU-MOVIMIENTO TO W-MOV-SUSPENSO
            EVALUATE TRUE
                WHEN ACCION-CORRIGE
                    PERFORM 2400-CORREGIR-CAMPO
                    IF CORRECCION-VALIDA
                        MOVE W-MOV-SUSPENSO TO WSU-MOVIMIENTO
                        MOVE 'CAMPO CORREGIDO' TO WLD-RESULTADO
                        ADD 1 TO WA-CORREGIDAS
                    END-IF
                WHEN ACCION-LIBERA
                    IF WCR-CAMPO = SPACES
                        SET CORRECCION-VALIDA TO TRUE
                    ELSE
                        PERFORM 2400-CORREGIR-CAMPO
                    END-IF
                    IF CORRECCION-VALIDA
                        PERFORM 2500-LIBERAR-PARTIDA
                    END-IF
                WHEN ACCION-CANCELA
                    SET SUSPENSO-CANCELADO TO TRUE
                    MOVE W-FECHA-PROCESO TO WSU-FECHA-LIBERACION
                    MOVE 'PARTIDA CANCELADA' TO WLD-RESULTADO
                    ADD 1 TO WA-CANCELADAS
                WHEN OTHER
                    MOVE 'ACCION INVALIDA (C, L O X)' TO WLD-RESULTADO
                    ADD 1 TO WA-ERRORES
            END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Corrige el campo indicado del movimiento con el valor nuevo.   *
      * Los campos numericos deben venir completos y numericos.        *
      *----------------------------------------------------------------*
       2400-CORREGIR-CAMPO.
            SET CORRECCION-VALIDA TO TRUE
            EVALUATE WCR-CAMPO
                WHEN 'TIPMOV'
                    MOVE WCR-VALOR (1:1) TO WMS-TIPMOV
                WHEN 'CVEMOV'
                    IF WCR-VALOR (1:2) NUMERIC
                        MOVE WCR-VALOR (1:2) TO WMS-CVEMOV
                    ELSE
                        SET CORRECCION-INVALIDA TO TRUE
                    END-IF
                WHEN 'NUMCTE'
                    IF WCR-VALOR (1:6) NUMERIC
                        MOVE WCR-VALOR (1:6) TO WMS-NUMCTE
                    ELSE
                        SET CORRECCION-INVALIDA TO TRUE
                    END-IF
                WHEN 'NOMBRE'
                    MOVE WCR-VALOR (1:10) TO WMS-NOMBRE
                WHEN 'APEPAT'
                    MOVE WCR-VALOR (1:10) TO WMS-APEPAT
                WHEN 'APEMAT'
                    MOVE WCR-VALOR (1:10) TO WMS-APEMAT
                WHEN 'RFC'
                    MOVE WCR-VALOR (1:13) TO WMS-RFC
                WHEN 'IMPORTE'
                    IF WCR-VALOR (1:7) NUMERIC
                        MOVE WCR-VALOR (1:7) TO W-MOV-SUSPENSO (53:7)
                    ELSE
                        SET CORRECCION-INVALIDA TO TRUE
                    END-IF
                WHEN 'FECMOV'
                    IF WCR-VALOR (1:8) NUMERIC
                        MOVE WCR-VALOR (1:8) TO WMS-FECMOV
                    ELSE
                        SET CORRECCION-INVALIDA TO TRUE
                    END-IF
                WHEN 'CVEREG'
                    IF WCR-VALOR (1:2) NUMERIC
                        MOVE WCR-VALOR (1:2) TO WMS-CVEREG
                    ELSE
                        SET CORRECCION-INVALIDA TO TRUE
                    END-IF
                WHEN 'CVEPZA'
                    IF WCR-VALOR (1:2) NUMERIC
                        MOVE WCR-VALOR (1:2) TO WMS-CVEPZA
                        MOVE WMS-CVEPZA      TO WSU-CVEPZA
                    ELSE
                        SET CORRECCION-INVALIDA TO TRUE
                    END-IF
                WHEN 'NUMMOV'
                    IF WCR-VALOR (1:4) NUMERIC
                        MOVE WCR-VALOR (1:4) TO WMS-NUMMOV
                    ELSE
                        SET CORRECCION-INVALIDA TO TRUE
                    END-IF
                WHEN OTHER
                    SET CORRECCION-INVALIDA TO TRUE
                    MOVE 'CAMPO NO CORREGIBLE' TO WLD-RESULTADO
                    ADD 1 TO WA-ERRORES
            END-EVALUATE
            IF CORRECCION-INVALIDA AND WLD-RESULTADO = SPACES
                MOVE 'VALOR NO NUMERICO' TO WLD-RESULTADO
                ADD 1 TO WA-ERRORES
            END-IF
           .

      *----------------------------------------------------------------*
      * Libera la partida: el movimiento corregido va a LIBERADOS para *
      * la siguiente corrida de PROG05 y la partida queda liberada con *
      * la fecha de hoy.                                               *
      *----------------------------------------------------------------*
       2500-LIBERAR-PARTIDA.
            MOVE W-MOV-SUSPENSO TO WSU-MOVIMIENTO
            WRITE REG-LIBERADOS FROM W-MOV-SUSPENSO
            IF FS-LIBERADOS = '00'
                SET SUSPENSO-LIBERADO TO TRUE
                MOVE W-FECHA-PROCESO TO WSU-FECHA-LIBERACION
                MOVE 'PARTIDA LIBERADA A PROG05' TO WLD-RESULTADO
                ADD 1 TO WA-LIBERADAS
            ELSE
                DISPLAY "ERROR AL GRABAR LIBERADOS: " FS-LIBERADOS
                CLOSE CORRECCION
                CLOSE LIBERADOS
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * Para este momento las partidas liberadas ya estan en           *
      * liberados.dat; si el suspenso no se regraba completo siguen    *
      * pendientes y se liberarian otra vez, asi que el error detiene  *
      * la cadena y pide no procesar liberados.dat.                    *
      *----------------------------------------------------------------*
       2800-REGRABAR-SUSPENSO.
            OPEN OUTPUT SUSPENSO
            IF FS-SUSPENSO = '00' OR FS-SUSPENSO = '05'
                PERFORM 2810-GRABAR-UNA-PARTIDA
                        VARYING WTS-SUB FROM 1 BY 1
                        UNTIL WTS-SUB > WTS-TOTAL
                CLOSE SUSPENSO
            ELSE
                DISPLAY "ERROR AL REGRABAR SUSPENSO: " FS-SUSPENSO
                PERFORM 2820-AVISO-LIBERADOS
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       2810-GRABAR-UNA-PARTIDA.
            WRITE REG-SUSPENSO FROM WTS-RENGLON-SUSPENSO (WTS-SUB)
            IF FS-SUSPENSO NOT = '00'
                DISPLAY "ERROR AL REGRABAR SUSPENSO: " FS-SUSPENSO
                        " EN LA PARTIDA " WTS-SUB
                PERFORM 2820-AVISO-LIBERADOS
                CLOSE SUSPENSO
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       2820-AVISO-LIBERADOS.
            DISPLAY "LIBERADOS.DAT YA TRAE LAS PARTIDAS LIBERADAS EN "
                    "ESTA CORRIDA Y EL SUSPENSO NO LAS MARCO."
            DISPLAY "NO PROCESE LIBERADOS.DAT HASTA RESTAURAR EL "
                    "SUSPENSO Y QUITAR ESAS PARTIDAS DE LIBERADOS.DAT"
           .

       2900-CIFRAS-CONTROL-CORRIGE.
            MOVE WA-LEIDAS     TO WLT-LEIDAS
            MOVE WA-CORREGIDAS TO WLT-CORREGIDAS
            MOVE WA-LIBERADAS  TO WLT-LIBERADAS
            MOVE WA-CANCELADAS TO WLT-CANCELADAS
            MOVE WA-ERRORES    TO WLT-ERRORES
            WRITE REG-LISTADO FROM WSS-LISTADO-TRAILER
            DISPLAY "CIFRAS DE CONTROL"
            DISPLAY "TRANSACCIONES LEIDAS: " WA-LEIDAS
            DISPLAY "CORREGIDAS          : " WA-CORREGIDAS
            DISPLAY "LIBERADAS           : " WA-LIBERADAS
            DISPLAY "CANCELADAS          : " WA-CANCELADAS
            DISPLAY "CON ERROR           : " WA-ERRORES
           .

      ******************************************************************
      * ANTIGUEDAD: recorre el suspenso y acumula las partidas         *
      * pendientes por sucursal y codigo de rechazo en su rango de     *
      * dias, y despues imprime el reporte con subtotal por sucursal   *
      ******************************************************************
       3000-PROCESO-ANTIGUEDAD.
            INITIALIZE W-TABLA-ANTIGUEDAD
            MOVE W-FECHA-PROCESO TO WAN-FECHA-CORTE
            MOVE WAN-FECHA-CORTE TO WDC-FECHA
            PERFORM 3500-CALCULAR-DIA-CORRIDO
            MOVE WDC-DIA TO WAN-DIA-CORTE
            OPEN INPUT SUSPENSO
            IF FS-SUSPENSO = '00' OR FS-SUSPENSO = '05'
                DISPLAY "ABRIO CORECTO SUSPENSO " FS-SUSPENSO
            ELSE
                DISPLAY "ERROR AL ABRIR SUSPENSO: " FS-SUSPENSO
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT ANTIGUEDAD
            IF FS-ANTIGUEDAD = '00' OR FS-ANTIGUEDAD = '05'
                DISPLAY "ABRIO CORECTO ANTIGUEDAD " FS-ANTIGUEDAD
            ELSE
                DISPLAY "ERROR AL ABRIR ANTIGUEDAD: " FS-ANTIGUEDAD
                CLOSE SUSPENSO
                PERFORM 5000-FIN-PROG
            END-IF
            PERFORM 3100-ACUMULAR-UNA-PARTIDA
                    UNTIL WS-FIN-SUSPENSO = 'S'
            CLOSE SUSPENSO
            PERFORM 3200-ESCRIBIR-REPORTE
            CLOSE ANTIGUEDAD
            DISPLAY "PARTIDAS PENDIENTES: " WA-PENDIENTES
           .

       3100-ACUMULAR-UNA-PARTIDA.
            READ SUSPENSO INTO WSS-REG-SUSPENSO
            IF FS-SUSPENSO = '00'
                IF SUSPENSO-PENDIENTE
                    ADD 1 TO WA-PENDIENTES
                    PERFORM 3110-UBICAR-CELDA
                    PERFORM 3120-SUMAR-CELDA
                END-IF
            ELSE
                IF FS-SUSPENSO = '10'
                    MOVE 'S' TO WS-FIN-SUSPENSO
                ELSE
                    DISPLAY "ERROR AL LEER SUSPENSO: " FS-SUSPENSO
                    CLOSE SUSPENSO
                    CLOSE ANTIGUEDAD
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Ubica la celda de sucursal y codigo de la partida.             *
      *----------------------------------------------------------------*
       3110-UBICAR-CELDA.
            IF WSU-CVEPZA NUMERIC
                COMPUTE WAN-SUC = WSU-CVEPZA + 1
            ELSE
                MOVE 101 TO WAN-SUC
            END-IF
            IF WSU-CODIGO (2:2) NUMERIC
               AND WSU-CODIGO (2:2) NOT = '00'
                MOVE WSU-CODIGO (2:2) TO WAN-COD
            ELSE
                MOVE 99 TO WAN-COD
            END-IF
            MOVE WSU-CVEPZA TO WAN-CVEPZA (WAN-SUC)
            MOVE WSU-CODIGO TO WAN-CODIGO-TXT (WAN-SUC WAN-COD)
           .

      *----------------------------------------------------------------*
      * Suma la partida al rango de dias que le corresponde segun su   *
      * fecha de rechazo contra la fecha de corte.                     *
      *----------------------------------------------------------------*
       3120-SUMAR-CELDA.
            MOVE WSU-FECHA-RECHAZO TO WDC-FECHA
            PERFORM 3500-CALCULAR-DIA-CORRIDO
            IF WDC-DIA = ZEROES
                MOVE ZEROES TO WAN-DIAS
            ELSE
                COMPUTE WAN-DIAS = WAN-DIA-CORTE - WDC-DIA
            END-IF
            EVALUATE TRUE
                WHEN WAN-DIAS <= 7
                    ADD 1 TO WAN-CANT-0-7 (WAN-SUC WAN-COD)
                WHEN WAN-DIAS <= 30
                    ADD 1 TO WAN-CANT-8-30 (WAN-SUC WAN-COD)
                WHEN OTHER
                    ADD 1 TO WAN-CANT-MAS-30 (WAN-SUC WAN-COD)
            END-EVALUATE
            ADD 1 TO WAN-CANT-SUCURSAL (WAN-SUC)
            MOVE WSU-MOVIMIENTO TO W-MOV-SUSPENSO
            IF WMS-IMPORTE NUMERIC
                ADD WMS-IMPORTE TO WAN-IMPORTE (WAN-SUC WAN-COD)
            END-IF
           .

       3200-ESCRIBIR-REPORTE.
            MOVE WAN-FECHA-CORTE TO WAE-FECHA-CORTE
            WRITE REG-ANTIGUEDAD FROM WSS-ANTIG-ENC1
            WRITE REG-ANTIGUEDAD FROM WSS-ANTIG-ENC2
            PERFORM 3210-ESCRIBIR-SUCURSAL
                    VARYING WAN-SUC FROM 1 BY 1 UNTIL WAN-SUC > 101
            INITIALIZE WSS-ANTIG-DETALLE
            MOVE 'TOTAL GRAL' TO WSS-ANTIG-DETALLE (1:14)
            MOVE WAN-GRAL-0-7     TO WAD-CANT-0-7
            MOVE WAN-GRAL-8-30    TO WAD-CANT-8-30
            MOVE WAN-GRAL-MAS-30  TO WAD-CANT-MAS-30
            MOVE WA-PENDIENTES    TO WAD-CANT-TOTAL
            MOVE WAN-GRAL-IMPORTE TO WAD-IMPORTE
            WRITE REG-ANTIGUEDAD FROM WSS-ANTIG-DETALLE
           .

       3210-ESCRIBIR-SUCURSAL.
            IF WAN-CANT-SUCURSAL (WAN-SUC) > ZEROES
                MOVE ZEROES TO WAN-TOT-0-7 WAN-TOT-8-30
                               WAN-TOT-MAS-30 WAN-TOT-IMPORTE
                PERFORM 3220-ESCRIBIR-CODIGO
                        VARYING WAN-COD FROM 1 BY 1 UNTIL WAN-COD > 99
                INITIALIZE WSS-ANTIG-DETALLE
                MOVE WAN-CVEPZA (WAN-SUC) TO WAD-CVEPZA
                MOVE 'SUBTOT'          TO WAD-CODIGO
                MOVE WAN-TOT-0-7       TO WAD-CANT-0-7
                MOVE WAN-TOT-8-30      TO WAD-CANT-8-30
                MOVE WAN-TOT-MAS-30    TO WAD-CANT-MAS-30
                MOVE WAN-CANT-SUCURSAL (WAN-SUC) TO WAD-CANT-TOTAL
                MOVE WAN-TOT-IMPORTE   TO WAD-IMPORTE
                WRITE REG-ANTIGUEDAD FROM WSS-ANTIG-DETALLE
                ADD WAN-TOT-0-7     TO WAN-GRAL-0-7
                ADD WAN-TOT-8-30    TO WAN-GRAL-8-30
                ADD WAN-TOT-MAS-30  TO WAN-GRAL-MAS-30
                ADD WAN-TOT-IMPORTE TO WAN-GRAL-IMPORTE
            END-IF
           .

       3220-ESCRIBIR-CODIGO.
            IF WAN-CANT-0-7 (WAN-SUC WAN-COD) > ZEROES
               OR WAN-CANT-8-30 (WAN-SUC WAN-COD) > ZEROES
               OR WAN-CANT-MAS-30 (WAN-SUC WAN-COD) > ZEROES
                INITIALIZE WSS-ANTIG-DETALLE
                MOVE WAN-CVEPZA (WAN-SUC)       TO WAD-CVEPZA
                MOVE WAN-CODIGO-TXT (WAN-SUC WAN-COD) TO WAD-CODIGO
                MOVE WAN-CANT-0-7 (WAN-SUC WAN-COD)   TO WAD-CANT-0-7
                MOVE WAN-CANT-8-30 (WAN-SUC WAN-COD)  TO WAD-CANT-8-30
                MOVE WAN-CANT-MAS-30 (WAN-SUC WAN-COD)
                                                 TO WAD-CANT-MAS-30
                COMPUTE WAD-CANT-TOTAL =
                        WAN-CANT-0-7 (WAN-SUC WAN-COD)
                      + WAN-CANT-8-30 (WAN-SUC WAN-COD)
                      + WAN-CANT-MAS-30 (WAN-SUC WAN-COD)
                MOVE WAN-IMPORTE (WAN-SUC WAN-COD) TO WAD-IMPORTE
                WRITE REG-ANTIGUEDAD FROM WSS-ANTIG-DETALLE
                ADD WAN-CANT-0-7 (WAN-SUC WAN-COD)    TO WAN-TOT-0-7
                ADD WAN-CANT-8-30 (WAN-SUC WAN-COD)   TO WAN-TOT-8-30
                ADD WAN-CANT-MAS-30 (WAN-SUC WAN-COD) TO WAN-TOT-MAS-30
                ADD WAN-IMPORTE (WAN-SUC WAN-COD)  TO WAN-TOT-IMPORTE
            END-IF
           .

      *----------------------------------------------------------------*
      * Convierte WDC-FECHA (AAAAMMDD) en numero de dia corrido desde  *
      * el inicio del calendario: dias de los anios completos          *
      * anteriores (con sus bisiestos), mas los dias de los meses      *
      * completos del anio, mas el dia.  Una fecha invalida deja cero. *
      *----------------------------------------------------------------*
       3500-CALCULAR-DIA-CORRIDO.
            MOVE ZEROES TO WDC-DIA
            IF WDC-FECHA NUMERIC
               AND WDC-MM >= 1 AND WDC-MM <= 12
               AND WDC-AAAA > ZEROES
                SUBTRACT 1 FROM WDC-AAAA GIVING WDC-ANIO-ANT
                DIVIDE WDC-ANIO-ANT BY 4   GIVING WDC-COCIENTE-4
                DIVIDE WDC-ANIO-ANT BY 100 GIVING WDC-COCIENTE-100
                DIVIDE WDC-ANIO-ANT BY 400 GIVING WDC-COCIENTE-400
                COMPUTE WDC-DIA = (WDC-ANIO-ANT * 365)
                                + WDC-COCIENTE-4
                                - WDC-COCIENTE-100
                                + WDC-COCIENTE-400
                                + W-DA-DIAS (WDC-MM)
                                + WDC-DD
                IF WDC-MM > 2
                    PERFORM 3510-DETERMINAR-BISIESTO
                    IF ANIO-BISIESTO
                        ADD 1 TO WDC-DIA
                    END-IF
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Anio bisiesto: divisible entre 4 y, si es fin de siglo,        *
      * divisible entre 400 (mismo criterio que PROG05).               *
      *----------------------------------------------------------------*
       3510-DETERMINAR-BISIESTO.
            MOVE 'N' TO WS-ANIO-BISIESTO
            DIVIDE WDC-AAAA BY 4 GIVING WDC-COCIENTE-4
                   REMAINDER WDC-RESIDUO-4
            DIVIDE WDC-AAAA BY 100 GIVING WDC-COCIENTE-100
                   REMAINDER WDC-RESIDUO-100
            DIVIDE WDC-AAAA BY 400 GIVING WDC-COCIENTE-400
                   REMAINDER WDC-RESIDUO-400
            IF WDC-RESIDUO-4 = ZEROES
               AND (WDC-RESIDUO-100 NOT = ZEROES
                    OR WDC-RESIDUO-400 = ZEROES)
                SET ANIO-BISIESTO TO TRUE
            END-IF
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si hubo          *
      * transacciones de correccion con error.  Un PARM no reconocido  *
      * no pasa por aqui y termina como fatal.                         *
      *----------------------------------------------------------------*
       4900-FIJAR-CODIGO-RETORNO.
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

       END PROGRAM "PROG11".
