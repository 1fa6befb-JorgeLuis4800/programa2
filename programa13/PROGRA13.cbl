       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROG13".

      ******************************************************************
      * Estados de cuenta de fin de mes.                               *
      *                                                                *
      * Emite en ../estados.dat un estado por cada cuenta del maestro  *
      * de saldos (../saldos.dat, que actualiza PROG06), con el saldo  *
      * inicial del periodo, cada movimiento del periodo tomado del    *
      * registro persistente de PROG05 (../registro.dat), por la fecha *
      * de la corrida que lo poste o lo reverso, con su cargo o abono  *
      * y el saldo corrido, y el saldo final.  Los movimientos         *
      * reversados y los renglones de reversion quedan marcados.  Si   *
      * el saldo final no coincide con el saldo actual del maestro se  *
      * imprime la diferencia, y un saldo final negativo se senala.    *
      *                                                                *
      * Una cuenta que PROG06 ya rolo al mes siguiente (posteo del mes *
      * nuevo antes de emitir los estados) toma como saldo final su    *
      * saldo inicial del mes nuevo y el saldo inicial se reconstruye  *
      * con los movimientos del periodo.  Si ya esta rolada mas alla   *
      * del mes siguiente no se puede reconstruir: sale solo el aviso  *
      * y el paso termina con advertencia.                             *
      *                                                                *
      * El periodo es el abierto en ../periodo.dat (el mismo que usa   *
      * PROG05), o el que llegue como PARM en formato MMAAAA.  Sin     *
      * ninguno de los dos se toma el mes de la fecha del sistema.     *
      *                                                                *
      * El lado del movimiento (cargo/abono) sale del catalogo de      *
      * claves de movimiento (../catmov.dat), igual que en PROG06; sin *
      * catalogo, o para una CVEMOV que no este en el, se deduce del   *
      * TIPMOV.  Un renglon de reversion lleva el lado contrario.      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------*
      * REGISTRO: movimientos registrados por PROG05, en el orden en   *
      * que se procesaron.                                             *
      *----------------------------------------------------------------*
           SELECT OPTIONAL REGISTRO ASSIGN TO "../registro.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

      *----------------------------------------------------------------*
      * SALDOS: maestro de saldos por cuenta que actualiza PROG06.     *
      *----------------------------------------------------------------*
           SELECT OPTIONAL SALDOS ASSIGN TO "../saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-LLAVE
               FILE STATUS IS FS-SALDOS.

      *----------------------------------------------------------------*
      * CATMOV: catalogo de claves de movimiento (ver PROG12).         *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CATMOV ASSIGN TO "../catmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATMOV.

      *----------------------------------------------------------------*
      * PERIODO: mes y anio abiertos, el mismo control de PROG05.      *
      *----------------------------------------------------------------*
           SELECT OPTIONAL PERIODO ASSIGN TO "../periodo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODO.

      *----------------------------------------------------------------*
      * ESTADOS: estados de cuenta del periodo.                        *
      *----------------------------------------------------------------*
           SELECT ESTADOS ASSIGN TO "../estados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADOS.


       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * REGISTRO: mismo layout WSS-REG-REGISTRO que graba PROG05.      *
      *----------------------------------------------------------------*
       FD  REGISTRO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-REGISTRO.
        01  REG-REGISTRO PIC X(54).

      *----------------------------------------------------------------*
      * SALDOS: mismo layout que actualiza PROG06.                     *
      *----------------------------------------------------------------*
       FD  SALDOS
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS REG-SALDOS.
        01  REG-SALDOS.
            05 SLD-LLAVE.
               10 SLD-CVEREG           PIC 9(02).
               10 SLD-NUMCTE           PIC 9(06).
            05 SLD-CVEPZA              PIC 9(02).
            05 SLD-PERIODO             PIC 9(06).
            05 SLD-SALDO-INICIAL       PIC S9(09)V99.
            05 SLD-CARGOS-PERIODO      PIC 9(09)V99.
            05 SLD-ABONOS-PERIODO      PIC 9(09)V99.
            05 SLD-SALDO-ACTUAL        PIC S9(09)V99.
            05 SLD-FECHA-ULT-MOV       PIC 9(08).
            05 SLD-ULT-CORRIDA         PIC 9(08).

       FD  CATMOV
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-CATMOV.
        01  REG-CATMOV PIC X(60).

       FD  PERIODO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-PERIODO.
        01  REG-PERIODO PIC X(20).

       FD  ESTADOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-ESTADOS.
        01  REG-ESTADOS PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Renglon del archivo REGISTRO, espejo del layout de PROG05.  Un *
      * renglon con WRX-REVERTIDO 'S' es la reversion del movimiento   *
      * original con la misma llave (NUMCTE + NUMMOV + FECMOV).        *
      * WRX-FECPROC es la fecha de la corrida que grabo el renglon; en *
      * los renglones grabados antes de existir viene en blanco y el   *
      * periodo se toma de WRX-FECMOV.                                 *
      *----------------------------------------------------------------*
       01  WSS-REG-REGISTRO.
            05 WRX-NUMCTE              PIC 9(06) VALUE ZEROES.
            05 WRX-NUMMOV              PIC 9(04) VALUE ZEROES.
            05 WRX-FECMOV.
               10 WRX-DD               PIC 9(02) VALUE ZEROES.
               10 WRX-MM               PIC 9(02) VALUE ZEROES.
               10 WRX-AA               PIC 9(04) VALUE ZEROES.
            05 WRX-TIPMOV              PIC X(01) VALUE SPACE.
            05 WRX-IMPORTE             PIC 9(05)V99 VALUE ZEROES.
            05 WRX-CVEREG              PIC 9(02) VALUE ZEROES.
            05 WRX-CVEPZA              PIC 9(02) VALUE ZEROES.
            05 WRX-REVERTIDO           PIC X(01) VALUE 'N'.
            05 WRX-RFC                 PIC X(13) VALUE SPACES.
            05 WRX-CVEMOV              PIC X(02) VALUE SPACES.
            05 WRX-FECPROC.
               10 WRX-PROC-AA          PIC 9(04) VALUE ZEROES.
               10 WRX-PROC-MM          PIC 9(02) VALUE ZEROES.
               10 WRX-PROC-DD          PIC 9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglon del catalogo de claves de movimiento (CATMOV), el      *
      * mismo layout que mantiene PROG12.                              *
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

       01  W-CATALOGO-CVEMOV.
            05 W-CAT-CVEMOV-OCC OCCURS 100 TIMES.
               10 WKM-CVEMOV           PIC 9(02).
               10 WKM-POSTEO           PIC X(01).

       01  W-CONTROL-CATALOGO-CVEMOV.
            05 WKM-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WKM-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WKM-IDX                 PIC 9(04) COMP VALUE ZEROES.

      *----------------------------------------------------------------*
      * Tabla de mapeo TIPMOV -> codigo de posteo, la misma de PROG06  *
      * para los movimientos sin CVEMOV en el catalogo.                *
      *----------------------------------------------------------------*
       01  W-TABLA-POSTEO.
            05 W-PT-LETRAS.
               10 FILLER               PIC X(01) VALUE 'A'.
               10 FILLER               PIC X(01) VALUE 'B'.
               10 FILLER               PIC X(01) VALUE 'C'.
               10 FILLER               PIC X(01) VALUE 'D'.
               10 FILLER               PIC X(01) VALUE 'E'.
            05 W-TAB-PT-LETRAS REDEFINES W-PT-LETRAS.
               10 WPT-LETRA            PIC X(01) OCCURS 5 TIMES.
            05 W-PT-CODIGOS.
               10 FILLER               PIC X(01) VALUE 'H'.
               10 FILLER               PIC X(01) VALUE 'H'.
               10 FILLER               PIC X(01) VALUE 'H'.
               10 FILLER               PIC X(01) VALUE 'D'.
               10 FILLER               PIC X(01) VALUE 'D'.
            05 W-TAB-PT-CODIGOS REDEFINES W-PT-CODIGOS.
               10 WPT-CODIGO           PIC X(01) OCCURS 5 TIMES.
            05 WPT-CODIGO-DEFECTO      PIC X(01) VALUE 'D'.
            05 WPT-SUB                 PIC 9(01) VALUE ZEROES.
            05 WPT-IDX                 PIC 9(01) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglon del archivo PERIODO, mismo layout que en PROG05.       *
      *----------------------------------------------------------------*
       01  WSS-REG-PERIODO.
            05 WPE-MM                  PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WPE-AAAA                PIC 9(04) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WPE-ESTATUS             PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
      * Movimientos del periodo, cargados del REGISTRO en el orden en  *
      * que se procesaron, con el lado (H abono / D cargo) ya resuelto *
      * y la marca de reversado puesta sobre el original.              *
      *----------------------------------------------------------------*
       01  W-TABLA-MOVIMIENTOS.
            05 W-MOV-OCC OCCURS 20000 TIMES.
               10 WTM-CVEREG           PIC 9(02).
               10 WTM-NUMCTE           PIC 9(06).
               10 WTM-NUMMOV           PIC 9(04).
               10 WTM-FECMOV           PIC 9(08).
               10 WTM-TIPMOV           PIC X(01).
               10 WTM-CVEMOV           PIC X(02).
               10 WTM-IMPORTE          PIC 9(05)V99.
               10 WTM-CODIGO           PIC X(01).
               10 WTM-TIPO-RENGLON     PIC X(01).
                  88 WTM-ES-ORIGINAL   VALUE 'O'.
                  88 WTM-ES-REVERSION  VALUE 'R'.
               10 WTM-REVERSADO        PIC X(01).
               10 WTM-EMITIDO          PIC X(01).

       01  W-CONTROL-MOVIMIENTOS.
            05 WTM-TOTAL               PIC 9(05) COMP VALUE ZEROES.
            05 WTM-SUB                 PIC 9(05) COMP VALUE ZEROES.
            05 WTM-IDX                 PIC 9(05) COMP VALUE ZEROES.
            05 WTM-MAXIMO              PIC 9(05) COMP VALUE 20000.
            05 WTM-SIN-CUENTA          PIC 9(06) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Saldos del estado de cuenta en proceso.                        *
      *----------------------------------------------------------------*
       01  W-SALDOS-ESTADO.
            05 WED-PERIODO             PIC 9(06) VALUE ZEROES.
            05 WED-PERIODO-SIGUIENTE   PIC 9(06) VALUE ZEROES.
            05 WED-SALDO-CIERRE        PIC S9(09)V99 VALUE ZEROES.
            05 WED-NETO-PERIODO        PIC S9(09)V99 VALUE ZEROES.
            05 WED-SALDO-INICIAL       PIC S9(09)V99 VALUE ZEROES.
            05 WED-SALDO               PIC S9(09)V99 VALUE ZEROES.
            05 WED-TOTAL-CARGOS        PIC 9(09)V99 VALUE ZEROES.
            05 WED-TOTAL-ABONOS        PIC 9(09)V99 VALUE ZEROES.
            05 WED-DIFERENCIA          PIC S9(09)V99 VALUE ZEROES.
            05 WED-MOVIMIENTOS         PIC 9(06) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglones del estado de cuenta.                                *
      *----------------------------------------------------------------*
       01  WSS-EDO-ENC1.
            05 FILLER                  PIC X(27) VALUE
               'ESTADO DE CUENTA   PERIODO:'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WE1-MM                  PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE '/'.
            05 WE1-AAAA                PIC 9(04) VALUE ZEROES.

       01  WSS-EDO-ENC2.
            05 FILLER                  PIC X(08) VALUE 'CVEREG: '.
            05 WE2-CVEREG              PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(08) VALUE 'NUMCTE: '.
            05 WE2-NUMCTE              PIC 9(06) VALUE ZEROES.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(10) VALUE 'SUCURSAL: '.
            05 WE2-CVEPZA              PIC 9(02) VALUE ZEROES.

       01  WSS-EDO-ENC3.
            05 FILLER                  PIC X(60) VALUE
               'FECHA       NUMMOV TM CM          CARGO          ABONO'.
            05 FILLER                  PIC X(40) VALUE
               '          SALDO  OBSERVACION'.

       01  WSS-EDO-SALDO-INICIAL.
            05 FILLER                  PIC X(20) VALUE
               'SALDO INICIAL'.
            05 FILLER                  PIC X(35) VALUE SPACES.
            05 WSI-SALDO               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WSS-EDO-DETALLE.
            05 WDE-DD                  PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE '/'.
            05 WDE-MM                  PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE '/'.
            05 WDE-AAAA                PIC 9(04) VALUE ZEROES.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WDE-NUMMOV              PIC 9(04) VALUE ZEROES.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WDE-TIPMOV              PIC X(01) VALUE SPACE.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WDE-CVEMOV              PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WDE-CARGO               PIC ZZZ,ZZZ.99 BLANK WHEN ZERO.
            05 FILLER                  PIC X(05) VALUE SPACES.
            05 WDE-ABONO               PIC ZZZ,ZZZ.99 BLANK WHEN ZERO.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WDE-SALDO               PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WDE-OBSERVACION         PIC X(12) VALUE SPACES.

       01  WSS-EDO-SALDO-FINAL.
            05 FILLER                  PIC X(14) VALUE
               'SALDO FINAL'.
            05 FILLER                  PIC X(07) VALUE 'MOVS: '.
            05 WSF-MOVIMIENTOS         PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSF-CARGOS              PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSF-ABONOS              PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSF-SALDO               PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WSF-OBSERVACION         PIC X(14) VALUE SPACES.

       01  WSS-EDO-DIFERENCIA.
            05 FILLER                  PIC X(40) VALUE
               '*** SALDO DE CIERRE SEGUN EL MAESTRO: '.
            05 WDF-SALDO-MAESTRO       PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                  PIC X(14) VALUE
               '  DIFERENCIA: '.
            05 WDF-DIFERENCIA          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WSS-EDO-AVISO.
            05 FILLER                  PIC X(04) VALUE '*** '.
            05 WAV-TEXTO               PIC X(60) VALUE SPACES.
            05 WAV-PERIODO             PIC 9(06) VALUE ZEROES.

       01  WSS-EDO-SEPARADOR.
            05 FILLER                  PIC X(100) VALUE ALL '-'.

       01  WSS-EDO-TRAILER.
            05 FILLER                  PIC X(18) VALUE
               'ESTADOS EMITIDOS: '.
            05 WET-ESTADOS             PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(20) VALUE
               'SALDOS NEGATIVOS: '.
            05 WET-NEGATIVOS           PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(28) VALUE
               'MOVIMIENTOS SIN CUENTA: '.
            05 WET-SIN-CUENTA          PIC ZZZ,ZZ9.

      ******************************************************************
      *           ACEPTA FECHA DEL SISTEMA FORMATO : AAMMDD            *
      ******************************************************************
       01  W-FEC-SIS.
            05 WFS-AA                  PIC 9(02) VALUE ZEROES.
            05 WFS-MM                  PIC 9(02) VALUE ZEROES.
            05 WFS-DD                  PIC 9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Parametro de arranque: periodo MMAAAA (opcional).              *
      *----------------------------------------------------------------*
       01  WS-PARM-EJECUCION.
            05 WPA-MM                  PIC X(02) VALUE SPACES.
            05 WPA-AAAA                PIC X(04) VALUE SPACES.
            05 FILLER                  PIC X(04) VALUE SPACES.

       01  FILE-STATUS.
            05 FS-REGISTRO             PIC X(02).
            05 FS-SALDOS               PIC X(02).
            05 FS-CATMOV               PIC X(02).
            05 FS-PERIODO              PIC X(02).
            05 FS-ESTADOS              PIC X(02).

       01  W-ACUMULADOR.
            05 WA-LEIDOS-REGISTRO      PIC 9(08) VALUE ZEROES.
            05 WA-MOVS-PERIODO         PIC 9(08) VALUE ZEROES.
            05 WA-ESTADOS              PIC 9(06) VALUE ZEROES.
            05 WA-NEGATIVOS            PIC 9(06) VALUE ZEROES.
            05 WA-DIFERENCIAS          PIC 9(06) VALUE ZEROES.
            05 WA-RECONSTRUIDOS        PIC 9(06) VALUE ZEROES.
            05 WA-ROLADAS              PIC 9(06) VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-REGISTRO         PIC X(01) VALUE 'N'.
            05 WS-FIN-SALDOS           PIC X(01) VALUE 'N'.
            05 WS-CATALOGO-CVEMOV      PIC X(01) VALUE 'N'.
               88 CATALOGO-CVEMOV-CARGADO VALUE 'S'.

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
            PERFORM 1100-CARGAR-CATALOGO-CVEMOV
            PERFORM 1200-CARGAR-MOVIMIENTOS
            PERFORM 2000-EMITIR-ESTADOS
            PERFORM 2900-CIFRAS-CONTROL
            PERFORM 4900-FIJAR-CODIGO-RETORNO
            PERFORM 5000-FIN-PROG
           .

      ******************************************************************
      * Determina el periodo de los estados: PARM MMAAAA, o el         *
      * periodo abierto de PERIODO, o el mes de la fecha del sistema   *
      ******************************************************************
       1000-INICIO.
            ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE
            IF WPA-MM NUMERIC AND WPA-AAAA NUMERIC
                MOVE WPA-MM   TO WPE-MM
                MOVE WPA-AAAA TO WPE-AAAA
            ELSE
                OPEN INPUT PERIODO
                IF FS-PERIODO = '00' OR FS-PERIODO = '05'
                    READ PERIODO INTO WSS-REG-PERIODO
                    CLOSE PERIODO
                END-IF
            END-IF
            IF WPE-MM NOT NUMERIC OR WPE-MM < 1 OR WPE-MM > 12
               OR WPE-AAAA NOT NUMERIC OR WPE-AAAA < 1900
                ACCEPT W-FEC-SIS FROM DATE
                MOVE WFS-MM TO WPE-MM
                COMPUTE WPE-AAAA = 2000 + WFS-AA
                DISPLAY "SIN PERIODO, SE TOMA EL MES DEL SISTEMA"
            END-IF
            COMPUTE WED-PERIODO = (WPE-AAAA * 100) + WPE-MM
            IF WPE-MM = 12
                COMPUTE WED-PERIODO-SIGUIENTE = ((WPE-AAAA + 1) * 100)
                                              + 1
            ELSE
                COMPUTE WED-PERIODO-SIGUIENTE = WED-PERIODO + 1
            END-IF
            MOVE WPE-MM   TO WE1-MM
            MOVE WPE-AAAA TO WE1-AAAA
            DISPLAY "ESTADOS DE CUENTA DEL PERIODO: "
                                             WPE-MM "/" WPE-AAAA
           .

       1100-CARGAR-CATALOGO-CVEMOV.
            MOVE ZEROES TO WKM-TOTAL
            OPEN INPUT CATMOV
            IF FS-CATMOV = '00' OR FS-CATMOV = '05'
                PERFORM 1110-LEER-CARGAR-CATMOV
                        UNTIL FS-CATMOV NOT = '00'
                CLOSE CATMOV
            END-IF
            IF WKM-TOTAL > ZEROES
                SET CATALOGO-CVEMOV-CARGADO TO TRUE
                DISPLAY "CLAVES DE MOVIMIENTO CARGADAS: " WKM-TOTAL
            ELSE
                DISPLAY "SIN CATALOGO DE MOVIMIENTOS, LADO POR TIPMOV"
            END-IF
           .

       1110-LEER-CARGAR-CATMOV.
            READ CATMOV INTO WSS-REG-CATMOV
            IF FS-CATMOV = '00'
                IF WMC-CVEMOV NUMERIC
                   AND (WMC-POSTEO = 'H' OR WMC-POSTEO = 'D')
                    IF WKM-TOTAL < 100
                        ADD 1 TO WKM-TOTAL
                        MOVE WMC-CVEMOV TO WKM-CVEMOV (WKM-TOTAL)
                        MOVE WMC-POSTEO TO WKM-POSTEO (WKM-TOTAL)
                    ELSE
                        DISPLAY "Se agoto el catalogo de movimientos "
                                "(100 max)"
                    END-IF
                END-IF
            ELSE
                IF FS-CATMOV NOT = '10'
                    DISPLAY "ERROR AL LEER CATMOV: " FS-CATMOV
                    CLOSE CATMOV
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      ******************************************************************
      * Carga los movimientos del periodo desde el REGISTRO.  Un       *
      * renglon de reversion marca como reversado a su original (si    *
      * esta en el periodo) y entra como renglon propio                *
      ******************************************************************
       1200-CARGAR-MOVIMIENTOS.
            MOVE ZEROES TO WTM-TOTAL
            OPEN INPUT REGISTRO
            IF FS-REGISTRO = '00' OR FS-REGISTRO = '05'
                PERFORM 1210-LEER-UN-MOVIMIENTO
                        UNTIL WS-FIN-REGISTRO = 'S'
                CLOSE REGISTRO
                DISPLAY "RENGLONES LEIDOS DEL REGISTRO: "
                                                  WA-LEIDOS-REGISTRO
                DISPLAY "MOVIMIENTOS DEL PERIODO      : " WTM-TOTAL
            ELSE
                DISPLAY "ERROR AL ABRIR REGISTRO: " FS-REGISTRO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       1210-LEER-UN-MOVIMIENTO.
            READ REGISTRO INTO WSS-REG-REGISTRO
            IF FS-REGISTRO = '00'
                ADD 1 TO WA-LEIDOS-REGISTRO
                IF WRX-FECPROC NUMERIC AND WRX-FECPROC NOT = ZEROES
                    IF WRX-PROC-MM = WPE-MM AND WRX-PROC-AA = WPE-AAAA
                        PERFORM 1220-AGREGAR-MOVIMIENTO
                    END-IF
                ELSE
                    IF WRX-MM = WPE-MM AND WRX-AA = WPE-AAAA
                        PERFORM 1220-AGREGAR-MOVIMIENTO
                    END-IF
                END-IF
            ELSE
                IF FS-REGISTRO = '10'
                    MOVE 'S' TO WS-FIN-REGISTRO
                ELSE
                    DISPLAY "ERROR AL LEER REGISTRO: " FS-REGISTRO
                    CLOSE REGISTRO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Los estados se emiten con todos los movimientos del periodo o  *
      * con ninguno: si no caben en la tabla se detiene el proceso.    *
      *----------------------------------------------------------------*
       1220-AGREGAR-MOVIMIENTO.
            IF WTM-TOTAL >= WTM-MAXIMO
                DISPLAY "MOVIMIENTOS DEL PERIODO EXCEDEN " WTM-MAXIMO
                CLOSE REGISTRO
                PERFORM 5000-FIN-PROG
            END-IF
            ADD 1 TO WTM-TOTAL
            MOVE WRX-CVEREG  TO WTM-CVEREG (WTM-TOTAL)
            MOVE WRX-NUMCTE  TO WTM-NUMCTE (WTM-TOTAL)
            MOVE WRX-NUMMOV  TO WTM-NUMMOV (WTM-TOTAL)
            MOVE WRX-FECMOV  TO WTM-FECMOV (WTM-TOTAL)
            MOVE WRX-TIPMOV  TO WTM-TIPMOV (WTM-TOTAL)
            MOVE WRX-CVEMOV  TO WTM-CVEMOV (WTM-TOTAL)
            MOVE WRX-IMPORTE TO WTM-IMPORTE (WTM-TOTAL)
            MOVE 'N'         TO WTM-REVERSADO (WTM-TOTAL)
            MOVE 'N'         TO WTM-EMITIDO (WTM-TOTAL)
            PERFORM 1230-DETERMINAR-LADO
            IF WRX-REVERTIDO = 'S'
                MOVE 'R' TO WTM-TIPO-RENGLON (WTM-TOTAL)
                IF WTM-CODIGO (WTM-TOTAL) = 'H'
                    MOVE 'D' TO WTM-CODIGO (WTM-TOTAL)
                ELSE
                    MOVE 'H' TO WTM-CODIGO (WTM-TOTAL)
                END-IF
                PERFORM 1240-MARCAR-ORIGINAL
            ELSE
                MOVE 'O' TO WTM-TIPO-RENGLON (WTM-TOTAL)
            END-IF
           .

       1230-DETERMINAR-LADO.
            MOVE ZEROES TO WKM-IDX
            IF CATALOGO-CVEMOV-CARGADO AND WRX-CVEMOV NUMERIC
                PERFORM 1231-BUSCAR-CVEMOV-PASO
                        VARYING WKM-SUB FROM 1 BY 1
                        UNTIL WKM-SUB > WKM-TOTAL
                           OR WKM-IDX NOT = ZEROES
            END-IF
            IF WKM-IDX NOT = ZEROES
                MOVE WKM-POSTEO (WKM-IDX) TO WTM-CODIGO (WTM-TOTAL)
            ELSE
                MOVE ZEROES TO WPT-IDX
                PERFORM 1232-BUSCAR-POSTEO-PASO
                        VARYING WPT-SUB FROM 1 BY 1
                        UNTIL WPT-SUB > 5 OR WPT-IDX NOT = ZEROES
                IF WPT-IDX NOT = ZEROES
                    MOVE WPT-CODIGO (WPT-IDX) TO WTM-CODIGO (WTM-TOTAL)
                ELSE
                    MOVE WPT-CODIGO-DEFECTO TO WTM-CODIGO (WTM-TOTAL)
                END-IF
            END-IF
           .

       1231-BUSCAR-CVEMOV-PASO.
            IF WKM-CVEMOV (WKM-SUB) = WRX-CVEMOV
                MOVE WKM-SUB TO WKM-IDX
            END-IF
           .

       1232-BUSCAR-POSTEO-PASO.
            IF WPT-LETRA (WPT-SUB) = WRX-TIPMOV
                MOVE WPT-SUB TO WPT-IDX
            END-IF
           .

       1240-MARCAR-ORIGINAL.
            MOVE ZEROES TO WTM-IDX
            PERFORM 1241-BUSCAR-ORIGINAL-PASO
                    VARYING WTM-SUB FROM 1 BY 1
                    UNTIL WTM-SUB >= WTM-TOTAL
                       OR WTM-IDX NOT = ZEROES
            IF WTM-IDX NOT = ZEROES
                MOVE 'S' TO WTM-REVERSADO (WTM-IDX)
            END-IF
           .

       1241-BUSCAR-ORIGINAL-PASO.
            IF WTM-ES-ORIGINAL (WTM-SUB)
               AND WTM-REVERSADO (WTM-SUB) = 'N'
               AND WTM-NUMCTE (WTM-SUB) = WRX-NUMCTE
               AND WTM-NUMMOV (WTM-SUB) = WRX-NUMMOV
               AND WTM-FECMOV (WTM-SUB) = WRX-FECMOV
                MOVE WTM-SUB TO WTM-IDX
            END-IF
           .

      ******************************************************************
      * Recorre el maestro de saldos en orden de llave y emite un      *
      * estado de cuenta por cada cuenta                               *
      ******************************************************************
       2000-EMITIR-ESTADOS.
            OPEN INPUT SALDOS
            IF FS-SALDOS = '00' OR FS-SALDOS = '05'
                DISPLAY "ABRIO CORECTO SALDOS " FS-SALDOS
            ELSE
                DISPLAY "ERROR AL ABRIR SALDOS: " FS-SALDOS
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT ESTADOS
            IF FS-ESTADOS = '00'
                DISPLAY "ABRIO CORECTO ESTADOS " FS-ESTADOS
            ELSE
                DISPLAY "ERROR AL ABRIR ESTADOS: " FS-ESTADOS
                CLOSE SALDOS
                PERFORM 5000-FIN-PROG
            END-IF
            PERFORM 2100-EMITIR-UN-ESTADO
                    UNTIL WS-FIN-SALDOS = 'S'
            CLOSE SALDOS
            PERFORM 2800-CONTAR-SIN-CUENTA
                    VARYING WTM-SUB FROM 1 BY 1
                    UNTIL WTM-SUB > WTM-TOTAL
            MOVE WA-ESTADOS     TO WET-ESTADOS
            MOVE WA-NEGATIVOS   TO WET-NEGATIVOS
            MOVE WTM-SIN-CUENTA TO WET-SIN-CUENTA
            WRITE REG-ESTADOS FROM WSS-EDO-TRAILER
            CLOSE ESTADOS
           .

       2100-EMITIR-UN-ESTADO.
            READ SALDOS NEXT RECORD
            IF FS-SALDOS = '00' OR FS-SALDOS = '02'
                ADD 1 TO WA-ESTADOS
                MOVE SLD-CVEREG TO WE2-CVEREG
                MOVE SLD-NUMCTE TO WE2-NUMCTE
                MOVE SLD-CVEPZA TO WE2-CVEPZA
                WRITE REG-ESTADOS FROM WSS-EDO-ENC1
                WRITE REG-ESTADOS FROM WSS-EDO-ENC2
                IF SLD-PERIODO > WED-PERIODO
                   AND SLD-PERIODO NOT = WED-PERIODO-SIGUIENTE
                    MOVE 'CUENTA YA ROLADA AL PERIODO ' TO WAV-TEXTO
                    MOVE SLD-PERIODO TO WAV-PERIODO
                    WRITE REG-ESTADOS FROM WSS-EDO-AVISO
                    ADD 1 TO WA-ROLADAS
                ELSE
                    PERFORM 2200-CUERPO-ESTADO
                END-IF
                WRITE REG-ESTADOS FROM WSS-EDO-SEPARADOR
            ELSE
                IF FS-SALDOS = '10'
                    MOVE 'S' TO WS-FIN-SALDOS
                ELSE
                    DISPLAY "ERROR AL LEER SALDOS: " FS-SALDOS
                    CLOSE SALDOS
                    CLOSE ESTADOS
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Saldo inicial y saldo de cierre del periodo.  Si la cuenta no  *
      * ha tenido posteo en el periodo, su saldo actual es el saldo    *
      * inicial y el de cierre; si ya se rolo al mes siguiente, el de  *
      * cierre es el saldo inicial del mes nuevo.                      *
      *----------------------------------------------------------------*
       2200-CUERPO-ESTADO.
            EVALUATE TRUE
                WHEN SLD-PERIODO = WED-PERIODO
                    MOVE SLD-SALDO-INICIAL TO WED-SALDO-INICIAL
                    MOVE SLD-SALDO-ACTUAL  TO WED-SALDO-CIERRE
                WHEN SLD-PERIODO = WED-PERIODO-SIGUIENTE
                    PERFORM 2250-RECONSTRUIR-SALDO-INICIAL
                WHEN OTHER
                    MOVE SLD-SALDO-ACTUAL  TO WED-SALDO-INICIAL
                    MOVE SLD-SALDO-ACTUAL  TO WED-SALDO-CIERRE
            END-EVALUATE
            MOVE WED-SALDO-INICIAL TO WED-SALDO
            MOVE ZEROES TO WED-TOTAL-CARGOS
                           WED-TOTAL-ABONOS
                           WED-MOVIMIENTOS
            MOVE WED-SALDO-INICIAL TO WSI-SALDO
            WRITE REG-ESTADOS FROM WSS-EDO-ENC3
            WRITE REG-ESTADOS FROM WSS-EDO-SALDO-INICIAL
            PERFORM 2210-EMITIR-MOVIMIENTO
                    VARYING WTM-SUB FROM 1 BY 1
                    UNTIL WTM-SUB > WTM-TOTAL
            MOVE WED-MOVIMIENTOS  TO WSF-MOVIMIENTOS
            MOVE WED-TOTAL-CARGOS TO WSF-CARGOS
            MOVE WED-TOTAL-ABONOS TO WSF-ABONOS
            MOVE WED-SALDO        TO WSF-SALDO
            IF WED-SALDO < ZEROES
                MOVE 'SALDO NEGATIVO' TO WSF-OBSERVACION
                ADD 1 TO WA-NEGATIVOS
            ELSE
                MOVE SPACES TO WSF-OBSERVACION
            END-IF
            WRITE REG-ESTADOS FROM WSS-EDO-SALDO-FINAL
            IF WED-SALDO NOT = WED-SALDO-CIERRE
                COMPUTE WED-DIFERENCIA = WED-SALDO - WED-SALDO-CIERRE
                MOVE WED-SALDO-CIERRE TO WDF-SALDO-MAESTRO
                MOVE WED-DIFERENCIA   TO WDF-DIFERENCIA
                WRITE REG-ESTADOS FROM WSS-EDO-DIFERENCIA
                ADD 1 TO WA-DIFERENCIAS
            END-IF
           .

       2210-EMITIR-MOVIMIENTO.
            IF WTM-CVEREG (WTM-SUB) = SLD-CVEREG
               AND WTM-NUMCTE (WTM-SUB) = SLD-NUMCTE
                MOVE 'S' TO WTM-EMITIDO (WTM-SUB)
                ADD 1 TO WED-MOVIMIENTOS
                MOVE WTM-FECMOV (WTM-SUB) (1:2) TO WDE-DD
                MOVE WTM-FECMOV (WTM-SUB) (3:2) TO WDE-MM
                MOVE WTM-FECMOV (WTM-SUB) (5:4) TO WDE-AAAA
                MOVE WTM-NUMMOV (WTM-SUB) TO WDE-NUMMOV
                MOVE WTM-TIPMOV (WTM-SUB) TO WDE-TIPMOV
                MOVE WTM-CVEMOV (WTM-SUB) TO WDE-CVEMOV
                IF WTM-CODIGO (WTM-SUB) = 'H'
                    MOVE ZEROES TO WDE-CARGO
                    MOVE WTM-IMPORTE (WTM-SUB) TO WDE-ABONO
                    ADD WTM-IMPORTE (WTM-SUB) TO WED-TOTAL-ABONOS
                    ADD WTM-IMPORTE (WTM-SUB) TO WED-SALDO
                ELSE
                    MOVE WTM-IMPORTE (WTM-SUB) TO WDE-CARGO
                    MOVE ZEROES TO WDE-ABONO
                    ADD WTM-IMPORTE (WTM-SUB) TO WED-TOTAL-CARGOS
                    SUBTRACT WTM-IMPORTE (WTM-SUB) FROM WED-SALDO
                END-IF
                MOVE WED-SALDO TO WDE-SALDO
                EVALUATE TRUE
                    WHEN WTM-ES-REVERSION (WTM-SUB)
                        MOVE 'REVERSION' TO WDE-OBSERVACION
                    WHEN WTM-REVERSADO (WTM-SUB) = 'S'
                        MOVE 'REVERSADO' TO WDE-OBSERVACION
                    WHEN OTHER
                        MOVE SPACES TO WDE-OBSERVACION
                END-EVALUATE
                WRITE REG-ESTADOS FROM WSS-EDO-DETALLE
            END-IF
           .

      *----------------------------------------------------------------*
      * Cuenta rolada al mes siguiente: el saldo inicial del mes nuevo *
      * es el cierre del periodo, y el saldo inicial del periodo se    *
      * obtiene quitandole el neto de los movimientos del periodo.     *
      *----------------------------------------------------------------*
       2250-RECONSTRUIR-SALDO-INICIAL.
            MOVE SLD-SALDO-INICIAL TO WED-SALDO-CIERRE
            MOVE ZEROES TO WED-NETO-PERIODO
            PERFORM 2260-SUMAR-NETO-PERIODO
                    VARYING WTM-SUB FROM 1 BY 1
                    UNTIL WTM-SUB > WTM-TOTAL
            COMPUTE WED-SALDO-INICIAL = WED-SALDO-CIERRE
                                      - WED-NETO-PERIODO
            MOVE 'SALDOS DEL PERIODO RECONSTRUIDOS, CUENTA ROLADA AL '
                                                       TO WAV-TEXTO
            MOVE SLD-PERIODO TO WAV-PERIODO
            WRITE REG-ESTADOS FROM WSS-EDO-AVISO
            ADD 1 TO WA-RECONSTRUIDOS
           .

       2260-SUMAR-NETO-PERIODO.
            IF WTM-CVEREG (WTM-SUB) = SLD-CVEREG
               AND WTM-NUMCTE (WTM-SUB) = SLD-NUMCTE
                IF WTM-CODIGO (WTM-SUB) = 'H'
                    ADD WTM-IMPORTE (WTM-SUB) TO WED-NETO-PERIODO
                ELSE
                    SUBTRACT WTM-IMPORTE (WTM-SUB) FROM WED-NETO-PERIODO
                END-IF
            END-IF
           .

       2800-CONTAR-SIN-CUENTA.
            IF WTM-EMITIDO (WTM-SUB) = 'N'
                ADD 1 TO WTM-SIN-CUENTA
            END-IF
           .

       2900-CIFRAS-CONTROL.
            DISPLAY "CIFRAS DE CONTROL"
            DISPLAY "ESTADOS EMITIDOS        : " WA-ESTADOS
            DISPLAY "CON SALDO NEGATIVO      : " WA-NEGATIVOS
            DISPLAY "CON DIFERENCIA A MAESTRO: " WA-DIFERENCIAS
            DISPLAY "MOVIMIENTOS SIN CUENTA  : " WTM-SIN-CUENTA
            DISPLAY "ROLADAS, RECONSTRUIDAS  : " WA-RECONSTRUIDOS
            DISPLAY "ROLADAS, SIN ESTADO     : " WA-ROLADAS
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si hubo cuentas  *
      * con saldo negativo, diferencias contra el maestro,             *
      * movimientos sin cuenta o cuentas roladas sin estado.           *
      *----------------------------------------------------------------*
       4900-FIJAR-CODIGO-RETORNO.
            IF WA-NEGATIVOS > ZEROES
               OR WA-DIFERENCIAS > ZEROES
               OR WTM-SIN-CUENTA > ZEROES
               OR WA-ROLADAS > ZEROES
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

       END PROGRAM "PROG13".
