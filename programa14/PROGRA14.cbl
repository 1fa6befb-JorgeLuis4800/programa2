       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROG14".

      ******************************************************************
      * Interfaz de deducciones de nomina por empleado.                *
      *                                                                *
      * Toma del registro persistente de PROG05 (../registro.dat) los  *
      * movimientos del periodo de pago que son deducibles por nomina  *
      * y los acumula por RFC y CVEMOV, neteando las reversiones.  El  *
      * periodo de un movimiento o de una reversion es la fecha de la  *
      * corrida de PROG05 que lo grabo.                                *
      * Despues recorre el maestro de empleados que mantiene EMJSTO10  *
      * (../entrada1.dat) en orden de numero de empleado y:            *
      *   - por cada empleado activo graba en ../nomina.dat un         *
      *     registro con RE1-NUM-EMP1, RFC, departamento y el total    *
      *     del periodo por CVEMOV (hasta 10 claves por registro; si   *
      *     tiene mas se graban registros de continuacion con la       *
      *     secuencia siguiente).  Todo empleado activo lleva al menos *
      *     un registro, aunque no tenga deducciones;                  *
      *   - los movimientos de un empleado dado de baja               *
      *     (RE1-EMPLEADO-BAJA) no van a nomina sino a la lista de     *
      *     finiquitos ../finiquito.dat.                               *
      * Los RFC del registro que no estan en el maestro se listan en   *
      * el resumen ../nomresumen.dat, que ademas totaliza por          *
      * departamento y cuadra los importes del archivo contra el       *
      * registro y la cantidad de movimientos del periodo contra las   *
      * cifras de control de PROG05 (salidas 1+2+3 en corridas.dat).   *
      *                                                                *
      * Una CVEMOV es deducible segun la marca DEDUCIBLE del catalogo  *
      * de claves de movimiento (../catmov.dat, ver PROG12).  Si la    *
      * clave no trae la marca, no esta en el catalogo o no hay        *
      * catalogo, se toman como deducibles los cargos (posteo D, el    *
      * mismo criterio de PROG06).                                     *
      *                                                                *
      * PARM: AAAAMMDDAAAAMMDD, fecha inicial y final del periodo de   *
      * pago.  Sin PARM se toma la quincena de la fecha del sistema    *
      * (del 01 al 15 o del 16 a fin de mes).                          *
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
      * CATMOV: catalogo de claves de movimiento (ver PROG12).         *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CATMOV ASSIGN TO "../catmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATMOV.

      *----------------------------------------------------------------*
      * MAESTRO: maestro indexado de empleados que mantiene EMJSTO10.  *
      *----------------------------------------------------------------*
           SELECT OPTIONAL MAESTRO ASSIGN TO "../entrada1.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE1-NUM-EMP1
               ALTERNATE RECORD KEY IS RE1-RFC-EMP1 WITH DUPLICATES
               FILE STATUS IS FS-MAESTRO.

      *----------------------------------------------------------------*
      * CORRIDAS: bitacora de corridas de PROG05, de donde se toman    *
      * sus cifras de control para el cuadre.                          *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CORRIDAS ASSIGN TO "../corridas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORRIDAS.

      *----------------------------------------------------------------*
      * NOMINA: interfaz de deducciones que carga el sistema de        *
      * nomina.                                                        *
      *----------------------------------------------------------------*
           SELECT NOMINA ASSIGN TO "../nomina.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOMINA.

      *----------------------------------------------------------------*
      * FINIQUITO: movimientos de empleados dados de baja.             *
      *----------------------------------------------------------------*
           SELECT FINIQUITO ASSIGN TO "../finiquito.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINIQUITO.

      *----------------------------------------------------------------*
      * NOMRESUMEN: resumen por departamento y cuadre.                 *
      *----------------------------------------------------------------*
           SELECT NOMRESUMEN ASSIGN TO "../nomresumen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOMRESUMEN.


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

       FD  CATMOV
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-CATMOV.
        01  REG-CATMOV PIC X(60).

      *----------------------------------------------------------------*
      * MAESTRO: mismo layout REG-ENTRADA1 que mantiene EMJSTO10.      *
      *----------------------------------------------------------------*
       FD  MAESTRO
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS REG-MAESTRO.
        01  REG-MAESTRO.
            05 RE1-NUM-EMP1            PIC X(08).
            05 RE1-NOMBRE-EMP1         PIC X(20).
            05 RE1-APE-PATERNO-EMP1    PIC X(20).
            05 RE1-APE-MATERNO-EMP1    PIC X(20).
            05 RE1-DIRECCION-EMP1      PIC X(30).
            05 RE1-CODIGO-POSTAL-EMP1  PIC X(05).
            05 RE1-TELEFONO-EMP1       PIC X(10).
            05 RE1-PUESTO-EMP1         PIC X(20).
            05 RE1-DEPARTAMENTO-EMP1   PIC X(15).
            05 RE1-RFC-EMP1            PIC X(13).
            05 RE1-CURP-EMP1           PIC X(17).
            05 RE1-ESTATUS-EMP1        PIC X(01).
               88 RE1-EMPLEADO-ACTIVO  VALUE 'A' ' '.
               88 RE1-EMPLEADO-BAJA    VALUE 'B'.
            05 RE1-FECHA-BAJA-EMP1     PIC X(08).

       FD  CORRIDAS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-CORRIDAS.
        01  REG-CORRIDAS PIC X(73).

       FD  NOMINA
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-NOMINA.
        01  REG-NOMINA PIC X(177).

       FD  FINIQUITO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-FINIQUITO.
        01  REG-FINIQUITO PIC X(100).

       FD  NOMRESUMEN
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-NOMRESUMEN.
        01  REG-NOMRESUMEN PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Renglon del archivo REGISTRO, espejo del layout de PROG05.  Un *
      * renglon con WRX-REVERTIDO 'S' es la reversion del movimiento   *
      * original con la misma llave (NUMCTE + NUMMOV + FECMOV).        *
      * WRX-FECPROC (AAAAMMDD) es la fecha de la corrida que grabo el  *
      * renglon; en los renglones grabados antes de existir viene en   *
      * blanco y el periodo se toma de WRX-FECMOV.                     *
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
            05 WRX-FECPROC             PIC 9(08) VALUE ZEROES.

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
               10 WKM-DEDUCIBLE        PIC X(01).

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
      * Renglon de CORRIDAS, mismo layout que graba PROG05.            *
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
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCO-CANT-ENTRADA        PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCO-CANT-SALID1         PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCO-CANT-SALID2         PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCO-CANT-SALID3         PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCO-CANT-RECHAZOS       PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Registro de la interfaz de nomina.  Hasta 10 claves de         *
      * deduccion por registro; un empleado con mas claves lleva       *
      * registros de continuacion (WNO-SECUENCIA 2, 3, ...), todos con *
      * el total del empleado en WNO-TOTAL-EMPLEADO.                   *
      *----------------------------------------------------------------*
       01  WSS-REG-NOMINA.
            05 WNO-NUM-EMP             PIC X(08) VALUE SPACES.
            05 WNO-RFC                 PIC X(13) VALUE SPACES.
            05 WNO-DEPARTAMENTO        PIC X(15) VALUE SPACES.
            05 WNO-FEC-INI             PIC 9(08) VALUE ZEROES.
            05 WNO-FEC-FIN             PIC 9(08) VALUE ZEROES.
            05 WNO-SECUENCIA           PIC 9(02) VALUE ZEROES.
            05 WNO-TOTAL-EMPLEADO      PIC 9(09)V99 VALUE ZEROES.
            05 WNO-NUM-CLAVES          PIC 9(02) VALUE ZEROES.
            05 WNO-DEDUCCION OCCURS 10 TIMES.
               10 WNO-CVEMOV           PIC X(02).
               10 WNO-IMPORTE          PIC 9(07)V99.

      *----------------------------------------------------------------*
      * Deducciones del periodo por RFC y CVEMOV, con la cantidad y el *
      * importe netos de reversiones.  WTD-USADO queda en 'S' cuando   *
      * el RFC se encontro en el maestro.                              *
      *----------------------------------------------------------------*
       01  W-TABLA-DEDUCCIONES.
            05 W-DED-OCC OCCURS 5000 TIMES.
               10 WTD-RFC              PIC X(13).
               10 WTD-CVEMOV           PIC X(02).
               10 WTD-CANTIDAD         PIC S9(05) COMP.
               10 WTD-IMPORTE          PIC S9(09)V99.
               10 WTD-USADO            PIC X(01).

       01  W-CONTROL-DEDUCCIONES.
            05 WTD-TOTAL               PIC 9(05) COMP VALUE ZEROES.
            05 WTD-SUB                 PIC 9(05) COMP VALUE ZEROES.
            05 WTD-IDX                 PIC 9(05) COMP VALUE ZEROES.
            05 WTD-MAXIMO              PIC 9(05) COMP VALUE 5000.

      *----------------------------------------------------------------*
      * Totales por departamento para el resumen.  Si se llena la      *
      * tabla, los departamentos restantes se acumulan en el ultimo    *
      * renglon como OTROS.                                            *
      *----------------------------------------------------------------*
       01  W-TABLA-DEPARTAMENTOS.
            05 W-DEP-OCC OCCURS 300 TIMES.
               10 WDP-DEPARTAMENTO     PIC X(15).
               10 WDP-EMPLEADOS        PIC 9(06).
               10 WDP-CON-DEDUCCION    PIC 9(06).
               10 WDP-IMPORTE-NOMINA   PIC 9(09)V99.
               10 WDP-FINIQUITOS       PIC 9(06).
               10 WDP-IMPORTE-FINIQ    PIC S9(09)V99.

       01  W-CONTROL-DEPARTAMENTOS.
            05 WDP-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WDP-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WDP-IDX                 PIC 9(04) COMP VALUE ZEROES.
            05 WDP-MAXIMO              PIC 9(04) COMP VALUE 300.

      *----------------------------------------------------------------*
      * Empleado en proceso.                                           *
      *----------------------------------------------------------------*
       01  W-EMPLEADO-ACTUAL.
            05 WEM-TOTAL               PIC S9(09)V99 VALUE ZEROES.
            05 WEM-REGISTROS           PIC 9(04) VALUE ZEROES.
            05 WEM-FINIQUITO           PIC S9(09)V99 VALUE ZEROES.
            05 WEM-RENGLONES-FINIQ     PIC 9(04) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Periodo de pago (AAAAMMDD) y fecha del movimiento en proceso.  *
      *----------------------------------------------------------------*
       01  W-PERIODO-PAGO.
            05 WPP-FEC-INI             PIC 9(08) VALUE ZEROES.
            05 WPP-FEC-FIN             PIC 9(08) VALUE ZEROES.
            05 WPP-FECHA-MOV           PIC 9(08) VALUE ZEROES.
            05 WPP-SISTEMA             PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglones de la lista de finiquitos.                           *
      *----------------------------------------------------------------*
       01  WSS-FIN-ENC1.
            05 FILLER                  PIC X(42) VALUE
               'MOVIMIENTOS DE EMPLEADOS DADOS DE BAJA DEL'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WF1-FEC-INI             PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(04) VALUE ' AL '.
            05 WF1-FEC-FIN             PIC 9(08) VALUE ZEROES.

       01  WSS-FIN-ENC2.
            05 FILLER                  PIC X(50) VALUE
               'NUM-EMP   RFC            NOMBRE'.
            05 FILLER                  PIC X(50) VALUE
               '      FEC-BAJA  CM CANT        IMPORTE'.

       01  WSS-FIN-DETALLE.
            05 WFD-NUM-EMP             PIC X(08) VALUE SPACES.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WFD-RFC                 PIC X(13) VALUE SPACES.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WFD-APE-PATERNO         PIC X(15) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WFD-NOMBRE              PIC X(15) VALUE SPACES.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WFD-FECHA-BAJA          PIC X(08) VALUE SPACES.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WFD-CVEMOV              PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WFD-CANTIDAD            PIC ZZZ9-.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WFD-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.

       01  WSS-FIN-TRAILER.
            05 FILLER                  PIC X(36) VALUE
               'EMPLEADOS DE BAJA CON MOVIMIENTOS: '.
            05 WFT-EMPLEADOS           PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(16) VALUE
               'IMPORTE TOTAL: '.
            05 WFT-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.

      *----------------------------------------------------------------*
      * Renglones del resumen por departamento y del cuadre.           *
      *----------------------------------------------------------------*
       01  WSS-RES-ENC1.
            05 FILLER                  PIC X(42) VALUE
               'RESUMEN DE DEDUCCIONES DE NOMINA  PERIODO:'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WR1-FEC-INI             PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(04) VALUE ' AL '.
            05 WR1-FEC-FIN             PIC 9(08) VALUE ZEROES.

       01  WSS-RES-ENC2.
            05 FILLER                  PIC X(50) VALUE
               'DEPARTAMENTO      EMPLS    C/DED    IMPORTE NOMINA'.
            05 FILLER                  PIC X(50) VALUE
               '     FINIQ    IMPORTE FINIQ'.

       01  WSS-RES-DETALLE.
            05 WRD-DEPARTAMENTO        PIC X(15) VALUE SPACES.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WRD-EMPLEADOS           PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 WRD-CON-DEDUCCION       PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRD-IMPORTE-NOMINA      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                  PIC X(05) VALUE SPACES.
            05 WRD-FINIQUITOS          PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRD-IMPORTE-FINIQ       PIC ZZZ,ZZZ,ZZ9.99-.

       01  WSS-RES-SIN-EMPLEADO.
            05 FILLER                  PIC X(22) VALUE
               'RFC SIN EMPLEADO:     '.
            05 WRS-RFC                 PIC X(13) VALUE SPACES.
            05 FILLER                  PIC X(09) VALUE '  CVEMOV '.
            05 WRS-CVEMOV              PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRS-CANTIDAD            PIC ZZZ9-.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRS-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.

       01  WSS-RES-CUADRE.
            05 WRC-CONCEPTO            PIC X(50) VALUE SPACES.
            05 WRC-CANTIDAD            PIC ZZ,ZZZ,ZZ9-.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WRC-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-
                                                  BLANK WHEN ZERO.

       01  WSS-RES-SEPARADOR.
            05 FILLER                  PIC X(100) VALUE ALL '-'.

      ******************************************************************
      *           ACEPTA FECHA DEL SISTEMA FORMATO : AAMMDD            *
      ******************************************************************
       01  W-FEC-SIS.
            05 WFS-AA                  PIC 9(02) VALUE ZEROES.
            05 WFS-MM                  PIC 9(02) VALUE ZEROES.
            05 WFS-DD                  PIC 9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Parametro de arranque: periodo AAAAMMDDAAAAMMDD (opcional).    *
      *----------------------------------------------------------------*
       01  WS-PARM-EJECUCION.
            05 WPA-FEC-INI             PIC X(08) VALUE SPACES.
            05 WPA-FEC-FIN             PIC X(08) VALUE SPACES.
            05 FILLER                  PIC X(04) VALUE SPACES.

       01  FILE-STATUS.
            05 FS-REGISTRO             PIC X(02).
            05 FS-CATMOV               PIC X(02).
            05 FS-MAESTRO              PIC X(02).
            05 FS-CORRIDAS             PIC X(02).
            05 FS-NOMINA               PIC X(02).
            05 FS-FINIQUITO            PIC X(02).
            05 FS-NOMRESUMEN           PIC X(02).

      *----------------------------------------------------------------*
      * Cifras de control.  Las cantidades de movimientos son netas:   *
      * una reversion resta el movimiento que revierte.  La excepcion  *
      * es WA-MOVS-BRUTOS, que cuenta cada renglon del periodo, la     *
      * reversion tambien como uno, igual que PROG05 en sus salidas,   *
      * y es la que se cuadra contra las cifras de PROG05.             *
      *----------------------------------------------------------------*
       01  W-ACUMULADOR.
            05 WA-LEIDOS-REGISTRO      PIC 9(08) VALUE ZEROES.
            05 WA-MOVS-PERIODO         PIC S9(08) VALUE ZEROES.
            05 WA-MOVS-BRUTOS          PIC S9(08) VALUE ZEROES.
            05 WA-IMPORTE-PERIODO      PIC S9(11)V99 VALUE ZEROES.
            05 WA-MOVS-DEDUCIBLES      PIC S9(08) VALUE ZEROES.
            05 WA-IMPORTE-DEDUCIBLE    PIC S9(11)V99 VALUE ZEROES.
            05 WA-EMPLEADOS-LEIDOS     PIC 9(06) VALUE ZEROES.
            05 WA-EMPLEADOS-NOMINA     PIC 9(06) VALUE ZEROES.
            05 WA-REGISTROS-NOMINA     PIC 9(06) VALUE ZEROES.
            05 WA-MOVS-NOMINA          PIC S9(08) VALUE ZEROES.
            05 WA-IMPORTE-NOMINA       PIC S9(11)V99 VALUE ZEROES.
            05 WA-EMPLEADOS-BAJA       PIC 9(06) VALUE ZEROES.
            05 WA-MOVS-FINIQUITO       PIC S9(08) VALUE ZEROES.
            05 WA-IMPORTE-FINIQUITO    PIC S9(11)V99 VALUE ZEROES.
            05 WA-MOVS-SIN-EMPLEADO    PIC S9(08) VALUE ZEROES.
            05 WA-IMPORTE-SIN-EMPLEADO PIC S9(11)V99 VALUE ZEROES.
            05 WA-MOVS-NO-ENVIADO      PIC S9(08) VALUE ZEROES.
            05 WA-IMPORTE-NO-ENVIADO   PIC S9(11)V99 VALUE ZEROES.
            05 WA-CORRIDAS-PERIODO     PIC 9(06) VALUE ZEROES.
            05 WA-SALIDAS-PROG05       PIC S9(08) VALUE ZEROES.
            05 WA-DIFERENCIA-MOVS      PIC S9(08) VALUE ZEROES.
            05 WA-DIFERENCIA-IMPORTE   PIC S9(11)V99 VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-REGISTRO         PIC X(01) VALUE 'N'.
            05 WS-FIN-MAESTRO          PIC X(01) VALUE 'N'.
            05 WS-FIN-CORRIDAS         PIC X(01) VALUE 'N'.
            05 WS-CATALOGO-CVEMOV      PIC X(01) VALUE 'N'.
               88 CATALOGO-CVEMOV-CARGADO VALUE 'S'.
            05 WS-MOVIMIENTO-DEDUCIBLE PIC X(01) VALUE 'N'.
               88 MOVIMIENTO-DEDUCIBLE VALUE 'S'.

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
            PERFORM 1200-CARGAR-DEDUCCIONES
            PERFORM 1300-CARGAR-CIFRAS-PROG05
            PERFORM 2000-PROCESO
            PERFORM 2500-RESUMEN
            PERFORM 2900-CIFRAS-CONTROL
            PERFORM 4900-FIJAR-CODIGO-RETORNO
            PERFORM 5000-FIN-PROG
           .

      ******************************************************************
      * Determina el periodo de pago: PARM AAAAMMDDAAAAMMDD, o la      *
      * quincena de la fecha del sistema                               *
      ******************************************************************
       1000-INICIO.
            ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE
            IF WPA-FEC-INI NUMERIC AND WPA-FEC-FIN NUMERIC
               AND WPA-FEC-INI NOT > WPA-FEC-FIN
                MOVE WPA-FEC-INI TO WPP-FEC-INI
                MOVE WPA-FEC-FIN TO WPP-FEC-FIN
            ELSE
                ACCEPT W-FEC-SIS FROM DATE
                COMPUTE WPP-SISTEMA = 20000000 + (WFS-AA * 10000)
                                    + (WFS-MM * 100)
                IF WFS-DD > 15
                    COMPUTE WPP-FEC-INI = WPP-SISTEMA + 16
                    COMPUTE WPP-FEC-FIN = WPP-SISTEMA + 31
                ELSE
                    COMPUTE WPP-FEC-INI = WPP-SISTEMA + 1
                    COMPUTE WPP-FEC-FIN = WPP-SISTEMA + 15
                END-IF
                DISPLAY "SIN PERIODO DE PAGO, SE TOMA LA QUINCENA "
                        "DEL SISTEMA"
            END-IF
            MOVE WPP-FEC-INI TO WF1-FEC-INI WR1-FEC-INI
            MOVE WPP-FEC-FIN TO WF1-FEC-FIN WR1-FEC-FIN
            DISPLAY "PERIODO DE PAGO: " WPP-FEC-INI " AL " WPP-FEC-FIN
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
                DISPLAY "SIN CATALOGO DE MOVIMIENTOS, SE DEDUCEN LOS "
                        "CARGOS"
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
                        MOVE WMC-DEDUCIBLE
                                     TO WKM-DEDUCIBLE (WKM-TOTAL)
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
      * Acumula por RFC y CVEMOV los movimientos deducibles del        *
      * periodo de pago.  Una reversion resta cantidad e importe de    *
      * la misma RFC y CVEMOV que su original                          *
      ******************************************************************
       1200-CARGAR-DEDUCCIONES.
            MOVE ZEROES TO WTD-TOTAL
            OPEN INPUT REGISTRO
            IF FS-REGISTRO = '00' OR FS-REGISTRO = '05'
                PERFORM 1210-LEER-UN-MOVIMIENTO
                        UNTIL WS-FIN-REGISTRO = 'S'
                CLOSE REGISTRO
                DISPLAY "RENGLONES LEIDOS DEL REGISTRO: "
                                                  WA-LEIDOS-REGISTRO
                DISPLAY "RFC/CVEMOV CON DEDUCCIONES   : " WTD-TOTAL
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
                    MOVE WRX-FECPROC TO WPP-FECHA-MOV
                ELSE
                    COMPUTE WPP-FECHA-MOV = (WRX-AA * 10000)
                                          + (WRX-MM * 100) + WRX-DD
                END-IF
                IF WPP-FECHA-MOV NOT < WPP-FEC-INI
                   AND WPP-FECHA-MOV NOT > WPP-FEC-FIN
                    PERFORM 1220-ACUMULAR-MOVIMIENTO
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
      * La interfaz se genera con todas las deducciones del periodo o  *
      * con ninguna: si no caben en la tabla se detiene el proceso.    *
      *----------------------------------------------------------------*
       1220-ACUMULAR-MOVIMIENTO.
            ADD 1 TO WA-MOVS-BRUTOS
            IF WRX-REVERTIDO = 'S'
                SUBTRACT 1           FROM WA-MOVS-PERIODO
                SUBTRACT WRX-IMPORTE FROM WA-IMPORTE-PERIODO
            ELSE
                ADD 1           TO WA-MOVS-PERIODO
                ADD WRX-IMPORTE TO WA-IMPORTE-PERIODO
            END-IF
            PERFORM 1230-DETERMINAR-DEDUCIBLE
            IF MOVIMIENTO-DEDUCIBLE
                MOVE ZEROES TO WTD-IDX
                PERFORM 1240-BUSCAR-DEDUCCION-PASO
                        VARYING WTD-SUB FROM 1 BY 1
                        UNTIL WTD-SUB > WTD-TOTAL
                           OR WTD-IDX NOT = ZEROES
                IF WTD-IDX = ZEROES
                    IF WTD-TOTAL >= WTD-MAXIMO
                        DISPLAY "DEDUCCIONES DEL PERIODO EXCEDEN "
                                                           WTD-MAXIMO
                        CLOSE REGISTRO
                        PERFORM 5000-FIN-PROG
                    END-IF
                    ADD 1 TO WTD-TOTAL
                    MOVE WTD-TOTAL  TO WTD-IDX
                    MOVE WRX-RFC    TO WTD-RFC (WTD-IDX)
                    MOVE WRX-CVEMOV TO WTD-CVEMOV (WTD-IDX)
                    MOVE ZEROES     TO WTD-CANTIDAD (WTD-IDX)
                                       WTD-IMPORTE (WTD-IDX)
                    MOVE 'N'        TO WTD-USADO (WTD-IDX)
                END-IF
                IF WRX-REVERTIDO = 'S'
                    SUBTRACT 1 FROM WTD-CANTIDAD (WTD-IDX)
                    SUBTRACT WRX-IMPORTE FROM WTD-IMPORTE (WTD-IDX)
                    SUBTRACT 1           FROM WA-MOVS-DEDUCIBLES
                    SUBTRACT WRX-IMPORTE FROM WA-IMPORTE-DEDUCIBLE
                ELSE
                    ADD 1 TO WTD-CANTIDAD (WTD-IDX)
                    ADD WRX-IMPORTE TO WTD-IMPORTE (WTD-IDX)
                    ADD 1           TO WA-MOVS-DEDUCIBLES
                    ADD WRX-IMPORTE TO WA-IMPORTE-DEDUCIBLE
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Deducible: marca DEDUCIBLE S del catalogo.  Sin marca, o sin   *
      * la CVEMOV en el catalogo, son deducibles los cargos (posteo D  *
      * del catalogo o, en su defecto, de la tabla por TIPMOV).        *
      *----------------------------------------------------------------*
       1230-DETERMINAR-DEDUCIBLE.
            MOVE 'N' TO WS-MOVIMIENTO-DEDUCIBLE
            MOVE ZEROES TO WKM-IDX
            IF CATALOGO-CVEMOV-CARGADO AND WRX-CVEMOV NUMERIC
                PERFORM 1231-BUSCAR-CVEMOV-PASO
                        VARYING WKM-SUB FROM 1 BY 1
                        UNTIL WKM-SUB > WKM-TOTAL
                           OR WKM-IDX NOT = ZEROES
            END-IF
            IF WKM-IDX NOT = ZEROES
                EVALUATE WKM-DEDUCIBLE (WKM-IDX)
                    WHEN 'S'
                        SET MOVIMIENTO-DEDUCIBLE TO TRUE
                    WHEN 'N'
                        CONTINUE
                    WHEN OTHER
                        IF WKM-POSTEO (WKM-IDX) = 'D'
                            SET MOVIMIENTO-DEDUCIBLE TO TRUE
                        END-IF
                END-EVALUATE
            ELSE
                MOVE ZEROES TO WPT-IDX
                PERFORM 1232-BUSCAR-POSTEO-PASO
                        VARYING WPT-SUB FROM 1 BY 1
                        UNTIL WPT-SUB > 5 OR WPT-IDX NOT = ZEROES
                IF WPT-IDX NOT = ZEROES
                    IF WPT-CODIGO (WPT-IDX) = 'D'
                        SET MOVIMIENTO-DEDUCIBLE TO TRUE
                    END-IF
                ELSE
                    IF WPT-CODIGO-DEFECTO = 'D'
                        SET MOVIMIENTO-DEDUCIBLE TO TRUE
                    END-IF
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

       1240-BUSCAR-DEDUCCION-PASO.
            IF WTD-RFC (WTD-SUB) = WRX-RFC
               AND WTD-CVEMOV (WTD-SUB) = WRX-CVEMOV
                MOVE WTD-SUB TO WTD-IDX
            END-IF
           .

      ******************************************************************
      * Suma las salidas 1+2+3 de las corridas de PROG05 cuya fecha    *
      * cae en el periodo de pago.  Una corrida EN-PROCESO no tiene    *
      * cifras finales y no se cuenta                                  *
      ******************************************************************
       1300-CARGAR-CIFRAS-PROG05.
            OPEN INPUT CORRIDAS
            IF FS-CORRIDAS = '00' OR FS-CORRIDAS = '05'
                PERFORM 1310-LEER-UNA-CORRIDA
                        UNTIL WS-FIN-CORRIDAS = 'S'
                CLOSE CORRIDAS
            ELSE
                DISPLAY "SIN BITACORA DE CORRIDAS, NO SE CUADRA "
                        "CONTRA PROG05"
            END-IF
           .

       1310-LEER-UNA-CORRIDA.
            READ CORRIDAS INTO WSS-REG-CORRIDA
            IF FS-CORRIDAS = '00'
                IF WCO-FECHA NOT < WPP-FEC-INI
                   AND WCO-FECHA NOT > WPP-FEC-FIN
                   AND NOT CORRIDA-EN-PROCESO
                    ADD 1 TO WA-CORRIDAS-PERIODO
                    ADD WCO-CANT-SALID1 WCO-CANT-SALID2
                        WCO-CANT-SALID3 TO WA-SALIDAS-PROG05
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
      * Recorre el maestro de empleados en orden de numero de empleado *
      * y reparte las deducciones entre nomina y finiquitos            *
      ******************************************************************
       2000-PROCESO.
            OPEN INPUT MAESTRO
            IF FS-MAESTRO = '00' OR FS-MAESTRO = '05'
                DISPLAY "Abrio correcto maestro " FS-MAESTRO
            ELSE
                DISPLAY "Hubo un error al abrir maestro codigo: "
                                                         FS-MAESTRO
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT NOMINA
            IF FS-NOMINA = '00'
                DISPLAY "ABRIO CORECTO NOMINA " FS-NOMINA
            ELSE
                DISPLAY "ERROR AL ABRIR NOMINA: " FS-NOMINA
                CLOSE MAESTRO
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT FINIQUITO
            IF FS-FINIQUITO = '00'
                DISPLAY "ABRIO CORECTO FINIQUITO " FS-FINIQUITO
            ELSE
                DISPLAY "ERROR AL ABRIR FINIQUITO: " FS-FINIQUITO
                CLOSE MAESTRO NOMINA
                PERFORM 5000-FIN-PROG
            END-IF
            WRITE REG-FINIQUITO FROM WSS-FIN-ENC1
            WRITE REG-FINIQUITO FROM WSS-FIN-ENC2
            PERFORM 2100-PROCESAR-EMPLEADO
                    UNTIL WS-FIN-MAESTRO = 'S'
            CLOSE MAESTRO
            CLOSE NOMINA
            MOVE WA-EMPLEADOS-BAJA    TO WFT-EMPLEADOS
            MOVE WA-IMPORTE-FINIQUITO TO WFT-IMPORTE
            WRITE REG-FINIQUITO FROM WSS-FIN-TRAILER
            CLOSE FINIQUITO
           .

      *----------------------------------------------------------------*
      * Un empleado dado de baja va a finiquitos; cualquier otro       *
      * estatus se trata como activo y va a nomina.                    *
      *----------------------------------------------------------------*
       2100-PROCESAR-EMPLEADO.
            READ MAESTRO NEXT RECORD
            IF FS-MAESTRO = '00' OR FS-MAESTRO = '02'
                ADD 1 TO WA-EMPLEADOS-LEIDOS
                IF RE1-EMPLEADO-BAJA
                    PERFORM 2300-EMPLEADO-BAJA
                ELSE
                    PERFORM 2200-EMPLEADO-ACTIVO
                END-IF
            ELSE
                IF FS-MAESTRO = '10'
                    MOVE 'S' TO WS-FIN-MAESTRO
                ELSE
                    DISPLAY "ERROR AL LEER MAESTRO: " FS-MAESTRO
                    CLOSE MAESTRO NOMINA FINIQUITO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Primero se totaliza el empleado, para que todos sus registros  *
      * lleven el mismo total, y despues se arman los registros.  Una  *
      * clave con neto cero o negativo (reversada en el periodo, o la  *
      * reversion de un movimiento de otro periodo) no se envia.       *
      *----------------------------------------------------------------*
       2200-EMPLEADO-ACTIVO.
            MOVE ZEROES TO WEM-TOTAL
                           WEM-REGISTROS
            PERFORM 2210-TOTALIZAR-EMPLEADO
                    VARYING WTD-SUB FROM 1 BY 1
                    UNTIL WTD-SUB > WTD-TOTAL
            MOVE RE1-NUM-EMP1          TO WNO-NUM-EMP
            MOVE RE1-RFC-EMP1          TO WNO-RFC
            MOVE RE1-DEPARTAMENTO-EMP1 TO WNO-DEPARTAMENTO
            MOVE WPP-FEC-INI           TO WNO-FEC-INI
            MOVE WPP-FEC-FIN           TO WNO-FEC-FIN
            MOVE WEM-TOTAL             TO WNO-TOTAL-EMPLEADO
            MOVE 1                     TO WNO-SECUENCIA
            PERFORM 2225-LIMPIAR-CLAVES
            PERFORM 2220-AGREGAR-DEDUCCION
                    VARYING WTD-SUB FROM 1 BY 1
                    UNTIL WTD-SUB > WTD-TOTAL
            IF WNO-NUM-CLAVES > ZEROES OR WEM-REGISTROS = ZEROES
                PERFORM 2230-GRABAR-NOMINA
            END-IF
            ADD 1 TO WA-EMPLEADOS-NOMINA
            PERFORM 2250-BUSCAR-DEPARTAMENTO
            ADD 1 TO WDP-EMPLEADOS (WDP-IDX)
            IF WEM-TOTAL > ZEROES
                ADD 1 TO WDP-CON-DEDUCCION (WDP-IDX)
                ADD WEM-TOTAL TO WDP-IMPORTE-NOMINA (WDP-IDX)
            END-IF
           .

       2210-TOTALIZAR-EMPLEADO.
            IF WTD-USADO (WTD-SUB) = 'N'
               AND RE1-RFC-EMP1 NOT = SPACES
               AND WTD-RFC (WTD-SUB) = RE1-RFC-EMP1
               AND WTD-IMPORTE (WTD-SUB) > ZEROES
                ADD WTD-IMPORTE (WTD-SUB) TO WEM-TOTAL
            END-IF
           .

       2220-AGREGAR-DEDUCCION.
            IF WTD-USADO (WTD-SUB) = 'N'
               AND RE1-RFC-EMP1 NOT = SPACES
               AND WTD-RFC (WTD-SUB) = RE1-RFC-EMP1
                MOVE 'S' TO WTD-USADO (WTD-SUB)
                IF WTD-IMPORTE (WTD-SUB) > ZEROES
                    IF WNO-NUM-CLAVES = 10
                        PERFORM 2230-GRABAR-NOMINA
                        ADD 1 TO WNO-SECUENCIA
                        PERFORM 2225-LIMPIAR-CLAVES
                    END-IF
                    ADD 1 TO WNO-NUM-CLAVES
                    MOVE WTD-CVEMOV (WTD-SUB)
                                    TO WNO-CVEMOV (WNO-NUM-CLAVES)
                    MOVE WTD-IMPORTE (WTD-SUB)
                                    TO WNO-IMPORTE (WNO-NUM-CLAVES)
                    ADD WTD-CANTIDAD (WTD-SUB) TO WA-MOVS-NOMINA
                    ADD WTD-IMPORTE (WTD-SUB)  TO WA-IMPORTE-NOMINA
                ELSE
                    ADD WTD-CANTIDAD (WTD-SUB) TO WA-MOVS-NO-ENVIADO
                    ADD WTD-IMPORTE (WTD-SUB)
                                           TO WA-IMPORTE-NO-ENVIADO
                END-IF
            END-IF
           .

       2225-LIMPIAR-CLAVES.
            MOVE ZEROES TO WNO-NUM-CLAVES
            PERFORM 2226-LIMPIAR-CLAVE-PASO
                    VARYING WTD-IDX FROM 1 BY 1
                    UNTIL WTD-IDX > 10
           .

       2226-LIMPIAR-CLAVE-PASO.
            MOVE SPACES TO WNO-CVEMOV (WTD-IDX)
            MOVE ZEROES TO WNO-IMPORTE (WTD-IDX)
           .

       2230-GRABAR-NOMINA.
            WRITE REG-NOMINA FROM WSS-REG-NOMINA
            IF FS-NOMINA = '00'
                ADD 1 TO WEM-REGISTROS
                ADD 1 TO WA-REGISTROS-NOMINA
            ELSE
                DISPLAY "ERROR AL GRABAR NOMINA: " FS-NOMINA
                        " EMPLEADO " RE1-NUM-EMP1
                CLOSE MAESTRO NOMINA FINIQUITO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * Localiza (o da de alta) el departamento del empleado en la     *
      * tabla del resumen; deja su posicion en WDP-IDX.                *
      *----------------------------------------------------------------*
       2250-BUSCAR-DEPARTAMENTO.
            MOVE ZEROES TO WDP-IDX
            PERFORM 2251-BUSCAR-DEPTO-PASO
                    VARYING WDP-SUB FROM 1 BY 1
                    UNTIL WDP-SUB > WDP-TOTAL
                       OR WDP-IDX NOT = ZEROES
            IF WDP-IDX = ZEROES
                IF WDP-TOTAL < WDP-MAXIMO
                    ADD 1 TO WDP-TOTAL
                    MOVE WDP-TOTAL TO WDP-IDX
                    IF WDP-TOTAL = WDP-MAXIMO
                        MOVE 'OTROS' TO WDP-DEPARTAMENTO (WDP-IDX)
                        DISPLAY "Se agoto la tabla de departamentos "
                                "(300 max), resto en OTROS"
                    ELSE
                        MOVE RE1-DEPARTAMENTO-EMP1
                                     TO WDP-DEPARTAMENTO (WDP-IDX)
                    END-IF
                    MOVE ZEROES TO WDP-EMPLEADOS (WDP-IDX)
                                   WDP-CON-DEDUCCION (WDP-IDX)
                                   WDP-IMPORTE-NOMINA (WDP-IDX)
                                   WDP-FINIQUITOS (WDP-IDX)
                                   WDP-IMPORTE-FINIQ (WDP-IDX)
                ELSE
                    MOVE WDP-MAXIMO TO WDP-IDX
                END-IF
            END-IF
           .

       2251-BUSCAR-DEPTO-PASO.
            IF WDP-DEPARTAMENTO (WDP-SUB) = RE1-DEPARTAMENTO-EMP1
                MOVE WDP-SUB TO WDP-IDX
            END-IF
           .

      *----------------------------------------------------------------*
      * Empleado dado de baja: cada clave con neto distinto de cero    *
      * va a la lista de finiquitos con la fecha de baja.              *
      *----------------------------------------------------------------*
       2300-EMPLEADO-BAJA.
            MOVE ZEROES TO WEM-FINIQUITO
                           WEM-RENGLONES-FINIQ
            PERFORM 2310-LISTAR-FINIQUITO
                    VARYING WTD-SUB FROM 1 BY 1
                    UNTIL WTD-SUB > WTD-TOTAL
            IF WEM-RENGLONES-FINIQ > ZEROES
                ADD 1 TO WA-EMPLEADOS-BAJA
                PERFORM 2250-BUSCAR-DEPARTAMENTO
                ADD 1 TO WDP-FINIQUITOS (WDP-IDX)
                ADD WEM-FINIQUITO TO WDP-IMPORTE-FINIQ (WDP-IDX)
            END-IF
           .

       2310-LISTAR-FINIQUITO.
            IF WTD-USADO (WTD-SUB) = 'N'
               AND RE1-RFC-EMP1 NOT = SPACES
               AND WTD-RFC (WTD-SUB) = RE1-RFC-EMP1
                MOVE 'S' TO WTD-USADO (WTD-SUB)
                IF WTD-IMPORTE (WTD-SUB) NOT = ZEROES
                    MOVE RE1-NUM-EMP1         TO WFD-NUM-EMP
                    MOVE RE1-RFC-EMP1         TO WFD-RFC
                    MOVE RE1-APE-PATERNO-EMP1 TO WFD-APE-PATERNO
                    MOVE RE1-NOMBRE-EMP1      TO WFD-NOMBRE
                    MOVE RE1-FECHA-BAJA-EMP1  TO WFD-FECHA-BAJA
                    MOVE WTD-CVEMOV (WTD-SUB)   TO WFD-CVEMOV
                    MOVE WTD-CANTIDAD (WTD-SUB) TO WFD-CANTIDAD
                    MOVE WTD-IMPORTE (WTD-SUB)  TO WFD-IMPORTE
                    WRITE REG-FINIQUITO FROM WSS-FIN-DETALLE
                    ADD 1 TO WEM-RENGLONES-FINIQ
                    ADD WTD-IMPORTE (WTD-SUB) TO WEM-FINIQUITO
                    ADD WTD-CANTIDAD (WTD-SUB) TO WA-MOVS-FINIQUITO
                    ADD WTD-IMPORTE (WTD-SUB)
                                           TO WA-IMPORTE-FINIQUITO
                ELSE
                    ADD WTD-CANTIDAD (WTD-SUB) TO WA-MOVS-NO-ENVIADO
                END-IF
            END-IF
           .

      ******************************************************************
      * Resumen por departamento, RFC sin empleado y cuadre contra el  *
      * registro y contra las cifras de control de PROG05              *
      ******************************************************************
       2500-RESUMEN.
            OPEN OUTPUT NOMRESUMEN
            IF FS-NOMRESUMEN = '00'
                DISPLAY "ABRIO CORECTO NOMRESUMEN " FS-NOMRESUMEN
            ELSE
                DISPLAY "ERROR AL ABRIR NOMRESUMEN: " FS-NOMRESUMEN
                PERFORM 5000-FIN-PROG
            END-IF
            WRITE REG-NOMRESUMEN FROM WSS-RES-ENC1
            WRITE REG-NOMRESUMEN FROM WSS-RES-ENC2
            PERFORM 2510-RENGLON-DEPARTAMENTO
                    VARYING WDP-SUB FROM 1 BY 1
                    UNTIL WDP-SUB > WDP-TOTAL
            WRITE REG-NOMRESUMEN FROM WSS-RES-SEPARADOR
            PERFORM 2520-RFC-SIN-EMPLEADO
                    VARYING WTD-SUB FROM 1 BY 1
                    UNTIL WTD-SUB > WTD-TOTAL
            WRITE REG-NOMRESUMEN FROM WSS-RES-SEPARADOR
            PERFORM 2600-CUADRE
            CLOSE NOMRESUMEN
           .

       2510-RENGLON-DEPARTAMENTO.
            MOVE WDP-DEPARTAMENTO (WDP-SUB)   TO WRD-DEPARTAMENTO
            MOVE WDP-EMPLEADOS (WDP-SUB)      TO WRD-EMPLEADOS
            MOVE WDP-CON-DEDUCCION (WDP-SUB)  TO WRD-CON-DEDUCCION
            MOVE WDP-IMPORTE-NOMINA (WDP-SUB) TO WRD-IMPORTE-NOMINA
            MOVE WDP-FINIQUITOS (WDP-SUB)     TO WRD-FINIQUITOS
            MOVE WDP-IMPORTE-FINIQ (WDP-SUB)  TO WRD-IMPORTE-FINIQ
            WRITE REG-NOMRESUMEN FROM WSS-RES-DETALLE
           .

      *----------------------------------------------------------------*
      * Deducciones cuyo RFC no se encontro en el maestro: no van a    *
      * nomina ni a finiquitos y se listan para que se aclaren.        *
      *----------------------------------------------------------------*
       2520-RFC-SIN-EMPLEADO.
            IF WTD-USADO (WTD-SUB) = 'N'
                MOVE WTD-RFC (WTD-SUB)      TO WRS-RFC
                MOVE WTD-CVEMOV (WTD-SUB)   TO WRS-CVEMOV
                MOVE WTD-CANTIDAD (WTD-SUB) TO WRS-CANTIDAD
                MOVE WTD-IMPORTE (WTD-SUB)  TO WRS-IMPORTE
                WRITE REG-NOMRESUMEN FROM WSS-RES-SIN-EMPLEADO
                ADD WTD-CANTIDAD (WTD-SUB) TO WA-MOVS-SIN-EMPLEADO
                ADD WTD-IMPORTE (WTD-SUB)  TO WA-IMPORTE-SIN-EMPLEADO
            END-IF
           .

      *----------------------------------------------------------------*
      * Lo deducible del registro debe quedar repartido entre nomina,  *
      * finiquitos, RFC sin empleado y claves con neto no enviado; y   *
      * los movimientos del periodo en el registro deben igualar las   *
      * salidas 1+2+3 de PROG05 en las corridas del periodo.  Las      *
      * corridas se toman por su fecha de proceso y los movimientos    *
      * por la fecha de la corrida que los grabo, y se cuadra la       *
      * cantidad bruta, en la que una reversion cuenta como un         *
      * movimiento mas, igual que en las salidas de PROG05.            *
      *----------------------------------------------------------------*
       2600-CUADRE.
            MOVE 'DEDUCIBLE EN REGISTRO (NETO)' TO WRC-CONCEPTO
            MOVE WA-MOVS-DEDUCIBLES   TO WRC-CANTIDAD
            MOVE WA-IMPORTE-DEDUCIBLE TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            MOVE '  ENVIADO EN NOMINA' TO WRC-CONCEPTO
            MOVE WA-MOVS-NOMINA       TO WRC-CANTIDAD
            MOVE WA-IMPORTE-NOMINA    TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            MOVE '  LISTA DE FINIQUITOS' TO WRC-CONCEPTO
            MOVE WA-MOVS-FINIQUITO    TO WRC-CANTIDAD
            MOVE WA-IMPORTE-FINIQUITO TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            MOVE '  RFC SIN EMPLEADO EN MAESTRO' TO WRC-CONCEPTO
            MOVE WA-MOVS-SIN-EMPLEADO    TO WRC-CANTIDAD
            MOVE WA-IMPORTE-SIN-EMPLEADO TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            MOVE '  NETO CERO O NEGATIVO, NO ENVIADO' TO WRC-CONCEPTO
            MOVE WA-MOVS-NO-ENVIADO    TO WRC-CANTIDAD
            MOVE WA-IMPORTE-NO-ENVIADO TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            COMPUTE WA-DIFERENCIA-MOVS = WA-MOVS-DEDUCIBLES
                  - WA-MOVS-NOMINA - WA-MOVS-FINIQUITO
                  - WA-MOVS-SIN-EMPLEADO - WA-MOVS-NO-ENVIADO
            COMPUTE WA-DIFERENCIA-IMPORTE = WA-IMPORTE-DEDUCIBLE
                  - WA-IMPORTE-NOMINA - WA-IMPORTE-FINIQUITO
                  - WA-IMPORTE-SIN-EMPLEADO - WA-IMPORTE-NO-ENVIADO
            MOVE '  DIFERENCIA' TO WRC-CONCEPTO
            MOVE WA-DIFERENCIA-MOVS    TO WRC-CANTIDAD
            MOVE WA-DIFERENCIA-IMPORTE TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            WRITE REG-NOMRESUMEN FROM WSS-RES-SEPARADOR
            MOVE 'MOVIMIENTOS DEL PERIODO EN REGISTRO (NETO)'
                                                     TO WRC-CONCEPTO
            MOVE WA-MOVS-PERIODO    TO WRC-CANTIDAD
            MOVE WA-IMPORTE-PERIODO TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            MOVE 'MOVIMIENTOS DEL PERIODO EN REGISTRO (BRUTO)'
                                                     TO WRC-CONCEPTO
            MOVE WA-MOVS-BRUTOS     TO WRC-CANTIDAD
            MOVE ZEROES             TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            MOVE 'SALIDAS 1+2+3 PROG05, CORRIDAS DEL PERIODO:'
                                                     TO WRC-CONCEPTO
            MOVE WA-SALIDAS-PROG05  TO WRC-CANTIDAD
            MOVE ZEROES             TO WRC-IMPORTE
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            MOVE '  CORRIDAS CONSIDERADAS' TO WRC-CONCEPTO
            MOVE WA-CORRIDAS-PERIODO TO WRC-CANTIDAD
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
            COMPUTE WA-DIFERENCIA-MOVS = WA-MOVS-BRUTOS
                                       - WA-SALIDAS-PROG05
            MOVE '  DIFERENCIA' TO WRC-CONCEPTO
            MOVE WA-DIFERENCIA-MOVS TO WRC-CANTIDAD
            WRITE REG-NOMRESUMEN FROM WSS-RES-CUADRE
           .

       2900-CIFRAS-CONTROL.
            DISPLAY "CIFRAS DE CONTROL"
            DISPLAY "EMPLEADOS LEIDOS         : " WA-EMPLEADOS-LEIDOS
            DISPLAY "EMPLEADOS EN NOMINA      : " WA-EMPLEADOS-NOMINA
            DISPLAY "REGISTROS DE NOMINA      : " WA-REGISTROS-NOMINA
            DISPLAY "EMPLEADOS EN FINIQUITOS  : " WA-EMPLEADOS-BAJA
            DISPLAY "IMPORTE DEDUCIBLE        : " WA-IMPORTE-DEDUCIBLE
            DISPLAY "IMPORTE ENVIADO A NOMINA : " WA-IMPORTE-NOMINA
            DISPLAY "IMPORTE EN FINIQUITOS    : " WA-IMPORTE-FINIQUITO
            DISPLAY "IMPORTE RFC SIN EMPLEADO : "
                                             WA-IMPORTE-SIN-EMPLEADO
            DISPLAY "MOVS PERIODO NETOS       : " WA-MOVS-PERIODO
            DISPLAY "MOVS BRUTOS / PROG05     : " WA-MOVS-BRUTOS
                                            " / " WA-SALIDAS-PROG05
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si hubo RFC sin  *
      * empleado en el maestro o si el registro no cuadra con las      *
      * salidas de PROG05 del periodo.                                 *
      *----------------------------------------------------------------*
       4900-FIJAR-CODIGO-RETORNO.
            IF WA-MOVS-SIN-EMPLEADO NOT = ZEROES
               OR WA-IMPORTE-SIN-EMPLEADO NOT = ZEROES
               OR WA-MOVS-BRUTOS NOT = WA-SALIDAS-PROG05
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

       END PROGRAM "PROG14".
