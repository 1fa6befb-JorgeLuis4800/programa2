       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROG16".

      ******************************************************************
      * Depuracion de los archivos de control que solo crecen.  Los    *
      * renglones que rebasan el periodo de retencion se pasan a una   *
      * generacion historica fechada (../<archivo>AAAAMMDD.his, con la *
      * fecha de esta corrida) y el archivo vigente se regraba solo    *
      * con los renglones que se conservan:                            *
      *                                                                *
      *   REGISTRO    registro.dat, por la fecha de la corrida que lo  *
      *               grabo (renglones anteriores sin esa fecha, por   *
      *               la fecha del movimiento).  Lo que quede en       *
      *               el registro es lo que PROG05 precarga en MOVTOSX *
      *               para el control de duplicados y la busqueda del  *
      *               original de una reversion, de modo que los meses *
      *               de retencion del registro son la ventana de      *
      *               reversion; nunca baja del mes abierto y el mes   *
      *               anterior.                                        *
      *   CORRIDAS    corridas.dat, por la fecha de la corrida, solo   *
      *               corridas ya POSTEADAS o CONCILIADAS.  Ademas se  *
      *               conservan a lo mas WDP-MAX-CORRIDAS corridas,    *
      *               para que la tabla de corridas de PROG05, PROG06  *
      *               y PROG09 (100 renglones) tenga espacio hasta la  *
      *               siguiente depuracion.  La corrida con el numero  *
      *               mas alto se conserva siempre, sea cual sea su    *
      *               fecha, para que PROG05 siga la numeracion y no   *
      *               repita folios de suspenso y retenidos ni la      *
      *               ultima corrida aplicada en saldos.               *
      *   AUDITORIA1  auditoria1.dat, por la fecha de la corrida del   *
      *               mantenimiento que grabo el cambio.               *
      *   SUSPENSO    suspenso.dat, solo partidas liberadas o          *
      *               canceladas, por su fecha de liberacion.          *
      *   RETENIDOS   retenidos.dat, solo partidas aprobadas o         *
      *               rechazadas, por su fecha de decision.            *
      *                                                                *
      * Los meses de retencion se leen de ../retencion.dat (un renglon *
      * por archivo: clave y meses); el archivo que no aparezca toma   *
      * el valor por omision de W-TABLA-ARCHIVOS.  Los meses se        *
      * cuentan hacia atras desde el periodo abierto de posteo         *
      * (periodo.dat) incluyendolo: 3 meses con octubre abierto        *
      * conservan desde el 1 de agosto.                                *
      *                                                                *
      * Cifras de control por archivo en ../listdepura.dat: renglones  *
      * antes, archivados, conservados y el reconteo del archivo       *
      * regrabado.  Si el reconteo no cuadra el paso termina fatal; la *
      * copia de trabajo ../depuracion.trb conserva los renglones      *
      * vigentes del ultimo archivo procesado.                         *
      *                                                                *
      * No corre si hay una corrida de PROG05 EN-PROCESO pendiente de  *
      * reinicio.                                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------*
      * ORIGINAL: el archivo de control que se depura; el nombre se    *
      * arma para cada archivo de W-TABLA-ARCHIVOS.                    *
      *----------------------------------------------------------------*
           SELECT OPTIONAL ORIGINAL ASSIGN TO WS-NOMBRE-ORIGINAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORIGINAL.

      *----------------------------------------------------------------*
      * GENERACION: generacion historica fechada del archivo.          *
      *----------------------------------------------------------------*
           SELECT OPTIONAL GENERACION ASSIGN TO WS-NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GENERACION.

      *----------------------------------------------------------------*
      * TRABAJO: renglones que se conservan, antes de regrabarlos.     *
      *----------------------------------------------------------------*
           SELECT OPTIONAL TRABAJO ASSIGN TO "../depuracion.trb"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

      *----------------------------------------------------------------*
      * RETENCION: meses de retencion por archivo.                     *
      *----------------------------------------------------------------*
           SELECT OPTIONAL RETENCION ASSIGN TO "../retencion.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENCION.

      *----------------------------------------------------------------*
      * PERIODO: mes y anio abiertos para posteo.                      *
      *----------------------------------------------------------------*
           SELECT OPTIONAL PERIODO ASSIGN TO "../periodo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODO.

      *----------------------------------------------------------------*
      * CORRIDAS: bitacora de corridas, para no depurar con una        *
      * corrida de PROG05 pendiente de reinicio.                       *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CORRIDAS ASSIGN TO "../corridas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORRIDAS.

      *----------------------------------------------------------------*
      * LISTADO: cifras de control de la depuracion.                   *
      *----------------------------------------------------------------*
           SELECT OPTIONAL LISTADO ASSIGN TO "../listdepura.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.


       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * ORIGINAL, GENERACION y TRABAJO llevan el ancho del renglon mas *
      * largo de los archivos que se depuran (retenidos.dat).          *
      *----------------------------------------------------------------*
       FD  ORIGINAL
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-ORIGINAL.
        01  REG-ORIGINAL PIC X(131).

       FD  GENERACION
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-GENERACION.
        01  REG-GENERACION PIC X(131).

       FD  TRABAJO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-TRABAJO.
        01  REG-TRABAJO PIC X(131).

       FD  RETENCION
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-RETENCION.
        01  REG-RETENCION PIC X(20).

       FD  PERIODO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-PERIODO.
        01  REG-PERIODO PIC X(20).

       FD  CORRIDAS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-CORRIDAS.
        01  REG-CORRIDAS PIC X(73).

       FD  LISTADO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-LISTADO.
        01  REG-LISTADO PIC X(110).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Archivos que se depuran: clave en retencion.dat, nombre base   *
      * del archivo, meses de retencion por omision y minimos.         *
      *----------------------------------------------------------------*
       01  W-TABLA-ARCHIVOS.
            05 W-ARC-LISTA.
               10 FILLER               PIC X(26) VALUE
                  'REGISTRO  registro  013002'.
               10 FILLER               PIC X(26) VALUE
                  'CORRIDAS  corridas  013001'.
               10 FILLER               PIC X(26) VALUE
                  'AUDITORIA1auditoria1024001'.
               10 FILLER               PIC X(26) VALUE
                  'SUSPENSO  suspenso  006001'.
               10 FILLER               PIC X(26) VALUE
                  'RETENIDOS retenidos 006001'.
            05 W-TAB-ARCHIVOS REDEFINES W-ARC-LISTA.
               10 W-ARC-OCC OCCURS 5 TIMES.
                  15 WAR-CLAVE         PIC X(10).
                  15 WAR-NOMBRE        PIC X(10).
                  15 WAR-MESES         PIC 9(03).
                  15 WAR-MESES-MINIMO  PIC 9(03).
            05 WAR-TOTAL               PIC 9(04) COMP VALUE 5.
            05 WAR-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WAR-IDX                 PIC 9(04) COMP VALUE ZEROES.

      *----------------------------------------------------------------*
      * Fecha de corte y cifras de control de cada archivo.            *
      *----------------------------------------------------------------*
       01  W-TABLA-CIFRAS.
            05 W-CIF-OCC OCCURS 5 TIMES.
               10 WCF-FECHA-CORTE      PIC 9(08).
               10 WCF-ANTES            PIC 9(08).
               10 WCF-ARCHIVADOS       PIC 9(08).
               10 WCF-CONSERVADOS      PIC 9(08).
               10 WCF-DESPUES          PIC 9(08).

      *----------------------------------------------------------------*
      * Renglon de retencion.dat: clave del archivo y meses.           *
      *----------------------------------------------------------------*
       01  WSS-REG-RETENCION.
            05 WRE-ARCHIVO             PIC X(10) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRE-MESES               PIC X(03) VALUE SPACES.
            05 WRE-MESES-NUM REDEFINES WRE-MESES
                                       PIC 9(03).
            05 FILLER                  PIC X(06) VALUE SPACES.

       01  WSS-REG-PERIODO.
            05 WPE-MM                  PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WPE-AAAA                PIC 9(04) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WPE-ESTATUS             PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
      * Layouts de los archivos que se depuran, en lo que toca a la    *
      * fecha y el estatus con que se decide cada renglon (espejo de   *
      * PROG05, EMJSTO10, PROG11 y PROG15).                            *
      *----------------------------------------------------------------*
       01  WSS-REG-REGISTRO.
            05 WRX-NUMCTE              PIC 9(06).
            05 WRX-NUMMOV              PIC 9(04).
            05 WRX-FECMOV.
               10 WRX-DD               PIC 9(02).
               10 WRX-MM               PIC 9(02).
               10 WRX-AA               PIC 9(04).
            05 FILLER                  PIC X(28).
            05 WRX-FECPROC             PIC 9(08).

       01  WSS-REG-CORRIDA.
            05 WCO-CORRIDA             PIC 9(08).
            05 FILLER                  PIC X(01).
            05 WCO-FECHA               PIC 9(08).
            05 FILLER                  PIC X(01).
            05 WCO-ESTATUS             PIC X(10).
               88 CORRIDA-EN-PROCESO   VALUE 'EN-PROCESO'.
               88 CORRIDA-POSTEADA     VALUE 'POSTEADO  '.
               88 CORRIDA-CONCILIADA   VALUE 'CONCILIADO'.
            05 FILLER                  PIC X(45).

       01  WSS-REG-AUDITORIA1.
            05 WAU-NUM-EMP             PIC X(08).
            05 FILLER                  PIC X(77).
            05 WAU-FECHA-CORRIDA       PIC 9(08).

       01  WSS-REG-SUSPENSO.
            05 WSU-FOLIO               PIC X(14).
            05 FILLER                  PIC X(01).
            05 WSU-ESTATUS             PIC X(01).
               88 SUSPENSO-LIBERADO    VALUE 'L'.
               88 SUSPENSO-CANCELADO   VALUE 'C'.
            05 FILLER                  PIC X(98).
            05 WSU-FECHA-LIBERACION    PIC 9(08).

       01  WSS-REG-RETENIDO.
            05 WRT-FOLIO               PIC X(14).
            05 FILLER                  PIC X(01).
            05 WRT-ESTATUS             PIC X(01).
               88 RETENIDO-APROBADO    VALUE 'A'.
               88 RETENIDO-RECHAZADO   VALUE 'R'.
            05 FILLER                  PIC X(107).
            05 WRT-FECHA-APROBACION    PIC 9(08).

      *----------------------------------------------------------------*
      * Control de la depuracion en curso.  WDP-MAX-CORRIDAS deja en   *
      * la bitacora espacio para diez corridas antes de que PROG05     *
      * empiece a descartar la mas antigua.                            *
      *----------------------------------------------------------------*
       01  W-CONTROL-DEPURACION.
            05 WDP-FECHA-DATO          PIC 9(08) VALUE ZEROES.
            05 WDP-MESES-BASE          PIC 9(06) VALUE ZEROES.
            05 WDP-MESES-CORTE         PIC 9(06) VALUE ZEROES.
            05 WDP-AAAA-CORTE          PIC 9(04) VALUE ZEROES.
            05 WDP-MM-CORTE            PIC 9(02) VALUE ZEROES.
            05 WDP-MAX-CORRIDAS        PIC 9(04) COMP VALUE 90.
            05 WDP-CORRIDAS-VIGENTES   PIC 9(08) VALUE ZEROES.
            05 WDP-EXCESO-CORRIDAS     PIC 9(08) VALUE ZEROES.
            05 WDP-RENGLONES-TRABAJO   PIC 9(08) VALUE ZEROES.
            05 WDP-CORRIDA-MAXIMA      PIC 9(08) VALUE ZEROES.

       01  WS-NOMBRE-ORIGINAL          PIC X(30) VALUE SPACES.
       01  WS-NOMBRE-GENERACION        PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * Renglones del listado de cifras de control.                    *
      *----------------------------------------------------------------*
       01  WSS-LISTADO-ENC1.
            05 FILLER              PIC X(40) VALUE
               'DEPURACION DE ARCHIVOS DE CONTROL AL : '.
            05 WLE-FECHA           PIC 9(08) VALUE ZEROES.
            05 FILLER              PIC X(18) VALUE
               '  PERIODO ABIERTO:'.
            05 WLE-MM              PIC 9(02) VALUE ZEROES.
            05 FILLER              PIC X(01) VALUE '/'.
            05 WLE-AAAA            PIC 9(04) VALUE ZEROES.

       01  WSS-LISTADO-ENC2.
            05 FILLER              PIC X(11) VALUE 'ARCHIVO'.
            05 FILLER              PIC X(06) VALUE 'MESES'.
            05 FILLER              PIC X(10) VALUE 'CORTE'.
            05 FILLER              PIC X(10) VALUE '     ANTES'.
            05 FILLER              PIC X(11) VALUE ' ARCHIVADOS'.
            05 FILLER              PIC X(11) VALUE 'CONSERVADOS'.
            05 FILLER              PIC X(10) VALUE '   DESPUES'.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'GENERACION'.

       01  WSS-LISTADO-DETALLE.
            05 WLD-ARCHIVO         PIC X(10) VALUE SPACES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WLD-MESES           PIC ZZ9.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 WLD-FECHA-CORTE     PIC 9(08) VALUE ZEROES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-ANTES           PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WLD-ARCHIVADOS      PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WLD-CONSERVADOS     PIC ZZ,ZZZ,ZZ9.
            05 WLD-DESPUES         PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-GENERACION      PIC X(30) VALUE SPACES.

       01  WSS-LISTADO-AVISO.
            05 FILLER              PIC X(07) VALUE 'AVISO: '.
            05 WLA-TEXTO           PIC X(60) VALUE SPACES.
            05 WLA-DATO            PIC X(20) VALUE SPACES.

      ******************************************************************
      *           ACEPTA FECHA DEL SISTEMA FORMATO : AAMMDD            *
      ******************************************************************
       01  W-FEC-SIS.
            05 WFS-AA                  PIC 9(02) VALUE ZEROES.
            05 WFS-MM                  PIC 9(02) VALUE ZEROES.
            05 WFS-DD                  PIC 9(02) VALUE ZEROES.

       01  W-FECHA-PROCESO             PIC 9(08) VALUE ZEROES.

       01  FILE-STATUS.
            05 FS-ORIGINAL             PIC X(02).
            05 FS-GENERACION           PIC X(02).
            05 FS-TRABAJO              PIC X(02).
            05 FS-RETENCION            PIC X(02).
            05 FS-PERIODO              PIC X(02).
            05 FS-CORRIDAS             PIC X(02).
            05 FS-LISTADO              PIC X(02).

       01  W-ACUMULADOR.
            05 WA-AVISOS               PIC 9(06) VALUE ZEROES.
            05 WA-TOTAL-ARCHIVADOS     PIC 9(08) VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-ORIGINAL         PIC X(01) VALUE 'N'.
            05 WS-FIN-TRABAJO          PIC X(01) VALUE 'N'.
            05 WS-FIN-RETENCION        PIC X(01) VALUE 'N'.
            05 WS-FIN-CORRIDAS         PIC X(01) VALUE 'N'.
            05 WS-CORRIDA-PENDIENTE    PIC X(01) VALUE 'N'.
               88 HAY-CORRIDA-PENDIENTE VALUE 'S'.
            05 WS-RENGLON              PIC X(01) VALUE 'N'.
               88 RENGLON-A-ARCHIVAR   VALUE 'S'.
            05 WS-GENERACION-ABIERTA   PIC X(01) VALUE 'N'.
               88 GENERACION-ABIERTA   VALUE 'S'.

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
            PERFORM 2000-DEPURAR-ARCHIVO
                    VARYING WAR-SUB FROM 1 BY 1
                    UNTIL WAR-SUB > WAR-TOTAL
            PERFORM 2900-CIFRAS-CONTROL
            PERFORM 4900-FIJAR-CODIGO-RETORNO
            PERFORM 5000-FIN-PROG
           .

      ******************************************************************
      *    Fecha de proceso, periodo abierto, meses de retencion y     *
      *    fecha de corte de cada archivo                              *
      ******************************************************************
       1000-INICIO.
            ACCEPT W-FEC-SIS FROM DATE
            COMPUTE W-FECHA-PROCESO = 20000000
                  + (WFS-AA * 10000) + (WFS-MM * 100) + WFS-DD
            PERFORM 1100-VERIFICAR-CORRIDAS
            PERFORM 1200-ABRIR-LISTADO
            PERFORM 1300-CARGAR-PERIODO
            PERFORM 1400-CARGAR-RETENCION
            COMPUTE WDP-MESES-BASE = (WPE-AAAA * 12) + WPE-MM - 1
            PERFORM 1500-CALCULAR-CORTE
                    VARYING WAR-SUB FROM 1 BY 1
                    UNTIL WAR-SUB > WAR-TOTAL
           .

      *----------------------------------------------------------------*
      * Con una corrida EN-PROCESO, PROG05 se relanza en REINICIO y    *
      * precarga el registro de nuevo; no se depura hasta que termine. *
      *----------------------------------------------------------------*
       1100-VERIFICAR-CORRIDAS.
            OPEN INPUT CORRIDAS
            IF FS-CORRIDAS = '00' OR FS-CORRIDAS = '05'
                PERFORM 1110-LEER-UNA-CORRIDA
                        UNTIL WS-FIN-CORRIDAS = 'S'
                CLOSE CORRIDAS
            ELSE
                DISPLAY "ERROR AL ABRIR CORRIDAS: " FS-CORRIDAS
                PERFORM 5000-FIN-PROG
            END-IF
            IF HAY-CORRIDA-PENDIENTE
                DISPLAY "HAY UNA CORRIDA DE PROG05 EN-PROCESO, TERMINE "
                        "EL REINICIO ANTES DE DEPURAR"
                PERFORM 5000-FIN-PROG
            END-IF
           .

       1110-LEER-UNA-CORRIDA.
            READ CORRIDAS INTO WSS-REG-CORRIDA
            IF FS-CORRIDAS = '00'
                IF CORRIDA-EN-PROCESO
                    SET HAY-CORRIDA-PENDIENTE TO TRUE
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

       1200-ABRIR-LISTADO.
            OPEN OUTPUT LISTADO
            IF FS-LISTADO = '00' OR FS-LISTADO = '05'
                DISPLAY "ABRIO CORECTO LISTADO " FS-LISTADO
            ELSE
                DISPLAY "ERROR AL ABRIR LISTADO: " FS-LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * Sin periodo valido los meses se cuentan desde el mes del       *
      * sistema, igual que PROG05 cuando no hay control de periodo.    *
      *----------------------------------------------------------------*
       1300-CARGAR-PERIODO.
            OPEN INPUT PERIODO
            IF FS-PERIODO = '00' OR FS-PERIODO = '05'
                READ PERIODO INTO WSS-REG-PERIODO
                CLOSE PERIODO
            END-IF
            IF WPE-MM NOT NUMERIC OR WPE-MM < 1 OR WPE-MM > 12
               OR WPE-AAAA NOT NUMERIC OR WPE-AAAA < 1900
                MOVE WFS-MM TO WPE-MM
                COMPUTE WPE-AAAA = 2000 + WFS-AA
                DISPLAY "SIN CONTROL DE PERIODO, SE TOMA EL MES DEL "
                        "SISTEMA: " WPE-MM "/" WPE-AAAA
            ELSE
                DISPLAY "PERIODO ABIERTO: " WPE-MM "/" WPE-AAAA
            END-IF
            MOVE W-FECHA-PROCESO TO WLE-FECHA
            MOVE WPE-MM          TO WLE-MM
            MOVE WPE-AAAA        TO WLE-AAAA
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC1
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC2
           .

       1400-CARGAR-RETENCION.
            OPEN INPUT RETENCION
            IF FS-RETENCION = '00' OR FS-RETENCION = '05'
                PERFORM 1410-LEER-UNA-RETENCION
                        UNTIL WS-FIN-RETENCION = 'S'
                CLOSE RETENCION
            ELSE
                DISPLAY "SIN RETENCION.DAT, MESES POR OMISION "
                                                        FS-RETENCION
            END-IF
           .

      *----------------------------------------------------------------*
      * Un renglon con clave desconocida o meses no numericos se       *
      * ignora; meses por debajo del minimo del archivo se suben al    *
      * minimo.  Ambos casos quedan como aviso en el listado.          *
      *----------------------------------------------------------------*
       1410-LEER-UNA-RETENCION.
            READ RETENCION INTO WSS-REG-RETENCION
            IF FS-RETENCION = '00'
                PERFORM 1420-BUSCAR-ARCHIVO
                EVALUATE TRUE
                    WHEN WAR-IDX = ZEROES
                        MOVE 'ARCHIVO DESCONOCIDO EN RETENCION.DAT'
                                                   TO WLA-TEXTO
                        MOVE WRE-ARCHIVO           TO WLA-DATO
                        PERFORM 1450-GRABAR-AVISO
                    WHEN WRE-MESES NOT NUMERIC
                        MOVE 'MESES NO NUMERICOS EN RETENCION.DAT'
                                                   TO WLA-TEXTO
                        MOVE WSS-REG-RETENCION     TO WLA-DATO
                        PERFORM 1450-GRABAR-AVISO
                    WHEN WRE-MESES-NUM < WAR-MESES-MINIMO (WAR-IDX)
                        MOVE WAR-MESES-MINIMO (WAR-IDX)
                                                TO WAR-MESES (WAR-IDX)
                        MOVE 'MESES BAJO EL MINIMO, SE TOMA EL MINIMO'
                                                   TO WLA-TEXTO
                        MOVE WSS-REG-RETENCION     TO WLA-DATO
                        PERFORM 1450-GRABAR-AVISO
                    WHEN OTHER
                        MOVE WRE-MESES-NUM TO WAR-MESES (WAR-IDX)
                END-EVALUATE
            ELSE
                MOVE 'S' TO WS-FIN-RETENCION
            END-IF
           .

       1420-BUSCAR-ARCHIVO.
            MOVE ZEROES TO WAR-IDX
            PERFORM 1421-BUSCAR-ARCHIVO-PASO
                    VARYING WAR-SUB FROM 1 BY 1
                    UNTIL WAR-SUB > WAR-TOTAL OR WAR-IDX NOT = ZEROES
           .

       1421-BUSCAR-ARCHIVO-PASO.
            IF WAR-CLAVE (WAR-SUB) = WRE-ARCHIVO
                MOVE WAR-SUB TO WAR-IDX
            END-IF
           .

       1450-GRABAR-AVISO.
            WRITE REG-LISTADO FROM WSS-LISTADO-AVISO
            DISPLAY "AVISO: " WLA-TEXTO " " WLA-DATO
            ADD 1 TO WA-AVISOS
           .

      *----------------------------------------------------------------*
      * Corte = primer dia del mes que queda (meses - 1) antes del     *
      * periodo abierto; se archiva lo fechado antes del corte.        *
      *----------------------------------------------------------------*
       1500-CALCULAR-CORTE.
            INITIALIZE W-CIF-OCC (WAR-SUB)
            COMPUTE WDP-MESES-CORTE = WDP-MESES-BASE
                                    - WAR-MESES (WAR-SUB) + 1
            DIVIDE WDP-MESES-CORTE BY 12 GIVING WDP-AAAA-CORTE
                   REMAINDER WDP-MM-CORTE
            COMPUTE WCF-FECHA-CORTE (WAR-SUB) =
                    (WDP-AAAA-CORTE * 10000)
                  + ((WDP-MM-CORTE + 1) * 100) + 1
           .

      ******************************************************************
      *    Depura un archivo: cuenta, separa los renglones a archivar  *
      *    en la generacion y los vigentes en la copia de trabajo,     *
      *    regraba el archivo con los vigentes y lo vuelve a contar    *
      ******************************************************************
       2000-DEPURAR-ARCHIVO.
            MOVE SPACES TO WS-NOMBRE-ORIGINAL
            STRING '../'                 DELIMITED BY SIZE
                   WAR-NOMBRE (WAR-SUB)  DELIMITED BY SPACE
                   '.dat'                DELIMITED BY SIZE
                   INTO WS-NOMBRE-ORIGINAL
            END-STRING
            MOVE SPACES TO WS-NOMBRE-GENERACION
            STRING '../'                 DELIMITED BY SIZE
                   WAR-NOMBRE (WAR-SUB)  DELIMITED BY SPACE
                   W-FECHA-PROCESO       DELIMITED BY SIZE
                   '.his'                DELIMITED BY SIZE
                   INTO WS-NOMBRE-GENERACION
            END-STRING
            DISPLAY "DEPURANDO " WS-NOMBRE-ORIGINAL " CORTE "
                    WCF-FECHA-CORTE (WAR-SUB)
            PERFORM 2100-CONTAR-ANTES
            IF WCF-ANTES (WAR-SUB) > ZEROES
                PERFORM 2200-SEPARAR-RENGLONES
                IF WCF-ARCHIVADOS (WAR-SUB) > ZEROES
                    PERFORM 2300-REGRABAR-ORIGINAL
                END-IF
            END-IF
            PERFORM 2400-CONTAR-DESPUES
            PERFORM 2500-GRABAR-DETALLE
            IF WCF-ANTES (WAR-SUB) NOT = WCF-ARCHIVADOS (WAR-SUB)
                                       + WCF-DESPUES (WAR-SUB)
                DISPLAY "CIFRAS DE " WS-NOMBRE-ORIGINAL " NO CUADRAN,"
                        " VIGENTES EN ../depuracion.trb"
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * Cifra antes.  En la bitacora de corridas ademas se cuentan las *
      * que no salen por fecha, para saber cuantas rebasan el maximo.  *
      *----------------------------------------------------------------*
       2100-CONTAR-ANTES.
            MOVE ZEROES TO WDP-CORRIDAS-VIGENTES
            MOVE ZEROES TO WDP-EXCESO-CORRIDAS
            MOVE ZEROES TO WDP-CORRIDA-MAXIMA
            IF WAR-CLAVE (WAR-SUB) = 'CORRIDAS'
                PERFORM 2120-BUSCAR-CORRIDA-MAXIMA
            END-IF
            MOVE 'N' TO WS-FIN-ORIGINAL
            OPEN INPUT ORIGINAL
            IF FS-ORIGINAL = '00' OR FS-ORIGINAL = '05'
                PERFORM 2110-CONTAR-UN-RENGLON
                        UNTIL WS-FIN-ORIGINAL = 'S'
                CLOSE ORIGINAL
            ELSE
                DISPLAY "ERROR AL ABRIR " WS-NOMBRE-ORIGINAL ": "
                                                         FS-ORIGINAL
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            IF WDP-CORRIDAS-VIGENTES > WDP-MAX-CORRIDAS
                COMPUTE WDP-EXCESO-CORRIDAS = WDP-CORRIDAS-VIGENTES
                                            - WDP-MAX-CORRIDAS
            END-IF
           .

       2110-CONTAR-UN-RENGLON.
            READ ORIGINAL
            IF FS-ORIGINAL = '00'
                ADD 1 TO WCF-ANTES (WAR-SUB)
                IF WAR-CLAVE (WAR-SUB) = 'CORRIDAS'
                    PERFORM 2250-EVALUAR-RENGLON
                    IF NOT RENGLON-A-ARCHIVAR
                        ADD 1 TO WDP-CORRIDAS-VIGENTES
                    END-IF
                END-IF
            ELSE
                IF FS-ORIGINAL = '10'
                    MOVE 'S' TO WS-FIN-ORIGINAL
                ELSE
                    DISPLAY "ERROR AL LEER " WS-NOMBRE-ORIGINAL ": "
                                                         FS-ORIGINAL
                    CLOSE ORIGINAL
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Numero de corrida mas alto de la bitacora, que no se archiva.  *
      *----------------------------------------------------------------*
       2120-BUSCAR-CORRIDA-MAXIMA.
            MOVE 'N' TO WS-FIN-ORIGINAL
            OPEN INPUT ORIGINAL
            IF FS-ORIGINAL = '00' OR FS-ORIGINAL = '05'
                PERFORM 2121-REVISAR-UNA-CORRIDA
                        UNTIL WS-FIN-ORIGINAL = 'S'
                CLOSE ORIGINAL
            ELSE
                DISPLAY "ERROR AL ABRIR " WS-NOMBRE-ORIGINAL ": "
                                                         FS-ORIGINAL
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       2121-REVISAR-UNA-CORRIDA.
            READ ORIGINAL
            IF FS-ORIGINAL = '00'
                MOVE REG-ORIGINAL TO WSS-REG-CORRIDA
                IF WCO-CORRIDA NUMERIC
                   AND WCO-CORRIDA > WDP-CORRIDA-MAXIMA
                    MOVE WCO-CORRIDA TO WDP-CORRIDA-MAXIMA
                END-IF
            ELSE
                IF FS-ORIGINAL = '10'
                    MOVE 'S' TO WS-FIN-ORIGINAL
                ELSE
                    DISPLAY "ERROR AL LEER " WS-NOMBRE-ORIGINAL ": "
                                                         FS-ORIGINAL
                    CLOSE ORIGINAL
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

       2200-SEPARAR-RENGLONES.
            MOVE 'N' TO WS-FIN-ORIGINAL
            MOVE 'N' TO WS-GENERACION-ABIERTA
            OPEN INPUT ORIGINAL
            IF FS-ORIGINAL NOT = '00'
                DISPLAY "ERROR AL ABRIR " WS-NOMBRE-ORIGINAL ": "
                                                         FS-ORIGINAL
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT TRABAJO
            IF FS-TRABAJO NOT = '00' AND FS-TRABAJO NOT = '05'
                DISPLAY "ERROR AL ABRIR DEPURACION.TRB: " FS-TRABAJO
                CLOSE ORIGINAL
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            PERFORM 2210-SEPARAR-UN-RENGLON
                    UNTIL WS-FIN-ORIGINAL = 'S'
            CLOSE ORIGINAL
            CLOSE TRABAJO
            IF GENERACION-ABIERTA
                CLOSE GENERACION
            END-IF
           .

       2210-SEPARAR-UN-RENGLON.
            READ ORIGINAL
            IF FS-ORIGINAL = '00'
                PERFORM 2250-EVALUAR-RENGLON
                IF RENGLON-A-ARCHIVAR
                    PERFORM 2220-ARCHIVAR-RENGLON
                ELSE
                    PERFORM 2230-CONSERVAR-RENGLON
                END-IF
            ELSE
                IF FS-ORIGINAL = '10'
                    MOVE 'S' TO WS-FIN-ORIGINAL
                ELSE
                    DISPLAY "ERROR AL LEER " WS-NOMBRE-ORIGINAL ": "
                                                         FS-ORIGINAL
                    CLOSE ORIGINAL
                    CLOSE TRABAJO
                    IF GENERACION-ABIERTA
                        CLOSE GENERACION
                    END-IF
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * La generacion se abre con el primer renglon a archivar, en     *
      * EXTEND, de modo que una segunda depuracion el mismo dia agrega *
      * a la misma generacion.                                         *
      *----------------------------------------------------------------*
       2220-ARCHIVAR-RENGLON.
            IF NOT GENERACION-ABIERTA
                OPEN EXTEND GENERACION
                IF FS-GENERACION = '00' OR FS-GENERACION = '05'
                    SET GENERACION-ABIERTA TO TRUE
                ELSE
                    DISPLAY "ERROR AL ABRIR " WS-NOMBRE-GENERACION
                            ": " FS-GENERACION
                    CLOSE ORIGINAL
                    CLOSE TRABAJO
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
            WRITE REG-GENERACION FROM REG-ORIGINAL
            IF FS-GENERACION NOT = '00'
                DISPLAY "ERROR AL GRABAR " WS-NOMBRE-GENERACION
                        ": " FS-GENERACION
                CLOSE ORIGINAL
                CLOSE TRABAJO
                CLOSE GENERACION
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            ADD 1 TO WCF-ARCHIVADOS (WAR-SUB)
            ADD 1 TO WA-TOTAL-ARCHIVADOS
           .

       2230-CONSERVAR-RENGLON.
            WRITE REG-TRABAJO FROM REG-ORIGINAL
            IF FS-TRABAJO NOT = '00'
                DISPLAY "ERROR AL GRABAR DEPURACION.TRB: " FS-TRABAJO
                CLOSE ORIGINAL
                CLOSE TRABAJO
                IF GENERACION-ABIERTA
                    CLOSE GENERACION
                END-IF
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            ADD 1 TO WCF-CONSERVADOS (WAR-SUB)
           .

      *----------------------------------------------------------------*
      * Regla de cada archivo para archivar el renglon de REG-ORIGINAL *
      * contra la fecha de corte.  Un renglon sin fecha numerica se    *
      * conserva.  En el registro la fecha del movimiento viene como   *
      * DDMMAAAA y se voltea a AAAAMMDD para compararla con el corte.  *
      *----------------------------------------------------------------*
       2250-EVALUAR-RENGLON.
            MOVE 'N' TO WS-RENGLON
            MOVE ZEROES TO WDP-FECHA-DATO
            EVALUATE WAR-CLAVE (WAR-SUB)
                WHEN 'REGISTRO'
                    MOVE REG-ORIGINAL TO WSS-REG-REGISTRO
                    IF WRX-FECPROC NUMERIC AND WRX-FECPROC > ZEROES
                        MOVE WRX-FECPROC TO WDP-FECHA-DATO
                    ELSE
                        IF WRX-FECMOV NUMERIC
                            COMPUTE WDP-FECHA-DATO = (WRX-AA * 10000)
                                                   + (WRX-MM * 100)
                                                   + WRX-DD
                        END-IF
                    END-IF
                WHEN 'CORRIDAS'
                    MOVE REG-ORIGINAL TO WSS-REG-CORRIDA
                    IF (CORRIDA-POSTEADA OR CORRIDA-CONCILIADA)
                       AND WCO-FECHA NUMERIC
                       AND WCO-CORRIDA NOT = WDP-CORRIDA-MAXIMA
                        MOVE WCO-FECHA TO WDP-FECHA-DATO
                    END-IF
                WHEN 'AUDITORIA1'
                    MOVE REG-ORIGINAL TO WSS-REG-AUDITORIA1
                    IF WAU-FECHA-CORRIDA NUMERIC
                        MOVE WAU-FECHA-CORRIDA TO WDP-FECHA-DATO
                    END-IF
                WHEN 'SUSPENSO'
                    MOVE REG-ORIGINAL TO WSS-REG-SUSPENSO
                    IF (SUSPENSO-LIBERADO OR SUSPENSO-CANCELADO)
                       AND WSU-FECHA-LIBERACION NUMERIC
                        MOVE WSU-FECHA-LIBERACION TO WDP-FECHA-DATO
                    END-IF
                WHEN 'RETENIDOS'
                    MOVE REG-ORIGINAL TO WSS-REG-RETENIDO
                    IF (RETENIDO-APROBADO OR RETENIDO-RECHAZADO)
                       AND WRT-FECHA-APROBACION NUMERIC
                        MOVE WRT-FECHA-APROBACION TO WDP-FECHA-DATO
                    END-IF
            END-EVALUATE
            IF WDP-FECHA-DATO > ZEROES
               AND WDP-FECHA-DATO < WCF-FECHA-CORTE (WAR-SUB)
                SET RENGLON-A-ARCHIVAR TO TRUE
            END-IF
            PERFORM 2260-EVALUAR-EXCESO-CORRIDAS
           .

      *----------------------------------------------------------------*
      * Con mas de WDP-MAX-CORRIDAS vigentes, salen tambien las        *
      * corridas posteadas mas antiguas hasta cubrir el exceso.  En el *
      * conteo inicial el exceso aun vale cero.                        *
      *----------------------------------------------------------------*
       2260-EVALUAR-EXCESO-CORRIDAS.
            IF WAR-CLAVE (WAR-SUB) = 'CORRIDAS'
               AND NOT RENGLON-A-ARCHIVAR
               AND WDP-FECHA-DATO > ZEROES
               AND WDP-EXCESO-CORRIDAS > ZEROES
                SET RENGLON-A-ARCHIVAR TO TRUE
                SUBTRACT 1 FROM WDP-EXCESO-CORRIDAS
            END-IF
           .

      *----------------------------------------------------------------*
      * Antes de regrabar el original se recuenta la copia de trabajo; *
      * si no trae todos los renglones conservados, el original se     *
      * deja intacto.                                                  *
      *----------------------------------------------------------------*
       2300-REGRABAR-ORIGINAL.
            PERFORM 2320-RECONTAR-TRABAJO
            IF WDP-RENGLONES-TRABAJO NOT = WCF-CONSERVADOS (WAR-SUB)
                DISPLAY "DEPURACION.TRB TRAE " WDP-RENGLONES-TRABAJO
                        " RENGLONES, SE CONSERVARON "
                        WCF-CONSERVADOS (WAR-SUB) ", "
                        WS-NOMBRE-ORIGINAL " NO SE REGRABA"
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            MOVE 'N' TO WS-FIN-TRABAJO
            OPEN INPUT TRABAJO
            IF FS-TRABAJO NOT = '00' AND FS-TRABAJO NOT = '05'
                DISPLAY "ERROR AL ABRIR DEPURACION.TRB: " FS-TRABAJO
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT ORIGINAL
            IF FS-ORIGINAL NOT = '00' AND FS-ORIGINAL NOT = '05'
                DISPLAY "ERROR AL REGRABAR " WS-NOMBRE-ORIGINAL ": "
                        FS-ORIGINAL ", VIGENTES EN ../depuracion.trb"
                CLOSE TRABAJO
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            PERFORM 2310-COPIAR-UN-RENGLON
                    UNTIL WS-FIN-TRABAJO = 'S'
            CLOSE TRABAJO
            CLOSE ORIGINAL
           .

       2310-COPIAR-UN-RENGLON.
            READ TRABAJO
            IF FS-TRABAJO = '00'
                WRITE REG-ORIGINAL FROM REG-TRABAJO
                IF FS-ORIGINAL NOT = '00'
                    DISPLAY "ERROR AL REGRABAR " WS-NOMBRE-ORIGINAL
                            ": " FS-ORIGINAL
                            ", VIGENTES EN ../depuracion.trb"
                    CLOSE TRABAJO
                    CLOSE ORIGINAL
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            ELSE
                IF FS-TRABAJO = '10'
                    MOVE 'S' TO WS-FIN-TRABAJO
                ELSE
                    DISPLAY "ERROR AL LEER DEPURACION.TRB: " FS-TRABAJO
                            ", VIGENTES EN ../depuracion.trb"
                    CLOSE TRABAJO
                    CLOSE ORIGINAL
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

       2320-RECONTAR-TRABAJO.
            MOVE ZEROES TO WDP-RENGLONES-TRABAJO
            MOVE 'N' TO WS-FIN-TRABAJO
            OPEN INPUT TRABAJO
            IF FS-TRABAJO NOT = '00' AND FS-TRABAJO NOT = '05'
                DISPLAY "ERROR AL ABRIR DEPURACION.TRB: " FS-TRABAJO
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
            PERFORM 2330-RECONTAR-UN-TRABAJO
                    UNTIL WS-FIN-TRABAJO = 'S'
            CLOSE TRABAJO
           .

       2330-RECONTAR-UN-TRABAJO.
            READ TRABAJO
            IF FS-TRABAJO = '00'
                ADD 1 TO WDP-RENGLONES-TRABAJO
            ELSE
                IF FS-TRABAJO = '10'
                    MOVE 'S' TO WS-FIN-TRABAJO
                ELSE
                    DISPLAY "ERROR AL LEER DEPURACION.TRB: " FS-TRABAJO
                    CLOSE TRABAJO
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Cifra despues: reconteo del archivo tal como quedo.            *
      *----------------------------------------------------------------*
       2400-CONTAR-DESPUES.
            MOVE 'N' TO WS-FIN-ORIGINAL
            OPEN INPUT ORIGINAL
            IF FS-ORIGINAL = '00' OR FS-ORIGINAL = '05'
                PERFORM 2410-RECONTAR-UN-RENGLON
                        UNTIL WS-FIN-ORIGINAL = 'S'
                CLOSE ORIGINAL
            END-IF
           .

       2410-RECONTAR-UN-RENGLON.
            READ ORIGINAL
            IF FS-ORIGINAL = '00'
                ADD 1 TO WCF-DESPUES (WAR-SUB)
            ELSE
                MOVE 'S' TO WS-FIN-ORIGINAL
            END-IF
           .

       2500-GRABAR-DETALLE.
            INITIALIZE WSS-LISTADO-DETALLE
            MOVE WAR-CLAVE (WAR-SUB)       TO WLD-ARCHIVO
            MOVE WAR-MESES (WAR-SUB)       TO WLD-MESES
            MOVE WCF-FECHA-CORTE (WAR-SUB) TO WLD-FECHA-CORTE
            MOVE WCF-ANTES (WAR-SUB)       TO WLD-ANTES
            MOVE WCF-ARCHIVADOS (WAR-SUB)  TO WLD-ARCHIVADOS
            MOVE WCF-CONSERVADOS (WAR-SUB) TO WLD-CONSERVADOS
            MOVE WCF-DESPUES (WAR-SUB)     TO WLD-DESPUES
            IF WCF-ARCHIVADOS (WAR-SUB) > ZEROES
                MOVE WS-NOMBRE-GENERACION  TO WLD-GENERACION
            ELSE
                MOVE 'SIN RENGLONES A ARCHIVAR' TO WLD-GENERACION
            END-IF
            WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
           .

       2900-CIFRAS-CONTROL.
            CLOSE LISTADO
            DISPLAY "CIFRAS DE CONTROL"
            PERFORM 2910-MOSTRAR-ARCHIVO
                    VARYING WAR-SUB FROM 1 BY 1
                    UNTIL WAR-SUB > WAR-TOTAL
            DISPLAY "TOTAL RENGLONES ARCHIVADOS: " WA-TOTAL-ARCHIVADOS
            DISPLAY "AVISOS DE RETENCION: " WA-AVISOS
           .

       2910-MOSTRAR-ARCHIVO.
            DISPLAY WAR-CLAVE (WAR-SUB)
                    " ANTES: "      WCF-ANTES (WAR-SUB)
                    " ARCHIVADOS: " WCF-ARCHIVADOS (WAR-SUB)
                    " DESPUES: "    WCF-DESPUES (WAR-SUB)
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si retencion.dat *
      * trajo renglones ignorados o meses ajustados al minimo.         *
      *----------------------------------------------------------------*
       4900-FIJAR-CODIGO-RETORNO.
            IF WA-AVISOS > ZEROES
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

       END PROGRAM "PROG16".
