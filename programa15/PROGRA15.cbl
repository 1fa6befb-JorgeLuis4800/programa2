       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROG15".

      ******************************************************************
      * Liberacion por supervisor de los movimientos que PROG05        *
      * retuvo por rebasar un limite (retenidos.dat):                  *
      *                                                                *
      *   PARM LISTA   : lista las partidas retenidas pendientes       *
      *                  (../listreten.dat) con su folio, el limite    *
      *                  rebasado y los datos del movimiento, para     *
      *                  que el supervisor decida cada una.            *
      *   PARM DECIDE  : aplica las decisiones del supervisor          *
      *                  (../decision.dat) sobre las partidas          *
      *                  pendientes.  Cada decision lleva el folio de  *
      *                  la partida, la accion y la clave del          *
      *                  supervisor que decide, que debe estar en      *
      *                  ../usuarios.dat con permiso 'S' (supervisor); *
      *                  si no, la decision se rechaza:                *
      *                    A  aprueba: el movimiento se agrega a       *
      *                       ../aprobados.dat con el aprobador y la   *
      *                       fecha de hoy, y PROG05 lo procesa en su  *
      *                       siguiente corrida sin volver a revisar   *
      *                       limites, de modo que llega al posteo de  *
      *                       PROG06 con el aprobador y la fecha;      *
      *                    R  rechaza: la partida queda cerrada y el   *
      *                       movimiento no se postea.                 *
      *                  Cada decision queda en el listado             *
      *                  ../decireten.dat con su resultado, y          *
      *                  retenidos.dat se regraba con el estatus, el   *
      *                  supervisor y la fecha de cada partida.        *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------*
      * RETENIDOS: partidas retenidas por limite que graba PROG05.     *
      *----------------------------------------------------------------*
           SELECT OPTIONAL RETENIDOS ASSIGN TO "../retenidos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENIDOS.

      *----------------------------------------------------------------*
      * DECISION: decisiones del supervisor sobre las partidas.        *
      *----------------------------------------------------------------*
           SELECT OPTIONAL DECISION ASSIGN TO "../decision.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECISION.

      *----------------------------------------------------------------*
      * APROBADOS: movimientos aprobados que entran a la siguiente     *
      * corrida de PROG05.                                             *
      *----------------------------------------------------------------*
           SELECT OPTIONAL APROBADOS ASSIGN TO "../aprobados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROBADOS.

      *----------------------------------------------------------------*
      * LISTADO: resultado de cada decision del supervisor.            *
      *----------------------------------------------------------------*
           SELECT OPTIONAL LISTADO ASSIGN TO "../decireten.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

      *----------------------------------------------------------------*
      * PENDIENTES: listado de las partidas retenidas pendientes.      *
      *----------------------------------------------------------------*
           SELECT OPTIONAL PENDIENTES ASSIGN TO "../listreten.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

      *----------------------------------------------------------------*
      * USUARIOS: usuarios y permisos, el mismo archivo que usa PROG18 *
      * (ver WSS-REG-USUARIO).                                         *
      *----------------------------------------------------------------*
           SELECT OPTIONAL USUARIOS ASSIGN TO "../usuarios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USUARIOS.


       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * RETENIDOS: mismo layout WSS-REG-RETENIDO que graba PROG05.     *
      *----------------------------------------------------------------*
       FD  RETENIDOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-RETENIDOS.
        01  REG-RETENIDOS PIC X(131).

       FD  DECISION
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-DECISION.
        01  REG-DECISION PIC X(40).

      *----------------------------------------------------------------*
      * APROBADOS: movimiento en el layout de entrada1 de PROG05, mas  *
      * aprobador y fecha de aprobacion (ver WSS-REG-APROBADO).        *
      *----------------------------------------------------------------*
       FD  APROBADOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-APROBADOS.
        01  REG-APROBADOS PIC X(96).

       FD  LISTADO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-LISTADO.
        01  REG-LISTADO PIC X(100).

       FD  PENDIENTES
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-PENDIENTES.
        01  REG-PENDIENTES PIC X(120).

       FD  USUARIOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-USUARIOS.
        01  REG-USUARIOS PIC X(40).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Renglon de retenidos, espejo del layout que graba PROG05.      *
      *----------------------------------------------------------------*
       01  WSS-REG-RETENIDO.
            05 WRT-FOLIO.
               10 WRT-CORRIDA          PIC 9(08) VALUE ZEROES.
               10 WRT-CONSECUTIVO      PIC 9(06) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRT-ESTATUS             PIC X(01) VALUE 'P'.
               88 RETENIDO-PENDIENTE   VALUE 'P'.
               88 RETENIDO-APROBADO    VALUE 'A'.
               88 RETENIDO-RECHAZADO   VALUE 'R'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRT-FECHA-RETENCION     PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRT-CVEPZA              PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRT-CODIGO              PIC X(03) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRT-MOVIMIENTO          PIC X(80) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRT-APROBADOR           PIC X(08) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRT-FECHA-APROBACION    PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Movimiento de la partida, con el mismo layout W-REG-ENTRADA1   *
      * de PROG05.                                                     *
      *----------------------------------------------------------------*
       01  W-MOV-RETENIDO.
            05 WMR-TIPMOV              PIC X(01).
            05 WMR-CVEMOV              PIC 9(02).
            05 WMR-NUMCTE              PIC 9(06).
            05 WMR-NOMBRE              PIC X(10).
            05 WMR-APEPAT              PIC X(10).
            05 WMR-APEMAT              PIC X(10).
            05 WMR-RFC                 PIC X(13).
            05 WMR-IMPORTE             PIC 9(05)V99.
            05 WMR-FECMOV              PIC 9(08).
            05 WMR-CVEREG              PIC 9(02).
            05 WMR-CVEPZA              PIC 9(02).
            05 WMR-NUMMOV              PIC 9(04).
            05 FILLER                  PIC X(05).

      *----------------------------------------------------------------*
      * Renglon de APROBADOS que lee PROG05.                           *
      *----------------------------------------------------------------*
       01  WSS-REG-APROBADO.
            05 WAB-MOVIMIENTO          PIC X(80) VALUE SPACES.
            05 WAB-APROBADOR           PIC X(08) VALUE SPACES.
            05 WAB-FECHA-APROBACION    PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Decision del supervisor: folio de la partida, accion y clave   *
      * del supervisor.                                                *
      *----------------------------------------------------------------*
       01  WSS-REG-DECISION.
            05 WDE-FOLIO               PIC X(14) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WDE-ACCION              PIC X(01) VALUE SPACE.
               88 ACCION-APRUEBA       VALUE 'A'.
               88 ACCION-RECHAZA       VALUE 'R'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WDE-SUPERVISOR          PIC X(08) VALUE SPACES.
            05 FILLER                  PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------*
      * Renglon de usuarios.dat, mismo layout que en PROG18.  Solo el  *
      * permiso 'S' autoriza a decidir partidas retenidas.             *
      *----------------------------------------------------------------*
       01  WSS-REG-USUARIO.
            05 WUS-USUARIO             PIC X(08).
            05 FILLER                  PIC X(01).
            05 WUS-PERMISO             PIC X(01).
               88 PERMISO-SUPERVISOR   VALUE 'S'.
            05 FILLER                  PIC X(01).
            05 WUS-NOMBRE              PIC X(29).

      *----------------------------------------------------------------*
      * Supervisores autorizados, cargados de usuarios.dat al arranque *
      * de DECIDE.                                                     *
      *----------------------------------------------------------------*
       01  W-TABLA-SUPERVISORES.
            05 W-SUP-OCC OCCURS 200 TIMES.
               10 WSV-USUARIO          PIC X(08).

       01  W-CONTROL-SUPERVISORES.
            05 WSV-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WSV-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WSV-IDX                 PIC 9(04) COMP VALUE ZEROES.
            05 WSV-MAXIMO              PIC 9(04) COMP VALUE 200.

      *----------------------------------------------------------------*
      * Tabla en memoria de los retenidos completos, que se regraba    *
      * entera al terminar las decisiones, igual que el suspenso en    *
      * PROG11.                                                        *
      *----------------------------------------------------------------*
       01  W-TABLA-RETENIDOS.
            05 W-RET-OCC OCCURS 5000 TIMES.
               10 WTR-RENGLON-RETENIDO PIC X(131).

       01  W-CONTROL-RETENIDOS.
            05 WTR-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WTR-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WTR-IDX                 PIC 9(04) COMP VALUE ZEROES.
            05 WTR-MAXIMO              PIC 9(04) COMP VALUE 5000.

      *----------------------------------------------------------------*
      * Descripcion de los codigos de retencion que asigna PROG05.     *
      *----------------------------------------------------------------*
       01  W-TABLA-CODIGOS.
            05 W-COD-LISTA.
               10 FILLER               PIC X(33) VALUE
                  'L01CVEMOV: IMPORTE POR MOVIMIENTO'.
               10 FILLER               PIC X(33) VALUE
                  'L02CVEMOV: CANTIDAD DIARIA CUENTA'.
               10 FILLER               PIC X(33) VALUE
                  'L03CVEMOV: IMPORTE DIARIO CUENTA '.
               10 FILLER               PIC X(33) VALUE
                  'L04CVEPZA: IMPORTE POR MOVIMIENTO'.
               10 FILLER               PIC X(33) VALUE
                  'L05CVEPZA: CANTIDAD DIARIA CUENTA'.
               10 FILLER               PIC X(33) VALUE
                  'L06CVEPZA: IMPORTE DIARIO CUENTA '.
            05 W-TAB-CODIGOS REDEFINES W-COD-LISTA.
               10 W-COD-OCC OCCURS 6 TIMES.
                  15 WCD-CODIGO        PIC X(03).
                  15 WCD-DESCRIPCION   PIC X(30).
            05 WCD-SUB                 PIC 9(02) VALUE ZEROES.
            05 WCD-IDX                 PIC 9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglones del listado de decisiones.                           *
      *----------------------------------------------------------------*
       01  WSS-LISTADO-ENC1.
            05 FILLER              PIC X(50) VALUE
               'RETENIDOS POR LIMITE - DECISIONES DEL SUPERVISOR'.

       01  WSS-LISTADO-ENC2.
            05 FILLER              PIC X(16) VALUE 'FOLIO'.
            05 FILLER              PIC X(05) VALUE 'A'.
            05 FILLER              PIC X(10) VALUE 'SUPERVIS'.
            05 FILLER              PIC X(10) VALUE 'NUMCTE'.
            05 FILLER              PIC X(06) VALUE 'NUMMOV'.
            05 FILLER              PIC X(11) VALUE '  IMPORTE'.
            05 FILLER              PIC X(30) VALUE 'RESULTADO'.

       01  WSS-LISTADO-DETALLE.
            05 WLD-FOLIO           PIC X(14) VALUE SPACES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-ACCION          PIC X(01) VALUE SPACE.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 WLD-SUPERVISOR      PIC X(08) VALUE SPACES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-NUMCTE          PIC X(06) VALUE SPACES.
            05 FILLER              PIC X(04) VALUE SPACES.
            05 WLD-NUMMOV          PIC X(04) VALUE SPACES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-IMPORTE         PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WLD-RESULTADO       PIC X(30) VALUE SPACES.

       01  WSS-LISTADO-TRAILER.
            05 FILLER              PIC X(08) VALUE 'LEIDAS: '.
            05 WLT-LEIDAS          PIC ZZZ,ZZ9.
            05 FILLER              PIC X(12) VALUE '  APROBADAS:'.
            05 WLT-APROBADAS       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(13) VALUE '  RECHAZADAS:'.
            05 WLT-RECHAZADAS      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(10) VALUE '  ERRORES:'.
            05 WLT-ERRORES         PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Renglones del listado de partidas pendientes.                  *
      *----------------------------------------------------------------*
       01  WSS-PEND-ENC1.
            05 FILLER              PIC X(45) VALUE
               'MOVIMIENTOS RETENIDOS PENDIENTES DE DECISION '.
            05 FILLER              PIC X(05) VALUE 'AL : '.
            05 WPE-FECHA-CORTE     PIC 9(08) VALUE ZEROES.

       01  WSS-PEND-ENC2.
            05 FILLER              PIC X(15) VALUE 'FOLIO'.
            05 FILLER              PIC X(11) VALUE 'RETENIDO'.
            05 FILLER              PIC X(04) VALUE 'PZA'.
            05 FILLER              PIC X(35) VALUE 'LIMITE REBASADO'.
            05 FILLER              PIC X(09) VALUE 'NUMCTE'.
            05 FILLER              PIC X(09) VALUE 'NUMMOV'.
            05 FILLER              PIC X(08) VALUE 'CVEMOV'.
            05 FILLER              PIC X(03) VALUE 'TM'.
            05 FILLER              PIC X(09) VALUE 'FECMOV'.
            05 FILLER              PIC X(09) VALUE '  IMPORTE'.

       01  WSS-PEND-DETALLE.
            05 WPD-FOLIO           PIC X(14) VALUE SPACES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WPD-FECHA-RETENCION PIC 9(08) VALUE ZEROES.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 WPD-CVEPZA          PIC 9(02) VALUE ZEROES.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WPD-CODIGO          PIC X(03) VALUE SPACES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WPD-DESCRIPCION     PIC X(30) VALUE SPACES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WPD-NUMCTE          PIC 9(06) VALUE ZEROES.
            05 FILLER              PIC X(03) VALUE SPACES.
            05 WPD-NUMMOV          PIC 9(04) VALUE ZEROES.
            05 FILLER              PIC X(05) VALUE SPACES.
            05 WPD-CVEMOV          PIC 9(02) VALUE ZEROES.
            05 FILLER              PIC X(06) VALUE SPACES.
            05 WPD-TIPMOV          PIC X(01) VALUE SPACE.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 WPD-FECMOV          PIC 9(08) VALUE ZEROES.
            05 FILLER              PIC X(01) VALUE SPACE.
            05 WPD-IMPORTE         PIC ZZ,ZZ9.99.

       01  WSS-PEND-TRAILER.
            05 FILLER              PIC X(22) VALUE
               'PARTIDAS PENDIENTES:  '.
            05 WPT-PENDIENTES      PIC ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(09) VALUE 'IMPORTE: '.
            05 WPT-IMPORTE         PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'APROBADAS:  '.
            05 WPT-APROBADAS       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(02) VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'RECHAZADAS: '.
            05 WPT-RECHAZADAS      PIC ZZZ,ZZ9.

      ******************************************************************
      *           ACEPTA FECHA DEL SISTEMA FORMATO : AAMMDD            *
      ******************************************************************
       01  W-FEC-SIS.
            05 WFS-AA                  PIC 9(02) VALUE ZEROES.
            05 WFS-MM                  PIC 9(02) VALUE ZEROES.
            05 WFS-DD                  PIC 9(02) VALUE ZEROES.

       01  W-FECHA-PROCESO             PIC 9(08) VALUE ZEROES.

       01  FILE-STATUS.
            05 FS-RETENIDOS            PIC X(02).
            05 FS-DECISION             PIC X(02).
            05 FS-APROBADOS            PIC X(02).
            05 FS-LISTADO              PIC X(02).
            05 FS-PENDIENTES           PIC X(02).
            05 FS-USUARIOS             PIC X(02).

       01  W-ACUMULADOR.
            05 WA-LEIDAS               PIC 9(06) VALUE ZEROES.
            05 WA-APROBADAS            PIC 9(06) VALUE ZEROES.
            05 WA-RECHAZADAS           PIC 9(06) VALUE ZEROES.
            05 WA-ERRORES              PIC 9(06) VALUE ZEROES.
            05 WA-PENDIENTES           PIC 9(06) VALUE ZEROES.
            05 WA-IMPORTE-PENDIENTE    PIC 9(09)V99 VALUE ZEROES.
            05 WA-YA-APROBADAS         PIC 9(06) VALUE ZEROES.
            05 WA-YA-RECHAZADAS        PIC 9(06) VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-RETENIDOS        PIC X(01) VALUE 'N'.
            05 WS-FIN-DECISION         PIC X(01) VALUE 'N'.
            05 WS-FIN-USUARIOS         PIC X(01) VALUE 'N'.
            05 WS-MODO-LISTA           PIC X(01) VALUE 'N'.
               88 MODO-LISTA           VALUE 'S'.
            05 WS-MODO-DECIDE          PIC X(01) VALUE 'N'.
               88 MODO-DECIDE          VALUE 'S'.

      *----------------------------------------------------------------*
      * Parametro de arranque: LISTA o DECIDE.                         *
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
                WHEN MODO-LISTA
                    PERFORM 2000-PROCESO-LISTA
                    PERFORM 4900-FIJAR-CODIGO-RETORNO
                WHEN MODO-DECIDE
                    PERFORM 3000-PROCESO-DECIDE
                    PERFORM 4900-FIJAR-CODIGO-RETORNO
                WHEN OTHER
                    DISPLAY "PARM NO RECONOCIDO, USE LISTA O DECIDE"
            END-EVALUATE
            PERFORM 5000-FIN-PROG
           .

       1000-DETERMINAR-MODO.
            ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE
            ACCEPT W-FEC-SIS FROM DATE
            COMPUTE W-FECHA-PROCESO = 20000000
                  + (WFS-AA * 10000) + (WFS-MM * 100) + WFS-DD
            IF WS-PARM-EJECUCION (1:5) = 'LISTA'
                SET MODO-LISTA TO TRUE
                DISPLAY "MODO DE EJECUCION: LISTA (PENDIENTES)"
            ELSE
                IF WS-PARM-EJECUCION (1:6) = 'DECIDE'
                    SET MODO-DECIDE TO TRUE
                    DISPLAY "MODO DE EJECUCION: DECIDE (SUPERVISOR)"
                END-IF
            END-IF
           .

      ******************************************************************
      *    Carga los retenidos completos en la tabla; lo usan los dos  *
      *    modos                                                       *
      ******************************************************************
       1100-CARGAR-RETENIDOS.
            MOVE ZEROES TO WTR-TOTAL
            OPEN INPUT RETENIDOS
            IF FS-RETENIDOS = '00' OR FS-RETENIDOS = '05'
                PERFORM 1110-LEER-UNA-PARTIDA
                        UNTIL WS-FIN-RETENIDOS = 'S'
                CLOSE RETENIDOS
                DISPLAY "PARTIDAS RETENIDAS: " WTR-TOTAL
            ELSE
                DISPLAY "ERROR AL ABRIR RETENIDOS: " FS-RETENIDOS
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * Los retenidos se regraban enteros desde la tabla, asi que si   *
      * no caben completos, o si falla la lectura antes del fin de     *
      * archivo, se detiene el proceso sin tocar nada.                 *
      *----------------------------------------------------------------*
       1110-LEER-UNA-PARTIDA.
            READ RETENIDOS
            IF FS-RETENIDOS = '00'
                IF WTR-TOTAL >= WTR-MAXIMO
                    DISPLAY "RETENIDOS EXCEDE " WTR-MAXIMO
                            " PARTIDAS, DEPURE ANTES DE CONTINUAR"
                    CLOSE RETENIDOS
                    PERFORM 5000-FIN-PROG
                END-IF
                ADD 1 TO WTR-TOTAL
                MOVE REG-RETENIDOS TO WTR-RENGLON-RETENIDO (WTR-TOTAL)
            ELSE
                MOVE 'S' TO WS-FIN-RETENIDOS
                IF FS-RETENIDOS NOT = '10'
                    DISPLAY "ERROR AL LEER RETENIDOS: " FS-RETENIDOS
                    CLOSE RETENIDOS
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      ******************************************************************
      *    Carga de usuarios.dat los usuarios con permiso de           *
      *    supervisor; sin archivo no hay supervisores autorizados y   *
      *    toda decision se rechaza                                    *
      ******************************************************************
       1200-CARGAR-SUPERVISORES.
            MOVE ZEROES TO WSV-TOTAL
            OPEN INPUT USUARIOS
            IF FS-USUARIOS = '00' OR FS-USUARIOS = '05'
                PERFORM 1210-LEER-UN-USUARIO
                        UNTIL WS-FIN-USUARIOS = 'S'
                CLOSE USUARIOS
                DISPLAY "SUPERVISORES AUTORIZADOS: " WSV-TOTAL
            ELSE
                DISPLAY "ERROR AL ABRIR USUARIOS: " FS-USUARIOS
                PERFORM 5000-FIN-PROG
            END-IF
           .

       1210-LEER-UN-USUARIO.
            READ USUARIOS INTO WSS-REG-USUARIO
            IF FS-USUARIOS = '00'
                IF PERMISO-SUPERVISOR AND WUS-USUARIO NOT = SPACES
                    IF WSV-TOTAL < WSV-MAXIMO
                        ADD 1 TO WSV-TOTAL
                        MOVE WUS-USUARIO TO WSV-USUARIO (WSV-TOTAL)
                    ELSE
                        DISPLAY "Se agoto la tabla de supervisores "
                                "(200 max)"
                    END-IF
                END-IF
            ELSE
                MOVE 'S' TO WS-FIN-USUARIOS
                IF FS-USUARIOS NOT = '10'
                    DISPLAY "ERROR AL LEER USUARIOS: " FS-USUARIOS
                    CLOSE USUARIOS
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

      ******************************************************************
      * LISTA: una linea por partida pendiente con el limite rebasado  *
      * y los datos del movimiento, y el resumen por estatus           *
      ******************************************************************
       2000-PROCESO-LISTA.
            PERFORM 1100-CARGAR-RETENIDOS
            OPEN OUTPUT PENDIENTES
            IF FS-PENDIENTES = '00' OR FS-PENDIENTES = '05'
                DISPLAY "ABRIO CORECTO PENDIENTES " FS-PENDIENTES
            ELSE
                DISPLAY "ERROR AL ABRIR PENDIENTES: " FS-PENDIENTES
                PERFORM 5000-FIN-PROG
            END-IF
            MOVE W-FECHA-PROCESO TO WPE-FECHA-CORTE
            WRITE REG-PENDIENTES FROM WSS-PEND-ENC1
            WRITE REG-PENDIENTES FROM WSS-PEND-ENC2
            PERFORM 2100-LISTAR-UNA-PARTIDA
                    VARYING WTR-SUB FROM 1 BY 1
                    UNTIL WTR-SUB > WTR-TOTAL
            MOVE WA-PENDIENTES        TO WPT-PENDIENTES
            MOVE WA-IMPORTE-PENDIENTE TO WPT-IMPORTE
            MOVE WA-YA-APROBADAS      TO WPT-APROBADAS
            MOVE WA-YA-RECHAZADAS     TO WPT-RECHAZADAS
            WRITE REG-PENDIENTES FROM WSS-PEND-TRAILER
            CLOSE PENDIENTES
            DISPLAY "PARTIDAS PENDIENTES: " WA-PENDIENTES
           .

       2100-LISTAR-UNA-PARTIDA.
            MOVE WTR-RENGLON-RETENIDO (WTR-SUB) TO WSS-REG-RETENIDO
            EVALUATE TRUE
                WHEN RETENIDO-PENDIENTE
                    PERFORM 2110-ESCRIBIR-PENDIENTE
                WHEN RETENIDO-APROBADO
                    ADD 1 TO WA-YA-APROBADAS
                WHEN OTHER
                    ADD 1 TO WA-YA-RECHAZADAS
            END-EVALUATE
           .

       2110-ESCRIBIR-PENDIENTE.
            MOVE WRT-MOVIMIENTO TO W-MOV-RETENIDO
            INITIALIZE WSS-PEND-DETALLE
            MOVE WRT-FOLIO           TO WPD-FOLIO
            MOVE WRT-FECHA-RETENCION TO WPD-FECHA-RETENCION
            MOVE WRT-CVEPZA          TO WPD-CVEPZA
            MOVE WRT-CODIGO          TO WPD-CODIGO
            PERFORM 2120-BUSCAR-CODIGO
            IF WCD-IDX NOT = ZEROES
                MOVE WCD-DESCRIPCION (WCD-IDX) TO WPD-DESCRIPCION
            ELSE
                MOVE 'CODIGO DE RETENCION DESCONOCIDO'
                                                 TO WPD-DESCRIPCION
            END-IF
            MOVE WMR-NUMCTE          TO WPD-NUMCTE
            MOVE WMR-NUMMOV          TO WPD-NUMMOV
            MOVE WMR-CVEMOV          TO WPD-CVEMOV
            MOVE WMR-TIPMOV          TO WPD-TIPMOV
            MOVE WMR-FECMOV          TO WPD-FECMOV
            MOVE WMR-IMPORTE         TO WPD-IMPORTE
            WRITE REG-PENDIENTES FROM WSS-PEND-DETALLE
            ADD 1           TO WA-PENDIENTES
            ADD WMR-IMPORTE TO WA-IMPORTE-PENDIENTE
           .

       2120-BUSCAR-CODIGO.
            MOVE ZEROES TO WCD-IDX
            PERFORM 2121-BUSCAR-CODIGO-PASO
                    VARYING WCD-SUB FROM 1 BY 1
                    UNTIL WCD-SUB > 6 OR WCD-IDX NOT = ZEROES
           .

       2121-BUSCAR-CODIGO-PASO.
            IF WCD-CODIGO (WCD-SUB) = WRT-CODIGO
                MOVE WCD-SUB TO WCD-IDX
            END-IF
           .

      ******************************************************************
      * DECIDE: carga los retenidos, aplica cada decision sobre su     *
      * partida, agrega los aprobados al archivo que lee PROG05 y      *
      * regraba los retenidos                                          *
      ******************************************************************
       3000-PROCESO-DECIDE.
            PERFORM 1100-CARGAR-RETENIDOS
            PERFORM 1200-CARGAR-SUPERVISORES
            OPEN INPUT DECISION
            IF FS-DECISION = '00' OR FS-DECISION = '05'
                DISPLAY "ABRIO CORECTO DECISION " FS-DECISION
            ELSE
                DISPLAY "ERROR AL ABRIR DECISION: " FS-DECISION
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN EXTEND APROBADOS
            IF FS-APROBADOS = '00' OR FS-APROBADOS = '05'
                DISPLAY "ABRIO CORECTO APROBADOS " FS-APROBADOS
            ELSE
                DISPLAY "ERROR AL ABRIR APROBADOS: " FS-APROBADOS
                CLOSE DECISION
                PERFORM 5000-FIN-PROG
            END-IF
            OPEN OUTPUT LISTADO
            IF FS-LISTADO = '00' OR FS-LISTADO = '05'
                DISPLAY "ABRIO CORECTO LISTADO " FS-LISTADO
            ELSE
                DISPLAY "ERROR AL ABRIR LISTADO: " FS-LISTADO
                CLOSE DECISION
                CLOSE APROBADOS
                PERFORM 5000-FIN-PROG
            END-IF
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC1
            WRITE REG-LISTADO FROM WSS-LISTADO-ENC2
            PERFORM 3100-APLICAR-UNA-DECISION
                    UNTIL WS-FIN-DECISION = 'S'
            CLOSE DECISION
            CLOSE APROBADOS
            PERFORM 3800-REGRABAR-RETENIDOS
            PERFORM 3900-CIFRAS-CONTROL-DECIDE
            CLOSE LISTADO
           .

       3100-APLICAR-UNA-DECISION.
            READ DECISION INTO WSS-REG-DECISION
            IF FS-DECISION = '00'
                ADD 1 TO WA-LEIDAS
                INITIALIZE WSS-LISTADO-DETALLE
                MOVE WDE-FOLIO      TO WLD-FOLIO
                MOVE WDE-ACCION     TO WLD-ACCION
                MOVE WDE-SUPERVISOR TO WLD-SUPERVISOR
                PERFORM 3110-BUSCAR-FOLIO
                IF WTR-IDX = ZEROES
                    MOVE 'FOLIO NO EXISTE EN RETENIDOS' TO WLD-RESULTADO
                    ADD 1 TO WA-ERRORES
                ELSE
                    MOVE WTR-RENGLON-RETENIDO (WTR-IDX)
                                                 TO WSS-REG-RETENIDO
                    MOVE WRT-MOVIMIENTO TO W-MOV-RETENIDO
                    MOVE WMR-NUMCTE     TO WLD-NUMCTE
                    MOVE WMR-NUMMOV     TO WLD-NUMMOV
                    MOVE WMR-IMPORTE    TO WLD-IMPORTE
                    IF NOT RETENIDO-PENDIENTE
                        MOVE 'PARTIDA NO ESTA PENDIENTE'
                                                 TO WLD-RESULTADO
                        ADD 1 TO WA-ERRORES
                    ELSE
                        PERFORM 3120-BUSCAR-SUPERVISOR
                        EVALUATE TRUE
                            WHEN WDE-SUPERVISOR = SPACES
                                MOVE 'FALTA CLAVE DEL SUPERVISOR'
                                                 TO WLD-RESULTADO
                                ADD 1 TO WA-ERRORES
                            WHEN WSV-IDX = ZEROES
                                MOVE 'SUPERVISOR NO AUTORIZADO'
                                                 TO WLD-RESULTADO
                                ADD 1 TO WA-ERRORES
                            WHEN OTHER
                                PERFORM 3200-APLICAR-ACCION
                                MOVE WSS-REG-RETENIDO
                                     TO WTR-RENGLON-RETENIDO (WTR-IDX)
                        END-EVALUATE
                    END-IF
                END-IF
                WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
            ELSE
                MOVE 'S' TO WS-FIN-DECISION
                IF FS-DECISION NOT = '10'
                    DISPLAY "ERROR AL LEER DECISION: " FS-DECISION
                    IF WA-APROBADAS > ZEROES
                        DISPLAY "APROBADOS.DAT YA TRAE " WA-APROBADAS
                                " PARTIDAS DE ESTA CORRIDA QUE "
                                "RETENIDOS NO MARCO."
                        DISPLAY "NO PROCESE APROBADOS.DAT HASTA "
                                "QUITARLAS"
                    END-IF
                    CLOSE DECISION
                    CLOSE APROBADOS
                    CLOSE LISTADO
                    PERFORM 5000-FIN-PROG
                END-IF
            END-IF
           .

       3110-BUSCAR-FOLIO.
            MOVE ZEROES TO WTR-IDX
            PERFORM 3111-BUSCAR-FOLIO-PASO
                    VARYING WTR-SUB FROM 1 BY 1
                    UNTIL WTR-SUB > WTR-TOTAL OR WTR-IDX NOT = ZEROES
           .

       3111-BUSCAR-FOLIO-PASO.
            IF WTR-RENGLON-RETENIDO (WTR-SUB) (1:14) = WDE-FOLIO
                MOVE WTR-SUB TO WTR-IDX
            END-IF
           .

      *----------------------------------------------------------------*
      * El supervisor de la decision debe estar en la tabla de         *
      * supervisores autorizados; deja su posicion en WSV-IDX.         *
      *----------------------------------------------------------------*
       3120-BUSCAR-SUPERVISOR.
            MOVE ZEROES TO WSV-IDX
            PERFORM 3121-BUSCAR-SUPERVISOR-PASO
                    VARYING WSV-SUB FROM 1 BY 1
                    UNTIL WSV-SUB > WSV-TOTAL OR WSV-IDX NOT = ZEROES
           .

       3121-BUSCAR-SUPERVISOR-PASO.
            IF WSV-USUARIO (WSV-SUB) = WDE-SUPERVISOR
                MOVE WSV-SUB TO WSV-IDX
            END-IF
           .

      *----------------------------------------------------------------*
      * Aplica la decision sobre la partida pendiente que quedo en     *
      * WSS-REG-RETENIDO; la partida guarda quien decidio y cuando,    *
      * se apruebe o se rechace.                                       *
      *----------------------------------------------------------------*
       3200-APLICAR-ACCION.
            EVALUATE TRUE
                WHEN ACCION-APRUEBA
                    PERFORM 3300-APROBAR-PARTIDA
                WHEN ACCION-RECHAZA
                    SET RETENIDO-RECHAZADO TO TRUE
                    MOVE WDE-SUPERVISOR  TO WRT-APROBADOR
                    MOVE W-FECHA-PROCESO TO WRT-FECHA-APROBACION
                    MOVE 'PARTIDA RECHAZADA' TO WLD-RESULTADO
                    ADD 1 TO WA-RECHAZADAS
                WHEN OTHER
                    MOVE 'ACCION INVALIDA (A O R)' TO WLD-RESULTADO
                    ADD 1 TO WA-ERRORES
            END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Aprueba la partida: el movimiento va a APROBADOS con el        *
      * supervisor y la fecha de hoy para la siguiente corrida de      *
      * PROG05.                                                        *
      *----------------------------------------------------------------*
       3300-APROBAR-PARTIDA.
            INITIALIZE WSS-REG-APROBADO
            MOVE WRT-MOVIMIENTO  TO WAB-MOVIMIENTO
            MOVE WDE-SUPERVISOR  TO WAB-APROBADOR
            MOVE W-FECHA-PROCESO TO WAB-FECHA-APROBACION
            WRITE REG-APROBADOS FROM WSS-REG-APROBADO
            IF FS-APROBADOS = '00'
                SET RETENIDO-APROBADO TO TRUE
                MOVE WDE-SUPERVISOR  TO WRT-APROBADOR
                MOVE W-FECHA-PROCESO TO WRT-FECHA-APROBACION
                MOVE 'PARTIDA APROBADA A PROG05' TO WLD-RESULTADO
                ADD 1 TO WA-APROBADAS
            ELSE
                DISPLAY "ERROR AL GRABAR APROBADOS: " FS-APROBADOS
                CLOSE DECISION
                CLOSE APROBADOS
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * Los aprobados ya quedaron en APROBADOS: si los retenidos no se *
      * pueden regrabar completos, sus partidas seguirian pendientes y *
      * se aprobarian de nuevo, asi que el proceso termina como fatal  *
      * para que operacion lo corrija antes de otra decision.          *
      *----------------------------------------------------------------*
       3800-REGRABAR-RETENIDOS.
            OPEN OUTPUT RETENIDOS
            IF FS-RETENIDOS = '00' OR FS-RETENIDOS = '05'
                PERFORM 3810-GRABAR-UNA-PARTIDA
                        VARYING WTR-SUB FROM 1 BY 1
                        UNTIL WTR-SUB > WTR-TOTAL
                CLOSE RETENIDOS
            ELSE
                DISPLAY "ERROR AL REGRABAR RETENIDOS: " FS-RETENIDOS
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       3810-GRABAR-UNA-PARTIDA.
            WRITE REG-RETENIDOS FROM WTR-RENGLON-RETENIDO (WTR-SUB)
            IF FS-RETENIDOS NOT = '00'
                DISPLAY "ERROR AL REGRABAR RETENIDOS: " FS-RETENIDOS
                        " PARTIDA " WTR-SUB
                CLOSE RETENIDOS
                CLOSE LISTADO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       3900-CIFRAS-CONTROL-DECIDE.
            MOVE WA-LEIDAS      TO WLT-LEIDAS
            MOVE WA-APROBADAS   TO WLT-APROBADAS
            MOVE WA-RECHAZADAS  TO WLT-RECHAZADAS
            MOVE WA-ERRORES     TO WLT-ERRORES
            WRITE REG-LISTADO FROM WSS-LISTADO-TRAILER
            DISPLAY "CIFRAS DE CONTROL"
            DISPLAY "DECISIONES LEIDAS: " WA-LEIDAS
            DISPLAY "PARTIDAS APROBADAS: " WA-APROBADAS
            DISPLAY "PARTIDAS RECHAZADAS: " WA-RECHAZADAS
            DISPLAY "DECISIONES CON ERROR: " WA-ERRORES
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si hubo          *
      * decisiones con error o, en la lista, partidas pendientes.  Un  *
      * PARM no reconocido no pasa por aqui y termina como fatal.      *
      *----------------------------------------------------------------*
       4900-FIJAR-CODIGO-RETORNO.
            IF WA-ERRORES > ZEROES OR WA-PENDIENTES > ZEROES
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

       END PROGRAM "PROG15".
