      *----------------------------------------------------------------*
      * CORRIDAS: bitacora de control de corridas compartida con       *
      * PROG05.  Este programa se niega a arrancar si la ultima        *
      * corrida de PROG05 no esta TERMINADO o si ya esta POSTEADO (o   *
      * CONCILIADO por PROG17), y la marca POSTEADO cuando la interfaz *
      * cierra limpia.                                                 *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CORRIDAS ASSIGN TO "../corridas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUENTAS.

      *----------------------------------------------------------------*
      * CATMOV: catalogo de claves de movimiento (CVEMOV) que mantiene *
      * PROG12 y con el que PROG05 valida y enruta.  De aqui se toma   *
      * el lado de posteo (H/D) de cada CVEMOV; si no existe o viene   *
      * vacio, el codigo de posteo se deduce del TIPMOV con aviso.     *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CATMOV ASSIGN TO "../catmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATMOV.

      *----------------------------------------------------------------*
      * SALDOS: maestro de saldos por cuenta (CVEREG + NUMCTE), que    *
      * este programa actualiza con lo posteado en cada corrida.  Lo   *
      * lee PROG13 para los estados de cuenta de fin de mes.           *
      *----------------------------------------------------------------*
           SELECT OPTIONAL SALDOS ASSIGN TO "../saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-LLAVE
               FILE STATUS IS FS-SALDOS.

      *----------------------------------------------------------------*
      * SALDOSNEG: cuentas que quedan con saldo negativo despues del   *
      * posteo, agrupadas por sucursal para su seguimiento.            *
      *----------------------------------------------------------------*
           SELECT SALDOSNEG ASSIGN TO "../saldosneg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALDOSNEG.

      *----------------------------------------------------------------*
      * APROBPOS: movimientos retenidos por limite que un supervisor   *
      * aprobo con PROG15 y que se postearon en esta corrida, con el   *
      * aprobador y la fecha de aprobacion que traen en el extracto.   *
      *----------------------------------------------------------------*
           SELECT APROBPOS ASSIGN TO "../aprobposteo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROBPOS.


       DATA DIVISION.
       FILE SECTION.
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-EXTRACTO.
        01  REG-EXTRACTO PIC X(62).

      *----------------------------------------------------------------*
      * CORRIDAS: un renglon por corrida de PROG05 (mismo layout que   *
            DATA RECORD IS REG-CUENTAS.
        01  REG-CUENTAS PIC X(20).

      *----------------------------------------------------------------*
      * CATMOV: un renglon por CVEMOV (ver WSS-REG-CATMOV).            *
      *----------------------------------------------------------------*
       FD  CATMOV
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-CATMOV.
        01  REG-CATMOV PIC X(60).

      *----------------------------------------------------------------*
      * SALDOS: un registro por cuenta.  Los cargos y abonos son los   *
      * del periodo SLD-PERIODO (AAAAMM); al primer posteo de un mes   *
      * nuevo el saldo actual pasa a saldo inicial y los del periodo   *
      * arrancan en cero.  Saldo actual = inicial + abonos - cargos.   *
      * SLD-CVEPZA es la sucursal del ultimo movimiento de la cuenta,  *
      * a la que se reporta un saldo negativo.                         *
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

       FD  SALDOSNEG
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-SALDOSNEG.
        01  REG-SALDOSNEG PIC X(90).

       FD  APROBPOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-APROBPOS.
        01  REG-APROBPOS PIC X(90).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * PROG05 (WSS-REG-EXTRACTO en ese programa): los campos crudos   *
      * del movimiento, sin caracteres de edicion, de modo que el      *
      * importe y las claves se toman tal cual, sin des-editar el      *
      * reporte impreso.  Un movimiento que el supervisor aprobo trae  *
      * el aprobador y la fecha de aprobacion; los demas en blanco.    *
      *----------------------------------------------------------------*
       01  W-LINEA-EXTRACTO.
            05 WXT-TIPMOV              PIC X(01).
            05 WXT-NUMMOV              PIC 9(04).
            05 WXT-REVERSION           PIC X(01).
               88 MOVIMIENTO-REVERSION VALUE 'R'.
            05 WXT-CVEMOV              PIC X(02).
            05 WXT-APROBADOR           PIC X(08).
               88 MOVIMIENTO-SIN-APROBADOR VALUE SPACES.
            05 WXT-FECHA-APROBACION    PIC 9(08).

       01  W-SWITCHES.
            05 WS-FIN-EXTRACTO         PIC X(01) VALUE 'N'.
               88 CORRIDA-EN-PROCESO   VALUE 'EN-PROCESO'.
               88 CORRIDA-TERMINADA    VALUE 'TERMINADO '.
               88 CORRIDA-POSTEADA     VALUE 'POSTEADO  '.
               88 CORRIDA-CONCILIADA   VALUE 'CONCILIADO'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WCO-CANT-ENTRADA        PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
      * cuenta del cliente y los D/E (SALIDA2) la cargan; esta regla   *
      * no esta documentada en otra parte del sistema, por lo que se   *
      * dejo como tabla facil de retocar en lugar de fija en el codigo.*
      * El lado de posteo lo da el catalogo CATMOV por CVEMOV; esta    *
      * tabla queda para cuando no hay catalogo o la CVEMOV del        *
      * extracto no aparece en el.                                     *
      *----------------------------------------------------------------*
       01  W-TABLA-POSTEO.
            05 W-PT-LETRAS.
      * el abono acumulados de todos los movimientos.  El extracto no *
      * llega ordenado por cuenta, asi que la tabla se busca de forma  *
      * secuencial, igual que las tablas RFC de EMJSTO10.              *
      * El cargo y abono -CORRIDA son solo los del extracto de esta    *
      * corrida (sin lo recargado en modo reinicio), que es lo que se  *
      * aplica al maestro de SALDOS, junto con la fecha (AAAAMMDD) y   *
      * la sucursal del ultimo movimiento de la cuenta.                *
      *----------------------------------------------------------------*
       01  W-TABLA-CUENTAS.
            05 W-CTA-OCC OCCURS 2000 TIMES.
               10 WCA-NUMCTE           PIC 9(06).
               10 WCA-CARGO            PIC 9(09)V99 VALUE ZEROES.
               10 WCA-ABONO            PIC 9(09)V99 VALUE ZEROES.
               10 WCA-CARGO-CORRIDA    PIC 9(09)V99 VALUE ZEROES.
               10 WCA-ABONO-CORRIDA    PIC 9(09)V99 VALUE ZEROES.
               10 WCA-FECHA-ULT-MOV    PIC 9(08) VALUE ZEROES.
               10 WCA-CVEPZA-ULT-MOV   PIC 9(02) VALUE ZEROES.

       01  W-CONTROL-CUENTAS.
            05 WCA-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WS-CATALOGO-CARGADO     PIC X(01) VALUE 'N'.
               88 CATALOGO-CUENTAS-CARGADO VALUE 'S'.

      *----------------------------------------------------------------*
      * Renglon del catalogo de claves de movimiento (CATMOV), el      *
      * mismo layout que mantiene PROG12 y que lee PROG05:             *
      *   WMC-TIPMOV-PERMITIDOS  letras de TIPMOV aceptadas con la     *
      *                          CVEMOV (ej. 'ABC   ');                *
      *   WMC-SALIDA             1, 2 o 3: reporte SALIDA1/2/3;        *
      *   WMC-POSTEO             H abono, D cargo;                     *
      *   WMC-ACTIVO             S activa, N retirada.                 *
      *   WMC-DEDUCIBLE          S se descuenta por nomina (PROG14).   *
      * Aqui no se revisa el estatus activo: PROG05 ya no deja pasar   *
      * claves retiradas, y las reversiones de una clave retirada      *
      * despues deben postearse igual que su original.                 *
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
      * Catalogo de claves de movimiento en memoria (CVEMOV y lado de  *
      * posteo), buscado de forma secuencial como W-TABLA-POSTEO.      *
      *----------------------------------------------------------------*
       01  W-CATALOGO-CVEMOV.
            05 W-CAT-CVEMOV-OCC OCCURS 100 TIMES.
               10 WKM-CVEMOV           PIC 9(02).
               10 WKM-POSTEO           PIC X(01).

       01  W-CONTROL-CATALOGO-CVEMOV.
            05 WKM-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WKM-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WKM-IDX                 PIC 9(04) COMP VALUE ZEROES.
            05 WS-CATALOGO-CVEMOV      PIC X(01) VALUE 'N'.
               88 CATALOGO-CVEMOV-CARGADO VALUE 'S'.

      *----------------------------------------------------------------*
      * Control de la actualizacion del maestro de SALDOS.  El periodo *
      * de posteo es el mes (AAAAMM) de la fecha de la corrida.        *
      *----------------------------------------------------------------*
       01  W-CONTROL-SALDOS.
            05 WSD-PERIODO-CORRIDA     PIC 9(06) VALUE ZEROES.
            05 WSD-FECHA-MOV           PIC 9(08) VALUE ZEROES.
            05 WSD-ALTAS               PIC 9(06) VALUE ZEROES.
            05 WSD-ACTUALIZADAS        PIC 9(06) VALUE ZEROES.
            05 WSD-YA-APLICADAS        PIC 9(06) VALUE ZEROES.
            05 WSD-LISTADO-NEGATIVOS   PIC X(01) VALUE 'S'.
               88 SALDOSNEG-NO-GRABADO VALUE 'N'.
            05 WSD-NEGATIVOS-TOTAL     PIC 9(04) COMP VALUE ZEROES.
            05 WSD-NEG-SUB             PIC 9(04) COMP VALUE ZEROES.
            05 WSD-NEG-SUCURSAL        PIC 9(04) COMP VALUE ZEROES.
            05 WSD-IMP-SUCURSAL        PIC S9(09)V99 VALUE ZEROES.

      *----------------------------------------------------------------*
      * Cuentas que quedaron con saldo negativo en esta corrida, para  *
      * listarlas agrupadas por sucursal al final de la actualizacion. *
      * WNG-LISTADA queda en 'S' al listar la cuenta bajo su sucursal; *
      * las que quedan en 'N' son de una sucursal fuera del catalogo.  *
      *----------------------------------------------------------------*
       01  W-TABLA-NEGATIVOS.
            05 W-NEG-OCC OCCURS 2000 TIMES.
               10 WNG-CVEPZA           PIC 9(02).
               10 WNG-CVEREG           PIC 9(02).
               10 WNG-NUMCTE           PIC 9(06).
               10 WNG-SALDO            PIC S9(09)V99.
               10 WNG-FECHA-ULT-MOV    PIC 9(08).
               10 WNG-LISTADA          PIC X(01).

      *----------------------------------------------------------------*
      * Renglones del listado de saldos negativos por sucursal.        *
      *----------------------------------------------------------------*
       01  WSS-ENC-SALDOSNEG.
            05 FILLER                  PIC X(36) VALUE
               'CUENTAS CON SALDO NEGATIVO - CORRIDA'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WNE-CORRIDA             PIC 9(08) VALUE ZEROES.

       01  WSS-ENC-SUC-SALDOSNEG.
            05 FILLER                  PIC X(10) VALUE 'SUCURSAL: '.
            05 WNE-CVEPZA              PIC 9(02) VALUE ZEROES.

       01  WSS-ENC-NOCAT-SALDOSNEG.
            05 FILLER                  PIC X(22) VALUE
               'SUCURSAL NO CATALOGADA'.

       01  WSS-DET-NOCAT-SALDOSNEG.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 FILLER                  PIC X(08) VALUE 'CVEPZA: '.
            05 WNN-CVEPZA              PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WNN-DETALLE             PIC X(68) VALUE SPACES.

       01  WSS-DET-SALDOSNEG.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 FILLER                  PIC X(08) VALUE 'CVEREG: '.
            05 WND-CVEREG              PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 FILLER                  PIC X(08) VALUE 'NUMCTE: '.
            05 WND-NUMCTE              PIC 9(06) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 FILLER                  PIC X(07) VALUE 'SALDO: '.
            05 WND-SALDO               PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 FILLER                  PIC X(11) VALUE 'ULT. MOV.: '.
            05 WND-FECHA-ULT-MOV       PIC 9(08) VALUE ZEROES.

       01  WSS-SUB-SALDOSNEG.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 FILLER                  PIC X(09) VALUE 'CUENTAS: '.
            05 WNS-CUENTAS             PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(13) VALUE 'TOTAL SALDO: '.
            05 WNS-SALDO               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WSS-TRAILER-SALDOSNEG.
            05 FILLER                  PIC X(27) VALUE
               'TOTAL CUENTAS NEGATIVAS: '.
            05 WNT-CUENTAS             PIC ZZZ,ZZ9.

       01  FILE-STATUS.
            05 FS-EXTRACTO             PIC X(02).
            05 FS-CORRIDAS             PIC X(02).
            05 FS-INTERFSUC            PIC X(02).
            05 FS-EXCEPCIONES          PIC X(02).
            05 FS-CUENTAS              PIC X(02).
            05 FS-CATMOV               PIC X(02).
            05 FS-SALDOS               PIC X(02).
            05 FS-SALDOSNEG            PIC X(02).
            05 FS-APROBPOS             PIC X(02).

      *----------------------------------------------------------------*
      * Renglon de posteo consolidado por cuenta, escrito a INTERFAZ.  *
               'CUENTAS NO ENCONTRADAS: '.
            05 WEC-TOTAL-EXCEPCIONES   PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Renglones de APROBPOS: encabezado, un renglon por movimiento   *
      * aprobado por supervisor que se posteo, y totales.              *
      *----------------------------------------------------------------*
       01  WSS-ENC-APROBPOS.
            05 FILLER                  PIC X(80) VALUE
               'CVEREG NUMCTE NUMMOV   FECMOV CVEMOV    IMPORTE POSTEO
      -        'APROBADOR  FECHA-APROB'.

       01  WSS-DET-APROBPOS.
            05 FILLER                  PIC X(04) VALUE SPACES.
            05 WAP-CVEREG              PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WAP-NUMCTE              PIC 9(06) VALUE ZEROES.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WAP-NUMMOV              PIC 9(04) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WAP-FECMOV              PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(05) VALUE SPACES.
            05 WAP-CVEMOV              PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WAP-IMPORTE             PIC ZZZ,ZZ9.99.
            05 FILLER                  PIC X(06) VALUE SPACES.
            05 WAP-CODIGO              PIC X(01) VALUE SPACE.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 WAP-APROBADOR           PIC X(08) VALUE SPACES.
            05 FILLER                  PIC X(03) VALUE SPACES.
            05 WAP-FECHA-APROBACION    PIC 9(08) VALUE ZEROES.

       01  WSS-TRAILER-APROBPOS.
            05 FILLER                  PIC X(30) VALUE
               'APROBADOS POR SUPERVISOR:     '.
            05 WAT-CANTIDAD            PIC ZZZ,ZZ9.
            05 FILLER                  PIC X(02) VALUE SPACES.
            05 FILLER                  PIC X(09) VALUE 'IMPORTE: '.
            05 WAT-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99.

       01  W-TOTALES-APROBPOS.
            05 WAT-CANTIDAD-NUM        PIC 9(06) VALUE ZEROES.
            05 WAT-IMPORTE-NUM         PIC 9(09)V99 VALUE ZEROES.

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
            PERFORM 2000-PROCESO
            PERFORM 2990-FIJAR-CODIGO-RETORNO
            PERFORM 3000-FIN
           .

            PERFORM 1005-DETERMINAR-MODO-EJECUCION
            PERFORM 1040-VERIFICAR-CORRIDA
            PERFORM 1020-CARGAR-CATALOGO-CUENTAS
            PERFORM 1030-CARGAR-CATALOGO-CVEMOV
            MOVE ZEROES TO WCA-TOTAL
            IF MODO-REINICIO
                PERFORM 1050-PRECARGAR-INTERFAZ-PREVIA
            END-IF
           .

      ******************************************************************
      *    Carga el catalogo de claves de movimiento desde CATMOV; si  *
      *    no existe o viene vacio, el codigo de posteo se toma de     *
      *    W-TABLA-POSTEO por TIPMOV para toda la corrida              *
      ******************************************************************
       1030-CARGAR-CATALOGO-CVEMOV.
            MOVE ZEROES TO WKM-TOTAL
            OPEN INPUT CATMOV
            IF FS-CATMOV = '00' OR FS-CATMOV = '05'
                PERFORM 1031-LEER-CARGAR-CATMOV
                        UNTIL FS-CATMOV NOT = '00'
                CLOSE CATMOV
            END-IF
            IF WKM-TOTAL > ZEROES
                SET CATALOGO-CVEMOV-CARGADO TO TRUE
                DISPLAY "CLAVES DE MOVIMIENTO CARGADAS: " WKM-TOTAL
            ELSE
                DISPLAY "SIN CATALOGO DE MOVIMIENTOS, POSTEO POR TIPMOV"
            END-IF
           .

       1031-LEER-CARGAR-CATMOV.
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
                    DISPLAY "Hubo un error al leer catmov codigo: "
                                                         FS-CATMOV
                    CLOSE CATMOV
                    PERFORM 3000-FIN
                END-IF
            END-IF
           .

      ******************************************************************
      *    Verifica en la bitacora de corridas que la ultima corrida   *
      *    de PROG05 este TERMINADO y todavia sin postear; si no, el   *
                    DISPLAY "CORRIDA " WCO-CORRIDA
                            " YA POSTEADA, NO SE POSTEA DOS VECES"
                    PERFORM 3000-FIN
                WHEN CORRIDA-CONCILIADA
                    DISPLAY "CORRIDA " WCO-CORRIDA
                            " YA CONCILIADA, NO SE POSTEA DOS VECES"
                    PERFORM 3000-FIN
                WHEN CORRIDA-TERMINADA
                    DISPLAY "CORRIDA " WCO-CORRIDA
                            " TERMINADA, SE PROCEDE A POSTEAR"
                    ADD 1 TO WCO-TOTAL
                    MOVE REG-CORRIDAS
                             TO WTB-RENGLON-CORRIDA (WCO-TOTAL)
                ELSE
                    DISPLAY "BITACORA DE CORRIDAS EXCEDE 100 RENGLONES,"
                            " SE IGNORA: " REG-CORRIDAS (1:8)
                            " (DEPURAR CON PROG16)"
                END-IF
            END-IF
           .
                PERFORM 2950-CERRAR-INTERFAZ
                PERFORM 3000-FIN
            END-IF

            OPEN OUTPUT APROBPOS
            IF FS-APROBPOS = '00'
                DISPLAY "Abrio correcto aprobposteo " FS-APROBPOS
                WRITE REG-APROBPOS FROM WSS-ENC-APROBPOS
            ELSE
                DISPLAY "Hubo un error al abrir aprobposteo codigo: "
                                                         FS-APROBPOS
                PERFORM 2600-CERRAR-EXTRACTO
                PERFORM 2950-CERRAR-INTERFAZ
                PERFORM 2960-CERRAR-EXCEPCIONES
                PERFORM 3000-FIN
            END-IF
           .

      ******************************************************************
            PERFORM 2600-CERRAR-EXTRACTO
            PERFORM 2950-CERRAR-INTERFAZ
            PERFORM 2960-CERRAR-EXCEPCIONES
            PERFORM 2965-CERRAR-APROBPOS
            PERFORM 2980-ACTUALIZAR-SALDOS
            PERFORM 2970-MARCAR-CORRIDA-POSTEADA
           .

                END-IF
                IF WMV-CODIGO-POSTEO = 'H'
                    ADD WXT-IMPORTE TO WCA-ABONO (WCA-IDX-ACTUAL)
                    ADD WXT-IMPORTE
                             TO WCA-ABONO-CORRIDA (WCA-IDX-ACTUAL)
                ELSE
                    ADD WXT-IMPORTE TO WCA-CARGO (WCA-IDX-ACTUAL)
                    ADD WXT-IMPORTE
                             TO WCA-CARGO-CORRIDA (WCA-IDX-ACTUAL)
                END-IF
                COMPUTE WSD-FECHA-MOV = (WXT-AA * 10000)
                                      + (WXT-MM * 100) + WXT-DD
                IF WSD-FECHA-MOV >= WCA-FECHA-ULT-MOV (WCA-IDX-ACTUAL)
                    MOVE WSD-FECHA-MOV
                             TO WCA-FECHA-ULT-MOV (WCA-IDX-ACTUAL)
                    MOVE WXT-CVEPZA
                             TO WCA-CVEPZA-ULT-MOV (WCA-IDX-ACTUAL)
                END-IF
                PERFORM 2445-ACUMULAR-SUCURSAL
                PERFORM 2440-ACUMULAR-GRUPO-CVEREG
                IF NOT MOVIMIENTO-SIN-APROBADOR
                    PERFORM 2470-ESCRIBIR-APROBADO
                END-IF
            ELSE
                PERFORM 2365-ESCRIBIR-EXCEPCION-CUENTA
            END-IF
            ADD 1 TO WCM-EXCEPCIONES-TOTAL
           .

      *----------------------------------------------------------------*
      * Deja constancia en APROBPOS del movimiento aprobado por        *
      * supervisor que se acaba de postear, con su aprobador y fecha   *
      * de aprobacion.                                                 *
      *----------------------------------------------------------------*
       2470-ESCRIBIR-APROBADO.
            INITIALIZE WSS-DET-APROBPOS
            MOVE WXT-CVEREG           TO WAP-CVEREG
            MOVE WXT-NUMCTE           TO WAP-NUMCTE
            MOVE WXT-NUMMOV           TO WAP-NUMMOV
            MOVE WXT-FECMOV           TO WAP-FECMOV
            MOVE WXT-CVEMOV           TO WAP-CVEMOV
            MOVE WXT-IMPORTE          TO WAP-IMPORTE
            MOVE WMV-CODIGO-POSTEO    TO WAP-CODIGO
            MOVE WXT-APROBADOR        TO WAP-APROBADOR
            MOVE WXT-FECHA-APROBACION TO WAP-FECHA-APROBACION
            WRITE REG-APROBPOS FROM WSS-DET-APROBPOS
            ADD 1           TO WAT-CANTIDAD-NUM
            ADD WXT-IMPORTE TO WAT-IMPORTE-NUM
           .

       2410-DETERMINAR-CODIGO-POSTEO.
            MOVE ZEROES TO WKM-IDX
            IF CATALOGO-CVEMOV-CARGADO AND WXT-CVEMOV NUMERIC
                PERFORM 2412-BUSCAR-CVEMOV-PASO
                        VARYING WKM-SUB FROM 1 BY 1
                        UNTIL WKM-SUB > WKM-TOTAL
                           OR WKM-IDX NOT = ZEROES
            END-IF
            IF WKM-IDX NOT = ZEROES
                MOVE WKM-POSTEO (WKM-IDX) TO WMV-CODIGO-POSTEO
            ELSE
                MOVE ZEROES TO WPT-IDX
                PERFORM 2411-BUSCAR-POSTEO-PASO
                        VARYING WPT-SUB FROM 1 BY 1
                        UNTIL WPT-SUB > 5 OR WPT-IDX NOT = ZEROES
                IF WPT-IDX NOT = ZEROES
                    MOVE WPT-CODIGO (WPT-IDX) TO WMV-CODIGO-POSTEO
                ELSE
                    MOVE WPT-CODIGO-DEFECTO TO WMV-CODIGO-POSTEO
                END-IF
            END-IF
      *----------------------------------------------------------------*
      * Una reversion trae el tipo del movimiento original y la marca  *
            END-IF
           .

       2412-BUSCAR-CVEMOV-PASO.
            IF WKM-CVEMOV (WKM-SUB) = WXT-CVEMOV
                MOVE WKM-SUB TO WKM-IDX
            END-IF
           .

       2420-BUSCAR-CUENTA.
            MOVE ZEROES TO WCA-IDX-ACTUAL
            PERFORM 2421-BUSCAR-CUENTA-PASO
            MOVE WCA-NUMCTE-BUSCAR TO WCA-NUMCTE (WCA-IDX-ACTUAL)
            MOVE ZEROES TO WCA-CARGO (WCA-IDX-ACTUAL)
            MOVE ZEROES TO WCA-ABONO (WCA-IDX-ACTUAL)
            MOVE ZEROES TO WCA-CARGO-CORRIDA (WCA-IDX-ACTUAL)
            MOVE ZEROES TO WCA-ABONO-CORRIDA (WCA-IDX-ACTUAL)
            MOVE ZEROES TO WCA-FECHA-ULT-MOV (WCA-IDX-ACTUAL)
            MOVE ZEROES TO WCA-CVEPZA-ULT-MOV (WCA-IDX-ACTUAL)
           .

      ******************************************************************
            ELSE
                DISPLAY "NO SE PUDO REGRABAR LA BITACORA "
                                                        FS-CORRIDAS
                PERFORM 3000-FIN
            END-IF
           .

            WRITE REG-CORRIDAS FROM WTB-RENGLON-CORRIDA (WCO-SUB)
           .

      ******************************************************************
      *   Aplica al maestro de SALDOS el cargo y abono que esta        *
      *   corrida posteo a cada cuenta, y lista por sucursal las que   *
      *   quedan con saldo negativo.  Si el maestro no se puede abrir  *
      *   la corrida no se marca POSTEADO, para que se repita          *
      *   completa.  Una cuenta cuyo SLD-ULT-CORRIDA ya es esta        *
      *   corrida la tiene aplicada (la corrida se interrumpio despues *
      *   de grabarla) y no se vuelve a aplicar al repetirla           *
      ******************************************************************
       2980-ACTUALIZAR-SALDOS.
            MOVE WCO-FECHA (1:6) TO WSD-PERIODO-CORRIDA
            MOVE ZEROES TO WSD-NEGATIVOS-TOTAL
            OPEN I-O SALDOS
            IF FS-SALDOS = '00' OR FS-SALDOS = '05'
                DISPLAY "Abrio correcto saldos " FS-SALDOS
            ELSE
                DISPLAY "Hubo un error al abrir saldos codigo: "
                                                         FS-SALDOS
                DISPLAY "CORRIDA " WCO-CORRIDA " NO SE MARCA POSTEADO"
                PERFORM 3000-FIN
            END-IF
            PERFORM 2981-ACTUALIZAR-UNA-CUENTA
                    VARYING WCA-SUB FROM 1 BY 1
                    UNTIL WCA-SUB > WCA-TOTAL
            CLOSE SALDOS
            DISPLAY "SALDOS DADOS DE ALTA  : " WSD-ALTAS
            DISPLAY "SALDOS ACTUALIZADOS   : " WSD-ACTUALIZADAS
            DISPLAY "SALDOS YA APLICADOS   : " WSD-YA-APLICADAS
            PERFORM 2985-ESCRIBIR-SALDOS-NEGATIVOS
           .

       2981-ACTUALIZAR-UNA-CUENTA.
            IF WCA-CARGO-CORRIDA (WCA-SUB) NOT = ZEROES
               OR WCA-ABONO-CORRIDA (WCA-SUB) NOT = ZEROES
                MOVE WCA-CVEREG (WCA-SUB) TO SLD-CVEREG
                MOVE WCA-NUMCTE (WCA-SUB) TO SLD-NUMCTE
                READ SALDOS
                    INVALID KEY
                        PERFORM 2982-ALTA-SALDO
                    NOT INVALID KEY
                        IF SLD-ULT-CORRIDA = WCO-CORRIDA
                            ADD 1 TO WSD-YA-APLICADAS
                        ELSE
                            PERFORM 2983-CAMBIO-SALDO
                        END-IF
                END-READ
                IF SLD-SALDO-ACTUAL < ZEROES
                    PERFORM 2984-REGISTRAR-NEGATIVO
                END-IF
            END-IF
           .

       2982-ALTA-SALDO.
            MOVE WCA-CVEREG (WCA-SUB) TO SLD-CVEREG
            MOVE WCA-NUMCTE (WCA-SUB) TO SLD-NUMCTE
            MOVE WSD-PERIODO-CORRIDA  TO SLD-PERIODO
            MOVE ZEROES               TO SLD-SALDO-INICIAL
            MOVE WCA-CARGO-CORRIDA (WCA-SUB) TO SLD-CARGOS-PERIODO
            MOVE WCA-ABONO-CORRIDA (WCA-SUB) TO SLD-ABONOS-PERIODO
            COMPUTE SLD-SALDO-ACTUAL = SLD-ABONOS-PERIODO
                                     - SLD-CARGOS-PERIODO
            MOVE WCA-FECHA-ULT-MOV (WCA-SUB)  TO SLD-FECHA-ULT-MOV
            MOVE WCA-CVEPZA-ULT-MOV (WCA-SUB) TO SLD-CVEPZA
            MOVE WCO-CORRIDA          TO SLD-ULT-CORRIDA
            WRITE REG-SALDOS
            IF FS-SALDOS = '00'
                ADD 1 TO WSD-ALTAS
            ELSE
                DISPLAY "ERROR AL GRABAR SALDOS: " FS-SALDOS
                        " CVEREG/NUMCTE: " SLD-CVEREG "/" SLD-NUMCTE
                CLOSE SALDOS
                PERFORM 3000-FIN
            END-IF
           .

      *----------------------------------------------------------------*
      * Si la cuenta trae un periodo anterior, se rola antes de        *
      * aplicar la corrida: su saldo actual queda como saldo inicial   *
      * del periodo nuevo y los cargos/abonos del periodo en cero.     *
      *----------------------------------------------------------------*
       2983-CAMBIO-SALDO.
            IF SLD-PERIODO NOT = WSD-PERIODO-CORRIDA
                MOVE SLD-SALDO-ACTUAL    TO SLD-SALDO-INICIAL
                MOVE ZEROES              TO SLD-CARGOS-PERIODO
                MOVE ZEROES              TO SLD-ABONOS-PERIODO
                MOVE WSD-PERIODO-CORRIDA TO SLD-PERIODO
            END-IF
            ADD WCA-CARGO-CORRIDA (WCA-SUB) TO SLD-CARGOS-PERIODO
            ADD WCA-ABONO-CORRIDA (WCA-SUB) TO SLD-ABONOS-PERIODO
            COMPUTE SLD-SALDO-ACTUAL = SLD-SALDO-INICIAL
                                     + SLD-ABONOS-PERIODO
                                     - SLD-CARGOS-PERIODO
            IF WCA-FECHA-ULT-MOV (WCA-SUB) >= SLD-FECHA-ULT-MOV
                MOVE WCA-FECHA-ULT-MOV (WCA-SUB)  TO SLD-FECHA-ULT-MOV
                MOVE WCA-CVEPZA-ULT-MOV (WCA-SUB) TO SLD-CVEPZA
            END-IF
            MOVE WCO-CORRIDA TO SLD-ULT-CORRIDA
            REWRITE REG-SALDOS
            IF FS-SALDOS = '00'
                ADD 1 TO WSD-ACTUALIZADAS
            ELSE
                DISPLAY "ERROR AL REGRABAR SALDOS: " FS-SALDOS
                        " CVEREG/NUMCTE: " SLD-CVEREG "/" SLD-NUMCTE
                CLOSE SALDOS
                PERFORM 3000-FIN
            END-IF
           .

       2984-REGISTRAR-NEGATIVO.
            IF WSD-NEGATIVOS-TOTAL < 2000
                ADD 1 TO WSD-NEGATIVOS-TOTAL
                MOVE SLD-CVEPZA  TO WNG-CVEPZA (WSD-NEGATIVOS-TOTAL)
                MOVE SLD-CVEREG  TO WNG-CVEREG (WSD-NEGATIVOS-TOTAL)
                MOVE SLD-NUMCTE  TO WNG-NUMCTE (WSD-NEGATIVOS-TOTAL)
                MOVE SLD-SALDO-ACTUAL
                                 TO WNG-SALDO (WSD-NEGATIVOS-TOTAL)
                MOVE SLD-FECHA-ULT-MOV
                         TO WNG-FECHA-ULT-MOV (WSD-NEGATIVOS-TOTAL)
                MOVE 'N'         TO WNG-LISTADA (WSD-NEGATIVOS-TOTAL)
            END-IF
           .

      ******************************************************************
      *   Lista las cuentas con saldo negativo, una seccion por cada   *
      *   sucursal del catalogo que tenga alguna, con su subtotal, y   *
      *   al final las de sucursales fuera del catalogo.  Para ahora   *
      *   los saldos ya se aplicaron, asi que si el listado no se      *
      *   puede abrir la corrida se postea igual y termina con         *
      *   advertencia                                                  *
      ******************************************************************
       2985-ESCRIBIR-SALDOS-NEGATIVOS.
            OPEN OUTPUT SALDOSNEG
            IF FS-SALDOSNEG = '00'
                MOVE WCO-CORRIDA TO WNE-CORRIDA
                WRITE REG-SALDOSNEG FROM WSS-ENC-SALDOSNEG
                PERFORM 2986-ESCRIBIR-NEG-SUCURSAL
                        VARYING WCP-SUB FROM 1 BY 1
                        UNTIL WCP-SUB > 20
                PERFORM 2988-ESCRIBIR-NEG-NO-CATALOGADA
                MOVE WSD-NEGATIVOS-TOTAL TO WNT-CUENTAS
                WRITE REG-SALDOSNEG FROM WSS-TRAILER-SALDOSNEG
                CLOSE SALDOSNEG
                DISPLAY "CUENTAS CON SALDO NEGATIVO: "
                                                   WSD-NEGATIVOS-TOTAL
            ELSE
                DISPLAY "Hubo un error al abrir saldosneg codigo: "
                                                         FS-SALDOSNEG
                SET SALDOSNEG-NO-GRABADO TO TRUE
            END-IF
           .

       2986-ESCRIBIR-NEG-SUCURSAL.
            MOVE WCP-CVEPZA-VALIDA (WCP-SUB) TO WCP-CVEPZA-ACTUAL
            MOVE ZEROES TO WSD-NEG-SUCURSAL
                           WSD-IMP-SUCURSAL
            PERFORM 2987-ESCRIBIR-NEG-CUENTA
                    VARYING WSD-NEG-SUB FROM 1 BY 1
                    UNTIL WSD-NEG-SUB > WSD-NEGATIVOS-TOTAL
            IF WSD-NEG-SUCURSAL > ZEROES
                MOVE WSD-NEG-SUCURSAL TO WNS-CUENTAS
                MOVE WSD-IMP-SUCURSAL TO WNS-SALDO
                WRITE REG-SALDOSNEG FROM WSS-SUB-SALDOSNEG
            END-IF
           .

       2987-ESCRIBIR-NEG-CUENTA.
            IF WNG-CVEPZA (WSD-NEG-SUB) = WCP-CVEPZA-ACTUAL
                IF WSD-NEG-SUCURSAL = ZEROES
                    MOVE WCP-CVEPZA-ACTUAL TO WNE-CVEPZA
                    WRITE REG-SALDOSNEG FROM WSS-ENC-SUC-SALDOSNEG
                END-IF
                ADD 1 TO WSD-NEG-SUCURSAL
                ADD WNG-SALDO (WSD-NEG-SUB) TO WSD-IMP-SUCURSAL
                MOVE WNG-CVEREG (WSD-NEG-SUB)        TO WND-CVEREG
                MOVE WNG-NUMCTE (WSD-NEG-SUB)        TO WND-NUMCTE
                MOVE WNG-SALDO (WSD-NEG-SUB)         TO WND-SALDO
                MOVE WNG-FECHA-ULT-MOV (WSD-NEG-SUB)
                                                 TO WND-FECHA-ULT-MOV
                WRITE REG-SALDOSNEG FROM WSS-DET-SALDOSNEG
                MOVE 'S' TO WNG-LISTADA (WSD-NEG-SUB)
            END-IF
           .

      *----------------------------------------------------------------*
      * Cuentas negativas que no quedaron bajo ninguna sucursal del    *
      * catalogo: van en una seccion propia, con su CVEPZA en cada     *
      * renglon, para que el listado cuadre con el total de cuentas.   *
      *----------------------------------------------------------------*
       2988-ESCRIBIR-NEG-NO-CATALOGADA.
            MOVE ZEROES TO WSD-NEG-SUCURSAL
                           WSD-IMP-SUCURSAL
            PERFORM 2989-ESCRIBIR-NEG-CUENTA-NOCAT
                    VARYING WSD-NEG-SUB FROM 1 BY 1
                    UNTIL WSD-NEG-SUB > WSD-NEGATIVOS-TOTAL
            IF WSD-NEG-SUCURSAL > ZEROES
                MOVE WSD-NEG-SUCURSAL TO WNS-CUENTAS
                MOVE WSD-IMP-SUCURSAL TO WNS-SALDO
                WRITE REG-SALDOSNEG FROM WSS-SUB-SALDOSNEG
            END-IF
           .

       2989-ESCRIBIR-NEG-CUENTA-NOCAT.
            IF WNG-LISTADA (WSD-NEG-SUB) = 'N'
                IF WSD-NEG-SUCURSAL = ZEROES
                    WRITE REG-SALDOSNEG FROM WSS-ENC-NOCAT-SALDOSNEG
                END-IF
                ADD 1 TO WSD-NEG-SUCURSAL
                ADD WNG-SALDO (WSD-NEG-SUB) TO WSD-IMP-SUCURSAL
                MOVE WNG-CVEREG (WSD-NEG-SUB)        TO WND-CVEREG
                MOVE WNG-NUMCTE (WSD-NEG-SUB)        TO WND-NUMCTE
                MOVE WNG-SALDO (WSD-NEG-SUB)         TO WND-SALDO
                MOVE WNG-FECHA-ULT-MOV (WSD-NEG-SUB)
                                                 TO WND-FECHA-ULT-MOV
                MOVE WNG-CVEPZA (WSD-NEG-SUB)        TO WNN-CVEPZA
                MOVE WSS-DET-SALDOSNEG (5:)          TO WNN-DETALLE
                WRITE REG-SALDOSNEG FROM WSS-DET-NOCAT-SALDOSNEG
                MOVE 'S' TO WNG-LISTADA (WSD-NEG-SUB)
            END-IF
           .

       2600-CERRAR-EXTRACTO.
            CLOSE EXTRACTO
           .
            CLOSE EXCEPCIONES
           .

       2965-CERRAR-APROBPOS.
            MOVE WAT-CANTIDAD-NUM TO WAT-CANTIDAD
            MOVE WAT-IMPORTE-NUM  TO WAT-IMPORTE
            WRITE REG-APROBPOS FROM WSS-TRAILER-APROBPOS
            CLOSE APROBPOS
            DISPLAY "APROBADOS POR SUPERVISOR POSTEADOS: "
                                                      WAT-CANTIDAD-NUM
           .

      ******************************************************************
      *   Codigo de retorno del fin normal: advertencia si hubo        *
      *   cuentas no encontradas, CVEREG sin balance, cuentas que      *
      *   quedaron con saldo negativo o sin listado de saldos          *
      *   negativos                                                    *
      ******************************************************************
       2990-FIJAR-CODIGO-RETORNO.
            IF WCM-EXCEPCIONES-TOTAL > ZEROES
               OR WGR-EXCEPCIONES-TOTAL > ZEROES
               OR WSD-NEGATIVOS-TOTAL > ZEROES
               OR SALDOSNEG-NO-GRABADO
                SET RETORNO-ADVERTENCIA TO TRUE
            ELSE
                SET RETORNO-LIMPIO TO TRUE
            END-IF
            DISPLAY "CODIGO DE RETORNO: " W-CODIGO-RETORNO
           .

       3000-FIN.
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN.

       END PROGRAM "PROG06".
