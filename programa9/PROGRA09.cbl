      * Listado de operacion de la bitacora de corridas (corridas.dat) *
      * que comparten PROG05 y PROG06: imprime las ultimas N corridas  *
      * con su numero, fecha, estatus y cifras, para sustituir la      *
      * arqueologia de logs de cada manana.  Una corrida CONCILIADO ya *
      * cuadro con el acuse de contabilidad (PROG17); una POSTEADO aun *
      * no, y el pie del listado cuenta cuantas hay de cada una.       *
      *                                                                *
      * Parametro de arranque (linea de comandos): numero de corridas  *
      * a listar, de 3 digitos (ej. 025); sin parametro valido se      *
            05 WCO-FECHA               PIC 9(08).
            05 FILLER                  PIC X(01).
            05 WCO-ESTATUS             PIC X(10).
               88 CORRIDA-POSTEADA     VALUE 'POSTEADO  '.
               88 CORRIDA-CONCILIADA   VALUE 'CONCILIADO'.
            05 FILLER                  PIC X(01).
            05 WCO-CANT-ENTRADA        PIC 9(08).
            05 FILLER                  PIC X(01).
            05 WCO-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WCO-DESDE               PIC 9(04) COMP VALUE ZEROES.
            05 WCO-LISTADAS            PIC 9(04) COMP VALUE ZEROES.
            05 WCO-CONCILIADAS         PIC 9(04) COMP VALUE ZEROES.
            05 WCO-SIN-CONCILIAR       PIC 9(04) COMP VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglones del listado.                                         *
               'CORRIDAS LISTADAS: '.
            05 WLT-LISTADAS        PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Dias cerrados con contabilidad dentro de la ventana listada.   *
      *----------------------------------------------------------------*
       01  WSS-LISTADO-TRAILER2.
            05 FILLER              PIC X(30) VALUE
               'CONCILIADAS CON CONTABILIDAD: '.
            05 WLT-CONCILIADAS     PIC ZZZ,ZZ9.
            05 FILLER              PIC X(27) VALUE
               '  POSTEADAS SIN CONCILIAR: '.
            05 WLT-SIN-CONCILIAR   PIC ZZZ,ZZ9.

       01  FILE-STATUS.
            05 FS-CORRIDAS             PIC X(02).
            05 FS-LISTADO              PIC X(02).
       01  WS-PARM-EJECUCION          PIC X(03) VALUE SPACES.
       01  WS-CORRIDAS-A-LISTAR       PIC 9(03) VALUE 010.

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
            END-IF
            MOVE WCO-LISTADAS TO WLT-LISTADAS
            WRITE REG-LISTADO FROM WSS-LISTADO-TRAILER
            MOVE WCO-CONCILIADAS   TO WLT-CONCILIADAS
            MOVE WCO-SIN-CONCILIAR TO WLT-SIN-CONCILIAR
            WRITE REG-LISTADO FROM WSS-LISTADO-TRAILER2
            DISPLAY WSS-LISTADO-TRAILER2
            CLOSE LISTADO
           .

            WRITE REG-LISTADO FROM WSS-LISTADO-DETALLE
            DISPLAY WSS-LISTADO-DETALLE
            ADD 1 TO WCO-LISTADAS
            IF CORRIDA-CONCILIADA
                ADD 1 TO WCO-CONCILIADAS
            END-IF
            IF CORRIDA-POSTEADA
                ADD 1 TO WCO-SIN-CONCILIAR
            END-IF
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si no habia      *
      * bitacora de corridas que listar.                               *
      *----------------------------------------------------------------*
       2990-FIJAR-CODIGO-RETORNO.
            IF WCO-TOTAL = ZEROES
                SET RETORNO-ADVERTENCIA TO TRUE
            ELSE
                SET RETORNO-LIMPIO TO TRUE
            END-IF
           .

       3000-FIN.
            DISPLAY "LISTADO TERMINADO, CORRIDAS: " WCO-LISTADAS
            DISPLAY "CODIGO DE RETORNO: " W-CODIGO-RETORNO
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN.

       END PROGRAM "PROG09".
