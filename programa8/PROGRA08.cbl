       01  WSS-SWITCHES.
            05 WS-FIN-MAESTRO          PIC X(01) VALUE 'N'.

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
            SET RETORNO-LIMPIO TO TRUE
            PERFORM 3000-FIN
           .


       3000-FIN.
            DISPLAY "PLANTILLA TERMINADA, DETALLES: " CONTADOR-DETALLE
            DISPLAY "CODIGO DE RETORNO: " W-CODIGO-RETORNO
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN.

       END PROGRAM "PROG08".
