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
            EVALUATE TRUE
                WHEN MODO-UNLOAD
                    PERFORM 2000-PROCESO-UNLOAD
                    PERFORM 4900-FIJAR-CODIGO-RETORNO
                WHEN MODO-UNLOAD-V1
                    PERFORM 2500-PROCESO-UNLOAD-V1
                    PERFORM 4900-FIJAR-CODIGO-RETORNO
                WHEN MODO-LOAD
                    PERFORM 3000-PROCESO-LOAD
                    PERFORM 4900-FIJAR-CODIGO-RETORNO
                WHEN OTHER
                    DISPLAY "PARM NO RECONOCIDO, USE UNLOAD, "
                            "UNLOAD1 O LOAD"
            WRITE REG-DISCREPA FROM WSS-CIFRAS-CONTROL
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si la carga      *
      * rechazo registros a DISCREPA.  Un PARM no reconocido no pasa   *
      * por aqui y termina como fatal.                                 *
      *----------------------------------------------------------------*
       4900-FIJAR-CODIGO-RETORNO.
            IF WA-RECHAZADOS > ZEROES
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

