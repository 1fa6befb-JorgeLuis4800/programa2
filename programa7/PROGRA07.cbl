            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-EXTRACTO.
        01  REG-EXTRACTO PIC X(62).

      *----------------------------------------------------------------*
      * MAESTRO: mismo layout REG-ENTRADA1 que mantiene EMJSTO10.      *
            05 WXT-NUMMOV              PIC 9(04).
            05 WXT-REVERSION           PIC X(01).
               88 MOVIMIENTO-REVERSION VALUE 'R'.
            05 WXT-CVEMOV              PIC X(02).
            05 WXT-APROBADOR           PIC X(08).
            05 WXT-FECHA-APROBACION    PIC 9(08).

      ******************************************************************
      *                        LINEA DE ENCAVEZADO 1                   *
               88 RFC-EN-MAESTRO       VALUE 'S'.
               88 RFC-SIN-MAESTRO      VALUE 'N'.

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

            CLOSE CONCILIA
           .

      *----------------------------------------------------------------*
      * Codigo de retorno del fin normal: advertencia si quedaron      *
      * movimientos a empleados dados de baja o con RFC desconocido.   *
      *----------------------------------------------------------------*
       2990-FIJAR-CODIGO-RETORNO.
            IF CONTADOR-BAJAS NOT = ZEROES
               OR CONTADOR-DESCONOCIDOS NOT = ZEROES
                SET RETORNO-ADVERTENCIA TO TRUE
            ELSE
                SET RETORNO-LIMPIO TO TRUE
            END-IF
           .

       3000-FIN.
            DISPLAY "CONCILIACION TERMINADA, LEIDOS: "
                                                  CONTADOR-EXTRACTO
            DISPLAY "MOVTOS A EMPLEADOS BAJA: " CONTADOR-BAJAS
            DISPLAY "MOVTOS RFC DESCONOCIDO : " CONTADOR-DESCONOCIDOS
            DISPLAY "CODIGO DE RETORNO      : " W-CODIGO-RETORNO
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN.

       END PROGRAM "PROG07".
