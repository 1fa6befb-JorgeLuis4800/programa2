       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROG18".

      ******************************************************************
      * Consulta y mantenimiento en linea del maestro de empleados     *
      * (entrada1.dat, el maestro indexado que mantiene EMJSTO10).     *
      *                                                                *
      * Programa conversacional de terminal: el operador busca a un    *
      * empleado por numero (RE1-NUM-EMP1) o por RFC (llave alterna    *
      * RE1-RFC-EMP1) y se le muestra el registro completo, incluido   *
      * el estatus laboral y la fecha de baja.  Con un RFC que tiene   *
      * mas de un empleado se muestra el primero y se listan los       *
      * demas.                                                         *
      *                                                                *
      * Un usuario autorizado puede corregir los datos de contacto del *
      * empleado consultado (direccion, codigo postal, telefono y      *
      * departamento).  El cambio se aplica al maestro por REWRITE y   *
      * graba en auditoria1.dat un renglon antes/despues por cada      *
      * campo que cambia, igual que EMJSTO10.  El registro se vuelve a *
      * leer antes de regrabarlo; si cambio desde la consulta (por     *
      * otra terminal o por un paso batch), no se aplica nada.         *
      *                                                                *
      * Autorizacion: el usuario de la sesion es el usuario del        *
      * sistema operativo (variable USER), y solo tiene permiso de     *
      * mantenimiento si aparece en ../usuarios.dat con permiso 'M'.   *
      * Cualquier otro usuario queda en solo consulta.                 *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------*
      * MAESTRO: maestro indexado de empleados que mantiene EMJSTO10,  *
      * con llave por numero de empleado y llave alterna por RFC.      *
      *----------------------------------------------------------------*
           SELECT MAESTRO ASSIGN TO "../entrada1.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE1-NUM-EMP1
               ALTERNATE RECORD KEY IS RE1-RFC-EMP1 WITH DUPLICATES
               FILE STATUS IS FS-MAESTRO.

      *----------------------------------------------------------------*
      * USUARIOS: usuarios con permiso sobre el maestro, mantenido por *
      * operacion (ver WSS-REG-USUARIO).                               *
      *----------------------------------------------------------------*
           SELECT OPTIONAL USUARIOS ASSIGN TO "../usuarios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USUARIOS.

      *----------------------------------------------------------------*
      * AUDITORIA1: bitacora de cambios del maestro (antes/despues),   *
      * la misma que graba EMJSTO10.                                   *
      *----------------------------------------------------------------*
           SELECT OPTIONAL AUDITORIA1 ASSIGN TO "../auditoria1.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA1.


       DATA DIVISION.
       FILE SECTION.

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

       FD  USUARIOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-USUARIOS.
        01  REG-USUARIOS PIC X(40).

       FD  AUDITORIA1
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-AUDITORIA1.
        01  REG-AUDITORIA1 PIC X(93).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Renglon de usuarios.dat: usuario del sistema operativo,        *
      * permiso ('M' mantenimiento, 'C' solo consulta, 'S' supervisor  *
      * de retenidos, que usa PROG15) y nombre de referencia.  Un      *
      * usuario con mas de un permiso lleva un renglon por cada uno.   *
      *----------------------------------------------------------------*
       01  WSS-REG-USUARIO.
            05 WUS-USUARIO             PIC X(08).
            05 FILLER                  PIC X(01).
            05 WUS-PERMISO             PIC X(01).
               88 PERMISO-MANTENIMIENTO VALUE 'M'.
            05 FILLER                  PIC X(01).
            05 WUS-NOMBRE              PIC X(29).

      *----------------------------------------------------------------*
      * Renglon de bitacora AUDITORIA1, mismo layout que EMJSTO10: un  *
      * renglon por cada campo de contacto que cambia de valor.        *
      *----------------------------------------------------------------*
       01  WSS-REG-AUDITORIA1.
            05 WAU-NUM-EMP             PIC X(08).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WAU-CAMPO               PIC X(13).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WAU-VALOR-ANTERIOR      PIC X(30).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WAU-VALOR-NUEVO         PIC X(30).
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WAU-FECHA-CORRIDA       PIC 9(08).

      *----------------------------------------------------------------*
      * Fecha de cada renglon de AUDITORIA1, con el siglo fijo en 20   *
      * igual que en EMJSTO10.                                         *
      *----------------------------------------------------------------*
       01  W-FECHA-EJECUCION.
            05 WFE-SIGLO               PIC 9(02) VALUE 20.
            05 WFE-FECHA-CORTA.
               10 WFE-AA               PIC 9(02).
               10 WFE-MM               PIC 9(02).
               10 WFE-DD               PIC 9(02).

      *----------------------------------------------------------------*
      * Imagen del empleado tal como se mostro en la ultima consulta.  *
      * Contra ella se comparan el registro releido antes de regrabar  *
      * y los valores capturados para la bitacora.                     *
      *----------------------------------------------------------------*
       01  W-IMAGEN-EMPLEADO.
            05 WIE-NUM-EMP1            PIC X(08).
            05 WIE-NOMBRE-EMP1         PIC X(20).
            05 WIE-APE-PATERNO-EMP1    PIC X(20).
            05 WIE-APE-MATERNO-EMP1    PIC X(20).
            05 WIE-DIRECCION-EMP1      PIC X(30).
            05 WIE-CODIGO-POSTAL-EMP1  PIC X(05).
            05 WIE-TELEFONO-EMP1       PIC X(10).
            05 WIE-PUESTO-EMP1         PIC X(20).
            05 WIE-DEPARTAMENTO-EMP1   PIC X(15).
            05 WIE-RFC-EMP1            PIC X(13).
            05 WIE-CURP-EMP1           PIC X(17).
            05 WIE-ESTATUS-EMP1        PIC X(01).
            05 WIE-FECHA-BAJA-EMP1     PIC X(08).

      *----------------------------------------------------------------*
      * Nuevos valores de contacto capturados por el operador.         *
      *----------------------------------------------------------------*
       01  W-NUEVO-CONTACTO.
            05 WNC-DIRECCION-EMP1      PIC X(30).
            05 WNC-CODIGO-POSTAL-EMP1  PIC X(05).
            05 WNC-TELEFONO-EMP1       PIC X(10).
            05 WNC-DEPARTAMENTO-EMP1   PIC X(15).

      *----------------------------------------------------------------*
      * Datos de la sesion: usuario, opcion del menu, empleado en      *
      * pantalla y area de captura.  La captura es mas ancha que el    *
      * campo mas largo para detectar un valor que no cabe.            *
      *----------------------------------------------------------------*
       01  W-SESION.
            05 WSE-USUARIO             PIC X(08) VALUE SPACES.
            05 WSE-OPCION              PIC X(01) VALUE SPACE.
            05 WSE-NUM-ACTUAL          PIC X(08) VALUE SPACES.
            05 WSE-NUM-BUSCAR          PIC X(08) VALUE SPACES.
            05 WSE-RFC-BUSCAR          PIC X(13) VALUE SPACES.
            05 WSE-CAPTURA             PIC X(40) VALUE SPACES.
            05 WSE-CONFIRMA            PIC X(01) VALUE SPACE.
               88 CAMBIOS-CONFIRMADOS  VALUE 'S' 's'.
            05 WSE-CAMBIOS             PIC 9(02) VALUE ZEROES.
            05 WSE-NOMBRE-COMPLETO     PIC X(62) VALUE SPACES.

       01  FILE-STATUS.
            05 FS-MAESTRO              PIC X(02).
            05 FS-USUARIOS             PIC X(02).
            05 FS-AUDITORIA1           PIC X(02).

       01  W-ACUMULADOR.
            05 WA-CONSULTAS            PIC 9(06) VALUE ZEROES.
            05 WA-MODIFICADOS          PIC 9(06) VALUE ZEROES.
            05 WA-RENGLONES-AUDITORIA  PIC 9(06) VALUE ZEROES.

       01  W-SWITCHES.
            05 WS-FIN-SESION           PIC X(01) VALUE 'N'.
               88 FIN-SESION           VALUE 'S'.
            05 WS-AUTORIZADO           PIC X(01) VALUE 'N'.
               88 USUARIO-AUTORIZADO   VALUE 'S'.
            05 WS-FIN-USUARIOS         PIC X(01) VALUE 'N'.
            05 WS-FIN-MISMO-RFC        PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * Codigo de retorno: 00 fin normal de la sesion, 16 fatal.       *
      * Arranca en 16 y solo el fin normal lo baja a 00, de modo que   *
      * toda salida por error termina como fatal.                      *
      *----------------------------------------------------------------*
       01  W-CODIGO-RETORNO            PIC 9(02) VALUE 16.
            88 RETORNO-LIMPIO          VALUE 00.
            88 RETORNO-ADVERTENCIA     VALUE 04.
            88 RETORNO-FATAL           VALUE 16.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INICIO
            PERFORM 2000-PROCESO UNTIL FIN-SESION
            PERFORM 3000-CERRAR-MAESTRO
            SET RETORNO-LIMPIO TO TRUE
            PERFORM 5000-FIN-PROG
           .

       1000-INICIO.
            ACCEPT WFE-FECHA-CORTA FROM DATE
            ACCEPT WSE-USUARIO FROM ENVIRONMENT "USER"
            PERFORM 1100-VERIFICAR-AUTORIZACION
            PERFORM 1200-ABRIR-MAESTRO
           .

      ******************************************************************
      *    Busca al usuario de la sesion en usuarios.dat; sin archivo  *
      *    o sin permiso 'M' la sesion queda en solo consulta          *
      ******************************************************************
       1100-VERIFICAR-AUTORIZACION.
            MOVE 'N' TO WS-AUTORIZADO
            MOVE 'N' TO WS-FIN-USUARIOS
            OPEN INPUT USUARIOS
            IF FS-USUARIOS = '00' OR FS-USUARIOS = '05'
                PERFORM 1110-LEER-UN-USUARIO
                        UNTIL WS-FIN-USUARIOS = 'S'
                           OR USUARIO-AUTORIZADO
                CLOSE USUARIOS
            ELSE
                DISPLAY "NO SE PUDO LEER USUARIOS " FS-USUARIOS
            END-IF
            IF USUARIO-AUTORIZADO
                DISPLAY "USUARIO: " WSE-USUARIO
                        "  PERMISO: CONSULTA Y MANTENIMIENTO"
            ELSE
                DISPLAY "USUARIO: " WSE-USUARIO
                        "  PERMISO: SOLO CONSULTA"
            END-IF
           .

       1110-LEER-UN-USUARIO.
            READ USUARIOS INTO WSS-REG-USUARIO
            IF FS-USUARIOS = '00'
                IF WUS-USUARIO = WSE-USUARIO
                   AND WSE-USUARIO NOT = SPACES
                   AND PERMISO-MANTENIMIENTO
                    SET USUARIO-AUTORIZADO TO TRUE
                END-IF
            ELSE
                MOVE 'S' TO WS-FIN-USUARIOS
            END-IF
           .

      *----------------------------------------------------------------*
      * El maestro tiene que existir: esta consulta no lo crea.        *
      *----------------------------------------------------------------*
       1200-ABRIR-MAESTRO.
            IF USUARIO-AUTORIZADO
                OPEN I-O MAESTRO
            ELSE
                OPEN INPUT MAESTRO
            END-IF
            IF FS-MAESTRO = '00'
                DISPLAY "Abrio correcto maestro " FS-MAESTRO
            ELSE
                DISPLAY "Hubo un error al abrir maestro codigo: "
                                                         FS-MAESTRO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      ******************************************************************
      *    Una vuelta del menu: consulta por numero o por RFC,         *
      *    modificacion de contacto o fin de la sesion                 *
      ******************************************************************
       2000-PROCESO.
            DISPLAY " "
            DISPLAY "MAESTRO DE EMPLEADOS"
            DISPLAY "  1  CONSULTA POR NUMERO DE EMPLEADO"
            DISPLAY "  2  CONSULTA POR RFC"
            IF USUARIO-AUTORIZADO
                DISPLAY "  3  MODIFICAR DATOS DE CONTACTO"
            END-IF
            DISPLAY "  9  TERMINAR"
            DISPLAY "OPCION: " WITH NO ADVANCING
            MOVE SPACE TO WSE-OPCION
            ACCEPT WSE-OPCION
            EVALUATE WSE-OPCION
                WHEN '1'
                    PERFORM 2100-CONSULTAR-POR-NUMERO
                WHEN '2'
                    PERFORM 2200-CONSULTAR-POR-RFC
                WHEN '3'
                    PERFORM 2400-MODIFICAR-CONTACTO
                WHEN '9'
                WHEN SPACE
                    SET FIN-SESION TO TRUE
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA: " WSE-OPCION
            END-EVALUATE
           .

       2100-CONSULTAR-POR-NUMERO.
            DISPLAY "NUMERO DE EMPLEADO: " WITH NO ADVANCING
            MOVE SPACES TO WSE-NUM-BUSCAR
            ACCEPT WSE-NUM-BUSCAR
            IF WSE-NUM-BUSCAR NOT = SPACES
                ADD 1 TO WA-CONSULTAS
                MOVE WSE-NUM-BUSCAR TO RE1-NUM-EMP1
                READ MAESTRO KEY IS RE1-NUM-EMP1
                    INVALID KEY
                        DISPLAY "EMPLEADO NO REGISTRADO: "
                                                     WSE-NUM-BUSCAR
                        MOVE SPACES TO WSE-NUM-ACTUAL
                    NOT INVALID KEY
                        PERFORM 2300-MOSTRAR-EMPLEADO
                END-READ
            END-IF
           .

      *----------------------------------------------------------------*
      * El RFC es llave alterna con duplicados: se muestra el primer   *
      * empleado con ese RFC y se listan los demas, que se consultan   *
      * por numero.                                                    *
      *----------------------------------------------------------------*
       2200-CONSULTAR-POR-RFC.
            DISPLAY "RFC: " WITH NO ADVANCING
            MOVE SPACES TO WSE-RFC-BUSCAR
            ACCEPT WSE-RFC-BUSCAR
            IF WSE-RFC-BUSCAR NOT = SPACES
                ADD 1 TO WA-CONSULTAS
                MOVE WSE-RFC-BUSCAR TO RE1-RFC-EMP1
                READ MAESTRO KEY IS RE1-RFC-EMP1
                    INVALID KEY
                        DISPLAY "RFC NO REGISTRADO: " WSE-RFC-BUSCAR
                        MOVE SPACES TO WSE-NUM-ACTUAL
                    NOT INVALID KEY
                        PERFORM 2300-MOSTRAR-EMPLEADO
                        MOVE 'N' TO WS-FIN-MISMO-RFC
                        PERFORM 2210-LISTAR-MISMO-RFC
                                UNTIL WS-FIN-MISMO-RFC = 'S'
                END-READ
            END-IF
           .

       2210-LISTAR-MISMO-RFC.
            READ MAESTRO NEXT RECORD
            IF (FS-MAESTRO = '00' OR FS-MAESTRO = '02')
               AND RE1-RFC-EMP1 = WSE-RFC-BUSCAR
                DISPLAY "OTRO EMPLEADO CON ESTE RFC: " RE1-NUM-EMP1
                        " " RE1-NOMBRE-EMP1 " " RE1-APE-PATERNO-EMP1
                        " ESTATUS " RE1-ESTATUS-EMP1
            ELSE
                MOVE 'S' TO WS-FIN-MISMO-RFC
            END-IF
           .

      *----------------------------------------------------------------*
      * Muestra el registro completo y lo deja como empleado en        *
      * pantalla para una modificacion posterior.                      *
      *----------------------------------------------------------------*
       2300-MOSTRAR-EMPLEADO.
            MOVE REG-MAESTRO  TO W-IMAGEN-EMPLEADO
            MOVE RE1-NUM-EMP1 TO WSE-NUM-ACTUAL
            MOVE SPACES       TO WSE-NOMBRE-COMPLETO
            STRING RE1-NOMBRE-EMP1 DELIMITED BY '  '
                   ' '             DELIMITED BY SIZE
                   RE1-APE-PATERNO-EMP1 DELIMITED BY '  '
                   ' '             DELIMITED BY SIZE
                   RE1-APE-MATERNO-EMP1 DELIMITED BY '  '
                   INTO WSE-NOMBRE-COMPLETO
            END-STRING
            DISPLAY " "
            DISPLAY "NUMERO DE EMPLEADO : " RE1-NUM-EMP1
            DISPLAY "NOMBRE             : " WSE-NOMBRE-COMPLETO
            DISPLAY "DIRECCION          : " RE1-DIRECCION-EMP1
            DISPLAY "CODIGO POSTAL      : " RE1-CODIGO-POSTAL-EMP1
            DISPLAY "TELEFONO           : " RE1-TELEFONO-EMP1
            DISPLAY "PUESTO             : " RE1-PUESTO-EMP1
            DISPLAY "DEPARTAMENTO       : " RE1-DEPARTAMENTO-EMP1
            DISPLAY "RFC                : " RE1-RFC-EMP1
            DISPLAY "CURP               : " RE1-CURP-EMP1
            IF RE1-EMPLEADO-BAJA
                DISPLAY "ESTATUS            : B  BAJA"
                DISPLAY "FECHA DE BAJA      : " RE1-FECHA-BAJA-EMP1
            ELSE
                DISPLAY "ESTATUS            : A  ACTIVO"
                DISPLAY "FECHA DE BAJA      : "
            END-IF
           .

      ******************************************************************
      *    Modificacion de los datos de contacto del empleado en       *
      *    pantalla, solo para usuarios autorizados                    *
      ******************************************************************
       2400-MODIFICAR-CONTACTO.
            EVALUATE TRUE
                WHEN NOT USUARIO-AUTORIZADO
                    DISPLAY "USUARIO SIN PERMISO DE MANTENIMIENTO"
                WHEN WSE-NUM-ACTUAL = SPACES
                    DISPLAY "CONSULTE PRIMERO AL EMPLEADO"
                WHEN OTHER
                    DISPLAY "EMPLEADO: " WSE-NUM-ACTUAL
                            "  (ENTER CONSERVA EL VALOR ACTUAL)"
                    PERFORM 2410-CAPTURAR-CONTACTO
                    PERFORM 2450-CONTAR-CAMBIOS
                    IF WSE-CAMBIOS = ZEROES
                        DISPLAY "SIN CAMBIOS"
                    ELSE
                        DISPLAY "CAMPOS A CAMBIAR: " WSE-CAMBIOS
                        DISPLAY "CONFIRMA LOS CAMBIOS (S/N): "
                                WITH NO ADVANCING
                        MOVE SPACE TO WSE-CONFIRMA
                        ACCEPT WSE-CONFIRMA
                        IF CAMBIOS-CONFIRMADOS
                            PERFORM 2500-APLICAR-CAMBIOS
                        ELSE
                            DISPLAY "CAMBIOS DESCARTADOS"
                        END-IF
                    END-IF
            END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Captura cada campo de contacto.  Un valor que no cabe en el    *
      * campo, un codigo postal que no es de 5 digitos o un telefono   *
      * que no es de 10 digitos se rechaza y se conserva el actual.    *
      *----------------------------------------------------------------*
       2410-CAPTURAR-CONTACTO.
            MOVE WIE-DIRECCION-EMP1     TO WNC-DIRECCION-EMP1
            MOVE WIE-CODIGO-POSTAL-EMP1 TO WNC-CODIGO-POSTAL-EMP1
            MOVE WIE-TELEFONO-EMP1      TO WNC-TELEFONO-EMP1
            MOVE WIE-DEPARTAMENTO-EMP1  TO WNC-DEPARTAMENTO-EMP1
            DISPLAY "DIRECCION     [" WIE-DIRECCION-EMP1 "]: "
                    WITH NO ADVANCING
            MOVE SPACES TO WSE-CAPTURA
            ACCEPT WSE-CAPTURA
            IF WSE-CAPTURA NOT = SPACES
                IF WSE-CAPTURA (31:10) = SPACES
                    MOVE WSE-CAPTURA TO WNC-DIRECCION-EMP1
                ELSE
                    DISPLAY "DIRECCION EXCEDE 30 POSICIONES, "
                            "SE CONSERVA LA ACTUAL"
                END-IF
            END-IF
            DISPLAY "CODIGO POSTAL [" WIE-CODIGO-POSTAL-EMP1 "]: "
                    WITH NO ADVANCING
            MOVE SPACES TO WSE-CAPTURA
            ACCEPT WSE-CAPTURA
            IF WSE-CAPTURA NOT = SPACES
                IF WSE-CAPTURA (1:5) NUMERIC
                   AND WSE-CAPTURA (6:35) = SPACES
                    MOVE WSE-CAPTURA TO WNC-CODIGO-POSTAL-EMP1
                ELSE
                    DISPLAY "CODIGO POSTAL DEBE SER DE 5 DIGITOS, "
                            "SE CONSERVA EL ACTUAL"
                END-IF
            END-IF
            DISPLAY "TELEFONO      [" WIE-TELEFONO-EMP1 "]: "
                    WITH NO ADVANCING
            MOVE SPACES TO WSE-CAPTURA
            ACCEPT WSE-CAPTURA
            IF WSE-CAPTURA NOT = SPACES
                IF WSE-CAPTURA (1:10) NUMERIC
                   AND WSE-CAPTURA (11:30) = SPACES
                    MOVE WSE-CAPTURA TO WNC-TELEFONO-EMP1
                ELSE
                    DISPLAY "TELEFONO DEBE SER DE 10 DIGITOS, "
                            "SE CONSERVA EL ACTUAL"
                END-IF
            END-IF
            DISPLAY "DEPARTAMENTO  [" WIE-DEPARTAMENTO-EMP1 "]: "
                    WITH NO ADVANCING
            MOVE SPACES TO WSE-CAPTURA
            ACCEPT WSE-CAPTURA
            IF WSE-CAPTURA NOT = SPACES
                IF WSE-CAPTURA (16:25) = SPACES
                    MOVE WSE-CAPTURA TO WNC-DEPARTAMENTO-EMP1
                ELSE
                    DISPLAY "DEPARTAMENTO EXCEDE 15 POSICIONES, "
                            "SE CONSERVA EL ACTUAL"
                END-IF
            END-IF
           .

       2450-CONTAR-CAMBIOS.
            MOVE ZEROES TO WSE-CAMBIOS
            IF WNC-DIRECCION-EMP1 NOT = WIE-DIRECCION-EMP1
                ADD 1 TO WSE-CAMBIOS
            END-IF
            IF WNC-CODIGO-POSTAL-EMP1 NOT = WIE-CODIGO-POSTAL-EMP1
                ADD 1 TO WSE-CAMBIOS
            END-IF
            IF WNC-TELEFONO-EMP1 NOT = WIE-TELEFONO-EMP1
                ADD 1 TO WSE-CAMBIOS
            END-IF
            IF WNC-DEPARTAMENTO-EMP1 NOT = WIE-DEPARTAMENTO-EMP1
                ADD 1 TO WSE-CAMBIOS
            END-IF
           .

      ******************************************************************
      *    Aplica los cambios: abre la bitacora antes de tocar el      *
      *    maestro, relee el registro y solo lo regraba si no cambio   *
      *    desde que se mostro                                         *
      ******************************************************************
       2500-APLICAR-CAMBIOS.
            OPEN EXTEND AUDITORIA1
            IF FS-AUDITORIA1 = '00' OR FS-AUDITORIA1 = '05'
                MOVE WSE-NUM-ACTUAL TO RE1-NUM-EMP1
                READ MAESTRO KEY IS RE1-NUM-EMP1
                    INVALID KEY
                        DISPLAY "EL EMPLEADO YA NO ESTA EN EL MAESTRO"
                        MOVE SPACES TO WSE-NUM-ACTUAL
                    NOT INVALID KEY
                        IF REG-MAESTRO NOT = W-IMAGEN-EMPLEADO
                            DISPLAY "EL REGISTRO CAMBIO DESDE LA "
                                    "CONSULTA, NO SE APLICA NADA; "
                                    "CONSULTE DE NUEVO"
                        ELSE
                            PERFORM 2510-REGRABAR-MAESTRO
                        END-IF
                END-READ
                CLOSE AUDITORIA1
            ELSE
                DISPLAY "NO SE PUDO ABRIR AUDITORIA1 " FS-AUDITORIA1
                        ", NO SE APLICAN CAMBIOS"
            END-IF
           .

       2510-REGRABAR-MAESTRO.
            MOVE WNC-DIRECCION-EMP1     TO RE1-DIRECCION-EMP1
            MOVE WNC-CODIGO-POSTAL-EMP1 TO RE1-CODIGO-POSTAL-EMP1
            MOVE WNC-TELEFONO-EMP1      TO RE1-TELEFONO-EMP1
            MOVE WNC-DEPARTAMENTO-EMP1  TO RE1-DEPARTAMENTO-EMP1
            REWRITE REG-MAESTRO
            IF FS-MAESTRO = '00'
                ADD 1 TO WA-MODIFICADOS
                PERFORM 2600-GRABAR-CAMBIOS-AUDITORIA
                DISPLAY "CAMBIOS APLICADOS AL EMPLEADO " RE1-NUM-EMP1
                PERFORM 2300-MOSTRAR-EMPLEADO
            ELSE
                DISPLAY "ERROR AL ACTUALIZAR MAESTRO" FS-MAESTRO
                CLOSE AUDITORIA1
                PERFORM 3000-CERRAR-MAESTRO
                PERFORM 5000-FIN-PROG
            END-IF
           .

      *----------------------------------------------------------------*
      * Un renglon de AUDITORIA1 por cada campo que cambio, con los    *
      * mismos nombres de campo que graba EMJSTO10.                    *
      *----------------------------------------------------------------*
       2600-GRABAR-CAMBIOS-AUDITORIA.
            MOVE WIE-NUM-EMP1 TO WAU-NUM-EMP
            IF WIE-DIRECCION-EMP1 NOT = WNC-DIRECCION-EMP1
                MOVE 'DIRECCION'        TO WAU-CAMPO
                MOVE WIE-DIRECCION-EMP1 TO WAU-VALOR-ANTERIOR
                MOVE WNC-DIRECCION-EMP1 TO WAU-VALOR-NUEVO
                PERFORM 2610-GRABAR-RENGLON-AUDITORIA
            END-IF
            IF WIE-CODIGO-POSTAL-EMP1 NOT = WNC-CODIGO-POSTAL-EMP1
                MOVE 'CODIGO POSTAL'        TO WAU-CAMPO
                MOVE WIE-CODIGO-POSTAL-EMP1 TO WAU-VALOR-ANTERIOR
                MOVE WNC-CODIGO-POSTAL-EMP1 TO WAU-VALOR-NUEVO
                PERFORM 2610-GRABAR-RENGLON-AUDITORIA
            END-IF
            IF WIE-DEPARTAMENTO-EMP1 NOT = WNC-DEPARTAMENTO-EMP1
                MOVE 'DEPARTAMENTO'        TO WAU-CAMPO
                MOVE WIE-DEPARTAMENTO-EMP1 TO WAU-VALOR-ANTERIOR
                MOVE WNC-DEPARTAMENTO-EMP1 TO WAU-VALOR-NUEVO
                PERFORM 2610-GRABAR-RENGLON-AUDITORIA
            END-IF
            IF WIE-TELEFONO-EMP1 NOT = WNC-TELEFONO-EMP1
                MOVE 'TELEFONO'        TO WAU-CAMPO
                MOVE WIE-TELEFONO-EMP1 TO WAU-VALOR-ANTERIOR
                MOVE WNC-TELEFONO-EMP1 TO WAU-VALOR-NUEVO
                PERFORM 2610-GRABAR-RENGLON-AUDITORIA
            END-IF
           .

       2610-GRABAR-RENGLON-AUDITORIA.
            MOVE W-FECHA-EJECUCION TO WAU-FECHA-CORRIDA
            WRITE REG-AUDITORIA1 FROM WSS-REG-AUDITORIA1
            IF FS-AUDITORIA1 = '00'
                ADD 1 TO WA-RENGLONES-AUDITORIA
            ELSE
                DISPLAY "ERROR AL GRABAR AUDITORIA1" FS-AUDITORIA1
                CLOSE AUDITORIA1
                PERFORM 3000-CERRAR-MAESTRO
                PERFORM 5000-FIN-PROG
            END-IF
           .

       3000-CERRAR-MAESTRO.
            CLOSE MAESTRO
            DISPLAY "CONSULTAS               : " WA-CONSULTAS
            DISPLAY "EMPLEADOS MODIFICADOS   : " WA-MODIFICADOS
            DISPLAY "RENGLONES DE AUDITORIA1 : " WA-RENGLONES-AUDITORIA
           .

       5000-FIN-PROG.
            DISPLAY "CODIGO DE RETORNO: " W-CODIGO-RETORNO
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN
           .

       END PROGRAM "PROG18".
