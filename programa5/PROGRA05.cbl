               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUMULADOS.

      *----------------------------------------------------------------*
      * SUSPENSO: archivo persistente de movimientos en suspenso.      *
      * Cada movimiento rechazado por la validacion de campos queda    *
      * aqui completo, con su codigo de rechazo, la fecha del rechazo  *
      * y la sucursal (CVEPZA) duenia, hasta que operacion lo corrige  *
      * y lo libera o lo cancela con PROG11.  Se abre en EXTEND: cada  *
      * corrida solo agrega sus propios rechazos al final.             *
      *----------------------------------------------------------------*
           SELECT OPTIONAL SUSPENSO ASSIGN TO "../suspenso.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.

      *----------------------------------------------------------------*
      * LIBERADOS: movimientos del suspenso ya corregidos y liberados  *
      * por PROG11, en el mismo layout de entrada1.  Se procesan a     *
      * continuacion del ultimo registro de ENTRADA1, con la misma     *
      * validacion, y el archivo se vacia al cerrar limpio la corrida. *
      *----------------------------------------------------------------*
           SELECT OPTIONAL LIBERADOS ASSIGN TO "../liberados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIBERADOS.

      *----------------------------------------------------------------*
      * CATMOV: catalogo de claves de movimiento (CVEMOV) que mantiene *
      * contabilidad con PROG12: descripcion, TIPMOV permitidos,       *
      * salida a la que se enruta, lado de posteo y estatus activo.    *
      * Se carga en memoria al inicio y gobierna la validacion de la   *
      * CVEMOV y el enrutamiento a SALIDA1/2/3; PROG06 postea con el   *
      * mismo archivo.                                                 *
      *----------------------------------------------------------------*
           SELECT OPTIONAL CATMOV ASSIGN TO "../catmov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATMOV.

      *----------------------------------------------------------------*
      * LIMITES: limites de retencion que mantiene contraloria, por    *
      * CVEMOV (renglon tipo M) y por sucursal CVEPZA (renglon tipo    *
      * P): importe maximo por movimiento, y cantidad e importe        *
      * maximos por cuenta (NUMCTE) en un mismo dia (FECMOV).  Un      *
      * limite en cero no aplica.  Sin archivo no se retiene nada.     *
      *----------------------------------------------------------------*
           SELECT OPTIONAL LIMITES ASSIGN TO "../limites.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIMITES.

      *----------------------------------------------------------------*
      * RETENIDOS: archivo persistente de movimientos retenidos por    *
      * rebasar un limite, que no llegan a las salidas ni al extracto  *
      * hasta que un supervisor los aprueba o rechaza con PROG15.  Se  *
      * abre en EXTEND, igual que el suspenso.                         *
      *----------------------------------------------------------------*
           SELECT OPTIONAL RETENIDOS ASSIGN TO "../retenidos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENIDOS.

      *----------------------------------------------------------------*
      * APROBADOS: movimientos retenidos que el supervisor aprobo con  *
      * PROG15, con el aprobador y la fecha de aprobacion.  Se         *
      * procesan despues de LIBERADOS sin volver a aplicar los         *
      * limites, viajan al extracto con el aprobador y la fecha, y el  *
      * archivo se vacia al cerrar limpio la corrida.                  *
      *----------------------------------------------------------------*
           SELECT OPTIONAL APROBADOS ASSIGN TO "../aprobados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROBADOS.


       DATA DIVISION.
       FILE SECTION.
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-REINICIO.
        01  REG-REINICIO PIC X(412).

      *----------------------------------------------------------------*
      * RECHAZOS: movimientos que no pasan la validacion de campos     *
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-EXTRACTO.
        01  REG-EXTRACTO PIC X(62).

      *----------------------------------------------------------------*
      * MOVTOSX: un registro por movimiento posteado, espejo del       *
            05 MVX-CVEPZA              PIC 9(02).
            05 MVX-REVERTIDO           PIC X(01).
            05 MVX-RFC                 PIC X(13).
            05 MVX-CVEMOV              PIC X(02).

      *----------------------------------------------------------------*
      * PERIODO: un solo renglon con el mes y anio abiertos.           *
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-REGISTRO.
        01  REG-REGISTRO PIC X(54).

      *----------------------------------------------------------------*
      * CONSULTA: mismo ancho de renglon que SALIDA1/2/3, ya que        *
            DATA RECORD IS REG-ACUMULADOS.
        01  REG-ACUMULADOS PIC X(250).

      *----------------------------------------------------------------*
      * SUSPENSO: un renglon por movimiento rechazado (ver             *
      * WSS-REG-SUSPENSO).                                             *
      *----------------------------------------------------------------*
       FD  SUSPENSO
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-SUSPENSO.
        01  REG-SUSPENSO PIC X(122).

      *----------------------------------------------------------------*
      * LIBERADOS: mismo layout que REG-ENTRADA1.                      *
      *----------------------------------------------------------------*
       FD  LIBERADOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-LIBERADOS.
        01  REG-LIBERADOS PIC X(80).

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
      * LIMITES: un renglon por CVEMOV o CVEPZA (ver WSS-REG-LIMITE).  *
      *----------------------------------------------------------------*
       FD  LIMITES
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-LIMITES.
        01  REG-LIMITES PIC X(40).

      *----------------------------------------------------------------*
      * RETENIDOS: un renglon por movimiento retenido (ver             *
      * WSS-REG-RETENIDO).                                             *
      *----------------------------------------------------------------*
       FD  RETENIDOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-RETENIDOS.
        01  REG-RETENIDOS PIC X(131).

      *----------------------------------------------------------------*
      * APROBADOS: movimiento (layout de entrada1) mas aprobador y     *
      * fecha de aprobacion (ver WSS-REG-APROBADO).                    *
      *----------------------------------------------------------------*
       FD  APROBADOS
           RECORDING MODE IS F
            LABEL RECORDS ARE STANDARD
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REG-APROBADOS.
        01  REG-APROBADOS PIC X(96).

       WORKING-STORAGE SECTION.

      ************************* REG-ENTRADA1 ***************************
            05 WXT-CVEPZA              PIC 9(02) VALUE ZEROES.
            05 WXT-NUMMOV              PIC 9(04) VALUE ZEROES.
            05 WXT-REVERSION           PIC X(01) VALUE SPACE.
            05 WXT-CVEMOV              PIC X(02) VALUE SPACES.
            05 WXT-APROBADOR           PIC X(08) VALUE SPACES.
            05 WXT-FECHA-APROBACION    PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Control del movimiento en proceso.  Un movimiento normal       *
      * reversion (WRM-TIPMOV 'R') toma el tipo, importe y claves del  *
      * movimiento original referenciado y acumula con signo negativo  *
      * y cuenta -1, para netear los totales de las salidas, los       *
      * subtotales por CVEPZA y los acumulados MTD/YTD.  Un movimiento *
      * aprobado por supervisor trae su aprobador y fecha de           *
      * aprobacion, que pasan al extracto; los demas los llevan en     *
      * blanco.                                                        *
      *----------------------------------------------------------------*
       01  W-CONTROL-MOVIMIENTO.
            05 W-TIPMOV-CONTROL        PIC X(01) VALUE SPACE.
            05 W-CVEMOV-CONTROL        PIC X(02) VALUE SPACES.
            05 W-SALIDA-MOVIMIENTO     PIC 9(01) VALUE ZEROES.
            05 W-REVERSION-ACTUAL      PIC X(01) VALUE SPACE.
            05 W-IMP-MOVIMIENTO        PIC S9(05)V99 VALUE ZEROES.
            05 W-CANT-MOVIMIENTO       PIC S9(01) VALUE +1.
            05 W-APROBADOR-CONTROL     PIC X(08) VALUE SPACES.
            05 W-FECHA-APROB-CONTROL   PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Controles del indice de trabajo MOVTOSX de movimientos         *
      * del indice de trabajo.  Un renglon con WRX-REVERTIDO 'S' deja  *
      * constancia de una reversion aplicada: al reconstruir MOVTOSX   *
      * al arranque, marca como reversado el movimiento original en    *
      * el indice en lugar de cargar un registro nuevo.  El RFC, la    *
      * CVEMOV y la fecha de proceso viajan al final del renglon, de   *
      * modo que los registros grabados antes de existir esos campos   *
      * se leen en blanco.  WRX-FECPROC es la fecha de la corrida que  *
      * poste el movimiento o aplico la reversion; WRX-FECMOV conserva *
      * la fecha del movimiento original para duplicados y reversiones.*
      *----------------------------------------------------------------*
       01  WSS-REG-REGISTRO.
            05 WRX-NUMCTE              PIC 9(06) VALUE ZEROES.
            05 WRX-CVEPZA              PIC 9(02) VALUE ZEROES.
            05 WRX-REVERTIDO           PIC X(01) VALUE 'N'.
            05 WRX-RFC                 PIC X(13) VALUE SPACES.
            05 WRX-CVEMOV              PIC X(02) VALUE SPACES.
            05 WRX-FECPROC             PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglon de totales, grabado al cierre de SALIDA1/2/3.  Es un   *
            05 W-TAB-DIAS-MES          REDEFINES W-DM-LISTA.
               10 W-DM-DIAS            PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      * Validacion de claves del movimiento.  Digito verificador del   *
      * numero de cliente: modulo 10 sobre los cinco digitos de        *
      * WRMNC-CONS con pesos 2-1-2-1-2 de izquierda a derecha (los     *
      * productos de dos cifras suman sus digitos); el verificador es  *
      * lo que falta para la siguiente decena.  RFC de persona fisica: *
      * cuatro letras, fecha AAMMDD y homoclave de tres posiciones     *
      * (letras o digitos, la ultima digito o 'A').  Las letras deben  *
      * salir del nombre: inicial y primera vocal interna del apellido *
      * paterno, inicial del materno ('X' si no tiene) e inicial del   *
      * nombre, o del segundo nombre cuando el primero es JOSE o MARIA *
      * (MA.); se acepta la cuarta letra cambiada por 'X', como hace   *
      * el SAT con las palabras que no permite formar.                 *
      *----------------------------------------------------------------*
       01  W-VALIDA-CLAVES.
            05 WVC-NUMCTE              PIC 9(05) VALUE ZEROES.
            05 WVC-NUMCTE-R REDEFINES WVC-NUMCTE.
               10 WVC-DIGITO           PIC 9(01) OCCURS 5 TIMES.
            05 WVC-PRODUCTO            PIC 9(02) VALUE ZEROES.
            05 WVC-SUMA                PIC 9(03) VALUE ZEROES.
            05 WVC-COCIENTE            PIC 9(03) VALUE ZEROES.
            05 WVC-RESIDUO             PIC 9(02) VALUE ZEROES.
            05 WVC-DIGVER              PIC 9(01) VALUE ZEROES.
            05 WVC-RFC.
               10 WVC-RFC-LETRAS       PIC X(04) VALUE SPACES.
               10 WVC-RFC-FECHA.
                  15 WVC-RFC-AA        PIC 9(02) VALUE ZEROES.
                  15 WVC-RFC-MM        PIC 9(02) VALUE ZEROES.
                  15 WVC-RFC-DD        PIC 9(02) VALUE ZEROES.
               10 WVC-RFC-HOMOCLAVE    PIC X(03) VALUE SPACES.
            05 WVC-NOMBRE              PIC X(20) VALUE SPACES.
            05 WVC-APEPAT              PIC X(20) VALUE SPACES.
            05 WVC-APEMAT              PIC X(20) VALUE SPACES.
            05 WVC-INICIALES           PIC X(04) VALUE SPACES.
            05 WVC-CARACTER            PIC X(01) VALUE SPACE.
               88 CARACTER-LETRA       VALUE 'A' THRU 'Z'.
               88 CARACTER-DIGITO      VALUE '0' THRU '9'.
               88 CARACTER-VOCAL       VALUE 'A' 'E' 'I' 'O' 'U'.
            05 WVC-SUB                 PIC 9(02) COMP VALUE ZEROES.
            05 WVC-POS                 PIC 9(02) COMP VALUE ZEROES.
            05 WVC-FIN-PALABRA         PIC X(01) VALUE 'N'.
            05 WVC-PALABRA             PIC X(20) VALUE SPACES.
            05 WVC-PALABRA-AUX         PIC X(20) VALUE SPACES.
            05 WVC-PRIMERA             PIC X(05) VALUE SPACES.
               88 PALABRA-PARTICULA    VALUE 'DE' 'DEL' 'LA' 'LAS'
                                             'LOS' 'Y' 'MC' 'MAC'
                                             'VON' 'VAN' 'DER'.
               88 NOMBRE-COMUN         VALUE 'JOSE' 'MARIA' 'MA.'
                                             'MA' 'J.' 'J'.
            05 WVC-LONG                PIC 9(02) COMP VALUE ZEROES.
            05 WVC-FIN-PARTICULAS      PIC X(01) VALUE 'N'.
            05 WVC-RESULTADO           PIC X(01) VALUE SPACE.
               88 CLAVE-CORRECTA       VALUE SPACE.
               88 NUMCTE-DIGVER-ERRONEO VALUE 'D'.
               88 RFC-LETRAS-MAL       VALUE 'L'.
               88 RFC-FECHA-MAL        VALUE 'F'.
               88 RFC-HOMOCLAVE-MAL    VALUE 'H'.
               88 RFC-INICIALES-MAL    VALUE 'I'.


       01  FILE-STATUS.
            05 FS-ENTRADA1             PIC X(02).
            05 FS-CORRIDAS             PIC X(02).
            05 FS-PERIODO              PIC X(02).
            05 FS-MOVTOSX              PIC X(02).
            05 FS-SUSPENSO             PIC X(02).
            05 FS-LIBERADOS            PIC X(02).
            05 FS-CATMOV               PIC X(02).
            05 FS-LIMITES              PIC X(02).
            05 FS-RETENIDOS            PIC X(02).
            05 FS-APROBADOS            PIC X(02).

       01  CONTADORES.
            05 CONTADOR-ENTRE1         PIC 9(08) VALUE ZEROES.
            05 CONTADOR-CONSULTA       PIC 9(08) VALUE ZEROES.
            05 CONTADOR-EXTRACTO       PIC 9(08) VALUE ZEROES.
            05 CONTADOR-DUPLICADOS     PIC 9(08) VALUE ZEROES.
            05 CONTADOR-LIBERADOS      PIC 9(08) VALUE ZEROES.
            05 CONTADOR-RETENIDOS      PIC 9(08) VALUE ZEROES.
            05 CONTADOR-APROBADOS      PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Importe acumulado del modo de consulta, para el renglon de     *
            05 WCS-IMPORTE-CONSULTA    PIC 9(07)V99 VALUE ZEROES.

      *----------------------------------------------------------------*
      * Fecha de la corrida (AAAAMMDD) con que se estampan los         *
      * rechazos que entran al suspenso.                               *
      *----------------------------------------------------------------*
       01  W-CONTROL-SUSPENSO.
            05 WSU-FECHA-PROCESO       PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Rango aceptado de CVEMOV cuando no hay catalogo de movimientos *
      * (CATMOV inexistente o vacio): la validacion y el enrutamiento  *
      * por TIPMOV quedan como estaban antes del catalogo, con aviso.  *
      *----------------------------------------------------------------*
       01  W-RANGOS-VALIDACION.
            05 WCV-CVEMOV-MIN          PIC 9(02) VALUE 01.
            05 WCV-CVEMOV-MAX          PIC 9(02) VALUE 20.

      *----------------------------------------------------------------*
      * Renglon del catalogo de claves de movimiento (CATMOV), el      *
      * mismo layout que mantiene PROG12 y que lee PROG06:             *
      *   WMC-TIPMOV-PERMITIDOS  letras de TIPMOV aceptadas con la     *
      *                          CVEMOV (ej. 'ABC   ');                *
      *   WMC-SALIDA             1, 2 o 3: reporte SALIDA1/2/3;        *
      *   WMC-POSTEO             H abono, D cargo (PROG06);            *
      *   WMC-ACTIVO             S activa, N retirada (se rechaza).    *
      *   WMC-DEDUCIBLE          S se descuenta por nomina (PROG14).   *
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
      * Catalogo de claves de movimiento en memoria, cargado al inicio *
      * desde CATMOV y buscado de forma secuencial, igual que el       *
      * catalogo de sucursales.                                        *
      *----------------------------------------------------------------*
       01  W-CATALOGO-CVEMOV.
            05 W-CAT-CVEMOV-OCC OCCURS 100 TIMES.
               10 WKM-CVEMOV           PIC 9(02).
               10 WKM-TIPMOV-PERMITIDOS PIC X(06).
               10 WKM-TAB-TIPMOV REDEFINES WKM-TIPMOV-PERMITIDOS.
                  15 WKM-TIPMOV-PERMITIDO PIC X(01) OCCURS 6 TIMES.
               10 WKM-SALIDA           PIC 9(01).
               10 WKM-ACTIVO           PIC X(01).

       01  W-CONTROL-CATALOGO-CVEMOV.
            05 WKM-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WKM-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WKM-IDX                 PIC 9(04) COMP VALUE ZEROES.
            05 WKM-LETRA               PIC 9(04) COMP VALUE ZEROES.
            05 WKM-CVEMOV-BUSCAR       PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      * Catalogo de sucursales (CVEPZA) validas, en memoria, igual que *
      * las demas tablas fijas de este programa (W-TABLAS mas arriba). *
            05 WCP-SUB                 PIC 9(02) VALUE ZEROES.
            05 WCP-IDX                 PIC 9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglon del archivo de limites (LIMITES):                      *
      *   WLI-TIPO             M por CVEMOV, P por sucursal CVEPZA;    *
      *   WLI-CLAVE            la CVEMOV o la CVEPZA del limite;       *
      *   WLI-IMPORTE-MAX      importe maximo de un solo movimiento;   *
      *   WLI-CANT-DIA-MAX     movimientos maximos de una cuenta en un *
      *                        mismo dia;                              *
      *   WLI-IMPORTE-DIA-MAX  importe maximo de una cuenta en un      *
      *                        mismo dia.                              *
      * Un limite en cero no aplica.                                   *
      *----------------------------------------------------------------*
       01  WSS-REG-LIMITE.
            05 WLI-TIPO                PIC X(01) VALUE SPACE.
               88 LIMITE-POR-CVEMOV    VALUE 'M'.
               88 LIMITE-POR-CVEPZA    VALUE 'P'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WLI-CLAVE               PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WLI-IMPORTE-MAX         PIC 9(05)V99 VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WLI-CANT-DIA-MAX        PIC 9(04) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WLI-IMPORTE-DIA-MAX     PIC 9(07)V99 VALUE ZEROES.
            05 FILLER                  PIC X(13) VALUE SPACES.

      *----------------------------------------------------------------*
      * Limites en memoria, cargados al inicio desde LIMITES y         *
      * buscados de forma secuencial por tipo y clave, igual que el    *
      * catalogo de movimientos.  Caben los 100 CVEMOV y las 20        *
      * sucursales.                                                    *
      *----------------------------------------------------------------*
       01  W-TABLA-LIMITES.
            05 W-LIM-OCC OCCURS 120 TIMES.
               10 WLT-TIPO             PIC X(01).
               10 WLT-CLAVE            PIC 9(02).
               10 WLT-IMPORTE-MAX      PIC 9(05)V99.
               10 WLT-CANT-DIA-MAX     PIC 9(04).
               10 WLT-IMPORTE-DIA-MAX  PIC 9(07)V99.

      *----------------------------------------------------------------*
      * Control de la revision de limites del movimiento en turno:     *
      * renglon de limite hallado por CVEMOV y por CVEPZA, lo que la   *
      * cuenta ya lleva posteado ese dia con la misma CVEMOV y en la   *
      * misma sucursal (segun MOVTOSX), y el codigo de retencion:      *
      *   L01/L02/L03  importe por movimiento, cantidad diaria e       *
      *                importe diario del limite por CVEMOV;           *
      *   L04/L05/L06  los mismos, del limite por CVEPZA.              *
      *----------------------------------------------------------------*
       01  W-CONTROL-LIMITES.
            05 WLM-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WLM-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WLM-IDX                 PIC 9(04) COMP VALUE ZEROES.
            05 WLM-IDX-CVEMOV          PIC 9(04) COMP VALUE ZEROES.
            05 WLM-IDX-CVEPZA          PIC 9(04) COMP VALUE ZEROES.
            05 WLM-TIPO-BUSCAR         PIC X(01) VALUE SPACE.
            05 WLM-CLAVE-BUSCAR        PIC 9(02) VALUE ZEROES.
            05 WLM-CANT-DIA            PIC 9(04) VALUE ZEROES.
            05 WLM-IMPORTE-DIA         PIC 9(07)V99 VALUE ZEROES.
            05 WLM-BASE-CODIGO         PIC 9(02) VALUE ZEROES.
            05 WLM-CODIGO.
               10 FILLER               PIC X(01) VALUE 'L'.
               10 WLM-NUM-CODIGO       PIC 9(02) VALUE ZEROES.

       01  W-ACUMULADO-DIA-CUENTA.
            05 WDA-CANT-CVEMOV         PIC 9(04) VALUE ZEROES.
            05 WDA-IMPORTE-CVEMOV      PIC 9(07)V99 VALUE ZEROES.
            05 WDA-CANT-CVEPZA         PIC 9(04) VALUE ZEROES.
            05 WDA-IMPORTE-CVEPZA      PIC 9(07)V99 VALUE ZEROES.

      *----------------------------------------------------------------*
      * Control de paginado del reporte SALIDA1: pagina actual y       *
      * renglones de detalle escritos desde el ultimo encabezado.      *
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRJ-MOTIVO              PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Renglon del suspenso de rechazos.  El folio (corrida + numero  *
      * de rechazo dentro de la corrida) identifica la partida en las  *
      * transacciones de correccion de PROG11.  WSU-MOVIMIENTO lleva   *
      * el renglon de entrada1 tal cual se leyo.  Estatus: P           *
      * pendiente, L corregido y liberado a la siguiente corrida, C    *
      * cancelado por operacion.  PROG11 regraba este mismo layout.    *
      *----------------------------------------------------------------*
       01  WSS-REG-SUSPENSO.
            05 WSU-FOLIO.
               10 WSU-CORRIDA          PIC 9(08) VALUE ZEROES.
               10 WSU-CONSECUTIVO      PIC 9(06) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-ESTATUS             PIC X(01) VALUE 'P'.
               88 SUSPENSO-PENDIENTE   VALUE 'P'.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-FECHA-RECHAZO       PIC 9(08) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-CVEPZA              PIC 9(02) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-CODIGO              PIC X(03) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-MOVIMIENTO          PIC X(80) VALUE SPACES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WSU-FECHA-LIBERACION    PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Renglon de movimientos retenidos.  El folio es la corrida mas  *
      * el numero de registro de entrada dentro de la corrida; al      *
      * reiniciar la corrida, los folios que ya quedaron grabados      *
      * despues del ultimo checkpoint no se vuelven a grabar (ver      *
      * 1024-CARGAR-FOLIOS-REINICIO).  Estatus: P                      *
      * pendiente, A aprobado (el movimiento pasa a APROBADOS), R      *
      * rechazado por el supervisor.  El aprobador y la fecha de       *
      * aprobacion los llena PROG15, que regraba este mismo layout.    *
      *----------------------------------------------------------------*
       01  WSS-REG-RETENIDO.
            05 WRT-FOLIO.
               10 WRT-CORRIDA          PIC 9(08) VALUE ZEROES.
               10 WRT-CONSECUTIVO      PIC 9(06) VALUE ZEROES.
            05 FILLER                  PIC X(01) VALUE SPACE.
            05 WRT-ESTATUS             PIC X(01) VALUE 'P'.
               88 RETENIDO-PENDIENTE   VALUE 'P'.
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
      * Renglon de APROBADOS, tal como lo graba PROG15.                *
      *----------------------------------------------------------------*
       01  WSS-REG-APROBADO.
            05 WAB-MOVIMIENTO          PIC X(80) VALUE SPACES.
            05 WAB-APROBADOR           PIC X(08) VALUE SPACES.
            05 WAB-FECHA-APROBACION    PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Cifras de control por tipo de movimiento (A/B/C/D/E/OTROS),    *
      * acumuladas por archivo de salida.  Se reportan en SALIDA4 al   *
               'TOTAL DUPLICADOS RECHAZADOS: '.
            05 WCG-CANT-DUPLICADOS PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Renglon de liberados del reporte de cifras de control          *
      * (SALIDA4): movimientos del suspenso que PROG11 libero y que    *
      * entraron a esta corrida despues de ENTRADA1.                   *
      *----------------------------------------------------------------*
       01  WSS-CTRL-LIBERADOS.
            05 FILLER              PIC X(29) VALUE
               'TOTAL LIBERADOS DEL SUSPENSO:'.
            05 WCG-CANT-LIBERADOS  PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Renglones de retenidos y aprobados del reporte de cifras de    *
      * control (SALIDA4): movimientos de esta corrida retenidos por   *
      * rebasar un limite, y movimientos retenidos antes que el        *
      * supervisor aprobo y que entraron a esta corrida.               *
      *----------------------------------------------------------------*
       01  WSS-CTRL-RETENIDOS.
            05 FILLER              PIC X(29) VALUE
               'TOTAL RETENIDOS POR LIMITES: '.
            05 WCG-CANT-RETENIDOS  PIC ZZZ,ZZ9.

       01  WSS-CTRL-APROBADOS.
            05 FILLER              PIC X(29) VALUE
               'TOTAL APROBADOS SUPERVISOR:  '.
            05 WCG-CANT-APROBADOS  PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Renglon de estado del archivo ACUMULADOS: periodo vigente      *
      * (mes y anio) y acumulados MTD/YTD por tipo de movimiento, en   *
            05 WS-FIN-MOVTOSX          PIC X(01) VALUE 'N'.
            05 WS-MODO-CONSULTA        PIC X(01) VALUE 'N'.
               88 MODO-CONSULTA        VALUE 'S'.
            05 WS-LEYENDO-LIBERADOS    PIC X(01) VALUE 'N'.
               88 LEYENDO-LIBERADOS    VALUE 'S'.
            05 WS-LIBERADOS-ABIERTO    PIC X(01) VALUE 'N'.
               88 LIBERADOS-ABIERTO    VALUE 'S'.
            05 WS-CATALOGO-CVEMOV      PIC X(01) VALUE 'N'.
               88 CATALOGO-CVEMOV-CARGADO VALUE 'S'.
            05 WS-CVEMOV-VALIDA        PIC X(01) VALUE 'S'.
               88 CVEMOV-VALIDA        VALUE 'S'.
               88 CVEMOV-INVALIDA      VALUE 'N'.
            05 WS-TIPMOV-PERMITIDO     PIC X(01) VALUE 'S'.
               88 TIPMOV-PERMITIDO     VALUE 'S'.
               88 TIPMOV-NO-PERMITIDO  VALUE 'N'.
            05 WS-LIMITES              PIC X(01) VALUE 'N'.
               88 LIMITES-CARGADOS     VALUE 'S'.
            05 WS-MOV-RETENIDO         PIC X(01) VALUE 'N'.
               88 MOVIMIENTO-RETENIDO  VALUE 'S'.
            05 WS-FIN-DIA-CUENTA       PIC X(01) VALUE 'N'.
            05 WS-LEYENDO-APROBADOS    PIC X(01) VALUE 'N'.
               88 LEYENDO-APROBADOS    VALUE 'S'.
            05 WS-APROBADOS-ABIERTO    PIC X(01) VALUE 'N'.
               88 APROBADOS-ABIERTO    VALUE 'S'.

      *----------------------------------------------------------------*
      * Parametro de arranque, tomado de la linea de comandos.  Con el *
            05 WRG-QB-CVEPZA-SALIDA3   PIC 9(02) VALUE ZEROES.
            05 WRG-QB-IMP-SALIDA3      PIC S9(07)V99 VALUE ZEROES.
            05 WRG-QB-PRIMERO-SALIDA3  PIC X(01) VALUE 'S'.
            05 WRG-CONTADOR-LIBERADOS  PIC 9(08) VALUE ZEROES.
            05 WRG-CONTADOR-RETENIDOS  PIC 9(08) VALUE ZEROES.
            05 WRG-CONTADOR-APROBADOS  PIC 9(08) VALUE ZEROES.
            05 WRG-CONTADOR-DUPLICADOS PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      * Folios de SUSPENSO (tipo S) y de RETENIDOS (tipo R) que la     *
      * corrida interrumpida ya grabo despues de su ultimo checkpoint. *
      * Al reprocesar esos registros en el reinicio, el folio no se    *
      * vuelve a grabar.  Como mucho son los registros de un intervalo *
      * de checkpoint por archivo.                                     *
      *----------------------------------------------------------------*
       01  W-TABLA-FOLIOS-REINICIO.
            05 W-FOL-OCC OCCURS 1000 TIMES.
               10 WFR-TIPO             PIC X(01).
               10 WFR-CONSECUTIVO      PIC 9(06).

       01  W-CONTROL-FOLIOS-REINICIO.
            05 WFR-TOTAL               PIC 9(04) COMP VALUE ZEROES.
            05 WFR-SUB                 PIC 9(04) COMP VALUE ZEROES.
            05 WFR-CORRIDA             PIC 9(08) VALUE ZEROES.
            05 WFR-TIPO-BUSCAR         PIC X(01) VALUE SPACE.
            05 WFR-CONSEC-BUSCAR       PIC 9(06) VALUE ZEROES.
            05 WFR-ENCONTRADO          PIC X(01) VALUE 'N'.
               88 FOLIO-YA-GRABADO     VALUE 'S'.

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
                    PERFORM 1000-INICIO
                    PERFORM 2000-PROCESO
            END-EVALUATE
            PERFORM 2990-FIJAR-CODIGO-RETORNO
            PERFORM 3000-FIN
           .

       1000-INICIO.
            IF MODO-REINICIO
                PERFORM 1020-CARGAR-CHECKPOINT
                PERFORM 1024-CARGAR-FOLIOS-REINICIO
            END-IF
            MOVE 'N' TO WS-FIN-ENTRADA1
            PERFORM 1198-CARGAR-CATALOGO-CVEMOV
            PERFORM 1182-CARGAR-LIMITES
            PERFORM 1100-ABRIR-ARCHIVOS
            PERFORM 1150-ABRIR-SALIDA4
            PERFORM 1160-ABRIR-REINICIO
            PERFORM 1180-ABRIR-EXTRACTO
            PERFORM 1190-CARGAR-REGISTRO
            PERFORM 1195-ABRIR-REGISTRO
            PERFORM 1196-ABRIR-SUSPENSO
            PERFORM 1197-ABRIR-LIBERADOS
            PERFORM 1185-ABRIR-RETENIDOS
            PERFORM 1187-ABRIR-APROBADOS
            PERFORM 1300-ESTAMPAR-CORRIDA
            PERFORM 1400-CARGAR-PERIODO
            PERFORM 1200-LEER-ENTRADA1
            MOVE WRG-CONTADOR-SALID2   TO CONTADOR-SALID2
            MOVE WRG-CONTADOR-SALID3   TO CONTADOR-SALID3
            MOVE WRG-CONTADOR-RECHAZOS TO CONTADOR-RECHAZOS
            MOVE WRG-CONTADOR-LIBERADOS  TO CONTADOR-LIBERADOS
            MOVE WRG-CONTADOR-RETENIDOS  TO CONTADOR-RETENIDOS
            MOVE WRG-CONTADOR-APROBADOS  TO CONTADOR-APROBADOS
            MOVE WRG-CONTADOR-DUPLICADOS TO CONTADOR-DUPLICADOS
            PERFORM 1023-RESTAURAR-DETALLE-CONTROL
                    VARYING WRG-SUB FROM 1 BY 1 UNTIL WRG-SUB > 6
            MOVE WRG-IMP-TOTAL-SALIDA1  TO WCT-IMP-TOTAL-SALIDA1
                                                            (WRG-SUB)
           .

      ******************************************************************
      *    En reinicio, si la ultima corrida de la bitacora quedo      *
      *    EN-PROCESO (es la que se va a retomar), carga los folios    *
      *    que esa corrida ya grabo en SUSPENSO y en RETENIDOS despues *
      *    del ultimo checkpoint, para no repetirlos al reprocesar     *
      ******************************************************************
       1024-CARGAR-FOLIOS-REINICIO.
            MOVE ZEROES TO WFR-TOTAL
            MOVE ZEROES TO WFR-CORRIDA
            PERFORM 1310-CARGAR-CORRIDAS
            IF WCO-TOTAL > ZEROES
                MOVE WTB-RENGLON-CORRIDA (WCO-TOTAL)
                                               TO WSS-REG-CORRIDA
                IF CORRIDA-EN-PROCESO
                    MOVE WCO-CORRIDA TO WFR-CORRIDA
                END-IF
            END-IF
            IF WFR-CORRIDA NOT = ZEROES
                OPEN INPUT SUSPENSO
                IF FS-SUSPENSO = '00' OR FS-SUSPENSO = '05'
                    PERFORM 1025-LEER-FOLIO-SUSPENSO
                            UNTIL FS-SUSPENSO NOT = '00'
                    CLOSE SUSPENSO
                END-IF
                OPEN INPUT RETENIDOS
                IF FS-RETENIDOS = '00' OR FS-RETENIDOS = '05'
                    PERFORM 1026-LEER-FOLIO-RETENIDO
                            UNTIL FS-RETENIDOS NOT = '00'
                    CLOSE RETENIDOS
                END-IF
                DISPLAY "FOLIOS YA GRABADOS DE LA CORRIDA "
                        WFR-CORRIDA ": " WFR-TOTAL
            END-IF
           .

       1025-LEER-FOLIO-SUSPENSO.
            READ SUSPENSO INTO WSS-REG-SUSPENSO
            IF FS-SUSPENSO = '00'
                IF WSU-CORRIDA = WFR-CORRIDA
                   AND WSU-CONSECUTIVO > CONTADOR-RECHAZOS
                    MOVE 'S'             TO WFR-TIPO-BUSCAR
                    MOVE WSU-CONSECUTIVO TO WFR-CONSEC-BUSCAR
                    PERFORM 1027-ALTA-FOLIO-GRABADO
                END-IF
            ELSE
                IF FS-SUSPENSO NOT = '10'
                    DISPLAY "Error al leer suspenso " FS-SUSPENSO
                    CLOSE SUSPENSO
                    PERFORM 3000-FIN
                END-IF
            END-IF
           .

       1026-LEER-FOLIO-RETENIDO.
            READ RETENIDOS INTO WSS-REG-RETENIDO
            IF FS-RETENIDOS = '00'
                IF WRT-CORRIDA = WFR-CORRIDA
                   AND WRT-CONSECUTIVO > WCK-CONTADOR-PREVIO
                    MOVE 'R'             TO WFR-TIPO-BUSCAR
                    MOVE WRT-CONSECUTIVO TO WFR-CONSEC-BUSCAR
                    PERFORM 1027-ALTA-FOLIO-GRABADO
                END-IF
            ELSE
                IF FS-RETENIDOS NOT = '10'
                    DISPLAY "Error al leer retenidos " FS-RETENIDOS
                    CLOSE RETENIDOS
                    PERFORM 3000-FIN
                END-IF
            END-IF
           .

       1027-ALTA-FOLIO-GRABADO.
            IF WFR-TOTAL < 1000
                ADD 1 TO WFR-TOTAL
                MOVE WFR-TIPO-BUSCAR   TO WFR-TIPO (WFR-TOTAL)
                MOVE WFR-CONSEC-BUSCAR TO WFR-CONSECUTIVO (WFR-TOTAL)
            ELSE
                DISPLAY "Se agoto la tabla de folios de reinicio "
                        "(1000 max)"
            END-IF
           .

      ******************************************************************
      *            Abrimos los archivos de entrada, salida 1, 2 y 3    *
      ******************************************************************
            READ CORRIDAS
            IF FS-CORRIDAS = '00'
                IF WCO-TOTAL >= 100
                    DISPLAY "BITACORA DE CORRIDAS LLENA, SE DESCARTA "
                            "LA CORRIDA " WTB-RENGLON-CORRIDA (1) (1:8)
                            " (DEPURAR CON PROG16)"
                    PERFORM 1316-RECORRER-CORRIDAS
                            VARYING WCO-SUB FROM 1 BY 1
                            UNTIL WCO-SUB >= 100
                  + (WFS-AA * 10000) + (WFS-MM * 100) + WFS-DD
            SET CORRIDA-EN-PROCESO TO TRUE
            IF WCO-TOTAL >= 100
                DISPLAY "BITACORA DE CORRIDAS LLENA, SE DESCARTA LA "
                        "CORRIDA " WTB-RENGLON-CORRIDA (1) (1:8)
                        " (DEPURAR CON PROG16)"
                PERFORM 1316-RECORRER-CORRIDAS
                        VARYING WCO-SUB FROM 1 BY 1
                        UNTIL WCO-SUB >= 100
            MOVE WRX-CVEPZA    TO MVX-CVEPZA
            MOVE WRX-REVERTIDO TO MVX-REVERTIDO
            MOVE WRX-RFC       TO MVX-RFC
            MOVE WRX-CVEMOV    TO MVX-CVEMOV
            WRITE REG-MOVTOSX
            EVALUATE FS-MOVTOSX
                WHEN '00'
            END-IF
           .

      ******************************************************************
      *    Abrimos el suspenso de rechazos en EXTEND: las partidas de  *
      *    corridas anteriores se conservan hasta que PROG11 las       *
      *    libera o cancela                                            *
      ******************************************************************
       1196-ABRIR-SUSPENSO.
            ACCEPT W-FEC-SIS FROM DATE
            COMPUTE WSU-FECHA-PROCESO = 20000000
                  + (WFS-AA * 10000) + (WFS-MM * 100) + WFS-DD
            OPEN EXTEND SUSPENSO
            IF FS-SUSPENSO = '00' OR FS-SUSPENSO = '05'
                DISPLAY "Abrio correcto suspenso " FS-SUSPENSO
            ELSE
                DISPLAY "Hubo un error al abrir suspenso codigo: "
                                                         FS-SUSPENSO
                PERFORM 2500-CERRAR-ENTRADA1
                PERFORM 2600-CERRAR-SALIDA1
                PERFORM 2700-CERRAR-SALIDA2
                PERFORM 2800-CERRAR-SALIDA4
                PERFORM 2900-CERRAR-REINICIO
                PERFORM 2950-CERRAR-RECHAZOS
                PERFORM 2960-CERRAR-EXTRACTO
                PERFORM 2970-CERRAR-REGISTRO
                PERFORM 3000-FIN
            END-IF
           .

      ******************************************************************
      *    Abrimos los movimientos liberados del suspenso por PROG11,  *
      *    que se leen a continuacion de ENTRADA1; sin archivo no hay  *
      *    liberaciones pendientes                                     *
      ******************************************************************
       1197-ABRIR-LIBERADOS.
            OPEN INPUT LIBERADOS
            IF FS-LIBERADOS = '00' OR FS-LIBERADOS = '05'
                SET LIBERADOS-ABIERTO TO TRUE
                DISPLAY "Abrio correcto liberados " FS-LIBERADOS
            ELSE
                DISPLAY "SIN MOVIMIENTOS LIBERADOS DEL SUSPENSO "
                                                         FS-LIBERADOS
            END-IF
           .

      ******************************************************************
      *    Carga los limites de retencion desde LIMITES; sin archivo,  *
      *    o con el archivo vacio, ningun movimiento se retiene        *
      ******************************************************************
       1182-CARGAR-LIMITES.
            MOVE ZEROES TO WLM-TOTAL
            OPEN INPUT LIMITES
            IF FS-LIMITES = '00' OR FS-LIMITES = '05'
                PERFORM 1183-LEER-CARGAR-LIMITE
                        UNTIL FS-LIMITES NOT = '00'
                CLOSE LIMITES
            END-IF
            IF WLM-TOTAL > ZEROES
                SET LIMITES-CARGADOS TO TRUE
                DISPLAY "LIMITES DE RETENCION CARGADOS: " WLM-TOTAL
            ELSE
                DISPLAY "SIN LIMITES DE RETENCION, NO SE RETIENEN "
                        "MOVIMIENTOS"
            END-IF
           .

       1183-LEER-CARGAR-LIMITE.
            READ LIMITES INTO WSS-REG-LIMITE
            IF FS-LIMITES = '00'
                IF (LIMITE-POR-CVEMOV OR LIMITE-POR-CVEPZA)
                   AND WLI-CLAVE NUMERIC
                   AND WLI-IMPORTE-MAX NUMERIC
                   AND WLI-CANT-DIA-MAX NUMERIC
                   AND WLI-IMPORTE-DIA-MAX NUMERIC
                    IF WLM-TOTAL < 120
                        ADD 1 TO WLM-TOTAL
                        MOVE WLI-TIPO  TO WLT-TIPO (WLM-TOTAL)
                        MOVE WLI-CLAVE TO WLT-CLAVE (WLM-TOTAL)
                        MOVE WLI-IMPORTE-MAX
                                 TO WLT-IMPORTE-MAX (WLM-TOTAL)
                        MOVE WLI-CANT-DIA-MAX
                                 TO WLT-CANT-DIA-MAX (WLM-TOTAL)
                        MOVE WLI-IMPORTE-DIA-MAX
                                 TO WLT-IMPORTE-DIA-MAX (WLM-TOTAL)
                    ELSE
                        DISPLAY "Se agoto la tabla de limites "
                                "(120 max)"
                    END-IF
                ELSE
                    DISPLAY "RENGLON DE LIMITES INVALIDO, SE OMITE: "
                            WSS-REG-LIMITE
                END-IF
            ELSE
                IF FS-LIMITES NOT = '10'
                    DISPLAY "Error al leer limites " FS-LIMITES
                    CLOSE LIMITES
                    PERFORM 3000-FIN
                END-IF
            END-IF
           .

      ******************************************************************
      *    Abrimos los retenidos en EXTEND: las partidas de corridas   *
      *    anteriores se conservan hasta que PROG15 las aprueba o      *
      *    rechaza                                                     *
      ******************************************************************
       1185-ABRIR-RETENIDOS.
            OPEN EXTEND RETENIDOS
            IF FS-RETENIDOS = '00' OR FS-RETENIDOS = '05'
                DISPLAY "Abrio correcto retenidos " FS-RETENIDOS
            ELSE
                DISPLAY "Hubo un error al abrir retenidos codigo: "
                                                         FS-RETENIDOS
                PERFORM 2500-CERRAR-ENTRADA1
                PERFORM 2600-CERRAR-SALIDA1
                PERFORM 2700-CERRAR-SALIDA2
                PERFORM 2800-CERRAR-SALIDA4
                PERFORM 2900-CERRAR-REINICIO
                PERFORM 2950-CERRAR-RECHAZOS
                PERFORM 2960-CERRAR-EXTRACTO
                PERFORM 2970-CERRAR-REGISTRO
                PERFORM 2980-CERRAR-SUSPENSO
                PERFORM 3000-FIN
            END-IF
           .

      ******************************************************************
      *    Abrimos los movimientos aprobados por el supervisor con     *
      *    PROG15, que se leen a continuacion de LIBERADOS; sin        *
      *    archivo no hay aprobaciones pendientes                      *
      ******************************************************************
       1187-ABRIR-APROBADOS.
            OPEN INPUT APROBADOS
            IF FS-APROBADOS = '00' OR FS-APROBADOS = '05'
                SET APROBADOS-ABIERTO TO TRUE
                DISPLAY "Abrio correcto aprobados " FS-APROBADOS
            ELSE
                DISPLAY "SIN MOVIMIENTOS APROBADOS POR SUPERVISOR "
                                                         FS-APROBADOS
            END-IF
           .

      ******************************************************************
      *    Carga el catalogo de claves de movimiento desde CATMOV; si  *
      *    no existe o viene vacio, la CVEMOV se valida contra el      *
      *    rango fijo y el enrutamiento se hace por TIPMOV, con aviso  *
      ******************************************************************
       1198-CARGAR-CATALOGO-CVEMOV.
            MOVE ZEROES TO WKM-TOTAL
            OPEN INPUT CATMOV
            IF FS-CATMOV = '00' OR FS-CATMOV = '05'
                PERFORM 1199-LEER-CARGAR-CATMOV
                        UNTIL FS-CATMOV NOT = '00'
                CLOSE CATMOV
            END-IF
            IF WKM-TOTAL > ZEROES
                SET CATALOGO-CVEMOV-CARGADO TO TRUE
                DISPLAY "CLAVES DE MOVIMIENTO CARGADAS: " WKM-TOTAL
            ELSE
                DISPLAY "SIN CATALOGO DE MOVIMIENTOS, SE VALIDA CVEMOV "
                        WCV-CVEMOV-MIN "-" WCV-CVEMOV-MAX
                        " Y SE ENRUTA POR TIPMOV"
            END-IF
           .

       1199-LEER-CARGAR-CATMOV.
            READ CATMOV INTO WSS-REG-CATMOV
            IF FS-CATMOV = '00'
                IF WMC-CVEMOV NUMERIC
                    IF WKM-TOTAL < 100
                        ADD 1 TO WKM-TOTAL
                        MOVE WMC-CVEMOV TO WKM-CVEMOV (WKM-TOTAL)
                        MOVE WMC-TIPMOV-PERMITIDOS
                                 TO WKM-TIPMOV-PERMITIDOS (WKM-TOTAL)
                        MOVE WMC-SALIDA TO WKM-SALIDA (WKM-TOTAL)
                        MOVE WMC-ACTIVO TO WKM-ACTIVO (WKM-TOTAL)
                    ELSE
                        DISPLAY "Se agoto el catalogo de movimientos "
                                "(100 max)"
                    END-IF
                END-IF
            ELSE
                IF FS-CATMOV NOT = '10'
                    DISPLAY "Error al leer catmov " FS-CATMOV
                    CLOSE CATMOV
                    PERFORM 3000-FIN
                END-IF
            END-IF
           .

      ******************************************************************
      *            leesmos el archivo de entrada1 para tener           *
      *             los registros de manera secuencial                 *
      ******************************************************************
       1200-LEER-ENTRADA1.
            INITIALIZE W-REG-ENTRADA1
            MOVE SPACES TO W-APROBADOR-CONTROL
            MOVE ZEROES TO W-FECHA-APROB-CONTROL
            IF LEYENDO-APROBADOS
                PERFORM 1215-LEER-APROBADOS
            ELSE
                IF LEYENDO-LIBERADOS
                    PERFORM 1210-LEER-LIBERADOS
                ELSE
                    PERFORM 1205-LEER-ENTRADA1-ORIGEN
                END-IF
            END-IF
           .

       1205-LEER-ENTRADA1-ORIGEN.
            READ ENTRADA1 INTO W-REG-ENTRADA1

      *      IF FS-ENTRADA1 = '00'
               ADD 1 TO CONTADOR-ENTRE1
            ELSE
               IF FS-ENTRADA1 = '10'
                   DISPLAY "EL ARCHIVO LEYÓ EL ULTIMO REGISTRO"
                   SET LEYENDO-LIBERADOS TO TRUE
                   PERFORM 1210-LEER-LIBERADOS

               ELSE
                   DISPLAY "Erro al leer el archivo " FS-ENTRADA1
            END-IF
           .

      *----------------------------------------------------------------*
      * Terminado ENTRADA1, siguen los movimientos que PROG11 libero   *
      * del suspenso.  Cuentan como registros de entrada para el       *
      * checkpoint y las cifras de control, igual que los de ENTRADA1. *
      *----------------------------------------------------------------*
       1210-LEER-LIBERADOS.
            IF NOT LIBERADOS-ABIERTO
                SET LEYENDO-APROBADOS TO TRUE
                PERFORM 1215-LEER-APROBADOS
            ELSE
                READ LIBERADOS INTO W-REG-ENTRADA1
                IF FS-LIBERADOS = '00'
                    DISPLAY "LEYENDO REGISTRO LIBERADO"
                    ADD 1 TO CONTADOR-ENTRE1
                    ADD 1 TO CONTADOR-LIBERADOS
                ELSE
                    IF FS-LIBERADOS NOT = '10'
                        DISPLAY "Error al leer liberados " FS-LIBERADOS
                        PERFORM 2989-CERRAR-POR-ERROR
                    END-IF
                    SET LEYENDO-APROBADOS TO TRUE
                    PERFORM 1215-LEER-APROBADOS
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Al final van los movimientos retenidos que el supervisor       *
      * aprobo con PROG15, con su aprobador y fecha de aprobacion.     *
      * Cuentan como registros de entrada, igual que los liberados.    *
      *----------------------------------------------------------------*
       1215-LEER-APROBADOS.
            IF NOT APROBADOS-ABIERTO
                MOVE 'S' TO WS-FIN-ENTRADA1
            ELSE
                READ APROBADOS INTO WSS-REG-APROBADO
                IF FS-APROBADOS = '00'
                    DISPLAY "LEYENDO REGISTRO APROBADO"
                    MOVE WAB-MOVIMIENTO       TO W-REG-ENTRADA1
                    MOVE WAB-APROBADOR        TO W-APROBADOR-CONTROL
                    MOVE WAB-FECHA-APROBACION TO W-FECHA-APROB-CONTROL
                    ADD 1 TO CONTADOR-ENTRE1
                    ADD 1 TO CONTADOR-APROBADOS
                ELSE
                    IF FS-APROBADOS NOT = '10'
                        DISPLAY "Error al leer aprobados " FS-APROBADOS
                        PERFORM 2989-CERRAR-POR-ERROR
                    END-IF
                    MOVE 'S' TO WS-FIN-ENTRADA1
                END-IF
            END-IF
           .

      ******************************************************************
      *    En modo reinicio, salta los registros ya procesados en una  *
      *    corrida anterior, segun el ultimo checkpoint grabado.  Los  *
      *    liberados y aprobados saltados se cuentan de nuevo al       *
      *    leerlos; al terminar quedan los contadores del checkpoint   *
      ******************************************************************
       1250-SALTAR-REGISTROS-PROCESADOS.
            DISPLAY "SALTANDO REGISTROS YA PROCESADOS: "
            PERFORM 1251-SALTAR-UN-REGISTRO
                    UNTIL CONTADOR-ENTRE1 > WCK-CONTADOR-PREVIO
                       OR WS-FIN-ENTRADA1 = 'S'
            MOVE WRG-CONTADOR-LIBERADOS TO CONTADOR-LIBERADOS
            MOVE WRG-CONTADOR-APROBADOS TO CONTADOR-APROBADOS
           .

       1251-SALTAR-UN-REGISTRO.
            PERFORM 2960-CERRAR-EXTRACTO
            PERFORM 2970-CERRAR-REGISTRO
            PERFORM 2975-CERRAR-MOVTOSX
            PERFORM 2980-CERRAR-SUSPENSO
            PERFORM 2982-CERRAR-RETENIDOS
            PERFORM 2985-VACIAR-LIBERADOS
            PERFORM 2987-VACIAR-APROBADOS
            PERFORM 2780-TERMINAR-CORRIDA
            .

                IF REGISTRO-INVALIDO
                    PERFORM 2202-MOVER-RECHAZO
                ELSE
                    PERFORM 2290-VALIDAR-LIMITES
                    IF MOVIMIENTO-RETENIDO
                        PERFORM 2297-MOVER-RETENIDO
                    ELSE
                        MOVE WRM-TIPMOV  TO W-TIPMOV-CONTROL
                        MOVE WRM-CVEMOV  TO W-CVEMOV-CONTROL
                        MOVE SPACE       TO W-REVERSION-ACTUAL
                        MOVE WRM-IMPORTE TO W-IMP-MOVIMIENTO
                        MOVE +1          TO W-CANT-MOVIMIENTO
                        PERFORM 2285-DETERMINAR-SALIDA
                        EVALUATE W-SALIDA-MOVIMIENTO
                           WHEN 1
                               PERFORM 2210-MOVER-SALIDA1
                           WHEN 2
                               PERFORM 2220-MOVER-SALIDA2
                           WHEN OTHER
                               PERFORM 2230-MOVER-SALIDA3
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF
            .
       2203-GRABAR-RECHAZO.
            WRITE REG-RECHAZO FROM WSS-REG-RECHAZO
            ADD 1 TO CONTADOR-RECHAZOS
            PERFORM 2204-GRABAR-SUSPENSO
            PERFORM 2260-CHECKPOINT-SI-CORRESPONDE
           .

      *----------------------------------------------------------------*
      * Deja el movimiento rechazado en el suspenso, completo y tal    *
      * como se leyo, con su codigo de rechazo, la fecha de la corrida *
      * y la sucursal duenia, pendiente de correccion.                 *
      *----------------------------------------------------------------*
       2204-GRABAR-SUSPENSO.
            INITIALIZE WSS-REG-SUSPENSO
            MOVE WCO-CORRIDA-ACTUAL TO WSU-CORRIDA
            MOVE CONTADOR-RECHAZOS  TO WSU-CONSECUTIVO
            SET SUSPENSO-PENDIENTE  TO TRUE
            MOVE WSU-FECHA-PROCESO  TO WSU-FECHA-RECHAZO
            MOVE WRM-CVEPZA         TO WSU-CVEPZA
            MOVE WRJ-CODIGO         TO WSU-CODIGO
            MOVE W-REG-ENTRADA1     TO WSU-MOVIMIENTO
            MOVE 'S'                TO WFR-TIPO-BUSCAR
            MOVE WSU-CONSECUTIVO    TO WFR-CONSEC-BUSCAR
            PERFORM 2263-BUSCAR-FOLIO-GRABADO
            IF FOLIO-YA-GRABADO
                DISPLAY "FOLIO YA GRABADO EN SUSPENSO, NO SE REPITE: "
                        WSU-FOLIO
            ELSE
                WRITE REG-SUSPENSO FROM WSS-REG-SUSPENSO
                IF FS-SUSPENSO NOT = '00'
                    DISPLAY "Error al grabar suspenso " FS-SUSPENSO
                    PERFORM 2989-CERRAR-POR-ERROR
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Valida los campos criticos del movimiento leido: importe       *
      * numerico distinto de cero, clave de movimiento activa en el    *
      * catalogo y con el TIPMOV permitido, y fecha de movimiento      *
      * calendario valida.  Si                                         *
      * alguna validacion falla, deja el motivo/codigo en              *
      * WSS-REG-RECHAZO y activa REGISTRO-INVALIDO.                    *
      *----------------------------------------------------------------*
                MOVE 'E01' TO WRJ-CODIGO
                MOVE 'IMPORTE NO NUMERICO O EN CERO' TO WRJ-MOTIVO
            ELSE
                PERFORM 2280-VALIDAR-CVEMOV-CATALOGO
                IF CVEMOV-INVALIDA
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 'E02' TO WRJ-CODIGO
                    MOVE 'CVEMOV FUERA DE CATALOGO O INACTIVA'
                                                       TO WRJ-MOTIVO
                ELSE
                IF TIPMOV-NO-PERMITIDO
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 'E08' TO WRJ-CODIGO
                    MOVE 'TIPMOV NO PERMITIDO PARA LA CVEMOV'
                                                       TO WRJ-MOTIVO
                ELSE
                    PERFORM 2206-VALIDAR-FECHA-MOV
                    IF FECHA-INVALIDA
                                MOVE 'MOVIMIENTO DUPLICADO'
                                                    TO WRJ-MOTIVO
                                ADD 1 TO CONTADOR-DUPLICADOS
                            ELSE
                                PERFORM 2300-VALIDAR-CLAVES
                            END-IF
                        END-IF
                        END-IF
                    END-IF
                END-IF
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Valida WRM-CVEPZA contra el catalogo de sucursales en memoria, *
      * igual que WRM-CVEMOV se valida contra el de movimientos.       *
      *----------------------------------------------------------------*
       2207-VALIDAR-CVEPZA-CATALOGO.
            SET CVEPZA-VALIDA TO TRUE
            MOVE WRM-CVEPZA    TO WXT-CVEPZA
            MOVE WRM-NUMMOV    TO WXT-NUMMOV
            MOVE W-REVERSION-ACTUAL TO WXT-REVERSION
            MOVE W-CVEMOV-CONTROL TO WXT-CVEMOV
            MOVE W-APROBADOR-CONTROL   TO WXT-APROBADOR
            MOVE W-FECHA-APROB-CONTROL TO WXT-FECHA-APROBACION
            WRITE REG-EXTRACTO FROM WSS-REG-EXTRACTO
            ADD 1 TO CONTADOR-EXTRACTO
            IF W-REVERSION-ACTUAL NOT = 'R'
                MOVE WRM-CVEPZA  TO MVX-CVEPZA
                MOVE 'N'         TO MVX-REVERTIDO
                MOVE WRM-RFC     TO MVX-RFC
                MOVE WRM-CVEMOV  TO MVX-CVEMOV
                WRITE REG-MOVTOSX
                IF FS-MOVTOSX NOT = '00' AND FS-MOVTOSX NOT = '02'
                    DISPLAY "ERROR AL GRABAR MOVTOSX: " FS-MOVTOSX
            MOVE WRM-CVEPZA  TO WRX-CVEPZA
            MOVE 'N'         TO WRX-REVERTIDO
            MOVE WRM-RFC     TO WRX-RFC
            MOVE WRM-CVEMOV  TO WRX-CVEMOV
            MOVE WSU-FECHA-PROCESO TO WRX-FECPROC
            WRITE REG-REGISTRO FROM WSS-REG-REGISTRO
           .

            END-IF
            PERFORM 2276-REGISTRAR-REVERSION
            MOVE MVX-TIPMOV  TO W-TIPMOV-CONTROL
            MOVE MVX-CVEMOV  TO W-CVEMOV-CONTROL
            MOVE 'R'         TO W-REVERSION-ACTUAL
            MOVE MVX-IMPORTE TO WRM-IMPORTE
            MOVE MVX-CVEREG  TO WRM-CVEREG
            MOVE MVX-RFC     TO WRM-RFC
            COMPUTE W-IMP-MOVIMIENTO = ZERO - MVX-IMPORTE
            MOVE -1 TO W-CANT-MOVIMIENTO
            PERFORM 2285-DETERMINAR-SALIDA
            EVALUATE W-SALIDA-MOVIMIENTO
               WHEN 1
                   PERFORM 2210-MOVER-SALIDA1
               WHEN 2
                   PERFORM 2220-MOVER-SALIDA2
               WHEN OTHER
                   PERFORM 2230-MOVER-SALIDA3
      *----------------------------------------------------------------*
      * Deja constancia de la reversion en el registro persistente,    *
      * con la llave del movimiento original y la marca 'S', para que  *
      * una corrida posterior lo precargue ya reversado, y con la      *
      * fecha de esta corrida, que es la que toman PROG13 y PROG14.    *
      *----------------------------------------------------------------*
       2276-REGISTRAR-REVERSION.
            INITIALIZE WSS-REG-REGISTRO
            MOVE MVX-CVEPZA  TO WRX-CVEPZA
            MOVE 'S'         TO WRX-REVERTIDO
            MOVE MVX-RFC     TO WRX-RFC
            MOVE MVX-CVEMOV  TO WRX-CVEMOV
            MOVE WSU-FECHA-PROCESO TO WRX-FECPROC
            WRITE REG-REGISTRO FROM WSS-REG-REGISTRO
           .

      *----------------------------------------------------------------*
      * Valida WRM-CVEMOV contra el catalogo de movimientos: la clave  *
      * debe existir y estar activa, y WRM-TIPMOV debe ser una de las  *
      * letras permitidas para ella.  Sin catalogo se aplica el rango  *
      * fijo WCV-CVEMOV-MIN/MAX y cualquier TIPMOV.                    *
      *----------------------------------------------------------------*
       2280-VALIDAR-CVEMOV-CATALOGO.
            SET CVEMOV-VALIDA    TO TRUE
            SET TIPMOV-PERMITIDO TO TRUE
            IF WRM-CVEMOV NOT NUMERIC
                SET CVEMOV-INVALIDA TO TRUE
            ELSE
                IF NOT CATALOGO-CVEMOV-CARGADO
                    IF WRM-CVEMOV < WCV-CVEMOV-MIN
                       OR WRM-CVEMOV > WCV-CVEMOV-MAX
                        SET CVEMOV-INVALIDA TO TRUE
                    END-IF
                ELSE
                    MOVE WRM-CVEMOV TO WKM-CVEMOV-BUSCAR
                    PERFORM 2281-BUSCAR-CVEMOV-CATALOGO
                    IF WKM-IDX = ZEROES
                        SET CVEMOV-INVALIDA TO TRUE
                    ELSE
                        IF WKM-ACTIVO (WKM-IDX) NOT = 'S'
                            SET CVEMOV-INVALIDA TO TRUE
                        ELSE
                            SET TIPMOV-NO-PERMITIDO TO TRUE
                            PERFORM 2283-VALIDAR-TIPMOV-PASO
                                    VARYING WKM-LETRA FROM 1 BY 1
                                    UNTIL WKM-LETRA > 6
                                       OR TIPMOV-PERMITIDO
                        END-IF
                    END-IF
                END-IF
            END-IF
           .

       2281-BUSCAR-CVEMOV-CATALOGO.
            MOVE ZEROES TO WKM-IDX
            IF WKM-CVEMOV-BUSCAR NUMERIC
                PERFORM 2282-BUSCAR-CVEMOV-PASO
                        VARYING WKM-SUB FROM 1 BY 1
                        UNTIL WKM-SUB > WKM-TOTAL
                           OR WKM-IDX NOT = ZEROES
            END-IF
           .

       2282-BUSCAR-CVEMOV-PASO.
            IF WKM-CVEMOV (WKM-SUB) = WKM-CVEMOV-BUSCAR
                MOVE WKM-SUB TO WKM-IDX
            END-IF
           .

       2283-VALIDAR-TIPMOV-PASO.
            IF WKM-TIPMOV-PERMITIDO (WKM-IDX WKM-LETRA) = WRM-TIPMOV
               AND WRM-TIPMOV NOT = SPACE
                SET TIPMOV-PERMITIDO TO TRUE
            END-IF
           .

      *----------------------------------------------------------------*
      * Determina a que salida se enruta el movimiento en proceso      *
      * segun la CVEMOV en W-CVEMOV-CONTROL.  Una reversion trae la    *
      * CVEMOV del original y va a la misma salida aunque la clave se  *
      * haya retirado despues.  Sin catalogo, o para un original       *
      * grabado antes de existir la CVEMOV en el registro, se enruta   *
      * por TIPMOV: A/B/C a SALIDA1, D/E a SALIDA2 y el resto a        *
      * SALIDA3.                                                       *
      *----------------------------------------------------------------*
       2285-DETERMINAR-SALIDA.
            MOVE ZEROES TO WKM-IDX
            IF CATALOGO-CVEMOV-CARGADO
                MOVE W-CVEMOV-CONTROL TO WKM-CVEMOV-BUSCAR
                PERFORM 2281-BUSCAR-CVEMOV-CATALOGO
            END-IF
            IF WKM-IDX NOT = ZEROES
                MOVE WKM-SALIDA (WKM-IDX) TO W-SALIDA-MOVIMIENTO
            ELSE
                EVALUATE TRUE
                   WHEN W-TIPMOV-CONTROL = 'A' OR 'B' OR 'C'
                       MOVE 1 TO W-SALIDA-MOVIMIENTO
                   WHEN W-TIPMOV-CONTROL = 'D' OR 'E'
                       MOVE 2 TO W-SALIDA-MOVIMIENTO
                   WHEN OTHER
                       MOVE 3 TO W-SALIDA-MOVIMIENTO
                END-EVALUATE
            END-IF
           .

      ******************************************************************
      * Limites de retencion: un movimiento valido que rebasa el       *
      * importe maximo por movimiento, o que con lo que su cuenta ya   *
      * lleva posteado en el mismo dia rebasa la cantidad o el         *
      * importe diario, del limite de su CVEMOV o del de su sucursal,  *
      * no se enruta: queda retenido para el supervisor.  Los          *
      * movimientos que el supervisor ya aprobo no se vuelven a        *
      * revisar, y las reversiones no pasan por aqui.                  *
      ******************************************************************
       2290-VALIDAR-LIMITES.
            MOVE 'N' TO WS-MOV-RETENIDO
            IF LIMITES-CARGADOS AND W-APROBADOR-CONTROL = SPACES
                MOVE 'M'        TO WLM-TIPO-BUSCAR
                MOVE WRM-CVEMOV TO WLM-CLAVE-BUSCAR
                PERFORM 2291-BUSCAR-LIMITE
                MOVE WLM-IDX    TO WLM-IDX-CVEMOV
                MOVE 'P'        TO WLM-TIPO-BUSCAR
                MOVE WRM-CVEPZA TO WLM-CLAVE-BUSCAR
                PERFORM 2291-BUSCAR-LIMITE
                MOVE WLM-IDX    TO WLM-IDX-CVEPZA
                IF WLM-IDX-CVEMOV NOT = ZEROES
                   OR WLM-IDX-CVEPZA NOT = ZEROES
                    PERFORM 2293-ACUMULAR-DIA-CUENTA
                    PERFORM 2295-COMPARAR-LIMITES
                END-IF
            END-IF
           .

       2291-BUSCAR-LIMITE.
            MOVE ZEROES TO WLM-IDX
            PERFORM 2292-BUSCAR-LIMITE-PASO
                    VARYING WLM-SUB FROM 1 BY 1
                    UNTIL WLM-SUB > WLM-TOTAL OR WLM-IDX NOT = ZEROES
           .

       2292-BUSCAR-LIMITE-PASO.
            IF WLT-TIPO (WLM-SUB) = WLM-TIPO-BUSCAR
               AND WLT-CLAVE (WLM-SUB) = WLM-CLAVE-BUSCAR
                MOVE WLM-SUB TO WLM-IDX
            END-IF
           .

      *----------------------------------------------------------------*
      * Recorre en MOVTOSX los movimientos posteados de la cuenta (los *
      * de corridas anteriores y los de esta) y acumula los del mismo  *
      * dia que no esten reversados: por separado los de la misma      *
      * CVEMOV y los de la misma sucursal.                             *
      *----------------------------------------------------------------*
       2293-ACUMULAR-DIA-CUENTA.
            INITIALIZE W-ACUMULADO-DIA-CUENTA
            MOVE 'N' TO WS-FIN-DIA-CUENTA
            IF NOT MOVTOSX-ABIERTO
                MOVE 'S' TO WS-FIN-DIA-CUENTA
            ELSE
                MOVE WRM-NUMCTE TO MVX-NUMCTE
                MOVE ZEROES     TO MVX-NUMMOV
                MOVE ZEROES     TO MVX-FECMOV
                START MOVTOSX KEY IS >= MVX-LLAVE
                    INVALID KEY
                        MOVE 'S' TO WS-FIN-DIA-CUENTA
                END-START
            END-IF
            PERFORM 2294-LEER-DIA-CUENTA-PASO
                    UNTIL WS-FIN-DIA-CUENTA = 'S'
           .

       2294-LEER-DIA-CUENTA-PASO.
            READ MOVTOSX NEXT RECORD
            IF FS-MOVTOSX = '00' OR FS-MOVTOSX = '02'
                IF MVX-NUMCTE = WRM-NUMCTE
                    IF MVX-FECMOV = WRM-FECMOV
                       AND MVX-REVERTIDO = 'N'
                        IF MVX-CVEMOV = WRM-CVEMOV
                            ADD 1           TO WDA-CANT-CVEMOV
                            ADD MVX-IMPORTE TO WDA-IMPORTE-CVEMOV
                        END-IF
                        IF MVX-CVEPZA = WRM-CVEPZA
                            ADD 1           TO WDA-CANT-CVEPZA
                            ADD MVX-IMPORTE TO WDA-IMPORTE-CVEPZA
                        END-IF
                    END-IF
                ELSE
                    MOVE 'S' TO WS-FIN-DIA-CUENTA
                END-IF
            ELSE
                MOVE 'S' TO WS-FIN-DIA-CUENTA
            END-IF
           .

      *----------------------------------------------------------------*
      * Compara primero contra el limite de la CVEMOV y luego contra   *
      * el de la sucursal; el primer limite rebasado da el codigo de   *
      * retencion.                                                     *
      *----------------------------------------------------------------*
       2295-COMPARAR-LIMITES.
            IF WLM-IDX-CVEMOV NOT = ZEROES
                MOVE WLM-IDX-CVEMOV     TO WLM-IDX
                MOVE WDA-CANT-CVEMOV    TO WLM-CANT-DIA
                MOVE WDA-IMPORTE-CVEMOV TO WLM-IMPORTE-DIA
                MOVE ZEROES             TO WLM-BASE-CODIGO
                PERFORM 2296-COMPARAR-UN-LIMITE
            END-IF
            IF WLM-IDX-CVEPZA NOT = ZEROES AND NOT MOVIMIENTO-RETENIDO
                MOVE WLM-IDX-CVEPZA     TO WLM-IDX
                MOVE WDA-CANT-CVEPZA    TO WLM-CANT-DIA
                MOVE WDA-IMPORTE-CVEPZA TO WLM-IMPORTE-DIA
                MOVE 3                  TO WLM-BASE-CODIGO
                PERFORM 2296-COMPARAR-UN-LIMITE
            END-IF
           .

       2296-COMPARAR-UN-LIMITE.
            IF WLT-IMPORTE-MAX (WLM-IDX) > ZEROES
               AND WRM-IMPORTE > WLT-IMPORTE-MAX (WLM-IDX)
                SET MOVIMIENTO-RETENIDO TO TRUE
                COMPUTE WLM-NUM-CODIGO = WLM-BASE-CODIGO + 1
            ELSE
                IF WLT-CANT-DIA-MAX (WLM-IDX) > ZEROES
                   AND WLM-CANT-DIA + 1 > WLT-CANT-DIA-MAX (WLM-IDX)
                    SET MOVIMIENTO-RETENIDO TO TRUE
                    COMPUTE WLM-NUM-CODIGO = WLM-BASE-CODIGO + 2
                ELSE
                    IF WLT-IMPORTE-DIA-MAX (WLM-IDX) > ZEROES
                       AND WLM-IMPORTE-DIA + WRM-IMPORTE
                                  > WLT-IMPORTE-DIA-MAX (WLM-IDX)
                        SET MOVIMIENTO-RETENIDO TO TRUE
                        COMPUTE WLM-NUM-CODIGO = WLM-BASE-CODIGO + 3
                    END-IF
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Deja el movimiento retenido completo, tal como se leyo, con su *
      * codigo de retencion, la fecha de la corrida y la sucursal,     *
      * pendiente de la decision del supervisor.  No pasa a las        *
      * salidas, al extracto ni al registro de posteados.              *
      *----------------------------------------------------------------*
       2297-MOVER-RETENIDO.
            INITIALIZE WSS-REG-RETENIDO
            MOVE WCO-CORRIDA-ACTUAL TO WRT-CORRIDA
            MOVE CONTADOR-ENTRE1    TO WRT-CONSECUTIVO
            SET RETENIDO-PENDIENTE  TO TRUE
            MOVE WSU-FECHA-PROCESO  TO WRT-FECHA-RETENCION
            MOVE WRM-CVEPZA         TO WRT-CVEPZA
            MOVE WLM-CODIGO         TO WRT-CODIGO
            MOVE W-REG-ENTRADA1     TO WRT-MOVIMIENTO
            MOVE 'R'                TO WFR-TIPO-BUSCAR
            MOVE WRT-CONSECUTIVO    TO WFR-CONSEC-BUSCAR
            PERFORM 2263-BUSCAR-FOLIO-GRABADO
            IF FOLIO-YA-GRABADO
                DISPLAY "FOLIO YA GRABADO EN RETENIDOS, NO SE REPITE: "
                        WRT-FOLIO
            ELSE
                WRITE REG-RETENIDOS FROM WSS-REG-RETENIDO
                IF FS-RETENIDOS NOT = '00'
                    DISPLAY "Error al grabar retenidos " FS-RETENIDOS
                    PERFORM 2989-CERRAR-POR-ERROR
                END-IF
            END-IF
            ADD 1 TO CONTADOR-RETENIDOS
            DISPLAY "MOVIMIENTO RETENIDO " WLM-CODIGO " CUENTA: "
                    WRM-NUMCTE " NUMMOV: " WRM-NUMMOV
            PERFORM 2260-CHECKPOINT-SI-CORRESPONDE
            PERFORM 1200-LEER-ENTRADA1
           .

      *----------------------------------------------------------------*
      * Cada WCK-INTERVALO registros de entrada1 procesados, graba un  *
      * renglon de avance en REINICIO para soportar el reinicio ante   *
            MOVE CONTADOR-SALID2        TO WRG-CONTADOR-SALID2
            MOVE CONTADOR-SALID3        TO WRG-CONTADOR-SALID3
            MOVE CONTADOR-RECHAZOS      TO WRG-CONTADOR-RECHAZOS
            MOVE CONTADOR-LIBERADOS     TO WRG-CONTADOR-LIBERADOS
            MOVE CONTADOR-RETENIDOS     TO WRG-CONTADOR-RETENIDOS
            MOVE CONTADOR-APROBADOS     TO WRG-CONTADOR-APROBADOS
            MOVE CONTADOR-DUPLICADOS    TO WRG-CONTADOR-DUPLICADOS
            PERFORM 2262-GRABAR-DETALLE-CHECKPOINT
                    VARYING WRG-SUB FROM 1 BY 1 UNTIL WRG-SUB > 6
            MOVE WCT-IMP-TOTAL-SALIDA1  TO WRG-IMP-TOTAL-SALIDA1
            DISPLAY "CHECKPOINT GRABADO, REGISTRO: " CONTADOR-ENTRE1
           .

      *----------------------------------------------------------------*
      * Busca en la tabla de folios de reinicio el folio por grabar;   *
      * fuera de reinicio la tabla esta vacia y nunca lo encuentra.    *
      *----------------------------------------------------------------*
       2263-BUSCAR-FOLIO-GRABADO.
            MOVE 'N' TO WFR-ENCONTRADO
            PERFORM 2264-BUSCAR-FOLIO-PASO
                    VARYING WFR-SUB FROM 1 BY 1
                    UNTIL WFR-SUB > WFR-TOTAL OR FOLIO-YA-GRABADO
           .

       2264-BUSCAR-FOLIO-PASO.
            IF WFR-TIPO (WFR-SUB) = WFR-TIPO-BUSCAR
               AND WFR-CONSECUTIVO (WFR-SUB) = WFR-CONSEC-BUSCAR
                SET FOLIO-YA-GRABADO TO TRUE
            END-IF
           .

       2262-GRABAR-DETALLE-CHECKPOINT.
            MOVE WCT-CANT-SALIDA1 (WRG-SUB) TO WRG-CANT-SALIDA1
                                                            (WRG-SUB)
            WRITE REG-SALIDA4 FROM WSS-CTRL-TOTAL
            MOVE CONTADOR-DUPLICADOS  TO WCG-CANT-DUPLICADOS
            WRITE REG-SALIDA4 FROM WSS-CTRL-DUPLICADOS
            MOVE CONTADOR-LIBERADOS   TO WCG-CANT-LIBERADOS
            WRITE REG-SALIDA4 FROM WSS-CTRL-LIBERADOS
            MOVE CONTADOR-RETENIDOS   TO WCG-CANT-RETENIDOS
            WRITE REG-SALIDA4 FROM WSS-CTRL-RETENIDOS
            MOVE CONTADOR-APROBADOS   TO WCG-CANT-APROBADOS
            WRITE REG-SALIDA4 FROM WSS-CTRL-APROBADOS
           .

      ******************************************************************
            END-IF
           .

      ******************************************************************
      *    Claves del movimiento: digito verificador de NUMCTE (E09),  *
      *    estructura del RFC (letras E10, fecha E11, homoclave E12) y *
      *    letras del RFC contra WRM-NOMCOM (E13)                      *
      ******************************************************************
       2300-VALIDAR-CLAVES.
            SET CLAVE-CORRECTA TO TRUE
            PERFORM 2301-VALIDAR-DIGVER-NUMCTE
            IF CLAVE-CORRECTA
                MOVE WRM-RFC TO WVC-RFC
                PERFORM 2303-VALIDAR-ESTRUCTURA-RFC
            END-IF
            IF CLAVE-CORRECTA
                MOVE WRMNC-NOMBRE TO WVC-NOMBRE
                MOVE WRMNC-APEPAT TO WVC-APEPAT
                MOVE WRMNC-APEMAT TO WVC-APEMAT
                PERFORM 2306-VALIDAR-INICIALES-RFC
            END-IF
            EVALUATE TRUE
                WHEN NUMCTE-DIGVER-ERRONEO
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 'E09' TO WRJ-CODIGO
                    MOVE 'DIGITO VERIFICADOR DE NUMCTE ERRONEO'
                                                       TO WRJ-MOTIVO
                WHEN RFC-LETRAS-MAL
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 'E10' TO WRJ-CODIGO
                    MOVE 'RFC CON LETRAS MAL FORMADAS' TO WRJ-MOTIVO
                WHEN RFC-FECHA-MAL
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 'E11' TO WRJ-CODIGO
                    MOVE 'RFC CON FECHA MAL FORMADA' TO WRJ-MOTIVO
                WHEN RFC-HOMOCLAVE-MAL
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 'E12' TO WRJ-CODIGO
                    MOVE 'RFC CON HOMOCLAVE MAL FORMADA' TO WRJ-MOTIVO
                WHEN RFC-INICIALES-MAL
                    SET REGISTRO-INVALIDO TO TRUE
                    MOVE 'E13' TO WRJ-CODIGO
                    MOVE 'RFC NO CORRESPONDE AL NOMBRE' TO WRJ-MOTIVO
            END-EVALUATE
           .

       2301-VALIDAR-DIGVER-NUMCTE.
            IF WRM-NUMCTE NOT NUMERIC
                SET NUMCTE-DIGVER-ERRONEO TO TRUE
            ELSE
                MOVE WRMNC-CONS TO WVC-NUMCTE
                MOVE ZEROES TO WVC-SUMA
                PERFORM 2302-SUMAR-DIGITO-PASO
                        VARYING WVC-SUB FROM 1 BY 1
                        UNTIL WVC-SUB > 5
                DIVIDE WVC-SUMA BY 10 GIVING WVC-COCIENTE
                       REMAINDER WVC-RESIDUO
                IF WVC-RESIDUO = ZEROES
                    MOVE ZEROES TO WVC-DIGVER
                ELSE
                    COMPUTE WVC-DIGVER = 10 - WVC-RESIDUO
                END-IF
                IF WVC-DIGVER NOT = WRMNC-DIGVER
                    SET NUMCTE-DIGVER-ERRONEO TO TRUE
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Posiciones impares (1, 3 y 5) pesan 2, las pares pesan 1.      *
      *----------------------------------------------------------------*
       2302-SUMAR-DIGITO-PASO.
            DIVIDE WVC-SUB BY 2 GIVING WVC-COCIENTE
                   REMAINDER WVC-RESIDUO
            IF WVC-RESIDUO = 1
                COMPUTE WVC-PRODUCTO = WVC-DIGITO (WVC-SUB) * 2
                IF WVC-PRODUCTO > 9
                    SUBTRACT 9 FROM WVC-PRODUCTO
                END-IF
            ELSE
                MOVE WVC-DIGITO (WVC-SUB) TO WVC-PRODUCTO
            END-IF
            ADD WVC-PRODUCTO TO WVC-SUMA
           .

      *----------------------------------------------------------------*
      * Estructura del RFC que quedo en WVC-RFC: letras, fecha y       *
      * homoclave, en ese orden; WVC-RESULTADO queda con la primera    *
      * falla encontrada.                                              *
      *----------------------------------------------------------------*
       2303-VALIDAR-ESTRUCTURA-RFC.
            PERFORM 2304-VALIDAR-LETRA-RFC-PASO
                    VARYING WVC-SUB FROM 1 BY 1
                    UNTIL WVC-SUB > 4 OR NOT CLAVE-CORRECTA
            IF CLAVE-CORRECTA
                IF WVC-RFC-FECHA NOT NUMERIC
                    SET RFC-FECHA-MAL TO TRUE
                ELSE
                    IF WVC-RFC-MM < 1 OR WVC-RFC-MM > 12
                        SET RFC-FECHA-MAL TO TRUE
                    ELSE
                        DIVIDE WVC-RFC-AA BY 4 GIVING WVC-COCIENTE
                               REMAINDER WVC-RESIDUO
                        IF WVC-RFC-DD < 1
                           OR (WVC-RFC-DD > W-DM-DIAS (WVC-RFC-MM)
                               AND NOT (WVC-RFC-MM = 2
                                        AND WVC-RFC-DD = 29
                                        AND WVC-RESIDUO = ZEROES))
                            SET RFC-FECHA-MAL TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF CLAVE-CORRECTA
                PERFORM 2305-VALIDAR-HOMOCLAVE-PASO
                        VARYING WVC-SUB FROM 1 BY 1
                        UNTIL WVC-SUB > 3 OR NOT CLAVE-CORRECTA
            END-IF
           .

       2304-VALIDAR-LETRA-RFC-PASO.
            MOVE WVC-RFC-LETRAS (WVC-SUB:1) TO WVC-CARACTER
            IF NOT CARACTER-LETRA AND WVC-CARACTER NOT = '&'
                SET RFC-LETRAS-MAL TO TRUE
            END-IF
           .

       2305-VALIDAR-HOMOCLAVE-PASO.
            MOVE WVC-RFC-HOMOCLAVE (WVC-SUB:1) TO WVC-CARACTER
            IF WVC-SUB < 3
                IF NOT CARACTER-LETRA AND NOT CARACTER-DIGITO
                    SET RFC-HOMOCLAVE-MAL TO TRUE
                END-IF
            ELSE
                IF NOT CARACTER-DIGITO AND WVC-CARACTER NOT = 'A'
                    SET RFC-HOMOCLAVE-MAL TO TRUE
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Letras del RFC contra WVC-NOMBRE / WVC-APEPAT / WVC-APEMAT.    *
      * Sin apellido paterno o sin nombre no hay contra que comparar y *
      * la validacion no aplica.  Las particulas (DE, DEL, LA, LAS,    *
      * LOS, Y, MC, MAC, VON, VAN, DER) no cuentan para las iniciales, *
      * y en JOSE / MARIA / MA. / J. se toma el segundo nombre.        *
      *----------------------------------------------------------------*
       2306-VALIDAR-INICIALES-RFC.
            IF WVC-APEPAT NOT = SPACES AND WVC-NOMBRE NOT = SPACES
                MOVE ALL 'X' TO WVC-INICIALES
                MOVE WVC-APEPAT TO WVC-PALABRA
                PERFORM 2308-QUITAR-PARTICULAS
                MOVE WVC-PALABRA TO WVC-APEPAT
                MOVE WVC-APEPAT (1:1) TO WVC-INICIALES (1:1)
                MOVE ZEROES TO WVC-POS
                MOVE 'N' TO WVC-FIN-PALABRA
                PERFORM 2307-BUSCAR-VOCAL-PASO
                        VARYING WVC-SUB FROM 2 BY 1
                        UNTIL WVC-SUB > 20 OR WVC-POS NOT = ZEROES
                           OR WVC-FIN-PALABRA = 'S'
                IF WVC-POS NOT = ZEROES
                    MOVE WVC-APEPAT (WVC-POS:1) TO WVC-INICIALES (2:1)
                END-IF
                IF WVC-APEMAT NOT = SPACES
                    MOVE WVC-APEMAT TO WVC-PALABRA
                    PERFORM 2308-QUITAR-PARTICULAS
                    MOVE WVC-PALABRA (1:1) TO WVC-INICIALES (3:1)
                END-IF
                MOVE WVC-NOMBRE TO WVC-PALABRA
                PERFORM 2308-QUITAR-PARTICULAS
                PERFORM 2310-MEDIR-PRIMERA-PALABRA
                IF NOMBRE-COMUN
                    IF WVC-PALABRA (WVC-LONG + 2:) NOT = SPACES
                        PERFORM 2311-SALTAR-PRIMERA-PALABRA
                        PERFORM 2308-QUITAR-PARTICULAS
                    END-IF
                END-IF
                MOVE WVC-PALABRA (1:1) TO WVC-INICIALES (4:1)
                IF WVC-RFC-LETRAS NOT = WVC-INICIALES
                    IF WVC-RFC-LETRAS (1:3) NOT = WVC-INICIALES (1:3)
                       OR WVC-RFC-LETRAS (4:1) NOT = 'X'
                        SET RFC-INICIALES-MAL TO TRUE
                    END-IF
                END-IF
            END-IF
           .

       2307-BUSCAR-VOCAL-PASO.
            MOVE WVC-APEPAT (WVC-SUB:1) TO WVC-CARACTER
            IF WVC-CARACTER = SPACE
                MOVE 'S' TO WVC-FIN-PALABRA
            ELSE
                IF CARACTER-VOCAL
                    MOVE WVC-SUB TO WVC-POS
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Quita de WVC-PALABRA las particulas al inicio, mientras quede  *
      * algo despues de ellas.                                         *
      *----------------------------------------------------------------*
       2308-QUITAR-PARTICULAS.
            MOVE 'N' TO WVC-FIN-PARTICULAS
            PERFORM 2309-QUITAR-UNA-PARTICULA
                    UNTIL WVC-FIN-PARTICULAS = 'S'
           .

       2309-QUITAR-UNA-PARTICULA.
            PERFORM 2310-MEDIR-PRIMERA-PALABRA
            MOVE 'S' TO WVC-FIN-PARTICULAS
            IF PALABRA-PARTICULA
                IF WVC-PALABRA (WVC-LONG + 2:) NOT = SPACES
                    PERFORM 2311-SALTAR-PRIMERA-PALABRA
                    MOVE 'N' TO WVC-FIN-PARTICULAS
                END-IF
            END-IF
           .

      *----------------------------------------------------------------*
      * Largo de la primera palabra de WVC-PALABRA; si es corta queda  *
      * tambien en WVC-PRIMERA para compararla.                        *
      *----------------------------------------------------------------*
       2310-MEDIR-PRIMERA-PALABRA.
            MOVE ZEROES TO WVC-LONG
            INSPECT WVC-PALABRA TALLYING WVC-LONG
                    FOR CHARACTERS BEFORE INITIAL SPACE
            MOVE SPACES TO WVC-PRIMERA
            IF WVC-LONG > ZEROES AND WVC-LONG < 6
                MOVE WVC-PALABRA (1:WVC-LONG) TO WVC-PRIMERA
            END-IF
           .

       2311-SALTAR-PRIMERA-PALABRA.
            MOVE WVC-PALABRA (WVC-LONG + 2:) TO WVC-PALABRA-AUX
            MOVE WVC-PALABRA-AUX TO WVC-PALABRA
           .

       2500-CERRAR-ENTRADA1.
            CLOSE ENTRADA1
            .
            CLOSE MOVTOSX
            .

       2980-CERRAR-SUSPENSO.
            CLOSE SUSPENSO
            .

       2982-CERRAR-RETENIDOS.
            CLOSE RETENIDOS
            .

      *----------------------------------------------------------------*
      * Los liberados ya entraron a esta corrida: al cerrar limpio se  *
      * vacia el archivo para que no se vuelvan a procesar.  Una       *
      * corrida interrumpida no llega aqui, y el reinicio los vuelve   *
      * a encontrar.                                                   *
      *----------------------------------------------------------------*
       2985-VACIAR-LIBERADOS.
            IF LIBERADOS-ABIERTO
                CLOSE LIBERADOS
                OPEN OUTPUT LIBERADOS
                IF FS-LIBERADOS = '00' OR FS-LIBERADOS = '05'
                    CLOSE LIBERADOS
                    DISPLAY "LIBERADOS PROCESADOS: " CONTADOR-LIBERADOS
                ELSE
                    DISPLAY "Hubo un error al vaciar liberados codigo: "
                                                         FS-LIBERADOS
                END-IF
            END-IF
            .

      *----------------------------------------------------------------*
      * Los aprobados tambien ya entraron a esta corrida y se vacian   *
      * al cerrar limpio, igual que los liberados.                     *
      *----------------------------------------------------------------*
       2987-VACIAR-APROBADOS.
            IF APROBADOS-ABIERTO
                CLOSE APROBADOS
                OPEN OUTPUT APROBADOS
                IF FS-APROBADOS = '00' OR FS-APROBADOS = '05'
                    CLOSE APROBADOS
                    DISPLAY "APROBADOS PROCESADOS: " CONTADOR-APROBADOS
                ELSE
                    DISPLAY "Hubo un error al vaciar aprobados codigo: "
                                                         FS-APROBADOS
                END-IF
            END-IF
            .

      *----------------------------------------------------------------*
      * Salida por error de lectura o grabacion a media corrida: se    *
      * cierran los archivos sin vaciar liberados ni aprobados, para   *
      * que el reinicio los vuelva a encontrar, y se termina con 16.   *
      *----------------------------------------------------------------*
       2989-CERRAR-POR-ERROR.
            PERFORM 2500-CERRAR-ENTRADA1
            PERFORM 2600-CERRAR-SALIDA1
            PERFORM 2700-CERRAR-SALIDA2
            PERFORM 2800-CERRAR-SALIDA4
            PERFORM 2900-CERRAR-REINICIO
            PERFORM 2950-CERRAR-RECHAZOS
            PERFORM 2960-CERRAR-EXTRACTO
            PERFORM 2970-CERRAR-REGISTRO
            PERFORM 2975-CERRAR-MOVTOSX
            PERFORM 2980-CERRAR-SUSPENSO
            PERFORM 2982-CERRAR-RETENIDOS
            IF LIBERADOS-ABIERTO
                CLOSE LIBERADOS
            END-IF
            IF APROBADOS-ABIERTO
                CLOSE APROBADOS
            END-IF
            PERFORM 3000-FIN
            .

      ******************************************************************
      * Modo de consulta (PARM "INQUIRY" + NUMCTE): recorre ENTRADA1   *
      * de forma secuencial y unicamente imprime los movimientos de la *
      ******************************************************************
       7000-PROCESO-CONSULTA.
            PERFORM 1400-CARGAR-PERIODO
            PERFORM 1198-CARGAR-CATALOGO-CVEMOV
            PERFORM 7100-ABRIR-ARCHIVOS-CONSULTA
            PERFORM 7200-LEER-ENTRADA1-CONSULTA
            PERFORM 7300-VALIDAR-REGISTRO-CONSULTA
            ELSE
                DISPLAY "Hubo un error al grabar periodo codigo: "
                                                         FS-PERIODO
                PERFORM 3000-FIN
            END-IF
           .

      ******************************************************************
      *    Codigo de retorno del fin normal: advertencia si hubo       *
      *    movimientos rechazados (incluye los de periodo cerrado) o   *
      *    retenidos para el supervisor                                *
      ******************************************************************
       2990-FIJAR-CODIGO-RETORNO.
            IF CONTADOR-RECHAZOS > ZEROES
               OR CONTADOR-RETENIDOS > ZEROES
                SET RETORNO-ADVERTENCIA TO TRUE
            ELSE
                SET RETORNO-LIMPIO TO TRUE
            END-IF
            DISPLAY "CODIGO DE RETORNO: " W-CODIGO-RETORNO
           .

       3000-FIN.
            MOVE W-CODIGO-RETORNO TO RETURN-CODE
            STOP RUN.

       END PROGRAM "PROG05".
