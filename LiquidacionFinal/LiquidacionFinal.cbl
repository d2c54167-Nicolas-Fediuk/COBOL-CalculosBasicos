      ******************************************************************
      *Liquidacion final del legajo que egresa: hasta ahora la baja
      *del maestro solo cambiaba el estado y lo que se le debia al
      *empleado se calculaba a mano fuera del sistema. Con la fecha y
      *el motivo de egreso (R renuncia, D despido sin causa, M mutuo
      *acuerdo) y la fecha de ingreso del maestro, este programa
      *calcula los dias trabajados del mes de egreso, el aguinaldo
      *proporcional del semestre sobre el mejor sueldo de SUELDOMES,
      *las vacaciones no gozadas del anio (la escala de dias por
      *antiguedad, proporcional a lo trabajado, menos las licencias V
      *ya tomadas en LICENCIAS.DAT) y, en el despido sin causa, la
      *indemnizacion por antiguedad y el preaviso. Cada rubro se graba
      *en SUELDOMES como concepto propio del periodo de egreso (LFD,
      *LFS, LFV, LFI, LFP) para que la acreditacion lo pague y el
      *extracto lo asiente, con un recibo numerado en RECIBOS.DAT
      *(original y duplicado), el certificado de trabajo del art. 80
      *con las remuneraciones percibidas en CERTIFICADO-ART80.DAT y
      *el legajo dado de baja en el maestro con fecha y motivo.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la liquidacion final.
      * 2026-10-15  NF  Las vacaciones no gozadas salen del saldo de
      *                 VACSALDOS.DAT cuando el legajo tiene
      *                 otorgamiento del anio: lo otorgado en
      *                 proporcion a lo trabajado menos lo tomado, mas
      *                 lo pendiente de la temporada anterior si el
      *                 egreso cae antes de mayo.
      * 2026-10-15  NF  El valor dia del mensualizado es su sueldo
      *                 basico sobre 30, no el valor hora por 8.
      * 2026-10-15  NF  El encabezado del recibo lleva la fecha de
      *                 emision (EMITIDO AAAAMMDD) para el control de
      *                 recibos firmados.
      * 2026-10-15  NF  Cada linea de auditoria lleva numero de
      *                 secuencia y un sello encadenado al de la linea
      *                 anterior, para que una linea adulterada,
      *                 intercalada o quitada se detecte al verificar
      *                 la cadena.
      * 2026-10-15  NF  Si SUELDOMES no abre o un rubro no se graba,
      *                 la liquidacion final queda asentada NO GRABADA
      *                 en la auditoria y no se emite recibo, ni se da
      *                 la baja, ni el certificado, ni la firma.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidacionFinal.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT SUELDOMES ASSIGN TO "SUELDOMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               FILE STATUS IS FS-SUELDOMES.
           SELECT LICENCIAS ASSIGN TO "LICENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LICENCIAS.
           SELECT VACSALDOS ASSIGN TO "VACSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAC-CLAVE
               FILE STATUS IS FS-VACSALDOS.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           SELECT RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.
           SELECT RECIBOS-CTL ASSIGN TO "RECIBOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS-CTL.
           SELECT CERTIFICADO ASSIGN TO "CERTIFICADO-ART80.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIFICADO.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT LOCKS ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOCKS.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-EMPLEADOS.
       01  EMP-REGISTRO.
           05  EMP-LEGAJO           PIC 9(5).
           05  EMP-NOMBRE           PIC X(20).
           05  EMP-CATEGORIA        PIC X(06).
           05  EMP-VALOR-HORA       PIC 9(5)V99.
           05  EMP-VALOR-HORA-FIN   PIC 9(5)V99.
           05  EMP-DEDUCCION-PORC   PIC 9(3)V99.
           05  EMP-ESTADO           PIC X(01).
           05  EMP-FECHA-INGRESO    PIC 9(08).
           05  EMP-FECHA-EGRESO     PIC 9(08).
           05  EMP-MOTIVO-EGRESO    PIC X(01).
           05  EMP-TIPO-LIQUIDACION PIC X(01).
               88  EMP-MENSUALIZADO VALUE "M".
               88  EMP-JORNALIZADO  VALUE "H" " ".
           05  EMP-SUELDO-BASICO    PIC 9(7)V99.

      *    Acumulado indexado con clave periodo/legajo/concepto: el
      *    reproceso borra su periodo en forma directa y los programas
      *    de periodo leen solo lo suyo con START.
       FD  SUELDOMES.
       01  SM-REGISTRO.
           05  SM-CLAVE.
               10  SM-PERIODO       PIC 9(6).
               10  SM-LEGAJO        PIC 9(5).
               10  SM-CONCEPTO      PIC X(03).
                   88  CONCEPTO-LIQ-FINAL
                       VALUE "LFD" "LFS" "LFV" "LFI" "LFP".
           05  SM-SUELDO-BRUTO      PIC 9(7)V99.
           05  SM-SUELDO-NETO       PIC 9(7)V99.
           05  SM-CENTRO-COSTO      PIC X(04).

      *    Una linea por licencia otorgada: V vacaciones, E enfermedad,
      *    O otra ausencia justificada.
       FD  LICENCIAS
           RECORDING MODE IS F.
       01  LIC-REGISTRO.
           05  LIC-LEGAJO           PIC 9(05).
           05  LIC-TIPO             PIC X(01).
           05  LIC-FECHA-DESDE      PIC 9(08).
           05  LIC-FECHA-HASTA      PIC 9(08).

      *    Saldo de vacaciones por legajo y anio de otorgamiento: los
      *    dias otorgados por antiguedad y los ya tomados con licencias
      *    V (los descuenta CargaLicencias).
       FD  VACSALDOS.
       01  VAC-REGISTRO.
           05  VAC-CLAVE.
               10  VAC-LEGAJO       PIC 9(05).
               10  VAC-ANIO         PIC 9(04).
           05  VAC-DIAS-OTORGADOS   PIC 9(03).
           05  VAC-DIAS-TOMADOS     PIC 9(03).
           05  VAC-ANTIGUEDAD       PIC 9(02).
           05  VAC-FECHA-OTORGA     PIC 9(08).

      *    Estado de cada periodo: A abierto, C cerrado para captura,
      *    E extraido (lo mantiene CierrePeriodos).
       FD  CIERRES
           RECORDING MODE IS F.
       01  CIE-REGISTRO.
           05  CIE-PERIODO           PIC 9(06).
           05  CIE-ESTADO            PIC X(01).

       FD  RECIBOS
           RECORDING MODE IS F.
       01  REC-LINEA                PIC X(100).

      *    Guarda el ultimo numero de recibo emitido para que la
      *    numeracion siga correlativa entre corridas.
       FD  RECIBOS-CTL
           RECORDING MODE IS F.
       01  CTL-NUMERO-RECIBO        PIC 9(07).

      *    Certificado de trabajo (art. 80): se acumula un certificado
      *    por egreso, para imprimir y entregar firmado.
       FD  CERTIFICADO
           RECORDING MODE IS F.
       01  CRT-LINEA                PIC X(100).

       FD  AUDITLOG
           RECORDING MODE IS F.
      *    Cada linea lleva su numero de secuencia y el sello
      *    encadenado al de la linea anterior.
       01  AUD-LINEA.
           05  AUD-CONTENIDO        PIC X(180).
           05  FILLER               PIC X(01).
           05  AUD-SECUENCIA        PIC 9(09).
           05  FILLER               PIC X(01).
           05  AUD-SELLO            PIC 9(18).

      *    Interbloqueo de corridas: cada programa que actualiza toma
      *    su recurso con operador, programa y hora, y lo libera al
      *    FIN; el lock colgado de una corrida caida se fuerza con
      *    supervision.
       FD  LOCKS
           RECORDING MODE IS F.
       01  LCK-REGISTRO.
           05  LCK-RECURSO          PIC X(12).
           05  LCK-PROGRAMA         PIC X(20).
           05  LCK-OPERADOR         PIC X(04).
           05  LCK-FECHA            PIC 9(08).
           05  LCK-HORA             PIC 9(06).

      *    Maestro de operadores autorizados, compartido por todos los
      *    programas con sign-off.
       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPR-REGISTRO.
           05  OPR-CODIGO           PIC X(04).
           05  OPR-NOMBRE           PIC X(30).
           05  OPR-PROGRAMAS        PIC X(80).
           05  OPR-ESTADO           PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-SUELDOMES             PIC X(02) VALUE SPACES.
       77  FS-LICENCIAS             PIC X(02) VALUE SPACES.
       77  FS-VACSALDOS             PIC X(02) VALUE SPACES.
       77  FS-RECIBOS               PIC X(02) VALUE SPACES.
       77  FS-RECIBOS-CTL           PIC X(02) VALUE SPACES.
       77  FS-CERTIFICADO           PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  LEGAJO-BUSCADO           PIC 9(05) VALUE ZERO.
       77  NUMERO-RECIBO            PIC 9(07) VALUE ZERO.
       77  FECHA-EMISION            PIC 9(08) VALUE ZERO.
       77  CENTRO-LEGAJO            PIC X(04) VALUE "GRAL".
       77  WS-TIPO-COPIA            PIC X(09) VALUE SPACES.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-DATOS-OK              PIC X(01) VALUE "N".
           88  DATOS-OK             VALUE "S".
       01  SW-CONFIRMA              PIC X(01) VALUE "N".
           88  CONFIRMA-GRABAR      VALUE "S" "s".
       01  SW-FIN-SUELDOMES         PIC X(01) VALUE "N".
           88  FIN-SUELDOMES        VALUE "S".
       01  SW-FIN-LICENCIAS         PIC X(01) VALUE "N".
           88  FIN-LICENCIAS        VALUE "S".
       01  SW-YA-LIQUIDADA          PIC X(01) VALUE "N".
           88  YA-LIQUIDADA         VALUE "S".
       01  SW-MES-LIQUIDADO         PIC X(01) VALUE "N".
           88  MES-LIQUIDADO        VALUE "S".
       01  SW-SAC-PAGADO            PIC X(01) VALUE "N".
           88  SAC-PAGADO           VALUE "S".
       01  SW-RUBROS-OK             PIC X(01) VALUE "N".
           88  RUBROS-OK            VALUE "S".

      *----------------------------------------------------------------
      * DATOS DEL EGRESO
      *----------------------------------------------------------------
       01  FECHA-EGRESO             PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-EGRESO.
           05  FE-AAAA              PIC 9(04).
           05  FE-MM                PIC 9(02).
           05  FE-DD                PIC 9(02).
       01  FECHA-INGRESO            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-INGRESO.
           05  FI-AAAA              PIC 9(04).
           05  FI-MM                PIC 9(02).
           05  FI-DD                PIC 9(02).

       01  SW-MOTIVO                PIC X(01) VALUE SPACE.
           88  MOTIVO-RENUNCIA      VALUE "R".
           88  MOTIVO-DESPIDO       VALUE "D".
           88  MOTIVO-MUTUO         VALUE "M".
           88  MOTIVO-VALIDO        VALUE "R" "D" "M".
       77  DESCRIPCION-MOTIVO       PIC X(20) VALUE SPACES.

       77  PERIODO-EGRESO           PIC 9(06) VALUE ZERO.
       77  PERIODO-INGRESO          PIC 9(06) VALUE ZERO.
       77  PERIODO-DESDE-ANIO       PIC 9(06) VALUE ZERO.
       77  PERIODO-DESDE-RELEVO     PIC 9(06) VALUE ZERO.
       77  PERIODO-DESDE-SEM        PIC 9(06) VALUE ZERO.
       77  PERIODO-PAGO-SAC         PIC 9(06) VALUE ZERO.
       77  FECHA-INICIO-SEM         PIC 9(08) VALUE ZERO.
       77  FECHA-FIN-SEM            PIC 9(08) VALUE ZERO.
       77  FECHA-INICIO-ANIO        PIC 9(08) VALUE ZERO.
       77  MES-ABSOLUTO             PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * ANTIGUEDAD Y BASES DE CALCULO
      *----------------------------------------------------------------
      *    El dia se paga a 8 horas al valor hora normal, igual que
      *    los dias de licencia en la liquidacion mensual; el mes de
      *    referencia sin sueldos en SUELDOMES es de 30 dias.
       77  HORAS-POR-DIA            PIC 9(02) VALUE 8.
       77  DIAS-MES-REFERENCIA      PIC 9(02) VALUE 30.
       77  ANTIG-MESES              PIC 9(04) COMP VALUE ZERO.
       77  ANTIG-ANIOS              PIC 9(02) VALUE ZERO.
       77  ANTIG-RESTO-MESES        PIC 9(02) VALUE ZERO.
       77  ANIOS-INDEMNIZACION      PIC 9(02) VALUE ZERO.
       77  MESES-PREAVISO           PIC 9(01)V9 VALUE ZERO.
       77  ANIOS-VACACIONES         PIC 9(02) VALUE ZERO.
       77  VALOR-DIA                PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  MEJOR-MENSUAL            PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  MEJOR-SEMESTRE           PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  BASE-SAC                 PIC 9(7)V99 COMP-3 VALUE ZERO.

       77  DIAS-TRABAJADOS-MES      PIC 9(02) VALUE ZERO.
       77  DIAS-SEMESTRE            PIC 9(03) VALUE ZERO.
       77  DIAS-TRAB-SEMESTRE       PIC 9(03) VALUE ZERO.
       77  DIAS-TRAB-ANIO           PIC 9(03) VALUE ZERO.
       77  DIAS-VAC-ESCALA          PIC 9(02) VALUE ZERO.
       77  DIAS-VAC-PROPORC         PIC 9(3)V99 VALUE ZERO.
       77  DIAS-VAC-GOZADOS         PIC 9(03) VALUE ZERO.
       77  DIAS-VAC-PENDIENTES      PIC 9(3)V99 VALUE ZERO.
       77  DIAS-ANIO-COMPUTABLE     PIC 9(03) VALUE ZERO.
       77  SALDO-OTORGADOS          PIC 9(03) VALUE ZERO.
       77  SALDO-TOMADOS            PIC 9(03) VALUE ZERO.
       77  DIAS-VAC-ANT-PEND        PIC 9(03) VALUE ZERO.
       77  FECHA-FIN-ANIO           PIC 9(08) VALUE ZERO.
       01  SW-SALDO-VAC             PIC X(01) VALUE "N".
           88  SALDO-VAC-HALLADO    VALUE "S".

       77  DIAS-INGRESO             PIC 9(07) COMP VALUE ZERO.
       77  DIAS-EGRESO              PIC 9(07) COMP VALUE ZERO.
       77  DIAS-DESDE               PIC 9(07) COMP VALUE ZERO.
       77  DIAS-HASTA               PIC 9(07) COMP VALUE ZERO.
       77  FECHA-DESDE-LIC          PIC 9(08) VALUE ZERO.
       77  FECHA-HASTA-LIC          PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * CONVERSION DE FECHAS A DIAS CORRIDOS
      *----------------------------------------------------------------
       01  FECHA-CALCULO            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-CALCULO.
           05  FCA-AAAA             PIC 9(04).
           05  FCA-MM               PIC 9(02).
           05  FCA-DD               PIC 9(02).
       77  DIAS-CALCULO             PIC 9(07) COMP VALUE ZERO.
       77  ANIO-ANTERIOR            PIC 9(04) COMP VALUE ZERO.
       77  BISIESTOS-PREVIOS        PIC 9(04) COMP VALUE ZERO.
       77  DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.

      *    Dias acumulados al inicio de cada mes en un anio comun.
       01  ACUM-MESES-VALORES       PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  FILLER REDEFINES ACUM-MESES-VALORES.
           05  ACM-DIAS             PIC 9(03) OCCURS 12 TIMES.

      *----------------------------------------------------------------
      * RUBROS DE LA LIQUIDACION FINAL
      *----------------------------------------------------------------
       77  CANT-RUBROS              PIC 9(02) COMP VALUE ZERO.
       01  TABLA-RUBROS.
           05  RUB-ENTRY OCCURS 5 TIMES INDEXED BY IX-RUB.
               10  RUB-CONCEPTO      PIC X(03).
               10  RUB-DESCRIPCION   PIC X(24).
               10  RUB-CANTIDAD      PIC 9(3)V99.
               10  RUB-UNIDAD        PIC X(05).
               10  RUB-BRUTO         PIC 9(7)V99 COMP-3.
               10  RUB-NETO          PIC 9(7)V99 COMP-3.

       77  RUBRO-CONCEPTO           PIC X(03) VALUE SPACES.
       77  RUBRO-DESCRIPCION        PIC X(24) VALUE SPACES.
       77  RUBRO-CANTIDAD           PIC 9(3)V99 VALUE ZERO.
       77  RUBRO-UNIDAD             PIC X(05) VALUE SPACES.
       77  RUBRO-IMPORTE            PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  RUBRO-DEDUCCION          PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  SW-REMUNERATIVO          PIC X(01) VALUE "S".
           88  RUBRO-REMUNERATIVO   VALUE "S".

       77  TOTAL-BRUTO              PIC 9(8)V99 COMP-3 VALUE ZERO.
       77  TOTAL-NETO               PIC 9(8)V99 COMP-3 VALUE ZERO.
       77  TOTAL-DEDUCCION          PIC 9(8)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * REMUNERACIONES DEL LEGAJO POR PERIODO (CERTIFICADO ART. 80)
      *----------------------------------------------------------------
       77  CANT-PERIODOS            PIC 9(3) COMP VALUE ZERO.
       01  SW-HISTORIA-COMPLETA     PIC X(01) VALUE "S".
           88  HISTORIA-COMPLETA    VALUE "S".
       01  TABLA-REMUNERACIONES.
           05  REM-ENTRY OCCURS 600 TIMES INDEXED BY IX-REM.
               10  REM-PERIODO       PIC 9(06).
               10  REM-BRUTO         PIC 9(8)V99 COMP-3.
               10  REM-NETO          PIC 9(8)V99 COMP-3.
       77  REM-RETENIDO             PIC 9(8)V99 COMP-3 VALUE ZERO.
       77  CRT-TOTAL-BRUTO          PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  CRT-TOTAL-RETENIDO       PIC 9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * RASTRO DE AUDITORIA
      *----------------------------------------------------------------
       01  WS-FECHA-AUDIT.
           05  WS-FECHA-AAAA        PIC 9(04).
           05  WS-FECHA-MM          PIC 9(02).
           05  WS-FECHA-DD          PIC 9(02).
       01  WS-HORA-AUDIT.
           05  WS-HORA-HH           PIC 9(02).
           05  WS-HORA-MM           PIC 9(02).
           05  WS-HORA-SS           PIC 9(02).
           05  WS-HORA-CC           PIC 9(02).
       01  AUD-TEXTO                PIC X(140) VALUE SPACES.
      *    Sello encadenado de la auditoria: la ultima secuencia y
      *    el ultimo sello de la cadena, y el area sobre la que se
      *    calcula el sello de la linea nueva (sello anterior,
      *    secuencia y contenido).
       77  SEL-SECUENCIA-ULT        PIC 9(09) VALUE ZERO.
       77  SEL-SELLO-ULT            PIC 9(18) VALUE ZERO.
       01  SW-SELLO-LEIDO           PIC X(01) VALUE "N".
           88  SELLO-LEIDO          VALUE "S".
       01  SW-FIN-SELLO             PIC X(01) VALUE "N".
           88  FIN-SELLO            VALUE "S".
       01  SEL-TEXTO.
           05  SEL-SELLO-PREVIO     PIC 9(18).
           05  SEL-SECUENCIA        PIC 9(09).
           05  SEL-CONTENIDO        PIC X(180).
       01  SEL-BYTE-AREA.
           05  SEL-CODIGO           PIC 9(04) COMP.
       01  FILLER REDEFINES SEL-BYTE-AREA.
           05  SEL-BYTE-ALTO        PIC X(01).
           05  SEL-BYTE             PIC X(01).
       77  SEL-POS                  PIC 9(03) COMP VALUE ZERO.
       77  SEL-H1                   PIC 9(09) COMP VALUE ZERO.
       77  SEL-H2                   PIC 9(09) COMP VALUE ZERO.
       77  SEL-PRODUCTO             PIC 9(12) COMP VALUE ZERO.
       77  SEL-COCIENTE             PIC 9(12) COMP VALUE ZERO.
       77  SEL-RESULTADO            PIC 9(18) VALUE ZERO.
       01  WS-ED-VALOR1             PIC ZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZ9.99.
       01  WS-ED-VALOR3             PIC ZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZ9.99.
       01  WS-ED-PORC               PIC ZZ9.99.
       01  WS-ED-ANIOS              PIC Z9.
       01  WS-ED-MESES              PIC Z9.
       01  WS-ED-RECIBO             PIC 9(07).
       01  WS-ED-PERIODOS           PIC ZZ9.

      *----------------------------------------------------------------
      * CONTROL DE CIERRE DEL PERIODO
      *----------------------------------------------------------------
       77  FS-CIERRES               PIC X(02) VALUE SPACES.

       01  SW-ESTADO-PERIODO        PIC X(01) VALUE "A".
           88  PERIODO-ABIERTO      VALUE "A".
           88  PERIODO-CERRADO      VALUE "C".
           88  PERIODO-EXTRAIDO     VALUE "E".
       01  SW-FIN-CIERRES           PIC X(01) VALUE "N".
           88  FIN-CIERRES          VALUE "S".

      *----------------------------------------------------------------
      * INTERBLOQUEO DE CORRIDAS (LOCKS)
      *----------------------------------------------------------------
       77  FS-LOCKS                 PIC X(02) VALUE SPACES.
       77  RECURSO-LOCK             PIC X(12) VALUE "SUELDOMES".
       77  CANT-LOCKS               PIC 9(2) COMP VALUE ZERO.

       01  SW-LOCK-TOMADO           PIC X(01) VALUE "N".
           88  LOCK-TOMADO          VALUE "S".
       01  SW-FORZAR                PIC X(01) VALUE "N".
           88  FORZAR-LOCK          VALUE "S" "s".
       01  SW-FIN-LOCKS             PIC X(01) VALUE "N".
           88  FIN-LOCKS            VALUE "S".

       01  TABLA-LOCKS.
           05  LKT-ENTRY OCCURS 20 TIMES INDEXED BY IX-LCK.
               10  LKT-RECURSO       PIC X(12).
               10  LKT-PROGRAMA      PIC X(20).
               10  LKT-OPERADOR      PIC X(04).
               10  LKT-FECHA         PIC 9(08).
               10  LKT-HORA          PIC 9(06).

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
      *----------------------------------------------------------------
       77  FS-OPERADORES            PIC X(02) VALUE SPACES.
       77  OPERADOR-ESTADO          PIC X(01) VALUE SPACE.
       77  OPERADOR-PROGRAMAS       PIC X(80) VALUE SPACES.
       77  CONT-AUTORIZA            PIC 9(02) VALUE ZERO.

       01  OPERADOR-FIRMA.
           05  OPERADOR-CODIGO      PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  OPERADOR-NOMBRE      PIC X(30) VALUE SPACES.

       01  SW-OPERADOR-OK           PIC X(01) VALUE "N".
           88  OPERADOR-OK          VALUE "S".
       01  SW-OPERADOR-HALLADO      PIC X(01) VALUE "N".
           88  OPERADOR-HALLADO     VALUE "S".
       01  SW-FIN-OPERADORES        PIC X(01) VALUE "N".
           88  FIN-OPERADORES       VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF INIT-OK
               PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT
               IF NOT OPERADOR-OK
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 1100-PEDIR-EGRESO THRU 1100-EXIT
               IF NOT DATOS-OK
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 1700-CONTROLAR-CIERRE THRU 1700-EXIT
               IF NOT PERIODO-ABIERTO
                   DISPLAY "El periodo de egreso " PERIODO-EGRESO
                       " esta cerrado, no se liquida."
                   STRING "Periodo=" PERIODO-EGRESO
                       " CERRADO estado=" SW-ESTADO-PERIODO
                       ", liquidacion final legajo=" EMP-LEGAJO
                       " rechazada"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
      *        La liquidacion final escribe sobre el mismo SUELDOMES
      *        que la liquidacion mensual: la corrida toma el recurso
      *        y lo devuelve al terminar.
               PERFORM 0700-TOMAR-LOCK THRU 0700-EXIT
               IF NOT LOCK-TOMADO
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2000-RELEVAR-SUELDOS THRU 2000-EXIT
               IF YA-LIQUIDADA
                   DISPLAY "El legajo ya tiene liquidacion final en "
                       "el periodo " PERIODO-EGRESO ", no se repite."
                   STRING "Liquidacion final legajo=" EMP-LEGAJO
                       " periodo=" PERIODO-EGRESO
                       " YA LIQUIDADA, corrida rechazada"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
               ELSE
                   PERFORM 2500-CONTAR-VACACIONES THRU 2500-EXIT
                   PERFORM 2600-LEER-SALDO-VAC THRU 2600-EXIT
                   PERFORM 3000-CALCULAR THRU 3000-EXIT
                   PERFORM 3800-MOSTRAR-LIQUIDACION THRU 3800-EXIT
                   IF CONFIRMA-GRABAR
                       PERFORM 4000-GRABAR-RUBROS THRU 4000-EXIT
      *                Sin los rubros en SUELDOMES no hay recibo, ni
      *                baja, ni certificado: la corrida se puede
      *                repetir.
                       IF RUBROS-OK
                           PERFORM 4500-EMITIR-RECIBO THRU 4500-EXIT
                           PERFORM 4800-BAJA-MAESTRO THRU 4800-EXIT
                           PERFORM 5000-EMITIR-CERTIFICADO
                               THRU 5000-EXIT
                           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
                       END-IF
                   ELSE
                       DISPLAY "Liquidacion final no grabada."
                       STRING "Liquidacion final legajo=" EMP-LEGAJO
                           " NO CONFIRMADA por el operador"
                           DELIMITED BY SIZE INTO AUD-TEXTO
                       PERFORM 7200-AUDITAR THRU 7200-EXIT
                   END-IF
               END-IF
               PERFORM 0790-LIBERAR-LOCK THRU 0790-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           OPEN I-O MAESTRO-EMPLEADOS.
           IF FS-MAESTRO NOT = "00"
               DISPLAY "No se pudo abrir MAESTROEMP.DAT, FS="
                   FS-MAESTRO
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SUELDOMES.
           IF FS-SUELDOMES NOT = "00"
               DISPLAY "No se pudo abrir SUELDOMES.DAT, FS="
                   FS-SUELDOMES
               CLOSE MAESTRO-EMPLEADOS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-PEDIR-EGRESO - legajo, fecha y motivo de egreso. El legajo
      *                     debe tener fecha de ingreso y no tener ya
      *                     motivo de egreso asentado; el dado de baja
      *                     por el mantenimiento propone su fecha
      ******************************************************************
       1100-PEDIR-EGRESO.
           MOVE "N" TO SW-DATOS-OK.
           DISPLAY "Ingrese el legajo que egresa:".
           ACCEPT LEGAJO-BUSCADO.
           MOVE LEGAJO-BUSCADO TO EMP-LEGAJO.
           READ MAESTRO-EMPLEADOS
               INVALID KEY
                   DISPLAY "Legajo inexistente."
                   GO TO 1100-EXIT
           END-READ.
           IF EMP-MOTIVO-EGRESO NOT = SPACE
               DISPLAY "El legajo ya tiene liquidacion final (egreso "
                   EMP-FECHA-EGRESO " motivo " EMP-MOTIVO-EGRESO ")."
               STRING "Liquidacion final legajo=" EMP-LEGAJO
                   " RECHAZADA, ya egresado el " EMP-FECHA-EGRESO
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF EMP-FECHA-INGRESO = ZERO
               DISPLAY "El legajo no tiene fecha de ingreso: cargarla "
                   "con MantEmpleados antes de liquidar."
               STRING "Liquidacion final legajo=" EMP-LEGAJO
                   " RECHAZADA, sin fecha de ingreso"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 1100-EXIT
           END-IF.
           DISPLAY "Legajo " EMP-LEGAJO " " EMP-NOMBRE
               " ingreso " EMP-FECHA-INGRESO " estado " EMP-ESTADO.
           IF EMP-FECHA-EGRESO NOT = ZERO
               DISPLAY "Fecha de egreso asentada en la baja: "
                   EMP-FECHA-EGRESO " (0 = confirmarla)"
           END-IF.
           DISPLAY "Ingrese la fecha de egreso (AAAAMMDD):".
           ACCEPT FECHA-EGRESO.
           IF FECHA-EGRESO = ZERO
               MOVE EMP-FECHA-EGRESO TO FECHA-EGRESO
           END-IF.
           MOVE EMP-FECHA-INGRESO TO FECHA-INGRESO.
           MOVE FECHA-EGRESO TO FECHA-CALCULO.
           PERFORM 2950-DIAS-DEL-MES THRU 2950-EXIT.
           IF FE-AAAA < 1900 OR FE-MM < 01 OR FE-MM > 12
               OR FE-DD < 01 OR FE-DD > DIAS-DEL-MES
               OR FECHA-EGRESO < FECHA-INGRESO
               DISPLAY "Fecha de egreso invalida."
               GO TO 1100-EXIT
           END-IF.
           DISPLAY "Motivo: R) Renuncia  D) Despido sin causa  "
               "M) Mutuo acuerdo".
           ACCEPT SW-MOTIVO.
           IF NOT MOTIVO-VALIDO
               DISPLAY "Motivo invalido."
               GO TO 1100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MOTIVO-RENUNCIA
                   MOVE "RENUNCIA"           TO DESCRIPCION-MOTIVO
               WHEN MOTIVO-DESPIDO
                   MOVE "DESPIDO SIN CAUSA"  TO DESCRIPCION-MOTIVO
               WHEN MOTIVO-MUTUO
                   MOVE "MUTUO ACUERDO"      TO DESCRIPCION-MOTIVO
           END-EVALUATE.
           COMPUTE PERIODO-EGRESO  = FE-AAAA * 100 + FE-MM.
           COMPUTE PERIODO-INGRESO = FI-AAAA * 100 + FI-MM.
           MOVE "S" TO SW-DATOS-OK.
           STRING "Liquidacion final legajo=" EMP-LEGAJO
               " ingreso=" FECHA-INGRESO
               " egreso=" FECHA-EGRESO
               " motivo=" DESCRIPCION-MOTIVO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CONTROLAR-CIERRE - estado del periodo en CIERRES.DAT; un
      *                         periodo sin registro se toma abierto
      ******************************************************************
       1700-CONTROLAR-CIERRE.
           MOVE "A" TO SW-ESTADO-PERIODO.
           OPEN INPUT CIERRES.
           IF FS-CIERRES NOT = "00"
               GO TO 1700-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CIERRES.
           PERFORM 1750-LEER-CIERRE THRU 1750-EXIT
               UNTIL FIN-CIERRES.
           CLOSE CIERRES.
       1700-EXIT.
           EXIT.

       1750-LEER-CIERRE.
           READ CIERRES
               AT END
                   MOVE "S" TO SW-FIN-CIERRES
               NOT AT END
                   IF CIE-PERIODO = PERIODO-EGRESO
                       MOVE CIE-ESTADO TO SW-ESTADO-PERIODO
                   END-IF
           END-READ.
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEVAR-SUELDOS - un solo recorrido de SUELDOMES desde el
      *                        ingreso (o los ultimos doce meses, lo
      *                        que sea anterior) hasta el egreso: mejor
      *                        sueldo del anio y del semestre, mes de
      *                        egreso ya liquidado, SAC ya pagado y las
      *                        remuneraciones por periodo del
      *                        certificado
      ******************************************************************
       2000-RELEVAR-SUELDOS.
      *    Ultimos doce meses contando el de egreso.
           COMPUTE MES-ABSOLUTO = FE-AAAA * 12 + FE-MM - 12.
           DIVIDE MES-ABSOLUTO BY 12 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           COMPUTE PERIODO-DESDE-ANIO =
               COCIENTE-BISIESTO * 100 + RESTO-BISIESTO + 1.
           IF FE-MM NOT > 6
               COMPUTE PERIODO-DESDE-SEM = FE-AAAA * 100 + 1
               COMPUTE PERIODO-PAGO-SAC  = FE-AAAA * 100 + 6
               COMPUTE FECHA-INICIO-SEM  = FE-AAAA * 10000 + 0101
               COMPUTE FECHA-FIN-SEM     = FE-AAAA * 10000 + 0630
           ELSE
               COMPUTE PERIODO-DESDE-SEM = FE-AAAA * 100 + 7
               COMPUTE PERIODO-PAGO-SAC  = FE-AAAA * 100 + 12
               COMPUTE FECHA-INICIO-SEM  = FE-AAAA * 10000 + 0701
               COMPUTE FECHA-FIN-SEM     = FE-AAAA * 10000 + 1231
           END-IF.
           IF PERIODO-INGRESO < PERIODO-DESDE-ANIO
               MOVE PERIODO-INGRESO    TO PERIODO-DESDE-RELEVO
           ELSE
               MOVE PERIODO-DESDE-ANIO TO PERIODO-DESDE-RELEVO
           END-IF.
           MOVE ZERO TO MEJOR-MENSUAL.
           MOVE ZERO TO MEJOR-SEMESTRE.
           MOVE ZERO TO CANT-PERIODOS.
           MOVE PERIODO-DESDE-RELEVO TO SM-PERIODO.
           MOVE ZERO TO SM-LEGAJO.
           MOVE LOW-VALUES TO SM-CONCEPTO.
           MOVE "N" TO SW-FIN-SUELDOMES.
           START SUELDOMES KEY NOT < SM-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SUELDOMES
           END-START.
           PERFORM 2100-LEER-SUELDOMES THRU 2100-EXIT
               UNTIL FIN-SUELDOMES.
           CLOSE SUELDOMES.
       2000-EXIT.
           EXIT.

       2100-LEER-SUELDOMES.
           READ SUELDOMES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SUELDOMES
                   GO TO 2100-EXIT
           END-READ.
           IF SM-PERIODO > PERIODO-EGRESO
               MOVE "S" TO SW-FIN-SUELDOMES
               GO TO 2100-EXIT
           END-IF.
           IF SM-LEGAJO NOT = EMP-LEGAJO
               GO TO 2100-EXIT
           END-IF.
           IF CONCEPTO-LIQ-FINAL AND SM-PERIODO = PERIODO-EGRESO
               MOVE "S" TO SW-YA-LIQUIDADA
           END-IF.
           IF SM-CONCEPTO = "SAC" AND SM-PERIODO = PERIODO-PAGO-SAC
               MOVE "S" TO SW-SAC-PAGADO
           END-IF.
           IF SM-CONCEPTO = "SUE"
               MOVE SM-CENTRO-COSTO TO CENTRO-LEGAJO
               IF SM-PERIODO = PERIODO-EGRESO
                   MOVE "S" TO SW-MES-LIQUIDADO
               END-IF
               IF SM-PERIODO NOT < PERIODO-DESDE-ANIO
                   AND SM-SUELDO-BRUTO > MEJOR-MENSUAL
                   MOVE SM-SUELDO-BRUTO TO MEJOR-MENSUAL
               END-IF
               IF SM-PERIODO NOT < PERIODO-DESDE-SEM
                   AND SM-SUELDO-BRUTO > MEJOR-SEMESTRE
                   MOVE SM-SUELDO-BRUTO TO MEJOR-SEMESTRE
               END-IF
           END-IF.
           IF SM-PERIODO NOT < PERIODO-INGRESO
               PERFORM 2200-ACUMULAR-PERIODO THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *    Remuneracion bruta y neta del periodo para el certificado,
      *    todos los conceptos juntos. El acumulado viene en orden de
      *    periodo: solo se compara con el ultimo periodo cargado.
       2200-ACUMULAR-PERIODO.
           IF CANT-PERIODOS > ZERO
               IF REM-PERIODO (CANT-PERIODOS) = SM-PERIODO
                   SET IX-REM TO CANT-PERIODOS
                   GO TO 2200-SUMAR
               END-IF
           END-IF.
           IF CANT-PERIODOS >= 600
               MOVE "N" TO SW-HISTORIA-COMPLETA
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO CANT-PERIODOS.
           SET IX-REM TO CANT-PERIODOS.
           MOVE SM-PERIODO TO REM-PERIODO (IX-REM).
           MOVE ZERO TO REM-BRUTO (IX-REM).
           MOVE ZERO TO REM-NETO (IX-REM).
       2200-SUMAR.
           ADD SM-SUELDO-BRUTO TO REM-BRUTO (IX-REM)
               ON SIZE ERROR
                   DISPLAY "Bruto del periodo fuera de rango."
           END-ADD.
           ADD SM-SUELDO-NETO TO REM-NETO (IX-REM)
               ON SIZE ERROR
                   DISPLAY "Neto del periodo fuera de rango."
           END-ADD.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CONTAR-VACACIONES - dias de licencia V ya tomados en el
      *                          anio de egreso, desde el 1 de enero
      *                          (o el ingreso) hasta el egreso
      ******************************************************************
       2500-CONTAR-VACACIONES.
           MOVE ZERO TO DIAS-VAC-GOZADOS.
           COMPUTE FECHA-INICIO-ANIO = FE-AAAA * 10000 + 0101.
           IF FECHA-INGRESO > FECHA-INICIO-ANIO
               MOVE FECHA-INGRESO TO FECHA-INICIO-ANIO
           END-IF.
           OPEN INPUT LICENCIAS.
           IF FS-LICENCIAS NOT = "00"
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-LICENCIAS.
           PERFORM 2550-LEER-LICENCIA THRU 2550-EXIT
               UNTIL FIN-LICENCIAS.
           CLOSE LICENCIAS.
       2500-EXIT.
           EXIT.

       2550-LEER-LICENCIA.
           READ LICENCIAS
               AT END
                   MOVE "S" TO SW-FIN-LICENCIAS
                   GO TO 2550-EXIT
           END-READ.
           IF LIC-LEGAJO NOT = EMP-LEGAJO
               OR (LIC-TIPO NOT = "V" AND LIC-TIPO NOT = "v")
               GO TO 2550-EXIT
           END-IF.
           IF LIC-FECHA-DESDE > FECHA-INICIO-ANIO
               MOVE LIC-FECHA-DESDE   TO FECHA-DESDE-LIC
           ELSE
               MOVE FECHA-INICIO-ANIO TO FECHA-DESDE-LIC
           END-IF.
           IF LIC-FECHA-HASTA < FECHA-EGRESO
               MOVE LIC-FECHA-HASTA TO FECHA-HASTA-LIC
           ELSE
               MOVE FECHA-EGRESO    TO FECHA-HASTA-LIC
           END-IF.
           IF FECHA-HASTA-LIC < FECHA-DESDE-LIC
               GO TO 2550-EXIT
           END-IF.
           MOVE FECHA-DESDE-LIC TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE DIAS-CALCULO TO DIAS-DESDE.
           MOVE FECHA-HASTA-LIC TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE DIAS-CALCULO TO DIAS-HASTA.
           COMPUTE DIAS-VAC-GOZADOS =
               DIAS-VAC-GOZADOS + DIAS-HASTA - DIAS-DESDE + 1
               ON SIZE ERROR
                   MOVE 999 TO DIAS-VAC-GOZADOS
           END-COMPUTE.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LEER-SALDO-VAC - otorgamiento del anio de egreso y, si el
      *                       egreso cae antes de mayo, lo pendiente
      *                       de la temporada anterior que sigue
      *                       abierta
      ******************************************************************
       2600-LEER-SALDO-VAC.
           MOVE "N" TO SW-SALDO-VAC.
           MOVE ZERO TO DIAS-VAC-ANT-PEND.
           OPEN INPUT VACSALDOS.
           IF FS-VACSALDOS NOT = "00"
               GO TO 2600-EXIT
           END-IF.
           MOVE EMP-LEGAJO TO VAC-LEGAJO.
           MOVE FE-AAAA    TO VAC-ANIO.
           READ VACSALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-SALDO-VAC
                   MOVE VAC-DIAS-OTORGADOS TO SALDO-OTORGADOS
                   MOVE VAC-DIAS-TOMADOS   TO SALDO-TOMADOS
           END-READ.
           IF FE-MM < 05
               MOVE EMP-LEGAJO TO VAC-LEGAJO
               SUBTRACT 1 FROM FE-AAAA GIVING VAC-ANIO
               READ VACSALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VAC-DIAS-OTORGADOS > VAC-DIAS-TOMADOS
                           SUBTRACT VAC-DIAS-TOMADOS
                               FROM VAC-DIAS-OTORGADOS
                               GIVING DIAS-VAC-ANT-PEND
                       END-IF
               END-READ
           END-IF.
           CLOSE VACSALDOS.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2900-FECHA-A-DIAS - dias corridos de FECHA-CALCULO desde el
      *                     inicio de la era, para restar fechas; el
      *                     bisiesto es el de cada cuatro anios, como
      *                     en el resto de la liquidacion
      ******************************************************************
       2900-FECHA-A-DIAS.
           SUBTRACT 1 FROM FCA-AAAA GIVING ANIO-ANTERIOR.
           DIVIDE ANIO-ANTERIOR BY 4 GIVING BISIESTOS-PREVIOS.
           COMPUTE DIAS-CALCULO = ANIO-ANTERIOR * 365
               + BISIESTOS-PREVIOS + ACM-DIAS (FCA-MM) + FCA-DD.
           IF FCA-MM > 2
               DIVIDE FCA-AAAA BY 4 GIVING COCIENTE-BISIESTO
                   REMAINDER RESTO-BISIESTO
               IF RESTO-BISIESTO = ZERO
                   ADD 1 TO DIAS-CALCULO
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

      *    Dias del mes de FECHA-CALCULO, con febrero bisiesto incluido.
       2950-DIAS-DEL-MES.
           EVALUATE FCA-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO DIAS-DEL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO DIAS-DEL-MES
               WHEN 02
                   DIVIDE FCA-AAAA BY 4 GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = ZERO
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-DEL-MES
           END-EVALUATE.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CALCULAR - antiguedad, bases y cada rubro de la
      *                 liquidacion final
      ******************************************************************
       3000-CALCULAR.
           MOVE ZERO TO CANT-RUBROS.
           MOVE ZERO TO TOTAL-BRUTO.
           MOVE ZERO TO TOTAL-NETO.
           MOVE ZERO TO TOTAL-DEDUCCION.
           MOVE FECHA-INGRESO TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE DIAS-CALCULO TO DIAS-INGRESO.
           MOVE FECHA-EGRESO TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE DIAS-CALCULO TO DIAS-EGRESO.
      *    Antiguedad en meses cumplidos del ingreso al egreso.
           COMPUTE ANTIG-MESES = (FE-AAAA * 12 + FE-MM)
               - (FI-AAAA * 12 + FI-MM).
           IF FE-DD < FI-DD AND ANTIG-MESES > ZERO
               SUBTRACT 1 FROM ANTIG-MESES
           END-IF.
           DIVIDE ANTIG-MESES BY 12 GIVING ANTIG-ANIOS
               REMAINDER ANTIG-RESTO-MESES.
           IF EMP-MENSUALIZADO
               DIVIDE EMP-SUELDO-BASICO BY DIAS-MES-REFERENCIA
                   GIVING VALOR-DIA ROUNDED
           ELSE
               MULTIPLY EMP-VALOR-HORA BY HORAS-POR-DIA
                   GIVING VALOR-DIA
                   ON SIZE ERROR
                       DISPLAY "Valor dia fuera de rango."
                       MOVE ZERO TO VALOR-DIA
               END-MULTIPLY
           END-IF.
      *    Sin sueldos en el anio (ingreso reciente) la mejor
      *    remuneracion es el mes de referencia al valor dia.
           IF MEJOR-MENSUAL = ZERO
               MULTIPLY VALOR-DIA BY DIAS-MES-REFERENCIA
                   GIVING MEJOR-MENSUAL
                   ON SIZE ERROR
                       MOVE ZERO TO MEJOR-MENSUAL
               END-MULTIPLY
               STRING "Legajo=" EMP-LEGAJO
                   " sin sueldos en los ultimos doce meses, mejor "
                   "remuneracion al valor dia"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
           PERFORM 3100-DIAS-TRABAJADOS THRU 3100-EXIT.
           PERFORM 3200-SAC-PROPORCIONAL THRU 3200-EXIT.
           PERFORM 3300-VACACIONES THRU 3300-EXIT.
           IF MOTIVO-DESPIDO
               PERFORM 3400-INDEMNIZACION THRU 3400-EXIT
               PERFORM 3500-PREAVISO THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *    Dias del mes de egreso hasta la fecha de egreso, salvo que
      *    la liquidacion mensual ya haya pagado ese periodo.
       3100-DIAS-TRABAJADOS.
           IF MES-LIQUIDADO
               STRING "Legajo=" EMP-LEGAJO
                   " periodo=" PERIODO-EGRESO
                   " ya liquidado por tarjetas, sin dias trabajados"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE FE-DD TO DIAS-TRABAJADOS-MES.
           IF PERIODO-INGRESO = PERIODO-EGRESO
               COMPUTE DIAS-TRABAJADOS-MES = FE-DD - FI-DD + 1
           END-IF.
           MOVE "LFD"                      TO RUBRO-CONCEPTO.
           MOVE "DIAS TRABAJADOS MES"      TO RUBRO-DESCRIPCION.
           MOVE DIAS-TRABAJADOS-MES        TO RUBRO-CANTIDAD.
           MOVE "DIAS"                     TO RUBRO-UNIDAD.
           MOVE "S"                        TO SW-REMUNERATIVO.
           MULTIPLY DIAS-TRABAJADOS-MES BY VALOR-DIA
               GIVING RUBRO-IMPORTE
               ON SIZE ERROR
                   DISPLAY "Importe de dias trabajados fuera de rango."
                   MOVE ZERO TO RUBRO-IMPORTE
           END-MULTIPLY.
           PERFORM 3900-AGREGAR-RUBRO THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *    Medio mejor sueldo del semestre en proporcion a los dias
      *    trabajados del semestre; si el SAC del semestre ya se pago
      *    (egreso en junio o diciembre despues del aguinaldo) no hay
      *    proporcional.
       3200-SAC-PROPORCIONAL.
           IF SAC-PAGADO
               STRING "Legajo=" EMP-LEGAJO
                   " SAC del semestre ya pagado en " PERIODO-PAGO-SAC
                   ", sin proporcional"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE FECHA-INICIO-SEM TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE DIAS-CALCULO TO DIAS-DESDE.
           MOVE FECHA-FIN-SEM TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           COMPUTE DIAS-SEMESTRE = DIAS-CALCULO - DIAS-DESDE + 1.
           IF DIAS-INGRESO > DIAS-DESDE
               MOVE DIAS-INGRESO TO DIAS-DESDE
           END-IF.
           COMPUTE DIAS-TRAB-SEMESTRE = DIAS-EGRESO - DIAS-DESDE + 1.
           MOVE MEJOR-SEMESTRE TO BASE-SAC.
           IF BASE-SAC = ZERO
               MOVE MEJOR-MENSUAL TO BASE-SAC
           END-IF.
           MOVE "LFS"                      TO RUBRO-CONCEPTO.
           MOVE "SAC PROPORCIONAL"         TO RUBRO-DESCRIPCION.
           MOVE DIAS-TRAB-SEMESTRE         TO RUBRO-CANTIDAD.
           MOVE "DIAS"                     TO RUBRO-UNIDAD.
           MOVE "S"                        TO SW-REMUNERATIVO.
           COMPUTE RUBRO-IMPORTE ROUNDED =
               BASE-SAC / 2 * DIAS-TRAB-SEMESTRE / DIAS-SEMESTRE
               ON SIZE ERROR
                   DISPLAY "SAC proporcional fuera de rango."
                   MOVE ZERO TO RUBRO-IMPORTE
           END-COMPUTE.
           PERFORM 3900-AGREGAR-RUBRO THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *    Con otorgamiento del anio en VACSALDOS, lo otorgado en
      *    proporcion a los dias trabajados desde el 1 de enero (o el
      *    ingreso) menos lo ya tomado de ese otorgamiento; sin el, la
      *    escala por antiguedad al 31 de diciembre (14/21/28/35) en
      *    proporcion al anio menos las licencias V del anio. Se suma
      *    lo pendiente de la temporada anterior todavia abierta.
       3300-VACACIONES.
           MOVE FECHA-INICIO-ANIO TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           COMPUTE DIAS-TRAB-ANIO = DIAS-EGRESO - DIAS-CALCULO + 1.
           IF SALDO-VAC-HALLADO
               MOVE SALDO-OTORGADOS TO DIAS-VAC-ESCALA
               MOVE SALDO-TOMADOS   TO DIAS-VAC-GOZADOS
               MOVE DIAS-CALCULO    TO DIAS-DESDE
               COMPUTE FECHA-FIN-ANIO = FE-AAAA * 10000 + 1231
               MOVE FECHA-FIN-ANIO TO FECHA-CALCULO
               PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT
               COMPUTE DIAS-ANIO-COMPUTABLE =
                   DIAS-CALCULO - DIAS-DESDE + 1
           ELSE
               SUBTRACT FI-AAAA FROM FE-AAAA GIVING ANIOS-VACACIONES
               EVALUATE TRUE
                   WHEN ANIOS-VACACIONES < 5
                       MOVE 14 TO DIAS-VAC-ESCALA
                   WHEN ANIOS-VACACIONES < 10
                       MOVE 21 TO DIAS-VAC-ESCALA
                   WHEN ANIOS-VACACIONES < 20
                       MOVE 28 TO DIAS-VAC-ESCALA
                   WHEN OTHER
                       MOVE 35 TO DIAS-VAC-ESCALA
               END-EVALUATE
               MOVE 365 TO DIAS-ANIO-COMPUTABLE
           END-IF.
           COMPUTE DIAS-VAC-PROPORC ROUNDED =
               DIAS-VAC-ESCALA * DIAS-TRAB-ANIO / DIAS-ANIO-COMPUTABLE
               ON SIZE ERROR
                   MOVE DIAS-VAC-ESCALA TO DIAS-VAC-PROPORC
           END-COMPUTE.
           IF DIAS-VAC-PROPORC > DIAS-VAC-ESCALA
               MOVE DIAS-VAC-ESCALA TO DIAS-VAC-PROPORC
           END-IF.
           IF DIAS-VAC-GOZADOS < DIAS-VAC-PROPORC
               SUBTRACT DIAS-VAC-GOZADOS FROM DIAS-VAC-PROPORC
                   GIVING DIAS-VAC-PENDIENTES
           ELSE
               MOVE ZERO TO DIAS-VAC-PENDIENTES
           END-IF.
           ADD DIAS-VAC-ANT-PEND TO DIAS-VAC-PENDIENTES.
           IF DIAS-VAC-PENDIENTES = ZERO
               STRING "Legajo=" EMP-LEGAJO
                   " sin vacaciones pendientes, gozados="
                   DIAS-VAC-GOZADOS
                   " saldo VACSALDOS=" SW-SALDO-VAC
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE "LFV"                      TO RUBRO-CONCEPTO.
           MOVE "VACACIONES NO GOZADAS"    TO RUBRO-DESCRIPCION.
           MOVE DIAS-VAC-PENDIENTES        TO RUBRO-CANTIDAD.
           MOVE "DIAS"                     TO RUBRO-UNIDAD.
           MOVE "S"                        TO SW-REMUNERATIVO.
           COMPUTE RUBRO-IMPORTE ROUNDED =
               DIAS-VAC-PENDIENTES * VALOR-DIA
               ON SIZE ERROR
                   DISPLAY "Importe de vacaciones fuera de rango."
                   MOVE ZERO TO RUBRO-IMPORTE
           END-COMPUTE.
           PERFORM 3900-AGREGAR-RUBRO THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

      *    Un mejor sueldo mensual por anio de servicio o fraccion
      *    mayor de tres meses, con minimo de un sueldo; dentro del
      *    periodo de prueba (menos de tres meses) no corresponde.
       3400-INDEMNIZACION.
           IF ANTIG-MESES < 3
               GO TO 3400-EXIT
           END-IF.
           MOVE ANTIG-ANIOS TO ANIOS-INDEMNIZACION.
           IF ANTIG-RESTO-MESES > 3
               ADD 1 TO ANIOS-INDEMNIZACION
           END-IF.
           IF ANIOS-INDEMNIZACION = ZERO
               MOVE 1 TO ANIOS-INDEMNIZACION
           END-IF.
           MOVE "LFI"                      TO RUBRO-CONCEPTO.
           MOVE "INDEMNIZACION ANTIGUEDAD" TO RUBRO-DESCRIPCION.
           MOVE ANIOS-INDEMNIZACION        TO RUBRO-CANTIDAD.
           MOVE "ANIOS"                    TO RUBRO-UNIDAD.
           MOVE "N"                        TO SW-REMUNERATIVO.
           MULTIPLY MEJOR-MENSUAL BY ANIOS-INDEMNIZACION
               GIVING RUBRO-IMPORTE
               ON SIZE ERROR
                   DISPLAY "Indemnizacion fuera de rango."
                   MOVE ZERO TO RUBRO-IMPORTE
           END-MULTIPLY.
           PERFORM 3900-AGREGAR-RUBRO THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

      *    Preaviso omitido: quince dias en el periodo de prueba, un
      *    mes hasta cinco anios de antiguedad y dos meses despues.
       3500-PREAVISO.
           EVALUATE TRUE
               WHEN ANTIG-MESES < 3
                   MOVE 0.5 TO MESES-PREAVISO
               WHEN ANTIG-ANIOS < 5
                   MOVE 1 TO MESES-PREAVISO
               WHEN OTHER
                   MOVE 2 TO MESES-PREAVISO
           END-EVALUATE.
           MOVE "LFP"                      TO RUBRO-CONCEPTO.
           MOVE "PREAVISO"                 TO RUBRO-DESCRIPCION.
           MOVE MESES-PREAVISO             TO RUBRO-CANTIDAD.
           MOVE "MESES"                    TO RUBRO-UNIDAD.
           MOVE "S"                        TO SW-REMUNERATIVO.
           COMPUTE RUBRO-IMPORTE ROUNDED =
               MEJOR-MENSUAL * MESES-PREAVISO
               ON SIZE ERROR
                   DISPLAY "Preaviso fuera de rango."
                   MOVE ZERO TO RUBRO-IMPORTE
           END-COMPUTE.
           PERFORM 3900-AGREGAR-RUBRO THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3800-MOSTRAR-LIQUIDACION - detalle por pantalla y confirmacion
      *                            del operador antes de grabar
      ******************************************************************
       3800-MOSTRAR-LIQUIDACION.
           MOVE "N" TO SW-CONFIRMA.
           MOVE ANTIG-ANIOS       TO WS-ED-ANIOS.
           MOVE ANTIG-RESTO-MESES TO WS-ED-MESES.
           MOVE MEJOR-MENSUAL     TO WS-ED-VALOR1.
           DISPLAY "----- LIQUIDACION FINAL -----".
           DISPLAY "Legajo " EMP-LEGAJO " " EMP-NOMBRE
               " motivo " DESCRIPCION-MOTIVO.
           DISPLAY "Antiguedad " WS-ED-ANIOS " anios " WS-ED-MESES
               " meses  mejor remuneracion " WS-ED-VALOR1.
           IF CANT-RUBROS = ZERO
               DISPLAY "No hay rubros a liquidar."
               GO TO 3800-EXIT
           END-IF.
           PERFORM 3850-MOSTRAR-RUBRO THRU 3850-EXIT
               VARYING IX-RUB FROM 1 BY 1
               UNTIL IX-RUB > CANT-RUBROS.
           MOVE TOTAL-BRUTO TO WS-ED-VALOR3.
           DISPLAY "Total bruto: " WS-ED-VALOR3.
           MOVE TOTAL-NETO TO WS-ED-VALOR3.
           DISPLAY "Total neto.: " WS-ED-VALOR3.
           DISPLAY "Confirma grabar la liquidacion final (S/N)?".
           ACCEPT SW-CONFIRMA.
       3800-EXIT.
           EXIT.

       3850-MOSTRAR-RUBRO.
           MOVE RUB-CANTIDAD (IX-RUB) TO WS-ED-CANT.
           MOVE RUB-BRUTO (IX-RUB)    TO WS-ED-VALOR1.
           MOVE RUB-NETO (IX-RUB)     TO WS-ED-VALOR2.
           DISPLAY RUB-CONCEPTO (IX-RUB) " " RUB-DESCRIPCION (IX-RUB)
               " " WS-ED-CANT " " RUB-UNIDAD (IX-RUB)
               " bruto=" WS-ED-VALOR1 " neto=" WS-ED-VALOR2.
       3850-EXIT.
           EXIT.

      *    Agrega el rubro calculado a la tabla; el remunerativo lleva
      *    el porcentaje de deduccion del maestro y la indemnizacion
      *    va sin descuento. Un rubro en cero no se graba.
       3900-AGREGAR-RUBRO.
           IF RUBRO-IMPORTE = ZERO OR CANT-RUBROS >= 5
               GO TO 3900-EXIT
           END-IF.
           MOVE ZERO TO RUBRO-DEDUCCION.
           IF RUBRO-REMUNERATIVO
               COMPUTE RUBRO-DEDUCCION ROUNDED =
                   RUBRO-IMPORTE * EMP-DEDUCCION-PORC / 100
                   ON SIZE ERROR
                       MOVE ZERO TO RUBRO-DEDUCCION
               END-COMPUTE
           END-IF.
           ADD 1 TO CANT-RUBROS.
           SET IX-RUB TO CANT-RUBROS.
           MOVE RUBRO-CONCEPTO    TO RUB-CONCEPTO (IX-RUB).
           MOVE RUBRO-DESCRIPCION TO RUB-DESCRIPCION (IX-RUB).
           MOVE RUBRO-CANTIDAD    TO RUB-CANTIDAD (IX-RUB).
           MOVE RUBRO-UNIDAD      TO RUB-UNIDAD (IX-RUB).
           MOVE RUBRO-IMPORTE     TO RUB-BRUTO (IX-RUB).
           SUBTRACT RUBRO-DEDUCCION FROM RUBRO-IMPORTE
               GIVING RUB-NETO (IX-RUB).
           ADD RUB-BRUTO (IX-RUB) TO TOTAL-BRUTO.
           ADD RUB-NETO (IX-RUB)  TO TOTAL-NETO.
           ADD RUBRO-DEDUCCION    TO TOTAL-DEDUCCION.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRABAR-RUBROS - cada rubro como concepto propio de
      *                      SUELDOMES en el periodo de egreso; si un
      *                      rubro no se graba la liquidacion queda
      *                      sin recibo, baja ni certificado
      ******************************************************************
       4000-GRABAR-RUBROS.
           MOVE "N" TO SW-RUBROS-OK.
           OPEN I-O SUELDOMES.
           IF FS-SUELDOMES NOT = "00"
               DISPLAY "No se pudo reabrir SUELDOMES.DAT, FS="
                   FS-SUELDOMES
               STRING "Liquidacion final legajo=" EMP-LEGAJO
                   " SUELDOMES FS=" FS-SUELDOMES
                   " NO GRABADA"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE "S" TO SW-RUBROS-OK.
           PERFORM 4100-GRABAR-RUBRO THRU 4100-EXIT
               VARYING IX-RUB FROM 1 BY 1
               UNTIL IX-RUB > CANT-RUBROS.
           CLOSE SUELDOMES.
           IF NOT RUBROS-OK
               DISPLAY "Liquidacion final incompleta en SUELDOMES, "
                   "no se emite recibo ni se da la baja."
           END-IF.
       4000-EXIT.
           EXIT.

       4100-GRABAR-RUBRO.
           MOVE PERIODO-EGRESO        TO SM-PERIODO.
           MOVE EMP-LEGAJO            TO SM-LEGAJO.
           MOVE RUB-CONCEPTO (IX-RUB) TO SM-CONCEPTO.
           MOVE RUB-BRUTO (IX-RUB)    TO SM-SUELDO-BRUTO.
           MOVE RUB-NETO (IX-RUB)     TO SM-SUELDO-NETO.
           MOVE CENTRO-LEGAJO         TO SM-CENTRO-COSTO.
           WRITE SM-REGISTRO
               INVALID KEY
                   MOVE "N" TO SW-RUBROS-OK
                   DISPLAY "Concepto " SM-CONCEPTO
                       " ya grabado para el legajo, no se duplica."
                   STRING "Liquidacion final legajo=" EMP-LEGAJO
                       " concepto=" SM-CONCEPTO
                       " SUELDOMES FS=" FS-SUELDOMES
                       " NO GRABADA"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   GO TO 4100-EXIT
           END-WRITE.
           MOVE RUB-BRUTO (IX-RUB) TO WS-ED-VALOR1.
           MOVE RUB-NETO (IX-RUB)  TO WS-ED-VALOR2.
           STRING "Liquidacion final legajo=" EMP-LEGAJO
               " periodo=" PERIODO-EGRESO
               " concepto=" SM-CONCEPTO
               " bruto=" WS-ED-VALOR1
               " neto=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4500-EMITIR-RECIBO - recibo numerado de la liquidacion final,
      *                      en original y duplicado para la firma
      ******************************************************************
       4500-EMITIR-RECIBO.
           OPEN EXTEND RECIBOS.
           IF FS-RECIBOS NOT = "00"
               OPEN OUTPUT RECIBOS
           END-IF.
           MOVE ZERO TO NUMERO-RECIBO.
           OPEN INPUT RECIBOS-CTL.
           IF FS-RECIBOS-CTL = "00"
               READ RECIBOS-CTL
                   NOT AT END
                       MOVE CTL-NUMERO-RECIBO TO NUMERO-RECIBO
               END-READ
               CLOSE RECIBOS-CTL
           END-IF.
           ADD 1 TO NUMERO-RECIBO.
           MOVE NUMERO-RECIBO TO CTL-NUMERO-RECIBO.
           OPEN OUTPUT RECIBOS-CTL.
           WRITE CTL-NUMERO-RECIBO.
           CLOSE RECIBOS-CTL.
           ACCEPT FECHA-EMISION FROM DATE YYYYMMDD.
           MOVE "ORIGINAL " TO WS-TIPO-COPIA.
           PERFORM 4600-ARMAR-RECIBO THRU 4600-EXIT.
           MOVE "DUPLICADO" TO WS-TIPO-COPIA.
           PERFORM 4600-ARMAR-RECIBO THRU 4600-EXIT.
           CLOSE RECIBOS.
           MOVE NUMERO-RECIBO TO WS-ED-RECIBO.
           MOVE TOTAL-NETO    TO WS-ED-VALOR3.
           DISPLAY "Recibo de liquidacion final nro " WS-ED-RECIBO
               " neto " WS-ED-VALOR3.
           STRING "Recibo nro=" WS-ED-RECIBO
               " liquidacion final legajo=" EMP-LEGAJO
               " periodo=" PERIODO-EGRESO
               " neto=" WS-ED-VALOR3
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4500-EXIT.
           EXIT.

       4600-ARMAR-RECIBO.
           MOVE ALL "-" TO REC-LINEA.
           WRITE REC-LINEA.
           MOVE NUMERO-RECIBO TO WS-ED-RECIBO.
           MOVE SPACES TO REC-LINEA.
           STRING "RECIBO LIQUIDACION FINAL NRO " WS-ED-RECIBO
               "  PERIODO " PERIODO-EGRESO
               "  " WS-TIPO-COPIA
               "  EMITIDO " FECHA-EMISION
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE SPACES TO REC-LINEA.
           STRING "LEGAJO " EMP-LEGAJO "  " EMP-NOMBRE
               "  CATEGORIA " EMP-CATEGORIA
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE ANTIG-ANIOS       TO WS-ED-ANIOS.
           MOVE ANTIG-RESTO-MESES TO WS-ED-MESES.
           MOVE SPACES TO REC-LINEA.
           STRING "INGRESO " FECHA-INGRESO
               "  EGRESO " FECHA-EGRESO
               "  " DESCRIPCION-MOTIVO
               "  ANTIGUEDAD " WS-ED-ANIOS " A " WS-ED-MESES " M"
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           PERFORM 4650-LINEA-RUBRO THRU 4650-EXIT
               VARYING IX-RUB FROM 1 BY 1
               UNTIL IX-RUB > CANT-RUBROS.
           MOVE TOTAL-BRUTO TO WS-ED-VALOR3.
           MOVE SPACES TO REC-LINEA.
           STRING "TOTAL BRUTO.........: " WS-ED-VALOR3
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE EMP-DEDUCCION-PORC TO WS-ED-PORC.
           MOVE TOTAL-DEDUCCION    TO WS-ED-VALOR3.
           MOVE SPACES TO REC-LINEA.
           STRING "DEDUCCION LEY/GREMIO: " WS-ED-PORC
               "% = " WS-ED-VALOR3
               "  (SIN DESCUENTO SOBRE INDEMNIZACION)"
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE TOTAL-NETO TO WS-ED-VALOR3.
           MOVE SPACES TO REC-LINEA.
           STRING "TOTAL NETO..........: " WS-ED-VALOR3
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE SPACES TO REC-LINEA.
           STRING "FIRMA EMPLEADO......: ..............."
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
       4600-EXIT.
           EXIT.

      *    Una linea de recibo por rubro de la liquidacion final.
       4650-LINEA-RUBRO.
           MOVE RUB-CANTIDAD (IX-RUB) TO WS-ED-CANT.
           MOVE RUB-BRUTO (IX-RUB)    TO WS-ED-VALOR3.
           MOVE SPACES TO REC-LINEA.
           STRING RUB-CONCEPTO (IX-RUB) " " RUB-DESCRIPCION (IX-RUB)
               " " WS-ED-CANT " " RUB-UNIDAD (IX-RUB)
               " = " WS-ED-VALOR3
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
       4650-EXIT.
           EXIT.

      ******************************************************************
      * 4800-BAJA-MAESTRO - el legajo queda dado de baja con la fecha
      *                     y el motivo de egreso
      ******************************************************************
       4800-BAJA-MAESTRO.
           MOVE "B"          TO EMP-ESTADO.
           MOVE FECHA-EGRESO TO EMP-FECHA-EGRESO.
           MOVE SW-MOTIVO    TO EMP-MOTIVO-EGRESO.
           REWRITE EMP-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar el maestro, FS="
                       FS-MAESTRO
           END-REWRITE.
           IF FS-MAESTRO = "00"
               STRING "Baja legajo=" EMP-LEGAJO
                   " nombre=" EMP-NOMBRE
                   " egreso=" EMP-FECHA-EGRESO
                   " motivo=" EMP-MOTIVO-EGRESO
                   " despues estado=B"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 5000-EMITIR-CERTIFICADO - certificado de trabajo (art. 80):
      *                           datos del vinculo y remuneraciones
      *                           percibidas por periodo con los
      *                           aportes retenidos, incluida la
      *                           liquidacion final
      ******************************************************************
       5000-EMITIR-CERTIFICADO.
           PERFORM 5050-SUMAR-LIQUIDACION THRU 5050-EXIT.
           OPEN EXTEND CERTIFICADO.
           IF FS-CERTIFICADO NOT = "00"
               OPEN OUTPUT CERTIFICADO
           END-IF.
           MOVE ALL "=" TO CRT-LINEA.
           WRITE CRT-LINEA.
           MOVE SPACES TO CRT-LINEA.
           STRING "CERTIFICADO DE TRABAJO (ART. 80)"
               "  SERVICIOS Y REMUNERACIONES"
               DELIMITED BY SIZE INTO CRT-LINEA.
           WRITE CRT-LINEA.
           MOVE SPACES TO CRT-LINEA.
           STRING "LEGAJO " EMP-LEGAJO "  " EMP-NOMBRE
               "  CATEGORIA " EMP-CATEGORIA
               DELIMITED BY SIZE INTO CRT-LINEA.
           WRITE CRT-LINEA.
           MOVE ANTIG-ANIOS       TO WS-ED-ANIOS.
           MOVE ANTIG-RESTO-MESES TO WS-ED-MESES.
           MOVE SPACES TO CRT-LINEA.
           STRING "FECHA DE INGRESO " FECHA-INGRESO
               "  FECHA DE EGRESO " FECHA-EGRESO
               "  ANTIGUEDAD " WS-ED-ANIOS " ANIOS "
               WS-ED-MESES " MESES"
               DELIMITED BY SIZE INTO CRT-LINEA.
           WRITE CRT-LINEA.
           MOVE SPACES TO CRT-LINEA.
           STRING "CAUSA DE EXTINCION: " DESCRIPCION-MOTIVO
               DELIMITED BY SIZE INTO CRT-LINEA.
           WRITE CRT-LINEA.
           MOVE SPACES TO CRT-LINEA.
           STRING "PERIODO     REMUNERACION   APORTES RETENIDOS"
               DELIMITED BY SIZE INTO CRT-LINEA.
           WRITE CRT-LINEA.
           MOVE ZERO TO CRT-TOTAL-BRUTO.
           MOVE ZERO TO CRT-TOTAL-RETENIDO.
           PERFORM 5100-LINEA-PERIODO THRU 5100-EXIT
               VARYING IX-REM FROM 1 BY 1
               UNTIL IX-REM > CANT-PERIODOS.
           IF NOT HISTORIA-COMPLETA
               MOVE SPACES TO CRT-LINEA
               STRING "*** HISTORIA MAS LARGA QUE LA TABLA: COMPLETAR "
                   "DESDE SUELDOMES ***"
                   DELIMITED BY SIZE INTO CRT-LINEA
               WRITE CRT-LINEA
           END-IF.
           MOVE CRT-TOTAL-BRUTO    TO WS-ED-VALOR3.
           MOVE CRT-TOTAL-RETENIDO TO WS-ED-VALOR2.
           MOVE SPACES TO CRT-LINEA.
           STRING "TOTAL     " WS-ED-VALOR3 "     " WS-ED-VALOR2
               DELIMITED BY SIZE INTO CRT-LINEA.
           WRITE CRT-LINEA.
           MOVE SPACES TO CRT-LINEA.
           STRING "FIRMA EMPLEADOR.....: ..............."
               "  RECIBI CONFORME: ..............."
               DELIMITED BY SIZE INTO CRT-LINEA.
           WRITE CRT-LINEA.
           CLOSE CERTIFICADO.
           MOVE CANT-PERIODOS TO WS-ED-PERIODOS.
           STRING "Certificado art. 80 legajo=" EMP-LEGAJO
               " periodos=" WS-ED-PERIODOS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      *    La liquidacion final recien grabada suma al periodo de
      *    egreso del certificado.
       5050-SUMAR-LIQUIDACION.
           IF CANT-PERIODOS > ZERO
               IF REM-PERIODO (CANT-PERIODOS) = PERIODO-EGRESO
                   SET IX-REM TO CANT-PERIODOS
                   GO TO 5050-SUMAR
               END-IF
           END-IF.
           IF CANT-PERIODOS >= 600
               MOVE "N" TO SW-HISTORIA-COMPLETA
               GO TO 5050-EXIT
           END-IF.
           ADD 1 TO CANT-PERIODOS.
           SET IX-REM TO CANT-PERIODOS.
           MOVE PERIODO-EGRESO TO REM-PERIODO (IX-REM).
           MOVE ZERO TO REM-BRUTO (IX-REM).
           MOVE ZERO TO REM-NETO (IX-REM).
       5050-SUMAR.
           ADD TOTAL-BRUTO TO REM-BRUTO (IX-REM)
               ON SIZE ERROR
                   DISPLAY "Bruto del periodo fuera de rango."
           END-ADD.
           ADD TOTAL-NETO TO REM-NETO (IX-REM)
               ON SIZE ERROR
                   DISPLAY "Neto del periodo fuera de rango."
           END-ADD.
       5050-EXIT.
           EXIT.

       5100-LINEA-PERIODO.
           SUBTRACT REM-NETO (IX-REM) FROM REM-BRUTO (IX-REM)
               GIVING REM-RETENIDO
               ON SIZE ERROR
                   MOVE ZERO TO REM-RETENIDO
           END-SUBTRACT.
           ADD REM-BRUTO (IX-REM) TO CRT-TOTAL-BRUTO.
           ADD REM-RETENIDO TO CRT-TOTAL-RETENIDO.
           MOVE REM-BRUTO (IX-REM) TO WS-ED-VALOR3.
           MOVE REM-RETENIDO       TO WS-ED-VALOR2.
           MOVE SPACES TO CRT-LINEA.
           STRING REM-PERIODO (IX-REM) "    " WS-ED-VALOR3
               "     " WS-ED-VALOR2
               DELIMITED BY SIZE INTO CRT-LINEA.
           WRITE CRT-LINEA.
       5100-EXIT.
           EXIT.


      ******************************************************************
      * 0700-TOMAR-LOCK - el recurso queda tomado con operador,
      *                   programa y hora; si ya esta tomado se
      *                   muestra quien lo tiene y solo un forzado
      *                   supervisado (corrida caida) lo libera
      ******************************************************************
       0700-TOMAR-LOCK.
           MOVE "N" TO SW-LOCK-TOMADO.
           PERFORM 0750-CARGAR-LOCKS THRU 0750-EXIT.
           PERFORM VARYING IX-LCK FROM 1 BY 1
               UNTIL IX-LCK > CANT-LOCKS
                   OR LKT-RECURSO (IX-LCK) = RECURSO-LOCK
               CONTINUE
           END-PERFORM.
           IF IX-LCK NOT > CANT-LOCKS
               DISPLAY "El recurso " RECURSO-LOCK
                   " esta tomado por " LKT-PROGRAMA (IX-LCK)
                   " operador " LKT-OPERADOR (IX-LCK)
                   " desde " LKT-FECHA (IX-LCK)
                   " " LKT-HORA (IX-LCK) "."
               DISPLAY "Si esa corrida se cayo, un supervisor puede "
                   "forzar la liberacion. Forzar (S/N)?"
               ACCEPT SW-FORZAR
               IF NOT FORZAR-LOCK
                   STRING "LOCK ocupado recurso=" RECURSO-LOCK
                       " por " LKT-PROGRAMA (IX-LCK)
                       " operador=" LKT-OPERADOR (IX-LCK)
                       ", corrida rechazada"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   GO TO 0700-EXIT
               END-IF
               STRING "LOCK FORZADO recurso=" RECURSO-LOCK
                   " que tenia " LKT-PROGRAMA (IX-LCK)
                   " operador=" LKT-OPERADOR (IX-LCK)
                   " desde=" LKT-FECHA (IX-LCK)
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           ELSE
               IF CANT-LOCKS >= 20
                   DISPLAY "Tabla de locks llena, la corrida no sigue."
                   GO TO 0700-EXIT
               END-IF
               ADD 1 TO CANT-LOCKS
               SET IX-LCK TO CANT-LOCKS
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE RECURSO-LOCK      TO LKT-RECURSO (IX-LCK).
           MOVE "LiquidacionFinal" TO LKT-PROGRAMA (IX-LCK).
           MOVE OPERADOR-CODIGO   TO LKT-OPERADOR (IX-LCK).
           MOVE WS-FECHA-AUDIT    TO LKT-FECHA (IX-LCK).
           MOVE WS-HORA-AUDIT (1:6) TO LKT-HORA (IX-LCK).
           PERFORM 0780-REGRABAR-LOCKS THRU 0780-EXIT.
           MOVE "S" TO SW-LOCK-TOMADO.
           STRING "LOCK tomado recurso=" RECURSO-LOCK
               " operador=" OPERADOR-CODIGO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       0700-EXIT.
           EXIT.

       0750-CARGAR-LOCKS.
           MOVE ZERO TO CANT-LOCKS.
           OPEN INPUT LOCKS.
           IF FS-LOCKS NOT = "00"
               GO TO 0750-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-LOCKS.
           PERFORM 0760-LEER-LOCK THRU 0760-EXIT
               UNTIL FIN-LOCKS.
           CLOSE LOCKS.
       0750-EXIT.
           EXIT.

       0760-LEER-LOCK.
           READ LOCKS
               AT END
                   MOVE "S" TO SW-FIN-LOCKS
               NOT AT END
                   IF CANT-LOCKS < 20
                       ADD 1 TO CANT-LOCKS
                       SET IX-LCK TO CANT-LOCKS
                       MOVE LCK-RECURSO  TO LKT-RECURSO (IX-LCK)
                       MOVE LCK-PROGRAMA TO LKT-PROGRAMA (IX-LCK)
                       MOVE LCK-OPERADOR TO LKT-OPERADOR (IX-LCK)
                       MOVE LCK-FECHA    TO LKT-FECHA (IX-LCK)
                       MOVE LCK-HORA     TO LKT-HORA (IX-LCK)
                   ELSE
                       DISPLAY "Tabla de locks llena, se descarta "
                           LCK-RECURSO
                   END-IF
           END-READ.
       0760-EXIT.
           EXIT.

       0780-REGRABAR-LOCKS.
           OPEN OUTPUT LOCKS.
           PERFORM VARYING IX-LCK FROM 1 BY 1
               UNTIL IX-LCK > CANT-LOCKS
               IF LKT-RECURSO (IX-LCK) NOT = SPACES
                   MOVE LKT-RECURSO (IX-LCK)  TO LCK-RECURSO
                   MOVE LKT-PROGRAMA (IX-LCK) TO LCK-PROGRAMA
                   MOVE LKT-OPERADOR (IX-LCK) TO LCK-OPERADOR
                   MOVE LKT-FECHA (IX-LCK)    TO LCK-FECHA
                   MOVE LKT-HORA (IX-LCK)     TO LCK-HORA
                   WRITE LCK-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE LOCKS.
       0780-EXIT.
           EXIT.

      ******************************************************************
      * 0790-LIBERAR-LOCK - el FIN de la corrida devuelve el recurso
      ******************************************************************
       0790-LIBERAR-LOCK.
           IF NOT LOCK-TOMADO
               GO TO 0790-EXIT
           END-IF.
           PERFORM 0750-CARGAR-LOCKS THRU 0750-EXIT.
           PERFORM VARYING IX-LCK FROM 1 BY 1
               UNTIL IX-LCK > CANT-LOCKS
               IF LKT-RECURSO (IX-LCK) = RECURSO-LOCK
                   MOVE SPACES TO LKT-RECURSO (IX-LCK)
               END-IF
           END-PERFORM.
           PERFORM 0780-REGRABAR-LOCKS THRU 0780-EXIT.
           MOVE "N" TO SW-LOCK-TOMADO.
           STRING "LOCK liberado recurso=" RECURSO-LOCK
               " operador=" OPERADOR-CODIGO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       0790-EXIT.
           EXIT.

      ******************************************************************
      * 0500-VALIDAR-OPERADOR - el operador debe existir en el maestro
      *                         OPERADORES, estar activo y tener este
      *                         programa autorizado; el intento
      *                         rechazado queda en la auditoria y la
      *                         corrida no sigue adelante
      ******************************************************************
       0500-VALIDAR-OPERADOR.
           MOVE "N" TO SW-OPERADOR-OK.
           DISPLAY "Ingrese su codigo de operador:".
           ACCEPT OPERADOR-CODIGO.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No se pudo abrir OPERADORES.DAT, FS="
                   FS-OPERADORES
               STRING "ACCESO RECHAZADO operador=" OPERADOR-CODIGO
                   " sin maestro de operadores"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-OPERADORES.
           MOVE "N" TO SW-OPERADOR-HALLADO.
           PERFORM 0510-LEER-OPERADOR THRU 0510-EXIT
               UNTIL FIN-OPERADORES OR OPERADOR-HALLADO.
           CLOSE OPERADORES.
           IF NOT OPERADOR-HALLADO
               DISPLAY "Operador desconocido, la corrida no sigue."
               STRING "ACCESO RECHAZADO operador=" OPERADOR-CODIGO
                   " desconocido"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0500-EXIT
           END-IF.
           IF OPERADOR-ESTADO NOT = "A"
               DISPLAY "Operador inactivo, la corrida no sigue."
               STRING "ACCESO RECHAZADO operador=" OPERADOR-CODIGO
                   " inactivo"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0500-EXIT
           END-IF.
           MOVE ZERO TO CONT-AUTORIZA.
           INSPECT OPERADOR-PROGRAMAS TALLYING CONT-AUTORIZA
               FOR ALL "LiquidacionFinal".
           IF OPERADOR-PROGRAMAS (1:1) NOT = "*"
               AND CONT-AUTORIZA = ZERO
               DISPLAY "Operador sin autorizacion para este programa."
               STRING "ACCESO RECHAZADO operador=" OPERADOR-CODIGO
                   " sin autorizacion para el programa"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0500-EXIT
           END-IF.
           MOVE "S" TO SW-OPERADOR-OK.
           STRING "ACCESO operador=" OPERADOR-CODIGO
               " " OPERADOR-NOMBRE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       0500-EXIT.
           EXIT.

       0510-LEER-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE "S" TO SW-FIN-OPERADORES
               NOT AT END
                   IF OPR-CODIGO = OPERADOR-CODIGO
                       MOVE "S" TO SW-OPERADOR-HALLADO
                       MOVE OPR-NOMBRE    TO OPERADOR-NOMBRE
                       MOVE OPR-ESTADO    TO OPERADOR-ESTADO
                       MOVE OPR-PROGRAMAS TO OPERADOR-PROGRAMAS
                   END-IF
           END-READ.
       0510-EXIT.
           EXIT.

      ******************************************************************
      * 7200-AUDITAR - antepone fecha y hora a AUD-TEXTO y lo graba
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "LiquidacionFinal " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
               WS-FECHA-DD " " WS-HORA-HH ":" WS-HORA-MM ":"
               WS-HORA-SS " " AUD-TEXTO
               DELIMITED BY SIZE INTO AUD-CONTENIDO.
           PERFORM 7210-SELLAR THRU 7210-EXIT.
           WRITE AUD-LINEA.
      *    La linea queda en disco antes de seguir: otra corrida puede
      *    sellar sobre ella mientras esta espera al operador.
           CLOSE AUDITLOG.
           OPEN EXTEND AUDITLOG.
           MOVE "N" TO SW-SELLO-LEIDO.
           MOVE SPACES TO AUD-TEXTO.
       7200-EXIT.

      *    Numera la linea armada en AUD-CONTENIDO y la sella sobre el
      *    sello de la linea anterior.
       7210-SELLAR.
           ADD 1 TO SEL-SECUENCIA-ULT.
           MOVE SEL-SELLO-ULT     TO SEL-SELLO-PREVIO.
           MOVE SEL-SECUENCIA-ULT TO SEL-SECUENCIA.
           MOVE AUD-CONTENIDO     TO SEL-CONTENIDO.
           PERFORM 7230-CALCULAR-SELLO THRU 7230-EXIT.
           MOVE SEL-RESULTADO     TO SEL-SELLO-ULT.
           MOVE SEL-SECUENCIA-ULT TO AUD-SECUENCIA.
           MOVE SEL-RESULTADO     TO AUD-SELLO.
       7210-EXIT.
           EXIT.

      *    Antes de cada linea se toma la secuencia y el sello de la
      *    ultima linea sellada del log vivo: otra corrida pudo grabar
      *    en el log desde la linea anterior de esta.
       7220-ULTIMO-SELLO.
           MOVE "S" TO SW-SELLO-LEIDO.
           MOVE ZERO TO SEL-SECUENCIA-ULT.
           MOVE ZERO TO SEL-SELLO-ULT.
           CLOSE AUDITLOG.
           OPEN INPUT AUDITLOG.
           IF FS-AUDITLOG = "00"
               MOVE "N" TO SW-FIN-SELLO
               PERFORM 7225-LEER-SELLO THRU 7225-EXIT
                   UNTIL FIN-SELLO
               CLOSE AUDITLOG
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
       7220-EXIT.
           EXIT.

       7225-LEER-SELLO.
           READ AUDITLOG
               AT END
                   MOVE "S" TO SW-FIN-SELLO
               NOT AT END
                   IF AUD-SECUENCIA IS NUMERIC
                       AND AUD-SELLO IS NUMERIC
                       MOVE AUD-SECUENCIA TO SEL-SECUENCIA-ULT
                       MOVE AUD-SELLO     TO SEL-SELLO-ULT
                   END-IF
           END-READ.
       7225-EXIT.
           EXIT.

      *    Sello de SEL-TEXTO en SEL-RESULTADO: dos acumuladores
      *    polinomicos sobre el codigo de cada caracter, reducidos
      *    cada uno por un primo distinto.
       7230-CALCULAR-SELLO.
           MOVE ZERO TO SEL-H1.
           MOVE ZERO TO SEL-H2.
           MOVE LOW-VALUE TO SEL-BYTE-ALTO.
           PERFORM 7235-SUMAR-BYTE THRU 7235-EXIT
               VARYING SEL-POS FROM 1 BY 1 UNTIL SEL-POS > 207.
           COMPUTE SEL-RESULTADO = SEL-H1 * 1000000000 + SEL-H2.
       7230-EXIT.
           EXIT.

       7235-SUMAR-BYTE.
           MOVE SEL-TEXTO (SEL-POS:1) TO SEL-BYTE.
           COMPUTE SEL-PRODUCTO = SEL-H1 * 31 + SEL-CODIGO + 1.
           DIVIDE SEL-PRODUCTO BY 999999937 GIVING SEL-COCIENTE
               REMAINDER SEL-H1.
           COMPUTE SEL-PRODUCTO = SEL-H2 * 257 + SEL-CODIGO + SEL-POS.
           DIVIDE SEL-PRODUCTO BY 999999929 GIVING SEL-COCIENTE
               REMAINDER SEL-H2.
       7235-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE MAESTRO-EMPLEADOS.
           CLOSE SUELDOMES.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Liquidacion final conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM LiquidacionFinal.
