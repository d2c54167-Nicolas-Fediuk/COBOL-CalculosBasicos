      ******************************************************************
      *Control de integridad previo a la acreditacion de haberes:
      *antes de que AcreditaBanco mande el archivo al banco se buscan
      *los patrones clasicos de fraude en la nomina del periodo:
      *  CB el mismo CBU de CBULEGAJO.DAT cargado en mas de un legajo;
      *  CC un CBU cambiado dentro de los N dias previos al pago, en
      *     un legajo cobrado en el periodo;
      *  NM un legajo cobrado en SUELDOMES que no existe en el maestro;
      *  PB un legajo cobrado despues del periodo de su baja;
      *  SF un legajo activo con sueldo del periodo sin tarjeta en
      *     TARJETAS.DAT / TARJETAS-OK.DAT ni licencia en el periodo;
      *  SN un neto de sueldo que supera en mas del porcentaje pedido
      *     al promedio de los tres periodos anteriores del legajo.
      *Cada observacion queda en CONTROLPAGO.DAT (periodo, legajo y
      *tipo) pendiente hasta que un operador la disponga con
      *CargaDisposiciones (liberar o retener el pago). Repetir el
      *control respeta lo ya dispuesto salvo que el dato observado
      *haya cambiado, en cuyo caso la observacion se reabre; lo que
      *ya no se observa deja de estar vigente. La cabecera del
      *periodo guarda el neto total controlado: AcreditaBanco no
      *corre sin ella, con observaciones pendientes o si SUELDOMES
      *cambio despues del control.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del control de integridad de
      *                 la nomina.
      * 2026-10-15  NF  Cada linea de auditoria lleva numero de
      *                 secuencia y un sello encadenado al de la linea
      *                 anterior, para que una linea adulterada,
      *                 intercalada o quitada se detecte al verificar
      *                 la cadena.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlPagos.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUELDOMES ASSIGN TO "SUELDOMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               FILE STATUS IS FS-SUELDOMES.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETAS.
           SELECT TARJETAS-OK ASSIGN TO "TARJETAS-OK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETAS-OK.
           SELECT LICENCIAS ASSIGN TO "LICENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LICENCIAS.
           SELECT CBU-LEGAJO ASSIGN TO "CBULEGAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CBU.
           SELECT ORDEN-CBU ASSIGN TO "SORTWK1".
           SELECT CONTROLPAGO ASSIGN TO "CONTROLPAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBS-CLAVE
               FILE STATUS IS FS-CONTROLPAGO.
           SELECT REPORTE-CONTROL ASSIGN TO "REPORTE-CONTROL-PAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Acumulado indexado con clave periodo/legajo/concepto.
       FD  SUELDOMES.
       01  SM-REGISTRO.
           05  SM-CLAVE.
               10  SM-PERIODO       PIC 9(6).
               10  SM-LEGAJO        PIC 9(5).
               10  SM-CONCEPTO      PIC X(03).
           05  SM-SUELDO-BRUTO      PIC 9(7)V99.
           05  SM-SUELDO-NETO       PIC 9(7)V99.
           05  SM-CENTRO-COSTO      PIC X(04).

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

       FD  TARJETAS
           RECORDING MODE IS F.
       01  TAR-REGISTRO.
           05  TAR-LEGAJO           PIC 9(5).
           05  TAR-HORAS-NORM       PIC 9(3).
           05  TAR-HORAS-FINDE      PIC 9(3).
           05  TAR-HORAS-FERIADO    PIC 9(3).
           05  TAR-CENTRO-COSTO     PIC X(4).

      *    Tarjetas depuradas por EditaTarjetas, mismo diseno.
       FD  TARJETAS-OK
           RECORDING MODE IS F.
       01  TOK-REGISTRO.
           05  TOK-LEGAJO           PIC 9(5).
           05  TOK-HORAS-NORM       PIC 9(3).
           05  TOK-HORAS-FINDE      PIC 9(3).
           05  TOK-HORAS-FERIADO    PIC 9(3).
           05  TOK-CENTRO-COSTO     PIC X(4).

       FD  LICENCIAS
           RECORDING MODE IS F.
       01  LIC-REGISTRO.
           05  LIC-LEGAJO           PIC 9(05).
           05  LIC-TIPO             PIC X(01).
           05  LIC-FECHA-DESDE      PIC 9(08).
           05  LIC-FECHA-HASTA      PIC 9(08).

      *    Maestro de cuentas bancarias por legajo; la fecha del
      *    ultimo cambio de CBU viene en cero o blanco en los
      *    registros anteriores a ella.
       FD  CBU-LEGAJO
           RECORDING MODE IS F.
       01  CBL-REGISTRO.
           05  CBL-LEGAJO           PIC 9(05).
           05  CBL-CBU              PIC X(22).
           05  CBL-BANCO            PIC X(20).
           05  CBL-FECHA-CAMBIO     PIC 9(08).

      *    Maestro de CBU ordenado por CBU y legajo.
       SD  ORDEN-CBU.
       01  SRC-REGISTRO.
           05  SRC-LEGAJO           PIC 9(05).
           05  SRC-CBU              PIC X(22).
           05  SRC-BANCO            PIC X(20).
           05  SRC-FECHA-CAMBIO     PIC 9(08).

      *    Observaciones del control de integridad previo a la
      *    acreditacion: una por periodo, legajo y tipo, con la
      *    disposicion del operador. El registro de legajo cero y tipo
      *    "**" es la cabecera de la corrida de control del periodo.
       FD  CONTROLPAGO.
       01  OBS-REGISTRO.
           05  OBS-CLAVE.
               10  OBS-PERIODO       PIC 9(06).
               10  OBS-LEGAJO        PIC 9(05).
               10  OBS-TIPO          PIC X(02).
           05  OBS-DETALLE           PIC X(60).
           05  OBS-CABECERA REDEFINES OBS-DETALLE.
               10  OBC-NETO-CONTROL  PIC 9(11)V99.
               10  OBC-CANT-LEGAJOS  PIC 9(07).
               10  OBC-FECHA-PAGO    PIC 9(08).
               10  FILLER            PIC X(32).
           05  OBS-VIGENTE           PIC X(01).
               88  OBS-ES-VIGENTE    VALUE "S".
           05  OBS-ESTADO            PIC X(01).
               88  OBS-PENDIENTE     VALUE "P".
               88  OBS-LIBERADA      VALUE "L".
               88  OBS-RETENIDA      VALUE "R".
           05  OBS-FECHA-DETECCION   PIC 9(08).
           05  OBS-DISPOSICION       PIC X(40).
           05  OBS-OPERADOR          PIC X(04).
           05  OBS-FECHA-DISPOSICION PIC 9(08).

       FD  REPORTE-CONTROL
           RECORDING MODE IS F.
       01  REP-LINEA                PIC X(140).

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
       77  FS-SUELDOMES             PIC X(02) VALUE SPACES.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-TARJETAS              PIC X(02) VALUE SPACES.
       77  FS-TARJETAS-OK           PIC X(02) VALUE SPACES.
       77  FS-LICENCIAS             PIC X(02) VALUE SPACES.
       77  FS-CBU                   PIC X(02) VALUE SPACES.
       77  FS-CONTROLPAGO           PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       77  FECHA-PAGO               PIC 9(08) VALUE ZERO.
       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  PORC-SALTO               PIC 9(03) VALUE ZERO.
       77  DIAS-CAMBIO-CBU          PIC 9(03) VALUE ZERO.
       77  DIAS-PAGO                PIC 9(07) COMP VALUE ZERO.
       77  DIAS-DESDE-CAMBIO        PIC 9(07) COMP VALUE ZERO.
       77  FECHA-INICIO-PERIODO     PIC 9(08) VALUE ZERO.
       77  FECHA-FIN-PERIODO        PIC 9(08) VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-TABLA-OK              PIC X(01) VALUE "S".
           88  TABLA-OK             VALUE "S".
       01  SW-FIN-TARJETAS          PIC X(01) VALUE "N".
           88  FIN-TARJETAS         VALUE "S".
       01  SW-FIN-LICENCIAS         PIC X(01) VALUE "N".
           88  FIN-LICENCIAS        VALUE "S".
       01  SW-FIN-ORDEN             PIC X(01) VALUE "N".
           88  FIN-ORDEN            VALUE "S".
       01  SW-FIN-SUELDOMES         PIC X(01) VALUE "N".
           88  FIN-SUELDOMES        VALUE "S".
       01  SW-FIN-OBSERVACIONES     PIC X(01) VALUE "N".
           88  FIN-OBSERVACIONES    VALUE "S".
       01  SW-OBS-EXISTE            PIC X(01) VALUE "N".
           88  OBS-EXISTE           VALUE "S".
       01  SW-PAGADO                PIC X(01) VALUE "N".
           88  LEGAJO-PAGADO        VALUE "S".
       01  SW-TIENE-SUE             PIC X(01) VALUE "N".
           88  TIENE-SUE            VALUE "S".

      *----------------------------------------------------------------
      * LEGAJOS CON TARJETA O LICENCIA EN EL PERIODO
      *----------------------------------------------------------------
       77  CANT-PRESENTES           PIC 9(4) COMP VALUE ZERO.
       77  LEGAJO-PRESENTE          PIC 9(05) VALUE ZERO.
       01  TABLA-PRESENTES.
           05  PRE-ENTRY OCCURS 2000 TIMES INDEXED BY IX-PRE.
               10  PRE-LEGAJO        PIC 9(05).

      *----------------------------------------------------------------
      * CBU COMPARTIDO - los legajos distintos de un mismo CBU
      *----------------------------------------------------------------
       77  CBU-GRUPO                PIC X(22) VALUE SPACES.
       77  CANT-GRUPO               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-GRUPO.
           05  GRU-ENTRY OCCURS 50 TIMES INDEXED BY IX-GRU.
               10  GRU-LEGAJO        PIC 9(05).

      *----------------------------------------------------------------
      * CORTE POR LEGAJO SOBRE LOS SUELDOS DEL PERIODO
      *----------------------------------------------------------------
       77  LEGAJO-CORTE             PIC 9(05) VALUE ZERO.
       77  CLAVE-SIGUIENTE          PIC X(14) VALUE SPACES.
       77  NETO-LEGAJO              PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  NETO-SUE                 PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-NETO-PERIODO       PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  CANT-LEGAJOS-PAGADOS     PIC 9(7) COMP VALUE ZERO.
       77  PERIODO-EGRESO           PIC 9(06) VALUE ZERO.
       77  SUMA-PREVIOS             PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  CANT-PREVIOS             PIC 9(1) COMP VALUE ZERO.
       77  PROMEDIO-PREVIO          PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  VARIACION-PORC           PIC 9(5)V9 COMP-3 VALUE ZERO.

       01  PERIODO-PREVIO           PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-PREVIO.
           05  PPR-AAAA             PIC 9(04).
           05  PPR-MM               PIC 9(02).

      *----------------------------------------------------------------
      * OBSERVACION A REGISTRAR Y TOTALES DE LA CORRIDA
      *----------------------------------------------------------------
       01  OBSERVACION-NUEVA.
           05  OBN-LEGAJO           PIC 9(05).
           05  OBN-TIPO             PIC X(02).
           05  OBN-DETALLE          PIC X(60).
       77  ESTADO-TEXTO             PIC X(09) VALUE SPACES.
       77  CANT-OBSERVACIONES       PIC 9(5) COMP VALUE ZERO.
       77  CANT-NUEVAS              PIC 9(5) COMP VALUE ZERO.
       77  CANT-REABIERTAS          PIC 9(5) COMP VALUE ZERO.
       77  CANT-PENDIENTES          PIC 9(5) COMP VALUE ZERO.
       77  CANT-RETENIDAS           PIC 9(5) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CALCULO DE DIAS - fecha AAAAMMDD a dias corridos
      *----------------------------------------------------------------
       77  DIAS-CALCULO             PIC 9(07) COMP VALUE ZERO.
       77  ANIO-ANTERIOR            PIC 9(04) COMP VALUE ZERO.
       77  BISIESTOS-PREVIOS        PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.

       01  FECHA-CALCULO            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-CALCULO.
           05  FCA-AAAA             PIC 9(04).
           05  FCA-MM               PIC 9(02).
           05  FCA-DD               PIC 9(02).

      *    Dias acumulados al inicio de cada mes en un anio comun.
       01  ACUM-MESES-VALORES       PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  FILLER REDEFINES ACUM-MESES-VALORES.
           05  ACM-DIAS             PIC 9(03) OCCURS 12 TIMES.

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
       01  WS-ED-VALOR1             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-PORC               PIC ZZZZ9.9.
       01  WS-ED-DIAS               PIC ZZZZ9.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZ9.
       01  WS-ED-CANT4              PIC ZZZZ9.

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
               PERFORM 1200-PEDIR-PARAMETROS THRU 1200-EXIT
               PERFORM 1600-INVALIDAR-PERIODO THRU 1600-EXIT
               PERFORM 2000-CARGAR-PRESENTES THRU 2000-EXIT
               IF NOT TABLA-OK
                   DISPLAY "El control no se completa, el periodo "
                       "queda sin control vigente."
                   STRING "Control pagos periodo=" PERIODO-ACTUAL
                       " ABORTADO, tabla de presentes excedida"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 3000-CONTROLAR-CBU THRU 3000-EXIT
               PERFORM 4000-CONTROLAR-SUELDOS THRU 4000-EXIT
               PERFORM 5000-GRABAR-CABECERA THRU 5000-EXIT
               PERFORM 5500-TOTALES THRU 5500-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT SUELDOMES.
           IF FS-SUELDOMES NOT = "00"
               DISPLAY "No se pudo abrir SUELDOMES.DAT, FS="
                   FS-SUELDOMES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO NOT = "00"
               DISPLAY "No se pudo abrir MAESTROEMP.DAT, FS="
                   FS-MAESTRO
               CLOSE SUELDOMES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CONTROLPAGO.
           IF FS-CONTROLPAGO NOT = "00"
               OPEN OUTPUT CONTROLPAGO
               IF FS-CONTROLPAGO = "00"
                   CLOSE CONTROLPAGO
                   OPEN I-O CONTROLPAGO
               END-IF
           END-IF.
           IF FS-CONTROLPAGO NOT = "00"
               DISPLAY "No se pudo abrir CONTROLPAGO.DAT, FS="
                   FS-CONTROLPAGO
               CLOSE SUELDOMES
               CLOSE MAESTRO-EMPLEADOS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-CONTROL.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-PEDIR-PARAMETROS - periodo, fecha de pago (cero es hoy),
      *                         porcentaje de salto del neto y dias de
      *                         cambio de CBU (cero toma 30 en ambos)
      ******************************************************************
       1200-PEDIR-PARAMETROS.
           DISPLAY "Ingrese el periodo a controlar (AAAAMM):".
           ACCEPT PERIODO-ACTUAL.
           DISPLAY "Fecha de pago (AAAAMMDD, 0=hoy):".
           ACCEPT FECHA-PAGO.
           IF FECHA-PAGO = ZERO
               MOVE FECHA-HOY TO FECHA-PAGO
           END-IF.
           DISPLAY "Porcentaje de salto del neto a observar (0=30):".
           ACCEPT PORC-SALTO.
           IF PORC-SALTO = ZERO
               MOVE 30 TO PORC-SALTO
           END-IF.
           DISPLAY "Dias antes del pago para observar un cambio de "
               "CBU (0=30):".
           ACCEPT DIAS-CAMBIO-CBU.
           IF DIAS-CAMBIO-CBU = ZERO
               MOVE 30 TO DIAS-CAMBIO-CBU
           END-IF.
           COMPUTE FECHA-INICIO-PERIODO = PERIODO-ACTUAL * 100 + 1.
           COMPUTE FECHA-FIN-PERIODO = PERIODO-ACTUAL * 100 + 31.
           MOVE FECHA-PAGO TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE DIAS-CALCULO TO DIAS-PAGO.
           MOVE SPACES TO REP-LINEA.
           STRING "=== CONTROL DE INTEGRIDAD DE LA NOMINA PERIODO "
               PERIODO-ACTUAL " PAGO " FECHA-PAGO " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE PORC-SALTO TO WS-ED-CANT.
           MOVE DIAS-CAMBIO-CBU TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "Salto de neto observado sobre " WS-ED-CANT
               "%, cambio de CBU dentro de " WS-ED-DIAS " dias"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "LEGAJO TIPO ESTADO    DETALLE"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1600-INVALIDAR-PERIODO - las observaciones y la cabecera de un
      *                          control anterior del periodo dejan de
      *                          estar vigentes hasta que esta corrida
      *                          las vuelva a encontrar
      ******************************************************************
       1600-INVALIDAR-PERIODO.
           MOVE PERIODO-ACTUAL TO OBS-PERIODO.
           MOVE ZERO TO OBS-LEGAJO.
           MOVE LOW-VALUES TO OBS-TIPO.
           MOVE "N" TO SW-FIN-OBSERVACIONES.
           START CONTROLPAGO KEY NOT < OBS-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-OBSERVACIONES
           END-START.
           PERFORM 1650-INVALIDAR-UNA THRU 1650-EXIT
               UNTIL FIN-OBSERVACIONES.
       1600-EXIT.
           EXIT.

       1650-INVALIDAR-UNA.
           READ CONTROLPAGO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-OBSERVACIONES
                   GO TO 1650-EXIT
           END-READ.
           IF OBS-PERIODO NOT = PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-OBSERVACIONES
               GO TO 1650-EXIT
           END-IF.
           MOVE "N" TO OBS-VIGENTE.
           REWRITE OBS-REGISTRO.
       1650-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARGAR-PRESENTES - legajos con tarjeta (cruda o depurada)
      *                         o con licencia que toca el periodo; el
      *                         desborde de la tabla aborta el control
      ******************************************************************
       2000-CARGAR-PRESENTES.
           MOVE ZERO TO CANT-PRESENTES.
           OPEN INPUT TARJETAS.
           IF FS-TARJETAS = "00"
               MOVE "N" TO SW-FIN-TARJETAS
               PERFORM 2100-LEER-TARJETA THRU 2100-EXIT
                   UNTIL FIN-TARJETAS
               CLOSE TARJETAS
           END-IF.
           OPEN INPUT TARJETAS-OK.
           IF FS-TARJETAS-OK = "00"
               MOVE "N" TO SW-FIN-TARJETAS
               PERFORM 2200-LEER-TARJETA-OK THRU 2200-EXIT
                   UNTIL FIN-TARJETAS
               CLOSE TARJETAS-OK
           END-IF.
           OPEN INPUT LICENCIAS.
           IF FS-LICENCIAS = "00"
               MOVE "N" TO SW-FIN-LICENCIAS
               PERFORM 2300-LEER-LICENCIA THRU 2300-EXIT
                   UNTIL FIN-LICENCIAS
               CLOSE LICENCIAS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LEER-TARJETA.
           READ TARJETAS
               AT END
                   MOVE "S" TO SW-FIN-TARJETAS
                   GO TO 2100-EXIT
           END-READ.
           MOVE TAR-LEGAJO TO LEGAJO-PRESENTE.
           PERFORM 2800-AGREGAR-PRESENTE THRU 2800-EXIT.
       2100-EXIT.
           EXIT.

       2200-LEER-TARJETA-OK.
           READ TARJETAS-OK
               AT END
                   MOVE "S" TO SW-FIN-TARJETAS
                   GO TO 2200-EXIT
           END-READ.
           MOVE TOK-LEGAJO TO LEGAJO-PRESENTE.
           PERFORM 2800-AGREGAR-PRESENTE THRU 2800-EXIT.
       2200-EXIT.
           EXIT.

       2300-LEER-LICENCIA.
           READ LICENCIAS
               AT END
                   MOVE "S" TO SW-FIN-LICENCIAS
                   GO TO 2300-EXIT
           END-READ.
           IF LIC-FECHA-DESDE > FECHA-FIN-PERIODO
               OR LIC-FECHA-HASTA < FECHA-INICIO-PERIODO
               GO TO 2300-EXIT
           END-IF.
           MOVE LIC-LEGAJO TO LEGAJO-PRESENTE.
           PERFORM 2800-AGREGAR-PRESENTE THRU 2800-EXIT.
       2300-EXIT.
           EXIT.

       2800-AGREGAR-PRESENTE.
           IF NOT TABLA-OK
               GO TO 2800-EXIT
           END-IF.
           PERFORM VARYING IX-PRE FROM 1 BY 1
               UNTIL IX-PRE > CANT-PRESENTES
                   OR PRE-LEGAJO (IX-PRE) = LEGAJO-PRESENTE
               CONTINUE
           END-PERFORM.
           IF IX-PRE NOT > CANT-PRESENTES
               GO TO 2800-EXIT
           END-IF.
           IF CANT-PRESENTES >= 2000
      *        Con la tabla truncada cualquier legajo saldria sin
      *        fichadas: se aborta en vez de observar de mas.
               MOVE "N" TO SW-TABLA-OK
               DISPLAY "Los legajos con tarjeta o licencia exceden "
                   "la tabla, la corrida se aborta."
               GO TO 2800-EXIT
           END-IF.
           ADD 1 TO CANT-PRESENTES.
           SET IX-PRE TO CANT-PRESENTES.
           MOVE LEGAJO-PRESENTE TO PRE-LEGAJO (IX-PRE).
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-FECHA-A-DIAS - FECHA-CALCULO a dias corridos desde el
      *                     anio 1, con bisiestos cada cuatro anios
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

      ******************************************************************
      * 3000-CONTROLAR-CBU - el maestro de CBU ordenado por CBU: corte
      *                      por CBU para los compartidos y, registro a
      *                      registro, el cambio reciente de CBU
      ******************************************************************
       3000-CONTROLAR-CBU.
           OPEN INPUT CBU-LEGAJO.
           IF FS-CBU NOT = "00"
               DISPLAY "Sin maestro CBULEGAJO.DAT (FS=" FS-CBU
                   "), no se controlan los CBU."
               MOVE SPACES TO REP-LINEA
               STRING "Sin CBULEGAJO.DAT: no se controlan los CBU"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 3000-EXIT
           END-IF.
           CLOSE CBU-LEGAJO.
           SORT ORDEN-CBU
               ON ASCENDING KEY SRC-CBU SRC-LEGAJO
               USING CBU-LEGAJO
               OUTPUT PROCEDURE IS 3100-REVISAR-CBU
                   THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-REVISAR-CBU.
           MOVE SPACES TO CBU-GRUPO.
           MOVE ZERO TO CANT-GRUPO.
           MOVE "N" TO SW-FIN-ORDEN.
           PERFORM 3200-RETORNAR-CBU THRU 3200-EXIT
               UNTIL FIN-ORDEN.
           PERFORM 3300-CERRAR-GRUPO THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-RETORNAR-CBU.
           RETURN ORDEN-CBU
               AT END
                   MOVE "S" TO SW-FIN-ORDEN
                   GO TO 3200-EXIT
           END-RETURN.
           IF SRC-CBU = SPACES
               GO TO 3200-EXIT
           END-IF.
           IF SRC-CBU NOT = CBU-GRUPO
               PERFORM 3300-CERRAR-GRUPO THRU 3300-EXIT
               MOVE SRC-CBU TO CBU-GRUPO
               MOVE ZERO TO CANT-GRUPO
           END-IF.
      *    Vienen ordenados por legajo dentro del CBU: el mismo
      *    legajo repetido no cuenta como otro titular.
           IF CANT-GRUPO = ZERO
               OR GRU-LEGAJO (CANT-GRUPO) NOT = SRC-LEGAJO
               IF CANT-GRUPO < 50
                   ADD 1 TO CANT-GRUPO
                   MOVE SRC-LEGAJO TO GRU-LEGAJO (CANT-GRUPO)
               END-IF
           END-IF.
           PERFORM 3400-CAMBIO-RECIENTE THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

       3300-CERRAR-GRUPO.
           IF CANT-GRUPO < 2
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3350-OBSERVAR-COMPARTIDO THRU 3350-EXIT
               VARYING IX-GRU FROM 1 BY 1
               UNTIL IX-GRU > CANT-GRUPO.
       3300-EXIT.
           EXIT.

       3350-OBSERVAR-COMPARTIDO.
           MOVE CANT-GRUPO TO WS-ED-CANT.
           MOVE GRU-LEGAJO (IX-GRU) TO OBN-LEGAJO.
           MOVE "CB" TO OBN-TIPO.
           MOVE SPACES TO OBN-DETALLE.
           STRING "CBU " CBU-GRUPO " compartido por "
               WS-ED-CANT " legajos"
               DELIMITED BY SIZE INTO OBN-DETALLE.
           PERFORM 6000-REGISTRAR-OBSERVACION THRU 6000-EXIT.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CAMBIO-RECIENTE - CBU cambiado dentro de los dias pedidos
      *                        antes del pago, en un legajo cobrado en
      *                        el periodo
      ******************************************************************
       3400-CAMBIO-RECIENTE.
           IF SRC-FECHA-CAMBIO NOT NUMERIC
               OR SRC-FECHA-CAMBIO = ZERO
               OR SRC-FECHA-CAMBIO > FECHA-PAGO
               GO TO 3400-EXIT
           END-IF.
           MOVE SRC-FECHA-CAMBIO TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           COMPUTE DIAS-DESDE-CAMBIO = DIAS-PAGO - DIAS-CALCULO.
           IF DIAS-DESDE-CAMBIO > DIAS-CAMBIO-CBU
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3450-BUSCAR-PAGO THRU 3450-EXIT.
           IF NOT LEGAJO-PAGADO
               GO TO 3400-EXIT
           END-IF.
           MOVE DIAS-DESDE-CAMBIO TO WS-ED-DIAS.
           MOVE SRC-LEGAJO TO OBN-LEGAJO.
           MOVE "CC" TO OBN-TIPO.
           MOVE SPACES TO OBN-DETALLE.
           STRING "CBU cambiado el " SRC-FECHA-CAMBIO ","
               WS-ED-DIAS " dias antes del pago"
               DELIMITED BY SIZE INTO OBN-DETALLE.
           PERFORM 6000-REGISTRAR-OBSERVACION THRU 6000-EXIT.
       3400-EXIT.
           EXIT.

       3450-BUSCAR-PAGO.
           MOVE "N" TO SW-PAGADO.
           MOVE PERIODO-ACTUAL TO SM-PERIODO.
           MOVE SRC-LEGAJO TO SM-LEGAJO.
           MOVE LOW-VALUES TO SM-CONCEPTO.
           START SUELDOMES KEY NOT < SM-CLAVE
               INVALID KEY
                   GO TO 3450-EXIT
           END-START.
           READ SUELDOMES NEXT RECORD
               AT END
                   GO TO 3450-EXIT
           END-READ.
           IF SM-PERIODO = PERIODO-ACTUAL
               AND SM-LEGAJO = SRC-LEGAJO
               MOVE "S" TO SW-PAGADO
           END-IF.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONTROLAR-SUELDOS - corte por legajo sobre todo lo pagado
      *                          en el periodo (cualquier concepto)
      ******************************************************************
       4000-CONTROLAR-SUELDOS.
           MOVE ZERO TO TOTAL-NETO-PERIODO.
           MOVE ZERO TO CANT-LEGAJOS-PAGADOS.
           MOVE PERIODO-ACTUAL TO SM-PERIODO.
           MOVE ZERO TO SM-LEGAJO.
           MOVE LOW-VALUES TO SM-CONCEPTO.
           MOVE "N" TO SW-FIN-SUELDOMES.
           START SUELDOMES KEY NOT < SM-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SUELDOMES
           END-START.
           IF NOT FIN-SUELDOMES
               PERFORM 4050-LEER-SUELDO THRU 4050-EXIT
           END-IF.
           PERFORM 4100-PROCESAR-LEGAJO THRU 4100-EXIT
               UNTIL FIN-SUELDOMES.
       4000-EXIT.
           EXIT.

       4050-LEER-SUELDO.
           READ SUELDOMES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SUELDOMES
                   GO TO 4050-EXIT
           END-READ.
           IF SM-PERIODO NOT = PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-SUELDOMES
           END-IF.
       4050-EXIT.
           EXIT.

       4100-PROCESAR-LEGAJO.
           MOVE SM-LEGAJO TO LEGAJO-CORTE.
           MOVE ZERO TO NETO-LEGAJO.
           MOVE ZERO TO NETO-SUE.
           MOVE "N" TO SW-TIENE-SUE.
           PERFORM 4150-ACUMULAR-LEGAJO THRU 4150-EXIT
               UNTIL FIN-SUELDOMES OR SM-LEGAJO NOT = LEGAJO-CORTE.
           MOVE SM-CLAVE TO CLAVE-SIGUIENTE.
           ADD 1 TO CANT-LEGAJOS-PAGADOS.
           ADD NETO-LEGAJO TO TOTAL-NETO-PERIODO
               ON SIZE ERROR
                   DISPLAY "Total neto del periodo fuera de rango."
           END-ADD.
           PERFORM 4200-EVALUAR-LEGAJO THRU 4200-EXIT.
      *    Las lecturas de los periodos previos movieron el puntero:
      *    se vuelve a posicionar sobre el legajo siguiente.
           IF NOT FIN-SUELDOMES
               MOVE CLAVE-SIGUIENTE TO SM-CLAVE
               READ SUELDOMES
                   INVALID KEY
                       MOVE "S" TO SW-FIN-SUELDOMES
               END-READ
           END-IF.
       4100-EXIT.
           EXIT.

       4150-ACUMULAR-LEGAJO.
           ADD SM-SUELDO-NETO TO NETO-LEGAJO.
           IF SM-CONCEPTO = "SUE"
               MOVE "S" TO SW-TIENE-SUE
               ADD SM-SUELDO-NETO TO NETO-SUE
           END-IF.
           PERFORM 4050-LEER-SUELDO THRU 4050-EXIT.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-EVALUAR-LEGAJO - alta en el maestro, pago posterior a la
      *                       baja, sueldo sin tarjeta ni licencia y
      *                       salto del neto
      ******************************************************************
       4200-EVALUAR-LEGAJO.
           MOVE LEGAJO-CORTE TO OBN-LEGAJO.
           MOVE LEGAJO-CORTE TO EMP-LEGAJO.
           READ MAESTRO-EMPLEADOS
               INVALID KEY
                   MOVE "NM" TO OBN-TIPO
                   MOVE "Legajo cobrado sin alta en MAESTROEMP.DAT"
                       TO OBN-DETALLE
                   PERFORM 6000-REGISTRAR-OBSERVACION THRU 6000-EXIT
                   GO TO 4200-EXIT
           END-READ.
           IF EMP-ESTADO = "B"
               COMPUTE PERIODO-EGRESO = EMP-FECHA-EGRESO / 100
               MOVE "PB" TO OBN-TIPO
               MOVE SPACES TO OBN-DETALLE
               IF EMP-FECHA-EGRESO = ZERO
                   MOVE "Legajo de baja cobrado, sin fecha de egreso"
                       TO OBN-DETALLE
                   PERFORM 6000-REGISTRAR-OBSERVACION THRU 6000-EXIT
               ELSE
                   IF PERIODO-EGRESO < PERIODO-ACTUAL
                       STRING "Cobrado despues del egreso del "
                           EMP-FECHA-EGRESO
                           DELIMITED BY SIZE INTO OBN-DETALLE
                       PERFORM 6000-REGISTRAR-OBSERVACION
                           THRU 6000-EXIT
                   END-IF
               END-IF
               GO TO 4200-SALTO
           END-IF.
           IF TIENE-SUE
               PERFORM VARYING IX-PRE FROM 1 BY 1
                   UNTIL IX-PRE > CANT-PRESENTES
                       OR PRE-LEGAJO (IX-PRE) = LEGAJO-CORTE
                   CONTINUE
               END-PERFORM
               IF IX-PRE > CANT-PRESENTES
                   MOVE "SF" TO OBN-TIPO
                   MOVE "Sueldo del periodo sin tarjeta ni licencia"
                       TO OBN-DETALLE
                   PERFORM 6000-REGISTRAR-OBSERVACION THRU 6000-EXIT
               END-IF
           END-IF.
       4200-SALTO.
           IF TIENE-SUE
               PERFORM 4300-CONTROLAR-SALTO THRU 4300-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CONTROLAR-SALTO - neto SUE del periodo contra el promedio
      *                        de los SUE de los tres periodos previos
      *                        que existan
      ******************************************************************
       4300-CONTROLAR-SALTO.
           MOVE ZERO TO SUMA-PREVIOS.
           MOVE ZERO TO CANT-PREVIOS.
           MOVE PERIODO-ACTUAL TO PERIODO-PREVIO.
           PERFORM 4350-LEER-PREVIO THRU 4350-EXIT 3 TIMES.
           IF CANT-PREVIOS = ZERO
               GO TO 4300-EXIT
           END-IF.
           COMPUTE PROMEDIO-PREVIO ROUNDED =
               SUMA-PREVIOS / CANT-PREVIOS.
           IF PROMEDIO-PREVIO = ZERO
               OR NETO-SUE NOT > PROMEDIO-PREVIO
               GO TO 4300-EXIT
           END-IF.
           COMPUTE VARIACION-PORC ROUNDED =
               (NETO-SUE - PROMEDIO-PREVIO) * 100 / PROMEDIO-PREVIO
               ON SIZE ERROR
                   MOVE 9999.9 TO VARIACION-PORC
           END-COMPUTE.
           IF VARIACION-PORC NOT > PORC-SALTO
               GO TO 4300-EXIT
           END-IF.
           MOVE NETO-SUE        TO WS-ED-VALOR1.
           MOVE PROMEDIO-PREVIO TO WS-ED-VALOR2.
           MOVE VARIACION-PORC  TO WS-ED-PORC.
           MOVE CANT-PREVIOS    TO WS-ED-CANT.
           MOVE LEGAJO-CORTE TO OBN-LEGAJO.
           MOVE "SN" TO OBN-TIPO.
           MOVE SPACES TO OBN-DETALLE.
           STRING "Neto " WS-ED-VALOR1 " prom" WS-ED-VALOR2
               " (" WS-ED-CANT " per) +" WS-ED-PORC "%"
               DELIMITED BY SIZE INTO OBN-DETALLE.
           PERFORM 6000-REGISTRAR-OBSERVACION THRU 6000-EXIT.
       4300-EXIT.
           EXIT.

       4350-LEER-PREVIO.
           IF PPR-MM = 1
               MOVE 12 TO PPR-MM
               SUBTRACT 1 FROM PPR-AAAA
           ELSE
               SUBTRACT 1 FROM PPR-MM
           END-IF.
           MOVE PERIODO-PREVIO TO SM-PERIODO.
           MOVE LEGAJO-CORTE TO SM-LEGAJO.
           MOVE "SUE" TO SM-CONCEPTO.
           READ SUELDOMES
               INVALID KEY
                   GO TO 4350-EXIT
           END-READ.
           ADD SM-SUELDO-NETO TO SUMA-PREVIOS.
           ADD 1 TO CANT-PREVIOS.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRABAR-CABECERA - la cabecera del periodo con el neto
      *                        total controlado habilita la
      *                        acreditacion
      ******************************************************************
       5000-GRABAR-CABECERA.
           MOVE PERIODO-ACTUAL TO OBS-PERIODO.
           MOVE ZERO TO OBS-LEGAJO.
           MOVE "**" TO OBS-TIPO.
           MOVE "S" TO SW-OBS-EXISTE.
           READ CONTROLPAGO
               INVALID KEY
                   MOVE "N" TO SW-OBS-EXISTE
           END-READ.
           MOVE SPACES TO OBS-DETALLE.
           MOVE TOTAL-NETO-PERIODO   TO OBC-NETO-CONTROL.
           MOVE CANT-LEGAJOS-PAGADOS TO OBC-CANT-LEGAJOS.
           MOVE FECHA-PAGO           TO OBC-FECHA-PAGO.
           MOVE "S"                  TO OBS-VIGENTE.
           MOVE "L"                  TO OBS-ESTADO.
           MOVE FECHA-HOY            TO OBS-FECHA-DETECCION.
           MOVE "Control de integridad" TO OBS-DISPOSICION.
           MOVE OPERADOR-CODIGO      TO OBS-OPERADOR.
           MOVE FECHA-HOY            TO OBS-FECHA-DISPOSICION.
           IF OBS-EXISTE
               REWRITE OBS-REGISTRO
           ELSE
               WRITE OBS-REGISTRO
           END-IF.
           IF FS-CONTROLPAGO NOT = "00"
               DISPLAY "No se pudo grabar la cabecera del control, FS="
                   FS-CONTROLPAGO
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-TOTALES
      ******************************************************************
       5500-TOTALES.
           MOVE CANT-LEGAJOS-PAGADOS TO WS-ED-CANT.
           MOVE TOTAL-NETO-PERIODO   TO WS-ED-VALOR1.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajos cobrados en el periodo " WS-ED-CANT
               " neto total " WS-ED-VALOR1
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-OBSERVACIONES TO WS-ED-CANT.
           MOVE CANT-NUEVAS        TO WS-ED-CANT2.
           MOVE CANT-PENDIENTES    TO WS-ED-CANT3.
           MOVE CANT-RETENIDAS     TO WS-ED-CANT4.
           MOVE SPACES TO REP-LINEA.
           STRING "TOTAL observaciones " WS-ED-CANT
               " nuevas " WS-ED-CANT2
               " pendientes " WS-ED-CANT3
               " retenidas " WS-ED-CANT4
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           IF CANT-PENDIENTES > ZERO
               MOVE SPACES TO REP-LINEA
               STRING "La acreditacion del periodo queda frenada "
                   "hasta disponer las pendientes "
                   "(CargaDisposiciones)."
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-LINEA
           END-IF.
           DISPLAY "Control generado en REPORTE-CONTROL-PAGO.DAT.".
           MOVE CANT-REABIERTAS TO WS-ED-CANT4.
           STRING "Control pagos periodo=" PERIODO-ACTUAL
               " pago=" FECHA-PAGO
               " neto=" WS-ED-VALOR1
               " observaciones=" WS-ED-CANT
               " nuevas=" WS-ED-CANT2
               " reabiertas=" WS-ED-CANT4
               " pendientes=" WS-ED-CANT3
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGISTRAR-OBSERVACION - la observacion ya dispuesta se
      *                              respeta si el dato no cambio; si
      *                              cambio se reabre como pendiente
      ******************************************************************
       6000-REGISTRAR-OBSERVACION.
           MOVE PERIODO-ACTUAL TO OBS-PERIODO.
           MOVE OBN-LEGAJO TO OBS-LEGAJO.
           MOVE OBN-TIPO TO OBS-TIPO.
           MOVE "S" TO SW-OBS-EXISTE.
           READ CONTROLPAGO
               INVALID KEY
                   MOVE "N" TO SW-OBS-EXISTE
           END-READ.
           IF NOT OBS-EXISTE
               MOVE OBN-DETALLE TO OBS-DETALLE
               MOVE "S"         TO OBS-VIGENTE
               MOVE "P"         TO OBS-ESTADO
               MOVE FECHA-HOY   TO OBS-FECHA-DETECCION
               MOVE SPACES      TO OBS-DISPOSICION
               MOVE SPACES      TO OBS-OPERADOR
               MOVE ZERO        TO OBS-FECHA-DISPOSICION
               WRITE OBS-REGISTRO
               ADD 1 TO CANT-NUEVAS
               MOVE "NUEVA" TO ESTADO-TEXTO
               GO TO 6000-LISTAR
           END-IF.
           EVALUATE TRUE
               WHEN OBS-PENDIENTE
                   MOVE "PENDIENTE" TO ESTADO-TEXTO
               WHEN OBS-DETALLE NOT = OBN-DETALLE
                   MOVE "P"       TO OBS-ESTADO
                   MOVE FECHA-HOY TO OBS-FECHA-DETECCION
                   MOVE SPACES    TO OBS-OPERADOR
                   MOVE ZERO      TO OBS-FECHA-DISPOSICION
                   ADD 1 TO CANT-REABIERTAS
                   MOVE "REABIERTA" TO ESTADO-TEXTO
               WHEN OBS-RETENIDA
                   MOVE "RETENIDA" TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE "LIBERADA" TO ESTADO-TEXTO
           END-EVALUATE.
           MOVE OBN-DETALLE TO OBS-DETALLE.
           MOVE "S" TO OBS-VIGENTE.
           REWRITE OBS-REGISTRO.
       6000-LISTAR.
           ADD 1 TO CANT-OBSERVACIONES.
           IF OBS-PENDIENTE
               ADD 1 TO CANT-PENDIENTES
           END-IF.
           IF OBS-RETENIDA
               ADD 1 TO CANT-RETENIDAS
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING OBS-LEGAJO "  " OBS-TIPO "   " ESTADO-TEXTO " "
               OBS-DETALLE
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF ESTADO-TEXTO = "NUEVA" OR ESTADO-TEXTO = "REABIERTA"
               STRING "Observacion periodo=" PERIODO-ACTUAL
                   " legajo=" OBS-LEGAJO
                   " tipo=" OBS-TIPO " " ESTADO-TEXTO
                   " " OBS-DETALLE
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       6000-EXIT.
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
               FOR ALL "ControlPagos".
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
           STRING "ControlPagos " WS-FECHA-AAAA "-" WS-FECHA-MM
               "-" WS-FECHA-DD " " WS-HORA-HH ":" WS-HORA-MM ":"
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
           EXIT.

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
           CLOSE SUELDOMES.
           CLOSE MAESTRO-EMPLEADOS.
           CLOSE CONTROLPAGO.
           CLOSE REPORTE-CONTROL.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Control conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO REP-LINEA.
           STRING "Conformado por: " OPERADOR-FIRMA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM ControlPagos.
