      ******************************************************************
      *Recibos pendientes de firma: recorre RECIBOS.DAT y lista, por
      *periodo y centro de costo, cada recibo de sueldo, retroactivo
      *o de liquidacion final del rango de periodos pedido que no
      *figura como devuelto firmado en RECIBOSFIR.DAT (lo carga
      *CargaFirmas) y que lleva mas de N dias emitido a la fecha de
      *corte. El recibo impreso antes de que la cabecera llevara la
      *fecha de emision se cuenta desde el ultimo dia de su periodo y
      *se marca con un asterisco. El centro de costo es el del
      *acumulado SUELDOMES del legajo en el periodo; sin acumulado
      *queda en GRAL. Al pie controla la numeracion contra el ultimo
      *numero de RECIBOS.CTL: los numeros asignados que nunca llegaron
      *a RECIBOS.DAT, los repetidos o fuera de secuencia y los que
      *superan el ultimo numero del control.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del listado de recibos
      *                 pendientes de firma.
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
       PROGRAM-ID. PendientesFirma.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.
           SELECT RECIBOS-CTL ASSIGN TO "RECIBOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS-CTL.
           SELECT RECIBOSFIR ASSIGN TO "RECIBOSFIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RFI-NUMERO
               FILE STATUS IS FS-RECIBOSFIR.
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
           SELECT ORDEN-PENDIENTES ASSIGN TO "SORTWK1".
           SELECT REPORTE-PENDIENTES ASSIGN TO "REPORTE-PEND-FIRMA.DAT"
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
       FD  RECIBOS
           RECORDING MODE IS F.
       01  REC-LINEA                PIC X(100).

      *    Guarda el ultimo numero de recibo emitido para que la
      *    numeracion siga correlativa entre corridas.
       FD  RECIBOS-CTL
           RECORDING MODE IS F.
       01  CTL-NUMERO-RECIBO        PIC 9(07).

      *    Un registro por recibo devuelto firmado: SUE sueldo, RET
      *    retroactivo, LIQ liquidacion final.
       FD  RECIBOSFIR.
       01  RFI-REGISTRO.
           05  RFI-NUMERO           PIC 9(07).
           05  RFI-TIPO             PIC X(03).
           05  RFI-LEGAJO           PIC 9(05).
           05  RFI-PERIODO          PIC 9(06).
           05  RFI-FECHA-EMISION    PIC 9(08).
           05  RFI-FECHA-FIRMA      PIC 9(08).
           05  RFI-OPERADOR         PIC X(04).
           05  RFI-FECHA-CAPTURA    PIC 9(08).

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

      *    Recibos pendientes ordenados por periodo, centro y numero.
       SD  ORDEN-PENDIENTES.
       01  SRT-REGISTRO.
           05  SRT-PERIODO           PIC 9(06).
           05  SRT-CENTRO            PIC X(04).
           05  SRT-NUMERO            PIC 9(07).
           05  SRT-TIPO              PIC X(03).
           05  SRT-LEGAJO            PIC 9(05).
           05  SRT-NOMBRE            PIC X(20).
           05  SRT-EMISION           PIC 9(08).
           05  SRT-ESTIMADA          PIC X(01).
           05  SRT-DIAS              PIC 9(05).

       FD  REPORTE-PENDIENTES
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
       77  FS-RECIBOS               PIC X(02) VALUE SPACES.
       77  FS-RECIBOS-CTL           PIC X(02) VALUE SPACES.
       77  FS-RECIBOSFIR            PIC X(02) VALUE SPACES.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-SUELDOMES             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  PERIODO-DESDE            PIC 9(06) VALUE ZERO.
       77  PERIODO-HASTA            PIC 9(06) VALUE ZERO.
       77  DIAS-TOLERANCIA          PIC 9(03) VALUE ZERO.
       77  FECHA-CORTE              PIC 9(08) VALUE ZERO.
       77  DIAS-CORTE               PIC 9(07) COMP VALUE ZERO.
       77  DIAS-ANTIGUEDAD          PIC 9(05) COMP VALUE ZERO.
       77  FECHA-REFERENCIA         PIC 9(08) VALUE ZERO.
       77  CENTRO-RECIBO            PIC X(04) VALUE SPACES.
       77  PERIODO-EN-CURSO         PIC 9(06) VALUE ZERO.
       77  CENTRO-EN-CURSO          PIC X(04) VALUE SPACES.

       77  CANT-EMITIDOS            PIC 9(7) COMP VALUE ZERO.
       77  CANT-EN-RANGO            PIC 9(7) COMP VALUE ZERO.
       77  CANT-FIRMADOS            PIC 9(7) COMP VALUE ZERO.
       77  CANT-EN-PLAZO            PIC 9(7) COMP VALUE ZERO.
       77  CANT-PENDIENTES          PIC 9(7) COMP VALUE ZERO.
       77  CANT-CENTRO              PIC 9(5) COMP VALUE ZERO.
       77  CANT-PERIODO             PIC 9(5) COMP VALUE ZERO.

       01  SW-FIN-RECIBOS           PIC X(01) VALUE "N".
           88  FIN-RECIBOS          VALUE "S".
       01  SW-FIN-ORDEN             PIC X(01) VALUE "N".
           88  FIN-ORDEN            VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-HAY-FIRMAS            PIC X(01) VALUE "N".
           88  HAY-FIRMAS           VALUE "S".
       01  SW-HAY-SUELDOMES         PIC X(01) VALUE "N".
           88  HAY-SUELDOMES        VALUE "S".
       01  SW-HAY-MAESTRO           PIC X(01) VALUE "N".
           88  HAY-MAESTRO          VALUE "S".

      *----------------------------------------------------------------
      * CABECERA DEL RECIBO LEIDA DE RECIBOS.DAT - la linea RECIBO
      * deja la cabecera pendiente y la linea LEGAJO que la sigue la
      * completa; los recibos anteriores a la fecha de emision en la
      * cabecera quedan con emision en cero
      *----------------------------------------------------------------
       77  LEIDO-NUMERO             PIC 9(07) VALUE ZERO.
       77  LEIDO-TIPO               PIC X(03) VALUE SPACES.
       77  LEIDO-PERIODO            PIC 9(06) VALUE ZERO.
       77  LEIDO-EMISION            PIC 9(08) VALUE ZERO.
       77  LEIDO-LEGAJO             PIC 9(05) VALUE ZERO.

       01  SW-CABECERA              PIC X(01) VALUE "N".
           88  SIN-CABECERA         VALUE "N".
           88  CABECERA-PENDIENTE   VALUE "P".
           88  CABECERA-COMPLETA    VALUE "C".

      *----------------------------------------------------------------
      * CONTROL DE NUMERACION - cada cabecera ORIGINAL se compara con
      * el numero que le tocaba; F numeros asignados y ausentes, R
      * repetido o fuera de secuencia, P posterior a RECIBOS.CTL
      *----------------------------------------------------------------
       77  ULTIMO-CTL               PIC 9(07) VALUE ZERO.
       77  NUMERO-ESPERADO          PIC 9(07) VALUE 1.
       77  CANT-FALTANTES           PIC 9(7) COMP VALUE ZERO.
       77  CANT-ANOMALIAS           PIC 9(4) COMP VALUE ZERO.
       77  CANT-DESCARTADAS         PIC 9(5) COMP VALUE ZERO.
       01  TABLA-ANOMALIAS.
           05  ANO-ENTRY OCCURS 500 TIMES INDEXED BY IX-ANO.
               10  ANO-TIPO          PIC X(01).
               10  ANO-DESDE         PIC 9(07).
               10  ANO-HASTA         PIC 9(07).
       01  ANOMALIA-NUEVA.
           05  ANN-TIPO              PIC X(01).
           05  ANN-DESDE             PIC 9(07).
           05  ANN-HASTA             PIC 9(07).

      *----------------------------------------------------------------
      * CALCULO DE DIAS - fecha AAAAMMDD a dias corridos
      *----------------------------------------------------------------
       77  DIAS-CALCULO             PIC 9(07) COMP VALUE ZERO.
       77  DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
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
       01  WS-ED-CANT               PIC ZZZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZZZ9.
       01  WS-ED-CANT4              PIC ZZZZZZ9.
       01  WS-ED-DIAS               PIC ZZZZ9.

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
               PERFORM 2000-ORDENAR-Y-LISTAR THRU 2000-EXIT
               PERFORM 3000-LISTAR-NUMERACION THRU 3000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - sin RECIBOSFIR todos los recibos cuentan
      *                    como no firmados; sin SUELDOMES todos
      *                    quedan en el centro GRAL
      ******************************************************************
       1000-INICIALIZAR.
           OPEN INPUT RECIBOS.
           IF FS-RECIBOS NOT = "00"
               DISPLAY "No se pudo abrir RECIBOS.DAT, FS=" FS-RECIBOS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE ZERO TO ULTIMO-CTL.
           OPEN INPUT RECIBOS-CTL.
           IF FS-RECIBOS-CTL = "00"
               READ RECIBOS-CTL
                   NOT AT END
                       MOVE CTL-NUMERO-RECIBO TO ULTIMO-CTL
               END-READ
               CLOSE RECIBOS-CTL
           ELSE
               DISPLAY "Sin RECIBOS.CTL: la numeracion se controla "
                   "solo contra RECIBOS.DAT."
           END-IF.
           OPEN INPUT RECIBOSFIR.
           IF FS-RECIBOSFIR = "00"
               MOVE "S" TO SW-HAY-FIRMAS
           ELSE
               DISPLAY "Sin RECIBOSFIR.DAT: ningun recibo figura "
                   "firmado."
           END-IF.
           OPEN INPUT SUELDOMES.
           IF FS-SUELDOMES = "00"
               MOVE "S" TO SW-HAY-SUELDOMES
           END-IF.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO = "00"
               MOVE "S" TO SW-HAY-MAESTRO
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-PENDIENTES.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-PEDIR-PARAMETROS - rango de periodos, dias de tolerancia
      *                         y fecha de corte (cero es hoy)
      ******************************************************************
       1200-PEDIR-PARAMETROS.
           DISPLAY "Ingrese el periodo desde (AAAAMM):".
           ACCEPT PERIODO-DESDE.
           DISPLAY "Ingrese el periodo hasta (AAAAMM):".
           ACCEPT PERIODO-HASTA.
           IF PERIODO-HASTA < PERIODO-DESDE
               MOVE PERIODO-DESDE TO PERIODO-HASTA
           END-IF.
           DISPLAY "Dias desde la emision para considerarlo "
               "pendiente:".
           ACCEPT DIAS-TOLERANCIA.
           DISPLAY "Fecha de corte (AAAAMMDD, 0=hoy):".
           ACCEPT FECHA-CORTE.
           IF FECHA-CORTE = ZERO
               ACCEPT FECHA-CORTE FROM DATE YYYYMMDD
           END-IF.
           MOVE FECHA-CORTE TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE DIAS-CALCULO TO DIAS-CORTE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ORDENAR-Y-LISTAR - los pendientes ordenados por periodo,
      *                         centro y numero, con corte por centro
      *                         y por periodo
      ******************************************************************
       2000-ORDENAR-Y-LISTAR.
           MOVE SPACES TO REP-LINEA.
           STRING "=== RECIBOS PENDIENTES DE FIRMA PERIODOS "
               PERIODO-DESDE " A " PERIODO-HASTA
               " AL " FECHA-CORTE " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE DIAS-TOLERANCIA TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "Sin firmar con mas de " WS-ED-DIAS
               " dias de emitidos (* emision estimada al cierre del "
               "periodo)"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "RECIBO  TIPO LEGAJO NOMBRE                EMITIDO"
               "    DIAS"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           SORT ORDEN-PENDIENTES
               ON ASCENDING KEY SRT-PERIODO SRT-CENTRO SRT-NUMERO
               INPUT PROCEDURE IS 2100-SOLTAR-PENDIENTES
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2500-LISTAR-PENDIENTES
                   THRU 2500-EXIT.
           MOVE CANT-EN-RANGO   TO WS-ED-CANT.
           MOVE CANT-FIRMADOS   TO WS-ED-CANT2.
           MOVE CANT-EN-PLAZO   TO WS-ED-CANT3.
           MOVE CANT-PENDIENTES TO WS-ED-CANT4.
           MOVE SPACES TO REP-LINEA.
           STRING "TOTAL recibos del rango " WS-ED-CANT
               " firmados " WS-ED-CANT2
               " en plazo " WS-ED-CANT3
               " pendientes " WS-ED-CANT4
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           STRING "Pendientes firma periodos=" PERIODO-DESDE
               "-" PERIODO-HASTA
               " corte=" FECHA-CORTE
               " recibos=" WS-ED-CANT
               " firmados=" WS-ED-CANT2
               " pendientes=" WS-ED-CANT4
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-PENDIENTES.
           MOVE "N" TO SW-FIN-RECIBOS.
           MOVE "N" TO SW-CABECERA.
           PERFORM 2200-LEER-RECIBO THRU 2200-EXIT
               UNTIL FIN-RECIBOS.
      *    Lo asignado despues del ultimo recibo presente.
           IF ULTIMO-CTL NOT < NUMERO-ESPERADO
               MOVE "F" TO ANN-TIPO
               MOVE NUMERO-ESPERADO TO ANN-DESDE
               MOVE ULTIMO-CTL TO ANN-HASTA
               PERFORM 2380-REGISTRAR-ANOMALIA THRU 2380-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LEER-RECIBO.
           READ RECIBOS
               AT END
                   MOVE "S" TO SW-FIN-RECIBOS
                   GO TO 2200-EXIT
           END-READ.
           PERFORM 2300-RASTREAR-LINEA THRU 2300-EXIT.
           IF CABECERA-COMPLETA
               PERFORM 2400-EVALUAR-RECIBO THRU 2400-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RASTREAR-LINEA - reconoce las tres cabeceras de recibo;
      *                       los DUPLICADO se saltean
      ******************************************************************
       2300-RASTREAR-LINEA.
           IF CABECERA-COMPLETA
               MOVE "N" TO SW-CABECERA
           END-IF.
           IF REC-LINEA (1:21) = "RECIBO DE SUELDO NRO "
               AND REC-LINEA (47:9) = "ORIGINAL "
               MOVE "SUE" TO LEIDO-TIPO
               MOVE REC-LINEA (22:7) TO LEIDO-NUMERO
               MOVE REC-LINEA (39:6) TO LEIDO-PERIODO
               MOVE ZERO TO LEIDO-EMISION
               IF REC-LINEA (66:8) IS NUMERIC
                   MOVE REC-LINEA (66:8) TO LEIDO-EMISION
               END-IF
               MOVE "P" TO SW-CABECERA
               PERFORM 2350-CONTROLAR-NUMERO THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF REC-LINEA (1:23) = "RECIBO RETROACTIVO NRO "
               MOVE "RET" TO LEIDO-TIPO
               MOVE REC-LINEA (24:7) TO LEIDO-NUMERO
               MOVE REC-LINEA (41:6) TO LEIDO-PERIODO
               MOVE ZERO TO LEIDO-EMISION
               IF REC-LINEA (57:8) IS NUMERIC
                   MOVE REC-LINEA (57:8) TO LEIDO-EMISION
               END-IF
               MOVE "P" TO SW-CABECERA
               PERFORM 2350-CONTROLAR-NUMERO THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF REC-LINEA (1:29) = "RECIBO LIQUIDACION FINAL NRO "
               AND REC-LINEA (55:9) = "ORIGINAL "
               MOVE "LIQ" TO LEIDO-TIPO
               MOVE REC-LINEA (30:7) TO LEIDO-NUMERO
               MOVE REC-LINEA (47:6) TO LEIDO-PERIODO
               MOVE ZERO TO LEIDO-EMISION
               IF REC-LINEA (74:8) IS NUMERIC
                   MOVE REC-LINEA (74:8) TO LEIDO-EMISION
               END-IF
               MOVE "P" TO SW-CABECERA
               PERFORM 2350-CONTROLAR-NUMERO THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF CABECERA-PENDIENTE
               AND REC-LINEA (1:7) = "LEGAJO "
               MOVE REC-LINEA (8:5) TO LEIDO-LEGAJO
               MOVE "C" TO SW-CABECERA
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2350-CONTROLAR-NUMERO - los recibos se emiten correlativos y
      *                         RECIBOS.DAT solo se extiende: un salto
      *                         es una numeracion asignada que nunca
      *                         se imprimio
      ******************************************************************
       2350-CONTROLAR-NUMERO.
           ADD 1 TO CANT-EMITIDOS.
           IF LEIDO-NUMERO > ULTIMO-CTL
               MOVE "P" TO ANN-TIPO
               MOVE LEIDO-NUMERO TO ANN-DESDE
               MOVE LEIDO-NUMERO TO ANN-HASTA
               PERFORM 2380-REGISTRAR-ANOMALIA THRU 2380-EXIT
           END-IF.
           IF LEIDO-NUMERO < NUMERO-ESPERADO
               MOVE "R" TO ANN-TIPO
               MOVE LEIDO-NUMERO TO ANN-DESDE
               MOVE LEIDO-NUMERO TO ANN-HASTA
               PERFORM 2380-REGISTRAR-ANOMALIA THRU 2380-EXIT
               GO TO 2350-EXIT
           END-IF.
           IF LEIDO-NUMERO > NUMERO-ESPERADO
               MOVE "F" TO ANN-TIPO
               MOVE NUMERO-ESPERADO TO ANN-DESDE
               COMPUTE ANN-HASTA = LEIDO-NUMERO - 1
               PERFORM 2380-REGISTRAR-ANOMALIA THRU 2380-EXIT
           END-IF.
           COMPUTE NUMERO-ESPERADO = LEIDO-NUMERO + 1.
       2350-EXIT.
           EXIT.

       2380-REGISTRAR-ANOMALIA.
           IF ANN-TIPO = "F"
               COMPUTE CANT-FALTANTES = CANT-FALTANTES
                   + ANN-HASTA - ANN-DESDE + 1
           END-IF.
           IF CANT-ANOMALIAS >= 500
               ADD 1 TO CANT-DESCARTADAS
               GO TO 2380-EXIT
           END-IF.
           ADD 1 TO CANT-ANOMALIAS.
           SET IX-ANO TO CANT-ANOMALIAS.
           MOVE ANOMALIA-NUEVA TO ANO-ENTRY (IX-ANO).
       2380-EXIT.
           EXIT.

      ******************************************************************
      * 2400-EVALUAR-RECIBO - recibo del rango, sin firma y con mas
      *                       dias de emitido que la tolerancia
      ******************************************************************
       2400-EVALUAR-RECIBO.
           IF LEIDO-PERIODO < PERIODO-DESDE
               OR LEIDO-PERIODO > PERIODO-HASTA
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO CANT-EN-RANGO.
           IF HAY-FIRMAS
               MOVE LEIDO-NUMERO TO RFI-NUMERO
               READ RECIBOSFIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CANT-FIRMADOS
                       GO TO 2400-EXIT
               END-READ
           END-IF.
           MOVE SPACE TO SRT-ESTIMADA.
           IF LEIDO-EMISION = ZERO
               COMPUTE FECHA-CALCULO = LEIDO-PERIODO * 100 + 1
               PERFORM 2950-DIAS-DEL-MES THRU 2950-EXIT
               MOVE DIAS-DEL-MES TO FCA-DD
               MOVE FECHA-CALCULO TO FECHA-REFERENCIA
               MOVE "*" TO SRT-ESTIMADA
           ELSE
               MOVE LEIDO-EMISION TO FECHA-REFERENCIA
           END-IF.
           MOVE FECHA-REFERENCIA TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE ZERO TO DIAS-ANTIGUEDAD.
           IF DIAS-CORTE > DIAS-CALCULO
               COMPUTE DIAS-ANTIGUEDAD = DIAS-CORTE - DIAS-CALCULO
           END-IF.
           IF DIAS-ANTIGUEDAD NOT > DIAS-TOLERANCIA
               ADD 1 TO CANT-EN-PLAZO
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2450-BUSCAR-CENTRO THRU 2450-EXIT.
           MOVE "(sin maestro)" TO SRT-NOMBRE.
           IF HAY-MAESTRO
               MOVE LEIDO-LEGAJO TO EMP-LEGAJO
               READ MAESTRO-EMPLEADOS
                   NOT INVALID KEY
                       MOVE EMP-NOMBRE TO SRT-NOMBRE
               END-READ
           END-IF.
           MOVE LEIDO-PERIODO    TO SRT-PERIODO.
           MOVE CENTRO-RECIBO    TO SRT-CENTRO.
           MOVE LEIDO-NUMERO     TO SRT-NUMERO.
           MOVE LEIDO-TIPO       TO SRT-TIPO.
           MOVE LEIDO-LEGAJO     TO SRT-LEGAJO.
           MOVE FECHA-REFERENCIA TO SRT-EMISION.
           MOVE DIAS-ANTIGUEDAD  TO SRT-DIAS.
           RELEASE SRT-REGISTRO.
           ADD 1 TO CANT-PENDIENTES.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2450-BUSCAR-CENTRO - el centro del sueldo del legajo en el
      *                      periodo; si no hay SUE, el de cualquier
      *                      otro concepto del mismo periodo (RET, LF)
      ******************************************************************
       2450-BUSCAR-CENTRO.
           MOVE "GRAL" TO CENTRO-RECIBO.
           IF NOT HAY-SUELDOMES
               GO TO 2450-EXIT
           END-IF.
           MOVE LEIDO-PERIODO TO SM-PERIODO.
           MOVE LEIDO-LEGAJO TO SM-LEGAJO.
           MOVE "SUE" TO SM-CONCEPTO.
           READ SUELDOMES
               INVALID KEY
                   GO TO 2450-OTRO-CONCEPTO
           END-READ.
           GO TO 2450-TOMAR-CENTRO.
       2450-OTRO-CONCEPTO.
           MOVE LEIDO-PERIODO TO SM-PERIODO.
           MOVE LEIDO-LEGAJO TO SM-LEGAJO.
           MOVE LOW-VALUES TO SM-CONCEPTO.
           START SUELDOMES KEY NOT < SM-CLAVE
               INVALID KEY
                   GO TO 2450-EXIT
           END-START.
           READ SUELDOMES NEXT RECORD
               AT END
                   GO TO 2450-EXIT
           END-READ.
           IF SM-PERIODO NOT = LEIDO-PERIODO
               OR SM-LEGAJO NOT = LEIDO-LEGAJO
               GO TO 2450-EXIT
           END-IF.
       2450-TOMAR-CENTRO.
           IF SM-CENTRO-COSTO NOT = SPACES
               MOVE SM-CENTRO-COSTO TO CENTRO-RECIBO
           END-IF.
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LISTAR-PENDIENTES - una linea por recibo pendiente, el
      *                          subtotal de cada centro y el de cada
      *                          periodo
      ******************************************************************
       2500-LISTAR-PENDIENTES.
           MOVE ZERO TO PERIODO-EN-CURSO.
           MOVE SPACES TO CENTRO-EN-CURSO.
           MOVE "N" TO SW-FIN-ORDEN.
           PERFORM 2600-RETORNAR-PENDIENTE THRU 2600-EXIT
               UNTIL FIN-ORDEN.
           IF PERIODO-EN-CURSO NOT = ZERO
               PERFORM 2700-SUBTOTAL-CENTRO THRU 2700-EXIT
               PERFORM 2750-SUBTOTAL-PERIODO THRU 2750-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2600-RETORNAR-PENDIENTE.
           RETURN ORDEN-PENDIENTES
               AT END
                   MOVE "S" TO SW-FIN-ORDEN
                   GO TO 2600-EXIT
           END-RETURN.
           IF SRT-PERIODO NOT = PERIODO-EN-CURSO
               IF PERIODO-EN-CURSO NOT = ZERO
                   PERFORM 2700-SUBTOTAL-CENTRO THRU 2700-EXIT
                   PERFORM 2750-SUBTOTAL-PERIODO THRU 2750-EXIT
               END-IF
               MOVE SRT-PERIODO TO PERIODO-EN-CURSO
               MOVE SPACES TO CENTRO-EN-CURSO
               MOVE ZERO TO CANT-PERIODO
               MOVE SPACES TO REP-LINEA
               STRING "--- PERIODO " SRT-PERIODO " ---"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           IF SRT-CENTRO NOT = CENTRO-EN-CURSO
               IF CENTRO-EN-CURSO NOT = SPACES
                   PERFORM 2700-SUBTOTAL-CENTRO THRU 2700-EXIT
               END-IF
               MOVE SRT-CENTRO TO CENTRO-EN-CURSO
               MOVE ZERO TO CANT-CENTRO
               MOVE SPACES TO REP-LINEA
               STRING "  CENTRO DE COSTO " SRT-CENTRO
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           ADD 1 TO CANT-CENTRO CANT-PERIODO.
           MOVE SRT-DIAS TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING SRT-NUMERO " " SRT-TIPO "  " SRT-LEGAJO " "
               SRT-NOMBRE "  " SRT-EMISION SRT-ESTIMADA
               " " WS-ED-DIAS
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       2600-EXIT.
           EXIT.

       2700-SUBTOTAL-CENTRO.
           MOVE CANT-CENTRO TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "  SUBTOTAL " PERIODO-EN-CURSO " " CENTRO-EN-CURSO
               "  pendientes " WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       2700-EXIT.
           EXIT.

       2750-SUBTOTAL-PERIODO.
           MOVE CANT-PERIODO TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "SUBTOTAL PERIODO " PERIODO-EN-CURSO
               "  pendientes " WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       2750-EXIT.
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
      * 3000-LISTAR-NUMERACION - el control de la numeracion contra
      *                          RECIBOS.CTL, sobre todo RECIBOS.DAT
      ******************************************************************
       3000-LISTAR-NUMERACION.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-EMITIDOS TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "=== CONTROL DE NUMERACION: ultimo RECIBOS.CTL "
               ULTIMO-CTL ", recibos en RECIBOS.DAT " WS-ED-CANT
               " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-ANOMALIAS = ZERO
               MOVE SPACES TO REP-LINEA
               STRING "Numeracion completa, sin saltos ni repetidos."
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 3000-TOTAL
           END-IF.
           PERFORM 3100-LISTAR-ANOMALIA THRU 3100-EXIT
               VARYING IX-ANO FROM 1 BY 1
               UNTIL IX-ANO > CANT-ANOMALIAS.
           IF CANT-DESCARTADAS > ZERO
               MOVE CANT-DESCARTADAS TO WS-ED-CANT2
               MOVE SPACES TO REP-LINEA
               STRING "... y " WS-ED-CANT2
                   " observaciones mas que no entran en el listado"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       3000-TOTAL.
           MOVE CANT-FALTANTES TO WS-ED-CANT2.
           COMPUTE CANT-ANOMALIAS = CANT-ANOMALIAS + CANT-DESCARTADAS.
           MOVE CANT-ANOMALIAS TO WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           STRING "TOTAL numeros asignados y ausentes " WS-ED-CANT2
               " observaciones " WS-ED-CANT3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           STRING "Control numeracion ultimo CTL=" ULTIMO-CTL
               " recibos=" WS-ED-CANT
               " ausentes=" WS-ED-CANT2
               " observaciones=" WS-ED-CANT3
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

       3100-LISTAR-ANOMALIA.
           MOVE SPACES TO REP-LINEA.
           EVALUATE ANO-TIPO (IX-ANO)
               WHEN "F"
                   STRING "Recibos " ANO-DESDE (IX-ANO)
                       " a " ANO-HASTA (IX-ANO)
                       " asignados en RECIBOS.CTL y ausentes de "
                       "RECIBOS.DAT"
                       DELIMITED BY SIZE INTO REP-LINEA
               WHEN "R"
                   STRING "Recibo " ANO-DESDE (IX-ANO)
                       " repetido o fuera de secuencia"
                       DELIMITED BY SIZE INTO REP-LINEA
               WHEN OTHER
                   STRING "Recibo " ANO-DESDE (IX-ANO)
                       " posterior al ultimo numero de RECIBOS.CTL"
                       DELIMITED BY SIZE INTO REP-LINEA
           END-EVALUATE.
           WRITE REP-LINEA.
       3100-EXIT.
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
               FOR ALL "PendientesFirma".
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
           STRING "PendientesFirma " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE RECIBOS.
           IF HAY-FIRMAS
               CLOSE RECIBOSFIR
           END-IF.
           IF HAY-SUELDOMES
               CLOSE SUELDOMES
           END-IF.
           IF HAY-MAESTRO
               CLOSE MAESTRO-EMPLEADOS
           END-IF.
           CLOSE REPORTE-PENDIENTES.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Listado generado en REPORTE-PEND-FIRMA.DAT.".
           DISPLAY "Listado conformado por: " OPERADOR-FIRMA.
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
       END PROGRAM PendientesFirma.
