      ******************************************************************
      *Valuacion mensual del costo de la mercaderia de alfajores y
      *margen bruto por sucursal y marca. Para un periodo cerrado en
      *CIERRES.DAT toma del diario STKMOVS.DAT las ventas (V), las
      *mermas de conteo o de transferencia (M) y las bajas de lotes
      *vencidos (X) y las valua al costo promedio ponderado de la
      *sucursal y marca vigente a la fecha del movimiento, tal como lo
      *deja MovStock en COSTOPROM.DAT con cada ingreso; la linea que
      *todavia no tiene promedio se valua al costo de compra de lista
      *(COSTOSALF.DAT). La venta se expresa ademas a precio de lista
      *(PRECIOS.DAT) para el margen por marca; la caja real de la
      *sucursal (CAJADIARIA.DAT) da el margen sobre lo cobrado, neto
      *de promociones.
      *El costo de ventas, de mermas y de bajas de cada sucursal queda
      *en COSTOVENTAS.DAT, que ExtractoVentas asienta en el extracto
      *contable junto con la caja; el periodo queda marcado V
      *(valuado) en CIERRESVENTAS.DAT. Mientras el periodo no se haya
      *extraido la valuacion se puede repetir: reemplaza la anterior.
      *El reporte queda en REPORTE-MARGEN-BRUTO.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la valuacion de costos.
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
       PROGRAM-ID. ValuaCostos.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STKMOVS ASSIGN TO "STKMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STKMOVS.
           SELECT COSTOPROM ASSIGN TO "COSTOPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOPROM.
           SELECT COSTOSALF ASSIGN TO "COSTOSALF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOSALF.
           SELECT PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECIOS.
           SELECT CAJA-DIARIA ASSIGN TO "CAJADIARIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJA.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           SELECT CIERRES-VENTAS ASSIGN TO "CIERRESVENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIE-VTA.
           SELECT COSTOVENTAS ASSIGN TO "COSTOVENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOVENTAS.
           SELECT ORDEN-MARGEN ASSIGN TO "SORTWK1".
           SELECT REPORTE-MARGEN ASSIGN TO "REPORTE-MARGEN-BRUTO.DAT"
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
      *    Diario de movimientos: I inicial, E entrega, V venta,
      *    A ajuste de conteo en mas, M merma de conteo en menos o
      *    de transferencia, X baja de lote vencido, S salida por
      *    transferencia, T entrada por transferencia.
       FD  STKMOVS
           RECORDING MODE IS F.
       01  MOV-REGISTRO.
           05  MOV-FECHA             PIC 9(08).
           05  MOV-SUCURSAL          PIC X(04).
           05  MOV-MARCA             PIC X(10).
           05  MOV-TIPO              PIC X(01).
           05  MOV-CANTIDAD          PIC 9(05).

      *    Historia del costo promedio ponderado por sucursal y marca
      *    (MovStock): una linea por cada ingreso que lo recalcula.
       FD  COSTOPROM
           RECORDING MODE IS F.
       01  CPR-REGISTRO.
           05  CPR-SUCURSAL          PIC X(04).
           05  CPR-MARCA             PIC X(10).
           05  CPR-FECHA             PIC 9(08).
           05  CPR-ORIGEN            PIC X(01).
           05  CPR-CANTIDAD          PIC 9(05).
           05  CPR-COSTO-INGRESO     PIC 9(5)V99.
           05  CPR-STOCK             PIC 9(05).
           05  CPR-COSTO-PROMEDIO    PIC 9(5)V99.

      *    Lista de costos de compra por marca y vigencia
      *    (MantCostosAlf); estado A activo, B baja.
       FD  COSTOSALF
           RECORDING MODE IS F.
       01  COA-REGISTRO.
           05  COA-MARCA             PIC X(10).
           05  COA-FECHA-VIGENCIA    PIC 9(08).
           05  COA-COSTO             PIC 9(5)V99.
           05  COA-ESTADO            PIC X(01).

      *    Precio de lista por marca y fecha de vigencia.
       FD  PRECIOS
           RECORDING MODE IS F.
       01  PRE-REGISTRO.
           05  PRE-CODIGO            PIC X(10).
           05  PRE-FECHA-VIGENCIA    PIC 9(08).
           05  PRE-PRECIO            PIC 9(5)V99.

      *    Caja diaria por sucursal y dia calendario (CargaCaja);
      *    tipo N alta, R reversa de enmienda, E reemplazo.
       FD  CAJA-DIARIA
           RECORDING MODE IS F.
       01  CAJ-REGISTRO.
           05  CAJ-SUCURSAL          PIC X(04).
           05  CAJ-FECHA             PIC 9(08).
           05  CAJ-IMPORTE           PIC 9(06)V99.
           05  CAJ-TIPO              PIC X(01).

      *    Padron de sucursales compartido por los programas de
      *    comercio.
       FD  SUCURSALES
           RECORDING MODE IS F.
       01  SUC-REGISTRO.
           05  SUC-CODIGO            PIC X(04).
           05  SUC-NOMBRE            PIC X(20).
           05  SUC-REGION            PIC X(10).
           05  SUC-ESTADO            PIC X(01).

      *    Estado de cada periodo: A abierto, C cerrado para captura,
      *    E extraido (lo mantiene CierrePeriodos).
       FD  CIERRES
           RECORDING MODE IS F.
       01  CIE-REGISTRO.
           05  CIE-PERIODO           PIC 9(06).
           05  CIE-ESTADO            PIC X(01).

      *    Control propio del extracto de ventas: V periodo valuado
      *    por este programa, E periodo ya extraido.
       FD  CIERRES-VENTAS
           RECORDING MODE IS F.
       01  CIV-REGISTRO.
           05  CIV-PERIODO           PIC 9(06).
           05  CIV-ESTADO            PIC X(01).

      *    Costo de la mercaderia por periodo y sucursal: ventas,
      *    mermas y bajas valuadas al costo promedio, para el extracto
      *    contable.
       FD  COSTOVENTAS
           RECORDING MODE IS F.
       01  CMV-REGISTRO.
           05  CMV-PERIODO           PIC 9(06).
           05  CMV-SUCURSAL          PIC X(04).
           05  CMV-UNID-VENTA        PIC 9(07).
           05  CMV-COSTO-VENTA       PIC 9(09)V99.
           05  CMV-UNID-MERMA        PIC 9(07).
           05  CMV-COSTO-MERMA       PIC 9(09)V99.
           05  CMV-UNID-BAJA         PIC 9(07).
           05  CMV-COSTO-BAJA        PIC 9(09)V99.

      *    Totales del periodo por sucursal y marca, ordenados para el
      *    corte por sucursal. La sucursal con caja y sin movimientos
      *    viaja con la marca en blanco.
       SD  ORDEN-MARGEN.
       01  SRT-REGISTRO.
           05  SRT-SUCURSAL          PIC X(04).
           05  SRT-MARCA             PIC X(10).
           05  SRT-UNID-VENTA        PIC 9(07).
           05  SRT-VENTAS-LISTA      PIC 9(11)V99.
           05  SRT-COSTO-VENTA       PIC 9(11)V99.
           05  SRT-UNID-MERMA        PIC 9(07).
           05  SRT-COSTO-MERMA       PIC 9(11)V99.
           05  SRT-UNID-BAJA         PIC 9(07).
           05  SRT-COSTO-BAJA        PIC 9(11)V99.
           05  SRT-SIN-COSTO         PIC 9(07).
           05  SRT-SIN-PRECIO        PIC 9(07).

       FD  REPORTE-MARGEN
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
       77  FS-STKMOVS               PIC X(02) VALUE SPACES.
       77  FS-COSTOPROM             PIC X(02) VALUE SPACES.
       77  FS-COSTOSALF             PIC X(02) VALUE SPACES.
       77  FS-PRECIOS               PIC X(02) VALUE SPACES.
       77  FS-CAJA                  PIC X(02) VALUE SPACES.
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  FS-CIERRES               PIC X(02) VALUE SPACES.
       77  FS-CIE-VTA               PIC X(02) VALUE SPACES.
       77  FS-COSTOVENTAS           PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       01  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-ACTUAL.
           05  PA-AAAA              PIC 9(04).
           05  PA-MM                PIC 9(02).

       01  FECHA-MOV.
           05  FM-PERIODO           PIC 9(06).
           05  FM-DD                PIC 9(02).
       01  FECHA-CAJA.
           05  FC-PERIODO           PIC 9(06).
           05  FC-DD                PIC 9(02).

       77  COSTO-UNITARIO           PIC 9(5)V99 VALUE ZERO.
       77  PRECIO-UNITARIO          PIC 9(5)V99 VALUE ZERO.
       77  FECHA-MEJOR              PIC 9(08) VALUE ZERO.
       77  IMPORTE-COSTO            PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  IMPORTE-VENTA            PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  SUCURSAL-CORTE           PIC X(04) VALUE SPACES.
       77  NOMBRE-CORTE             PIC X(20) VALUE SPACES.
       77  CANT-MOVS-VALUADOS       PIC 9(7) COMP VALUE ZERO.
       77  CANT-SIN-COSTO           PIC 9(7) COMP VALUE ZERO.
       77  CANT-SIN-PRECIO          PIC 9(7) COMP VALUE ZERO.
       77  MARGEN-CALCULO           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  BASE-PORCENTAJE          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  PORC-MARGEN              PIC S9(5)V9 COMP-3 VALUE ZERO.

      *    Acumuladores de la sucursal en curso y de la corrida.
       77  SUC-UNID-VENTA           PIC 9(07) COMP VALUE ZERO.
       77  SUC-VENTAS-LISTA         PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  SUC-COSTO-VENTA          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  SUC-UNID-MERMA           PIC 9(07) COMP VALUE ZERO.
       77  SUC-COSTO-MERMA          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  SUC-UNID-BAJA            PIC 9(07) COMP VALUE ZERO.
       77  SUC-COSTO-BAJA           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  SUC-CAJA                 PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOT-VENTAS-LISTA         PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOT-COSTO-VENTA          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOT-COSTO-MERMA          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOT-COSTO-BAJA           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOT-CAJA                 PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  SW-FIN-STKMOVS           PIC X(01) VALUE "N".
           88  FIN-STKMOVS          VALUE "S".
       01  SW-FIN-COSTOPROM         PIC X(01) VALUE "N".
           88  FIN-COSTOPROM        VALUE "S".
       01  SW-FIN-COSTOSALF         PIC X(01) VALUE "N".
           88  FIN-COSTOSALF        VALUE "S".
       01  SW-FIN-PRECIOS           PIC X(01) VALUE "N".
           88  FIN-PRECIOS          VALUE "S".
       01  SW-FIN-CAJA              PIC X(01) VALUE "N".
           88  FIN-CAJA             VALUE "S".
       01  SW-FIN-SUCURSALES        PIC X(01) VALUE "N".
           88  FIN-SUCURSALES       VALUE "S".
       01  SW-FIN-CIERRES           PIC X(01) VALUE "N".
           88  FIN-CIERRES          VALUE "S".
       01  SW-FIN-CIE-VTA           PIC X(01) VALUE "N".
           88  FIN-CIE-VTA          VALUE "S".
       01  SW-FIN-COSTOVENTAS       PIC X(01) VALUE "N".
           88  FIN-COSTOVENTAS      VALUE "S".
       01  SW-FIN-ORDEN             PIC X(01) VALUE "N".
           88  FIN-ORDEN            VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-TABLA-OK              PIC X(01) VALUE "S".
           88  TABLA-OK             VALUE "S".
       01  SW-YA-EXTRAIDO           PIC X(01) VALUE "N".
           88  YA-EXTRAIDO          VALUE "S".
       01  SW-YA-VALUADO            PIC X(01) VALUE "N".
           88  YA-VALUADO           VALUE "S".
       01  SW-ESTADO-PERIODO        PIC X(01) VALUE "A".
           88  PERIODO-ABIERTO      VALUE "A".
           88  PERIODO-CERRADO      VALUE "C".
           88  PERIODO-EXTRAIDO     VALUE "E".

      *----------------------------------------------------------------
      * HISTORIA DEL COSTO PROMEDIO, LISTA DE COSTOS Y PRECIOS
      *----------------------------------------------------------------
       77  CANT-PROMEDIOS           PIC 9(4) COMP VALUE ZERO.
       01  TABLA-PROMEDIOS.
           05  CPT-ENTRY OCCURS 5000 TIMES INDEXED BY IX-CPT.
               10  CPT-SUCURSAL      PIC X(04).
               10  CPT-MARCA         PIC X(10).
               10  CPT-FECHA         PIC 9(08).
               10  CPT-PROMEDIO      PIC 9(5)V99.

       77  CANT-COSTOS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-COSTOS.
           05  COT-ENTRY OCCURS 500 TIMES INDEXED BY IX-COT.
               10  COT-MARCA         PIC X(10).
               10  COT-FECHA         PIC 9(08).
               10  COT-COSTO         PIC 9(5)V99.

       77  CANT-PRECIOS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PRECIOS.
           05  PRC-ENTRY OCCURS 200 TIMES INDEXED BY IX-PRC.
               10  PRC-CODIGO        PIC X(10).
               10  PRC-FECHA         PIC 9(08).
               10  PRC-PRECIO        PIC 9(5)V99.

      *----------------------------------------------------------------
      * TOTALES DEL PERIODO POR SUCURSAL Y MARCA
      *----------------------------------------------------------------
       77  CANT-LINEAS              PIC 9(4) COMP VALUE ZERO.
       01  TABLA-LINEAS.
           05  VAL-ENTRY OCCURS 1000 TIMES INDEXED BY IX-VAL.
               10  VAL-SUCURSAL      PIC X(04).
               10  VAL-MARCA         PIC X(10).
               10  VAL-UNID-VENTA    PIC 9(07) COMP.
               10  VAL-VENTAS-LISTA  PIC 9(11)V99 COMP-3.
               10  VAL-COSTO-VENTA   PIC 9(11)V99 COMP-3.
               10  VAL-UNID-MERMA    PIC 9(07) COMP.
               10  VAL-COSTO-MERMA   PIC 9(11)V99 COMP-3.
               10  VAL-UNID-BAJA     PIC 9(07) COMP.
               10  VAL-COSTO-BAJA    PIC 9(11)V99 COMP-3.
               10  VAL-SIN-COSTO     PIC 9(07) COMP.
               10  VAL-SIN-PRECIO    PIC 9(07) COMP.

      *----------------------------------------------------------------
      * CAJA DEL PERIODO, NOMBRES Y COSTO A ASENTAR POR SUCURSAL
      *----------------------------------------------------------------
       77  CANT-CAJAS               PIC 9(2) COMP VALUE ZERO.
       01  TABLA-CAJAS.
           05  CJS-ENTRY OCCURS 50 TIMES INDEXED BY IX-CJS.
               10  CJS-SUCURSAL      PIC X(04).
               10  CJS-CAJA          PIC 9(9)V99 COMP-3.

       77  CANT-SUCS                PIC 9(2) COMP VALUE ZERO.
       01  TABLA-SUCS.
           05  SCS-ENTRY OCCURS 50 TIMES INDEXED BY IX-SCS.
               10  SCS-CODIGO        PIC X(04).
               10  SCS-NOMBRE        PIC X(20).

       77  CANT-ASIENTOS            PIC 9(2) COMP VALUE ZERO.
       01  TABLA-ASIENTOS.
           05  CMS-ENTRY OCCURS 50 TIMES INDEXED BY IX-CMS.
               10  CMS-SUCURSAL      PIC X(04).
               10  CMS-UNID-VENTA    PIC 9(07).
               10  CMS-COSTO-VENTA   PIC 9(09)V99.
               10  CMS-UNID-MERMA    PIC 9(07).
               10  CMS-COSTO-MERMA   PIC 9(09)V99.
               10  CMS-UNID-BAJA     PIC 9(07).
               10  CMS-COSTO-BAJA    PIC 9(09)V99.

      *    Lineas de COSTOVENTAS.DAT de los otros periodos, que se
      *    conservan al regrabar.
       77  CANT-OTROS               PIC 9(4) COMP VALUE ZERO.
       01  TABLA-OTROS.
           05  CVO-ENTRY OCCURS 2000 TIMES INDEXED BY IX-CVO.
               10  CVO-REGISTRO      PIC X(64).

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
       01  WS-ED-VALOR1             PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR3             PIC ZZZZZZZZ9.99.
       01  WS-ED-MARGEN             PIC -ZZZZZZZZ9.99.
       01  WS-ED-PORC               PIC -ZZZ9.9.

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
               PERFORM 1700-CONTROLAR-CIERRE THRU 1700-EXIT
               IF PERIODO-ABIERTO
                   DISPLAY "El periodo " PERIODO-ACTUAL
                       " sigue abierto para captura, no se valua."
                   STRING "Valuacion costos periodo=" PERIODO-ACTUAL
                       " RECHAZADA, periodo abierto"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 1800-CONTROLAR-EXTRAIDO THRU 1800-EXIT
               IF YA-EXTRAIDO
                   DISPLAY "El periodo " PERIODO-ACTUAL
                       " ya fue extraido por ventas, su costo no se "
                       "vuelve a valuar."
                   STRING "Valuacion costos periodo=" PERIODO-ACTUAL
                       " RECHAZADA, ya extraido"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               IF YA-VALUADO
                   DISPLAY "El periodo ya estaba valuado, la nueva "
                       "valuacion reemplaza a la anterior."
               END-IF
               PERFORM 2000-VALUAR-MOVIMIENTOS THRU 2000-EXIT
               PERFORM 2500-SUMAR-CAJA THRU 2500-EXIT
               IF NOT TABLA-OK
                   DISPLAY "Las tablas de la valuacion desbordaron, "
                       "el costo NO se asienta."
                   STRING "Valuacion costos periodo=" PERIODO-ACTUAL
                       " NO GENERADA, tabla desbordada"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 3000-ORDENAR-Y-LISTAR THRU 3000-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
               IF NOT TABLA-OK
                   DISPLAY "La tabla de asientos desbordo, el costo "
                       "NO se asienta."
                   STRING "Valuacion costos periodo=" PERIODO-ACTUAL
                       " NO ASENTADA, tabla de asientos desbordada"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 6000-REGRABAR-COSTOVENTAS THRU 6000-EXIT
               PERFORM 6500-MARCAR-VALUADO THRU 6500-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - periodo, historia de costos, lista de
      *                    costos y precios, padron y las lineas de
      *                    COSTOVENTAS de otros periodos; con una tabla
      *                    truncada la valuacion saldria incompleta y
      *                    no se corre
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "Ingrese el periodo a valuar (AAAAMM):".
           ACCEPT PERIODO-ACTUAL.
           IF PERIODO-ACTUAL NOT NUMERIC
               OR PA-MM < 01 OR PA-MM > 12
               DISPLAY "Periodo invalido."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT STKMOVS.
           IF FS-STKMOVS NOT = "00"
               DISPLAY "No se pudo abrir STKMOVS.DAT, FS=" FS-STKMOVS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           CLOSE STKMOVS.
           MOVE ZERO TO CANT-PROMEDIOS.
           OPEN INPUT COSTOPROM.
           IF FS-COSTOPROM = "00"
               MOVE "N" TO SW-FIN-COSTOPROM
               PERFORM 1100-LEER-PROMEDIO THRU 1100-EXIT
                   UNTIL FIN-COSTOPROM
               CLOSE COSTOPROM
           END-IF.
           MOVE ZERO TO CANT-COSTOS.
           OPEN INPUT COSTOSALF.
           IF FS-COSTOSALF = "00"
               MOVE "N" TO SW-FIN-COSTOSALF
               PERFORM 1150-LEER-COSTO-LISTA THRU 1150-EXIT
                   UNTIL FIN-COSTOSALF
               CLOSE COSTOSALF
           END-IF.
           MOVE ZERO TO CANT-PRECIOS.
           OPEN INPUT PRECIOS.
           IF FS-PRECIOS = "00"
               MOVE "N" TO SW-FIN-PRECIOS
               PERFORM 1200-LEER-PRECIO THRU 1200-EXIT
                   UNTIL FIN-PRECIOS
               CLOSE PRECIOS
           ELSE
               DISPLAY "Sin PRECIOS.DAT (FS=" FS-PRECIOS
                   "), las ventas no se expresan a precio de lista."
           END-IF.
           MOVE ZERO TO CANT-SUCS.
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES = "00"
               MOVE "N" TO SW-FIN-SUCURSALES
               PERFORM 1250-LEER-SUCURSAL THRU 1250-EXIT
                   UNTIL FIN-SUCURSALES
               CLOSE SUCURSALES
           END-IF.
           MOVE ZERO TO CANT-OTROS.
           OPEN INPUT COSTOVENTAS.
           IF FS-COSTOVENTAS = "00"
               MOVE "N" TO SW-FIN-COSTOVENTAS
               PERFORM 1300-LEER-COSTOVENTAS THRU 1300-EXIT
                   UNTIL FIN-COSTOVENTAS
               CLOSE COSTOVENTAS
           END-IF.
           IF NOT INIT-OK
               DISPLAY "La corrida no sigue."
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-MARGEN.
           MOVE SPACES TO REP-LINEA.
           STRING "=== MARGEN BRUTO POR SUCURSAL Y MARCA PERIODO "
               PERIODO-ACTUAL " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "Ventas a precio de lista; ventas, mermas y bajas "
               "al costo promedio ponderado de la sucursal y marca"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       1000-EXIT.
           EXIT.

       1100-LEER-PROMEDIO.
           READ COSTOPROM
               AT END
                   MOVE "S" TO SW-FIN-COSTOPROM
                   GO TO 1100-EXIT
           END-READ.
           IF CANT-PROMEDIOS >= 5000
               DISPLAY "COSTOPROM.DAT excede la tabla de promedios."
               MOVE "N" TO SW-INIT-OK
               MOVE "S" TO SW-FIN-COSTOPROM
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO CANT-PROMEDIOS.
           SET IX-CPT TO CANT-PROMEDIOS.
           MOVE CPR-SUCURSAL       TO CPT-SUCURSAL (IX-CPT).
           MOVE CPR-MARCA          TO CPT-MARCA (IX-CPT).
           MOVE CPR-FECHA          TO CPT-FECHA (IX-CPT).
           MOVE CPR-COSTO-PROMEDIO TO CPT-PROMEDIO (IX-CPT).
       1100-EXIT.
           EXIT.

      *    Solo las vigencias activas; las de baja no rigen.
       1150-LEER-COSTO-LISTA.
           READ COSTOSALF
               AT END
                   MOVE "S" TO SW-FIN-COSTOSALF
                   GO TO 1150-EXIT
           END-READ.
           IF COA-ESTADO NOT = "A"
               GO TO 1150-EXIT
           END-IF.
           IF CANT-COSTOS >= 500
               DISPLAY "COSTOSALF.DAT excede la tabla de costos."
               MOVE "N" TO SW-INIT-OK
               MOVE "S" TO SW-FIN-COSTOSALF
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO CANT-COSTOS.
           SET IX-COT TO CANT-COSTOS.
           MOVE COA-MARCA          TO COT-MARCA (IX-COT).
           MOVE COA-FECHA-VIGENCIA TO COT-FECHA (IX-COT).
           MOVE COA-COSTO          TO COT-COSTO (IX-COT).
       1150-EXIT.
           EXIT.

       1200-LEER-PRECIO.
           READ PRECIOS
               AT END
                   MOVE "S" TO SW-FIN-PRECIOS
               NOT AT END
                   IF CANT-PRECIOS < 200
                       ADD 1 TO CANT-PRECIOS
                       SET IX-PRC TO CANT-PRECIOS
                       MOVE PRE-CODIGO         TO PRC-CODIGO (IX-PRC)
                       MOVE PRE-FECHA-VIGENCIA TO PRC-FECHA (IX-PRC)
                       MOVE PRE-PRECIO         TO PRC-PRECIO (IX-PRC)
                   ELSE
                       DISPLAY "Tabla de precios llena, se ignora "
                           PRE-CODIGO
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1250-LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "S" TO SW-FIN-SUCURSALES
               NOT AT END
                   IF CANT-SUCS < 50
                       ADD 1 TO CANT-SUCS
                       SET IX-SCS TO CANT-SUCS
                       MOVE SUC-CODIGO TO SCS-CODIGO (IX-SCS)
                       MOVE SUC-NOMBRE TO SCS-NOMBRE (IX-SCS)
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *    Las lineas del periodo que se valua se descartan: la
      *    valuacion nueva las reemplaza.
       1300-LEER-COSTOVENTAS.
           READ COSTOVENTAS
               AT END
                   MOVE "S" TO SW-FIN-COSTOVENTAS
                   GO TO 1300-EXIT
           END-READ.
           IF CMV-PERIODO = PERIODO-ACTUAL
               GO TO 1300-EXIT
           END-IF.
           IF CANT-OTROS >= 2000
               DISPLAY "COSTOVENTAS.DAT excede la tabla."
               MOVE "N" TO SW-INIT-OK
               MOVE "S" TO SW-FIN-COSTOVENTAS
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO CANT-OTROS.
           SET IX-CVO TO CANT-OTROS.
           MOVE CMV-REGISTRO TO CVO-REGISTRO (IX-CVO).
       1300-EXIT.
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
                   IF CIE-PERIODO = PERIODO-ACTUAL
                       MOVE CIE-ESTADO TO SW-ESTADO-PERIODO
                   END-IF
           END-READ.
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 1800-CONTROLAR-EXTRAIDO - el periodo extraido no se revalua;
      *                           el ya valuado se puede repetir
      ******************************************************************
       1800-CONTROLAR-EXTRAIDO.
           MOVE "N" TO SW-YA-EXTRAIDO.
           MOVE "N" TO SW-YA-VALUADO.
           OPEN INPUT CIERRES-VENTAS.
           IF FS-CIE-VTA NOT = "00"
               GO TO 1800-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CIE-VTA.
           PERFORM 1850-LEER-CIE-VTA THRU 1850-EXIT
               UNTIL FIN-CIE-VTA.
           CLOSE CIERRES-VENTAS.
       1800-EXIT.
           EXIT.

       1850-LEER-CIE-VTA.
           READ CIERRES-VENTAS
               AT END
                   MOVE "S" TO SW-FIN-CIE-VTA
               NOT AT END
                   IF CIV-PERIODO = PERIODO-ACTUAL
                       IF CIV-ESTADO = "E"
                           MOVE "S" TO SW-YA-EXTRAIDO
                       END-IF
                       IF CIV-ESTADO = "V"
                           MOVE "S" TO SW-YA-VALUADO
                       END-IF
                   END-IF
           END-READ.
       1850-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALUAR-MOVIMIENTOS - ventas, mermas y bajas del periodo al
      *                           costo de la fecha del movimiento
      ******************************************************************
       2000-VALUAR-MOVIMIENTOS.
           MOVE ZERO TO CANT-LINEAS.
           OPEN INPUT STKMOVS.
           MOVE "N" TO SW-FIN-STKMOVS.
           PERFORM 2100-LEER-MOVIMIENTO THRU 2100-EXIT
               UNTIL FIN-STKMOVS.
           CLOSE STKMOVS.
       2000-EXIT.
           EXIT.

       2100-LEER-MOVIMIENTO.
           READ STKMOVS
               AT END
                   MOVE "S" TO SW-FIN-STKMOVS
                   GO TO 2100-EXIT
           END-READ.
           MOVE MOV-FECHA TO FECHA-MOV.
           IF FM-PERIODO NOT = PERIODO-ACTUAL
               GO TO 2100-EXIT
           END-IF.
           IF MOV-TIPO NOT = "V" AND MOV-TIPO NOT = "M"
               AND MOV-TIPO NOT = "X"
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2400-UBICAR-LINEA THRU 2400-EXIT.
           IF NOT TABLA-OK
               MOVE "S" TO SW-FIN-STKMOVS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-COSTO-UNITARIO THRU 2200-EXIT.
           IF COSTO-UNITARIO = ZERO
               ADD 1 TO CANT-SIN-COSTO
               ADD MOV-CANTIDAD TO VAL-SIN-COSTO (IX-VAL)
           END-IF.
           MULTIPLY MOV-CANTIDAD BY COSTO-UNITARIO
               GIVING IMPORTE-COSTO.
           ADD 1 TO CANT-MOVS-VALUADOS.
           EVALUATE MOV-TIPO
               WHEN "V"
                   ADD MOV-CANTIDAD  TO VAL-UNID-VENTA (IX-VAL)
                   ADD IMPORTE-COSTO TO VAL-COSTO-VENTA (IX-VAL)
                   PERFORM 2300-PRECIO-LISTA THRU 2300-EXIT
                   IF PRECIO-UNITARIO = ZERO
                       ADD 1 TO CANT-SIN-PRECIO
                       ADD MOV-CANTIDAD TO VAL-SIN-PRECIO (IX-VAL)
                   END-IF
                   MULTIPLY MOV-CANTIDAD BY PRECIO-UNITARIO
                       GIVING IMPORTE-VENTA
                   ADD IMPORTE-VENTA TO VAL-VENTAS-LISTA (IX-VAL)
               WHEN "M"
                   ADD MOV-CANTIDAD  TO VAL-UNID-MERMA (IX-VAL)
                   ADD IMPORTE-COSTO TO VAL-COSTO-MERMA (IX-VAL)
               WHEN "X"
                   ADD MOV-CANTIDAD  TO VAL-UNID-BAJA (IX-VAL)
                   ADD IMPORTE-COSTO TO VAL-COSTO-BAJA (IX-VAL)
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COSTO-UNITARIO - promedio de la sucursal y marca vigente a
      *                       la fecha del movimiento: la linea de la
      *                       historia mas reciente que no la supera (a
      *                       igual fecha, la ultima grabada). Sin
      *                       promedio, el costo de lista vigente.
      ******************************************************************
       2200-COSTO-UNITARIO.
           MOVE ZERO TO COSTO-UNITARIO.
           MOVE ZERO TO FECHA-MEJOR.
           PERFORM VARYING IX-CPT FROM 1 BY 1
               UNTIL IX-CPT > CANT-PROMEDIOS
               IF CPT-SUCURSAL (IX-CPT) = MOV-SUCURSAL
                   AND CPT-MARCA (IX-CPT) = MOV-MARCA
                   AND CPT-FECHA (IX-CPT) NOT > MOV-FECHA
                   AND CPT-FECHA (IX-CPT) NOT < FECHA-MEJOR
                   MOVE CPT-FECHA (IX-CPT)    TO FECHA-MEJOR
                   MOVE CPT-PROMEDIO (IX-CPT) TO COSTO-UNITARIO
               END-IF
           END-PERFORM.
           IF COSTO-UNITARIO > ZERO
               GO TO 2200-EXIT
           END-IF.
           MOVE ZERO TO FECHA-MEJOR.
           PERFORM VARYING IX-COT FROM 1 BY 1
               UNTIL IX-COT > CANT-COSTOS
               IF COT-MARCA (IX-COT) = MOV-MARCA
                   AND COT-FECHA (IX-COT) NOT > MOV-FECHA
                   AND COT-FECHA (IX-COT) NOT < FECHA-MEJOR
                   MOVE COT-FECHA (IX-COT) TO FECHA-MEJOR
                   MOVE COT-COSTO (IX-COT) TO COSTO-UNITARIO
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PRECIO-LISTA - precio de lista de la marca vigente a la
      *                     fecha de la venta
      ******************************************************************
       2300-PRECIO-LISTA.
           MOVE ZERO TO PRECIO-UNITARIO.
           MOVE ZERO TO FECHA-MEJOR.
           PERFORM VARYING IX-PRC FROM 1 BY 1
               UNTIL IX-PRC > CANT-PRECIOS
               IF PRC-CODIGO (IX-PRC) = MOV-MARCA
                   AND PRC-FECHA (IX-PRC) NOT > MOV-FECHA
                   AND PRC-FECHA (IX-PRC) NOT < FECHA-MEJOR
                   MOVE PRC-FECHA (IX-PRC)  TO FECHA-MEJOR
                   MOVE PRC-PRECIO (IX-PRC) TO PRECIO-UNITARIO
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-UBICAR-LINEA - ubica (o agrega) la sucursal y marca del
      *                     movimiento en la tabla de totales
      ******************************************************************
       2400-UBICAR-LINEA.
           PERFORM VARYING IX-VAL FROM 1 BY 1
               UNTIL IX-VAL > CANT-LINEAS
                   OR (VAL-SUCURSAL (IX-VAL) = MOV-SUCURSAL
                       AND VAL-MARCA (IX-VAL) = MOV-MARCA)
               CONTINUE
           END-PERFORM.
           IF IX-VAL NOT > CANT-LINEAS
               GO TO 2400-EXIT
           END-IF.
           IF CANT-LINEAS >= 1000
               DISPLAY "Tabla de sucursales y marcas llena, se aborta."
               MOVE "N" TO SW-TABLA-OK
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO CANT-LINEAS.
           SET IX-VAL TO CANT-LINEAS.
           MOVE MOV-SUCURSAL TO VAL-SUCURSAL (IX-VAL).
           MOVE MOV-MARCA    TO VAL-MARCA (IX-VAL).
           MOVE ZERO TO VAL-UNID-VENTA (IX-VAL).
           MOVE ZERO TO VAL-VENTAS-LISTA (IX-VAL).
           MOVE ZERO TO VAL-COSTO-VENTA (IX-VAL).
           MOVE ZERO TO VAL-UNID-MERMA (IX-VAL).
           MOVE ZERO TO VAL-COSTO-MERMA (IX-VAL).
           MOVE ZERO TO VAL-UNID-BAJA (IX-VAL).
           MOVE ZERO TO VAL-COSTO-BAJA (IX-VAL).
           MOVE ZERO TO VAL-SIN-COSTO (IX-VAL).
           MOVE ZERO TO VAL-SIN-PRECIO (IX-VAL).
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SUMAR-CAJA - caja del periodo por sucursal, restando las
      *                   reversas de enmienda
      ******************************************************************
       2500-SUMAR-CAJA.
           MOVE ZERO TO CANT-CAJAS.
           OPEN INPUT CAJA-DIARIA.
           IF FS-CAJA NOT = "00"
               DISPLAY "Sin CAJADIARIA.DAT (FS=" FS-CAJA
                   "), el margen sobre caja sale en cero."
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CAJA.
           PERFORM 2600-LEER-CAJA THRU 2600-EXIT
               UNTIL FIN-CAJA.
           CLOSE CAJA-DIARIA.
       2500-EXIT.
           EXIT.

       2600-LEER-CAJA.
           READ CAJA-DIARIA
               AT END
                   MOVE "S" TO SW-FIN-CAJA
                   GO TO 2600-EXIT
           END-READ.
           MOVE CAJ-FECHA TO FECHA-CAJA.
           IF FC-PERIODO NOT = PERIODO-ACTUAL
               GO TO 2600-EXIT
           END-IF.
           PERFORM VARYING IX-CJS FROM 1 BY 1
               UNTIL IX-CJS > CANT-CAJAS
                   OR CJS-SUCURSAL (IX-CJS) = CAJ-SUCURSAL
               CONTINUE
           END-PERFORM.
           IF IX-CJS > CANT-CAJAS
               IF CANT-CAJAS >= 50
                   DISPLAY "Tabla de cajas llena, se aborta."
                   MOVE "N" TO SW-TABLA-OK
                   MOVE "S" TO SW-FIN-CAJA
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO CANT-CAJAS
               SET IX-CJS TO CANT-CAJAS
               MOVE CAJ-SUCURSAL TO CJS-SUCURSAL (IX-CJS)
               MOVE ZERO         TO CJS-CAJA (IX-CJS)
           END-IF.
           IF CAJ-TIPO = "R"
               SUBTRACT CAJ-IMPORTE FROM CJS-CAJA (IX-CJS)
                   ON SIZE ERROR
                       DISPLAY "Caja de la sucursal fuera de rango."
               END-SUBTRACT
           ELSE
               ADD CAJ-IMPORTE TO CJS-CAJA (IX-CJS)
                   ON SIZE ERROR
                       DISPLAY "Caja de la sucursal fuera de rango."
               END-ADD
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ORDENAR-Y-LISTAR - los totales salen por sucursal y marca
      *                         con corte de control por sucursal
      ******************************************************************
       3000-ORDENAR-Y-LISTAR.
           MOVE ZERO TO CANT-ASIENTOS.
           SORT ORDEN-MARGEN
               ON ASCENDING KEY SRT-SUCURSAL
                                SRT-MARCA
               INPUT PROCEDURE IS 3100-SOLTAR-LINEAS
                   THRU 3100-EXIT
               OUTPUT PROCEDURE IS 3200-LISTAR-POR-SUCURSAL
                   THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-SOLTAR-LINEAS.
           PERFORM 3110-SOLTAR-LINEA THRU 3110-EXIT
               VARYING IX-VAL FROM 1 BY 1
               UNTIL IX-VAL > CANT-LINEAS.
           PERFORM 3150-SOLTAR-CAJA THRU 3150-EXIT
               VARYING IX-CJS FROM 1 BY 1
               UNTIL IX-CJS > CANT-CAJAS.
       3100-EXIT.
           EXIT.

       3110-SOLTAR-LINEA.
           MOVE VAL-SUCURSAL (IX-VAL)     TO SRT-SUCURSAL.
           MOVE VAL-MARCA (IX-VAL)        TO SRT-MARCA.
           MOVE VAL-UNID-VENTA (IX-VAL)   TO SRT-UNID-VENTA.
           MOVE VAL-VENTAS-LISTA (IX-VAL) TO SRT-VENTAS-LISTA.
           MOVE VAL-COSTO-VENTA (IX-VAL)  TO SRT-COSTO-VENTA.
           MOVE VAL-UNID-MERMA (IX-VAL)   TO SRT-UNID-MERMA.
           MOVE VAL-COSTO-MERMA (IX-VAL)  TO SRT-COSTO-MERMA.
           MOVE VAL-UNID-BAJA (IX-VAL)    TO SRT-UNID-BAJA.
           MOVE VAL-COSTO-BAJA (IX-VAL)   TO SRT-COSTO-BAJA.
           MOVE VAL-SIN-COSTO (IX-VAL)    TO SRT-SIN-COSTO.
           MOVE VAL-SIN-PRECIO (IX-VAL)   TO SRT-SIN-PRECIO.
           RELEASE SRT-REGISTRO.
       3110-EXIT.
           EXIT.

      *    La sucursal que cobro caja sin ningun movimiento valuado va
      *    igual al reporte, con la marca en blanco.
       3150-SOLTAR-CAJA.
           PERFORM VARYING IX-VAL FROM 1 BY 1
               UNTIL IX-VAL > CANT-LINEAS
                   OR VAL-SUCURSAL (IX-VAL) = CJS-SUCURSAL (IX-CJS)
               CONTINUE
           END-PERFORM.
           IF IX-VAL NOT > CANT-LINEAS
               GO TO 3150-EXIT
           END-IF.
           MOVE SPACES TO SRT-REGISTRO.
           MOVE CJS-SUCURSAL (IX-CJS) TO SRT-SUCURSAL.
           MOVE ZERO TO SRT-UNID-VENTA.
           MOVE ZERO TO SRT-VENTAS-LISTA.
           MOVE ZERO TO SRT-COSTO-VENTA.
           MOVE ZERO TO SRT-UNID-MERMA.
           MOVE ZERO TO SRT-COSTO-MERMA.
           MOVE ZERO TO SRT-UNID-BAJA.
           MOVE ZERO TO SRT-COSTO-BAJA.
           MOVE ZERO TO SRT-SIN-COSTO.
           MOVE ZERO TO SRT-SIN-PRECIO.
           RELEASE SRT-REGISTRO.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-LISTAR-POR-SUCURSAL - recibe las lineas ordenadas y corta
      *                            por sucursal
      ******************************************************************
       3200-LISTAR-POR-SUCURSAL.
           MOVE SPACES TO SUCURSAL-CORTE.
           MOVE "N" TO SW-FIN-ORDEN.
           PERFORM 3300-RETORNAR-LINEA THRU 3300-EXIT
               UNTIL FIN-ORDEN.
           IF SUCURSAL-CORTE NOT = SPACES
               PERFORM 3500-TOTAL-SUCURSAL THRU 3500-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-RETORNAR-LINEA.
           RETURN ORDEN-MARGEN
               AT END
                   MOVE "S" TO SW-FIN-ORDEN
                   GO TO 3300-EXIT
           END-RETURN.
           IF SRT-SUCURSAL NOT = SUCURSAL-CORTE
               IF SUCURSAL-CORTE NOT = SPACES
                   PERFORM 3500-TOTAL-SUCURSAL THRU 3500-EXIT
               END-IF
               PERFORM 3400-ENCABEZAR-SUCURSAL THRU 3400-EXIT
           END-IF.
           ADD SRT-UNID-VENTA   TO SUC-UNID-VENTA.
           ADD SRT-VENTAS-LISTA TO SUC-VENTAS-LISTA.
           ADD SRT-COSTO-VENTA  TO SUC-COSTO-VENTA.
           ADD SRT-UNID-MERMA   TO SUC-UNID-MERMA.
           ADD SRT-COSTO-MERMA  TO SUC-COSTO-MERMA.
           ADD SRT-UNID-BAJA    TO SUC-UNID-BAJA.
           ADD SRT-COSTO-BAJA   TO SUC-COSTO-BAJA.
           IF SRT-MARCA = SPACES
               GO TO 3300-EXIT
           END-IF.
           COMPUTE MARGEN-CALCULO = SRT-VENTAS-LISTA - SRT-COSTO-VENTA.
           MOVE SRT-VENTAS-LISTA TO BASE-PORCENTAJE.
           PERFORM 3600-PORCENTAJE THRU 3600-EXIT.
           MOVE SRT-UNID-VENTA   TO WS-ED-CANT.
           MOVE SRT-VENTAS-LISTA TO WS-ED-VALOR1.
           MOVE SRT-COSTO-VENTA  TO WS-ED-VALOR2.
           MOVE MARGEN-CALCULO   TO WS-ED-MARGEN.
           MOVE SPACES TO REP-LINEA.
           STRING "  marca " SRT-MARCA
               " vendidas=" WS-ED-CANT
               " ventas lista=" WS-ED-VALOR1
               " costo=" WS-ED-VALOR2
               " margen=" WS-ED-MARGEN
               " (" WS-ED-PORC "%)"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF SRT-UNID-MERMA > ZERO OR SRT-UNID-BAJA > ZERO
               MOVE SRT-UNID-MERMA  TO WS-ED-CANT
               MOVE SRT-COSTO-MERMA TO WS-ED-VALOR1
               MOVE SRT-UNID-BAJA   TO WS-ED-CANT2
               MOVE SRT-COSTO-BAJA  TO WS-ED-VALOR2
               MOVE SPACES TO REP-LINEA
               STRING "         mermas=" WS-ED-CANT
                   " u. al costo=" WS-ED-VALOR1
                   "  bajas por vencimiento=" WS-ED-CANT2
                   " u. al costo=" WS-ED-VALOR2
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           IF SRT-SIN-COSTO > ZERO
               MOVE SRT-SIN-COSTO TO WS-ED-CANT
               MOVE SPACES TO REP-LINEA
               STRING "         *** " WS-ED-CANT
                   " u. SIN COSTO (sin promedio ni costo de lista)"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           IF SRT-SIN-PRECIO > ZERO
               MOVE SRT-SIN-PRECIO TO WS-ED-CANT
               MOVE SPACES TO REP-LINEA
               STRING "         *** " WS-ED-CANT
                   " u. vendidas SIN PRECIO de lista"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       3300-EXIT.
           EXIT.

       3400-ENCABEZAR-SUCURSAL.
           MOVE SRT-SUCURSAL TO SUCURSAL-CORTE.
           MOVE ZERO TO SUC-UNID-VENTA.
           MOVE ZERO TO SUC-VENTAS-LISTA.
           MOVE ZERO TO SUC-COSTO-VENTA.
           MOVE ZERO TO SUC-UNID-MERMA.
           MOVE ZERO TO SUC-COSTO-MERMA.
           MOVE ZERO TO SUC-UNID-BAJA.
           MOVE ZERO TO SUC-COSTO-BAJA.
           MOVE SPACES TO NOMBRE-CORTE.
           PERFORM VARYING IX-SCS FROM 1 BY 1
               UNTIL IX-SCS > CANT-SUCS
                   OR SCS-CODIGO (IX-SCS) = SUCURSAL-CORTE
               CONTINUE
           END-PERFORM.
           IF IX-SCS NOT > CANT-SUCS
               MOVE SCS-NOMBRE (IX-SCS) TO NOMBRE-CORTE
           END-IF.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           STRING "--- Sucursal " SUCURSAL-CORTE " " NOMBRE-CORTE
               " ---"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-TOTAL-SUCURSAL - margen bruto a lista y margen sobre la
      *                       caja cobrada (neta de promociones) menos
      *                       el costo de ventas, mermas y bajas; deja
      *                       el costo de la sucursal para el asiento
      ******************************************************************
       3500-TOTAL-SUCURSAL.
           MOVE ZERO TO SUC-CAJA.
           PERFORM VARYING IX-CJS FROM 1 BY 1
               UNTIL IX-CJS > CANT-CAJAS
                   OR CJS-SUCURSAL (IX-CJS) = SUCURSAL-CORTE
               CONTINUE
           END-PERFORM.
           IF IX-CJS NOT > CANT-CAJAS
               MOVE CJS-CAJA (IX-CJS) TO SUC-CAJA
           END-IF.
           COMPUTE MARGEN-CALCULO = SUC-VENTAS-LISTA - SUC-COSTO-VENTA.
           MOVE SUC-VENTAS-LISTA TO BASE-PORCENTAJE.
           PERFORM 3600-PORCENTAJE THRU 3600-EXIT.
           MOVE SUC-VENTAS-LISTA TO WS-ED-VALOR1.
           MOVE SUC-COSTO-VENTA  TO WS-ED-VALOR2.
           MOVE MARGEN-CALCULO   TO WS-ED-MARGEN.
           MOVE SPACES TO REP-LINEA.
           STRING "  Sucursal " SUCURSAL-CORTE
               ": ventas lista=" WS-ED-VALOR1
               " costo ventas=" WS-ED-VALOR2
               " margen bruto=" WS-ED-MARGEN
               " (" WS-ED-PORC "%)"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           COMPUTE MARGEN-CALCULO = SUC-CAJA - SUC-COSTO-VENTA
               - SUC-COSTO-MERMA - SUC-COSTO-BAJA.
           MOVE SUC-CAJA TO BASE-PORCENTAJE.
           PERFORM 3600-PORCENTAJE THRU 3600-EXIT.
           MOVE SUC-CAJA        TO WS-ED-VALOR1.
           MOVE SUC-COSTO-MERMA TO WS-ED-VALOR2.
           MOVE SUC-COSTO-BAJA  TO WS-ED-VALOR3.
           MOVE MARGEN-CALCULO  TO WS-ED-MARGEN.
           MOVE SPACES TO REP-LINEA.
           STRING "  Sucursal " SUCURSAL-CORTE
               ": caja=" WS-ED-VALOR1
               " mermas=" WS-ED-VALOR2
               " bajas=" WS-ED-VALOR3
               " margen sobre caja=" WS-ED-MARGEN
               " (" WS-ED-PORC "%)"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           ADD SUC-VENTAS-LISTA TO TOT-VENTAS-LISTA.
           ADD SUC-COSTO-VENTA  TO TOT-COSTO-VENTA.
           ADD SUC-COSTO-MERMA  TO TOT-COSTO-MERMA.
           ADD SUC-COSTO-BAJA   TO TOT-COSTO-BAJA.
           ADD SUC-CAJA         TO TOT-CAJA.
           IF SUC-COSTO-VENTA = ZERO AND SUC-COSTO-MERMA = ZERO
               AND SUC-COSTO-BAJA = ZERO
               GO TO 3500-EXIT
           END-IF.
           IF CANT-ASIENTOS >= 50
               DISPLAY "Tabla de asientos llena, la sucursal "
                   SUCURSAL-CORTE " no se asienta."
               MOVE "N" TO SW-TABLA-OK
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO CANT-ASIENTOS.
           SET IX-CMS TO CANT-ASIENTOS.
           MOVE SUCURSAL-CORTE  TO CMS-SUCURSAL (IX-CMS).
           MOVE SUC-UNID-VENTA  TO CMS-UNID-VENTA (IX-CMS).
           MOVE SUC-COSTO-VENTA TO CMS-COSTO-VENTA (IX-CMS).
           MOVE SUC-UNID-MERMA  TO CMS-UNID-MERMA (IX-CMS).
           MOVE SUC-COSTO-MERMA TO CMS-COSTO-MERMA (IX-CMS).
           MOVE SUC-UNID-BAJA   TO CMS-UNID-BAJA (IX-CMS).
           MOVE SUC-COSTO-BAJA  TO CMS-COSTO-BAJA (IX-CMS).
       3500-EXIT.
           EXIT.

      *    MARGEN-CALCULO sobre BASE-PORCENTAJE, en cero sin base.
       3600-PORCENTAJE.
           MOVE ZERO TO PORC-MARGEN.
           IF BASE-PORCENTAJE > ZERO
               COMPUTE PORC-MARGEN ROUNDED =
                   MARGEN-CALCULO * 100 / BASE-PORCENTAJE
                   ON SIZE ERROR
                       MOVE ZERO TO PORC-MARGEN
               END-COMPUTE
           END-IF.
           MOVE PORC-MARGEN TO WS-ED-PORC.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN
      ******************************************************************
       5000-RESUMEN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           COMPUTE MARGEN-CALCULO = TOT-VENTAS-LISTA - TOT-COSTO-VENTA.
           MOVE TOT-VENTAS-LISTA TO BASE-PORCENTAJE.
           PERFORM 3600-PORCENTAJE THRU 3600-EXIT.
           MOVE TOT-VENTAS-LISTA TO WS-ED-VALOR1.
           MOVE TOT-COSTO-VENTA  TO WS-ED-VALOR2.
           MOVE MARGEN-CALCULO   TO WS-ED-MARGEN.
           MOVE SPACES TO REP-LINEA.
           STRING "Total: ventas lista=" WS-ED-VALOR1
               " costo ventas=" WS-ED-VALOR2
               " margen bruto=" WS-ED-MARGEN
               " (" WS-ED-PORC "%)"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY "Costo de ventas del periodo.....: " WS-ED-VALOR2.
           COMPUTE MARGEN-CALCULO = TOT-CAJA - TOT-COSTO-VENTA
               - TOT-COSTO-MERMA - TOT-COSTO-BAJA.
           MOVE TOT-CAJA TO BASE-PORCENTAJE.
           PERFORM 3600-PORCENTAJE THRU 3600-EXIT.
           MOVE TOT-CAJA        TO WS-ED-VALOR1.
           MOVE TOT-COSTO-MERMA TO WS-ED-VALOR2.
           MOVE TOT-COSTO-BAJA  TO WS-ED-VALOR3.
           MOVE MARGEN-CALCULO  TO WS-ED-MARGEN.
           MOVE SPACES TO REP-LINEA.
           STRING "Total: caja=" WS-ED-VALOR1
               " mermas=" WS-ED-VALOR2
               " bajas=" WS-ED-VALOR3
               " margen sobre caja=" WS-ED-MARGEN
               " (" WS-ED-PORC "%)"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY "Mermas y bajas al costo.........: " WS-ED-VALOR2
               " " WS-ED-VALOR3.
           DISPLAY "Margen sobre caja...............: " WS-ED-MARGEN.
           MOVE CANT-MOVS-VALUADOS TO WS-ED-CANT.
           MOVE CANT-SIN-COSTO     TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Movimientos valuados=" WS-ED-CANT
               " sin costo=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-SIN-COSTO > ZERO
               DISPLAY "Atencion: " WS-ED-CANT2 " movimientos sin "
                   "costo; cargue la lista de costos y revalue."
           END-IF.
           MOVE TOT-COSTO-VENTA TO WS-ED-VALOR1.
           STRING "Valuacion costos periodo=" PERIODO-ACTUAL
               " movimientos=" WS-ED-CANT
               " sinCosto=" WS-ED-CANT2
               " costoVentas=" WS-ED-VALOR1
               " mermas=" WS-ED-VALOR2
               " bajas=" WS-ED-VALOR3
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-COSTOVENTAS - los otros periodos tal cual y el
      *                             costo del periodo por sucursal
      ******************************************************************
       6000-REGRABAR-COSTOVENTAS.
           OPEN OUTPUT COSTOVENTAS.
           PERFORM VARYING IX-CVO FROM 1 BY 1
               UNTIL IX-CVO > CANT-OTROS
               MOVE CVO-REGISTRO (IX-CVO) TO CMV-REGISTRO
               WRITE CMV-REGISTRO
           END-PERFORM.
           PERFORM 6100-GRABAR-SUCURSAL THRU 6100-EXIT
               VARYING IX-CMS FROM 1 BY 1
               UNTIL IX-CMS > CANT-ASIENTOS.
           CLOSE COSTOVENTAS.
       6000-EXIT.
           EXIT.

       6100-GRABAR-SUCURSAL.
           MOVE PERIODO-ACTUAL            TO CMV-PERIODO.
           MOVE CMS-SUCURSAL (IX-CMS)     TO CMV-SUCURSAL.
           MOVE CMS-UNID-VENTA (IX-CMS)   TO CMV-UNID-VENTA.
           MOVE CMS-COSTO-VENTA (IX-CMS)  TO CMV-COSTO-VENTA.
           MOVE CMS-UNID-MERMA (IX-CMS)   TO CMV-UNID-MERMA.
           MOVE CMS-COSTO-MERMA (IX-CMS)  TO CMV-COSTO-MERMA.
           MOVE CMS-UNID-BAJA (IX-CMS)    TO CMV-UNID-BAJA.
           MOVE CMS-COSTO-BAJA (IX-CMS)   TO CMV-COSTO-BAJA.
           WRITE CMV-REGISTRO.
           MOVE CMV-COSTO-VENTA TO WS-ED-VALOR1.
           MOVE CMV-COSTO-MERMA TO WS-ED-VALOR2.
           MOVE CMV-COSTO-BAJA  TO WS-ED-VALOR3.
           STRING "Costo suc=" CMV-SUCURSAL
               " periodo=" CMV-PERIODO
               " ventas=" WS-ED-VALOR1
               " mermas=" WS-ED-VALOR2
               " bajas=" WS-ED-VALOR3
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6500-MARCAR-VALUADO - asienta el periodo como valuado en el
      *                       control del extracto de ventas; una
      *                       revaluacion no repite la marca
      ******************************************************************
       6500-MARCAR-VALUADO.
           IF YA-VALUADO
               GO TO 6500-EXIT
           END-IF.
           OPEN EXTEND CIERRES-VENTAS.
           IF FS-CIE-VTA NOT = "00"
               OPEN OUTPUT CIERRES-VENTAS
           END-IF.
           MOVE PERIODO-ACTUAL TO CIV-PERIODO.
           MOVE "V" TO CIV-ESTADO.
           WRITE CIV-REGISTRO.
           CLOSE CIERRES-VENTAS.
           STRING "Periodo=" PERIODO-ACTUAL
               " marcado VALUADO en CIERRESVENTAS"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       6500-EXIT.
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
               FOR ALL "ValuaCostos".
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
           STRING "ValuaCostos " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE REPORTE-MARGEN.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Valuacion conformada por: " OPERADOR-FIRMA.
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
       END PROGRAM ValuaCostos.
