      ******************************************************************
      *Efectividad de las promociones de alfajores: para cada promocion
      *del maestro PROMOCIONES.DAT ya iniciada (o la que se pida por
      *codigo) compara las unidades vendidas y la venta neta durante la
      *promocion contra un periodo de la misma cantidad de dias
      *inmediatamente anterior a su inicio. La promocion en curso se
      *mide hasta hoy. Las ventas son los movimientos V fechados de
      *STKMOVS.DAT de la marca (o todas) y de las sucursales o la
      *region que abarca la promocion, valuadas al precio vigente de
      *PRECIOS.DAT neto de la promocion en vigor con la misma regla
      *que Ejercicio4 y ConciliaCaja. El listado queda en
      *REPORTE-EFECTIVIDAD-PROMOS.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del reporte de efectividad de
      *                 promociones.
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
       PROGRAM-ID. EfectividadPromos.
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
           SELECT PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECIOS.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT REPORTE-EFECTIVIDAD
               ASSIGN TO "REPORTE-EFECTIVIDAD-PROMOS.DAT"
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
      *    A ajuste de conteo, M merma, X baja de lote vencido.
       FD  STKMOVS
           RECORDING MODE IS F.
       01  MOV-REGISTRO.
           05  MOV-FECHA             PIC 9(08).
           05  MOV-SUCURSAL          PIC X(04).
           05  MOV-MARCA             PIC X(10).
           05  MOV-TIPO              PIC X(01).
           05  MOV-CANTIDAD          PIC 9(05).

      *    Lista de precios con fecha de vigencia.
       FD  PRECIOS
           RECORDING MODE IS F.
       01  PRE-REGISTRO.
           05  PRE-CODIGO            PIC X(10).
           05  PRE-FECHA-VIGENCIA    PIC 9(08).
           05  PRE-PRECIO            PIC 9(5)V99.

      *    Maestro de promociones (MantPromociones): marca o todas,
      *    sucursal o region, rango de fechas, dias de la semana y
      *    regla de descuento.
       FD  PROMOCIONES
           RECORDING MODE IS F.
       01  PRM-REGISTRO.
           05  PRM-CODIGO            PIC X(06).
           05  PRM-DESCRIPCION       PIC X(30).
           05  PRM-MARCA             PIC X(10).
           05  PRM-AMBITO            PIC X(01).
           05  PRM-ALCANCE           PIC X(10).
           05  PRM-DESDE             PIC 9(08).
           05  PRM-HASTA             PIC 9(08).
           05  PRM-DIAS              PIC X(07).
           05  PRM-TIPO              PIC X(01).
           05  PRM-PORCENTAJE        PIC 9(3)V99.
           05  PRM-LLEVA             PIC 9(02).
           05  PRM-PAGA              PIC 9(02).
           05  PRM-ESTADO            PIC X(01).
      *    Padron de sucursales, por la region de las promociones.
       FD  SUCURSALES
           RECORDING MODE IS F.
       01  SUC-REGISTRO.
           05  SUC-CODIGO            PIC X(04).
           05  SUC-NOMBRE            PIC X(20).
           05  SUC-REGION            PIC X(10).
           05  SUC-ESTADO            PIC X(01).

       FD  REPORTE-EFECTIVIDAD
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
       77  FS-PRECIOS               PIC X(02) VALUE SPACES.
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  CODIGO-PEDIDO            PIC X(06) VALUE SPACES.
       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  PRECIO-VIGENTE           PIC 9(5)V99 COMP-3 VALUE ZERO.
       77  FECHA-MEJOR-PRECIO       PIC 9(08) VALUE ZERO.
       77  NETO-VENTA               PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  SERIAL-MOV               PIC 9(07) COMP VALUE ZERO.
       77  CANT-PRECIOS             PIC 9(3) COMP VALUE ZERO.
       77  CANT-VENTAS              PIC 9(7) COMP VALUE ZERO.
       77  VARIACION                PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  VAR-ACTUAL               PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  VAR-PREVIO               PIC 9(9)V99 COMP-3 VALUE ZERO.

       01  SW-FIN-STKMOVS           PIC X(01) VALUE "N".
           88  FIN-STKMOVS          VALUE "S".
       01  SW-FIN-PRECIOS           PIC X(01) VALUE "N".
           88  FIN-PRECIOS          VALUE "S".
       01  SW-FIN-SUCURSALES        PIC X(01) VALUE "N".
           88  FIN-SUCURSALES       VALUE "S".
       01  SW-FIN-EVALUADAS         PIC X(01) VALUE "N".
           88  FIN-EVALUADAS        VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-VARIACION-OK          PIC X(01) VALUE "N".
           88  VARIACION-OK         VALUE "S".

       01  TABLA-PRECIOS.
           05  PRC-ENTRY OCCURS 100 TIMES INDEXED BY IX-PRC.
               10  PRC-CODIGO        PIC X(10).
               10  PRC-FECHA         PIC 9(08).
               10  PRC-PRECIO        PIC 9(5)V99.

      *    Region de cada sucursal, para las promociones por region.
       77  CANT-SUC-REGION          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-SUC-REGION.
           05  SRG-ENTRY OCCURS 50 TIMES INDEXED BY IX-SRG.
               10  SRG-CODIGO        PIC X(04).
               10  SRG-REGION        PIC X(10).

      *----------------------------------------------------------------
      * PROMOCIONES A EVALUAR (ACTIVAS O DADAS DE BAJA) CON SUS DOS
      * PERIODOS EN DIAS CORRIDOS Y LO ACUMULADO EN CADA UNO
      *----------------------------------------------------------------
       77  CANT-EVALUADAS           PIC 9(3) COMP VALUE ZERO.
       01  TABLA-EVALUADAS.
           05  EFE-ENTRY OCCURS 200 TIMES INDEXED BY IX-EFE.
               10  EFE-CODIGO        PIC X(06).
               10  EFE-DESCRIPCION   PIC X(30).
               10  EFE-MARCA         PIC X(10).
               10  EFE-AMBITO        PIC X(01).
               10  EFE-ALCANCE       PIC X(10).
               10  EFE-DESDE         PIC 9(08).
               10  EFE-HASTA         PIC 9(08).
               10  EFE-ESTADO        PIC X(01).
               10  EFE-EN-CURSO      PIC X(01).
               10  EFE-SER-PREVIO    PIC 9(07) COMP.
               10  EFE-SER-DESDE     PIC 9(07) COMP.
               10  EFE-SER-HASTA     PIC 9(07) COMP.
               10  EFE-DIAS          PIC 9(05) COMP.
               10  EFE-UNID-PROMO    PIC 9(07) COMP-3.
               10  EFE-NETO-PROMO    PIC 9(9)V99 COMP-3.
               10  EFE-DESC-PROMO    PIC 9(9)V99 COMP-3.
               10  EFE-UNID-PREVIO   PIC 9(07) COMP-3.
               10  EFE-NETO-PREVIO   PIC 9(9)V99 COMP-3.

      *----------------------------------------------------------------
      * PROMOCIONES ACTIVAS Y VALUACION NETA DE LA VENTA
      *----------------------------------------------------------------
       77  FS-PROMOCIONES           PIC X(02) VALUE SPACES.
       77  CANT-PROMOS              PIC 9(3) COMP VALUE ZERO.
       01  SW-FIN-PROMOS            PIC X(01) VALUE "N".
           88  FIN-PROMOS           VALUE "S".
       01  TABLA-PROMOS.
           05  PRT-ENTRY OCCURS 200 TIMES INDEXED BY IX-PRT.
               10  PRT-CODIGO        PIC X(06).
               10  PRT-DESCRIPCION   PIC X(30).
               10  PRT-MARCA         PIC X(10).
               10  PRT-AMBITO        PIC X(01).
               10  PRT-ALCANCE       PIC X(10).
               10  PRT-DESDE         PIC 9(08).
               10  PRT-HASTA         PIC 9(08).
               10  PRT-DIAS          PIC X(07).
               10  PRT-TIPO          PIC X(01).
               10  PRT-PORCENTAJE    PIC 9(3)V99.
               10  PRT-LLEVA         PIC 9(02).
               10  PRT-PAGA          PIC 9(02).
      *    Venta a valuar, armada por el llamador.
       77  PROMO-SUCURSAL           PIC X(04) VALUE SPACES.
       77  PROMO-REGION             PIC X(10) VALUE SPACES.
       77  PROMO-MARCA              PIC X(10) VALUE SPACES.
       77  PROMO-CANTIDAD           PIC 9(05) VALUE ZERO.
       77  PROMO-PRECIO             PIC 9(5)V99 VALUE ZERO.
       01  PROMO-FECHA              PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES PROMO-FECHA.
           05  PF-AAAA              PIC 9(04).
           05  PF-MM                PIC 9(02).
           05  PF-DD                PIC 9(02).
      *    Resultado: bruto a precio de lista, descuento de la
      *    promocion que mas rebaja y su codigo (espacios si ninguna
      *    rige).
       77  PROMO-BRUTO              PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  PROMO-DESCUENTO          PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  PROMO-APLICADA           PIC X(06) VALUE SPACES.
       77  DESCUENTO-REGLA          PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  PROMO-GRUPOS             PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * DIA DE LA SEMANA DE LA VENTA (ZELLER)
      *----------------------------------------------------------------
       77  ZEL-ANIO                 PIC 9(04) COMP VALUE ZERO.
       77  ZEL-MES                  PIC 9(02) COMP VALUE ZERO.
       77  ZEL-SIGLO                PIC 9(02) COMP VALUE ZERO.
       77  ZEL-RESTO-ANIO           PIC 9(02) COMP VALUE ZERO.
       77  ZEL-AUX                  PIC 9(04) COMP VALUE ZERO.
       77  ZEL-TERM-MES             PIC 9(04) COMP VALUE ZERO.
       77  ZEL-TERM-ANIO            PIC 9(02) COMP VALUE ZERO.
       77  ZEL-TERM-SIGLO           PIC 9(02) COMP VALUE ZERO.
       77  ZEL-CALCULO              PIC 9(06) COMP VALUE ZERO.
       77  ZEL-COCIENTE             PIC 9(06) COMP VALUE ZERO.
       77  DIA-SEMANA               PIC 9(01) VALUE ZERO.
      *    Posicion 1-7 (lunes a domingo) en PRT-DIAS.
       77  POS-DIA                  PIC 9(01) VALUE ZERO.
      *----------------------------------------------------------------
      * CONVERSION DE FECHA A DIAS CORRIDOS PARA LOS PERIODOS
      *----------------------------------------------------------------
       01  FECHA-SERIAL             PIC 9(08).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-AAAA              PIC 9(04).
           05  FS-MM                PIC 9(02).
           05  FS-DD                PIC 9(02).
       77  SERIAL-CALCULO           PIC 9(07) COMP VALUE ZERO.
       77  DIAS-ACUM-MES            PIC 9(03) COMP VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.

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
       01  WS-ED-DIAS               PIC ZZZZ9.
       01  WS-ED-IMPORTE            PIC ZZZZZZZZ9.99.
       01  WS-ED-IMPORTE2           PIC ZZZZZZZZ9.99.
       01  WS-ED-VARIACION          PIC +ZZZZZZ9.99.

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
               PERFORM 2000-ACUMULAR-VENTAS THRU 2000-EXIT
               PERFORM 3000-INFORMAR THRU 3000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - promocion pedida, promociones a evaluar,
      *                    precios, padron y promociones en vigor
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Codigo de promocion a evaluar (en blanco = todas "
               "las iniciadas):".
           ACCEPT CODIGO-PEDIDO.
           OPEN INPUT STKMOVS.
           IF FS-STKMOVS NOT = "00"
               DISPLAY "No se pudo abrir STKMOVS.DAT, FS=" FS-STKMOVS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           CLOSE STKMOVS.
           MOVE ZERO TO CANT-EVALUADAS.
           OPEN INPUT PROMOCIONES.
           IF FS-PROMOCIONES NOT = "00"
               DISPLAY "No se pudo abrir PROMOCIONES.DAT, FS="
                   FS-PROMOCIONES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-EVALUADAS.
           PERFORM 1100-LEER-EVALUADA THRU 1100-EXIT
               UNTIL FIN-EVALUADAS.
           CLOSE PROMOCIONES.
           IF CANT-EVALUADAS = ZERO
               DISPLAY "Ninguna promocion iniciada para evaluar."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
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
                   "), las ventas quedan sin valorizar."
           END-IF.
           MOVE ZERO TO CANT-SUC-REGION.
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES = "00"
               MOVE "N" TO SW-FIN-SUCURSALES
               PERFORM 1300-LEER-SUCURSAL THRU 1300-EXIT
                   UNTIL FIN-SUCURSALES
               CLOSE SUCURSALES
           END-IF.
           PERFORM 1400-CARGAR-PROMOCIONES THRU 1400-EXIT.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-EFECTIVIDAD.
           MOVE SPACES TO REP-LINEA.
           STRING "=== EFECTIVIDAD DE PROMOCIONES AL " FECHA-HOY
               " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LEER-EVALUADA - la promocion pedida, o toda promocion ya
      *                      iniciada; la que sigue en curso se mide
      *                      hasta hoy. El periodo previo tiene los
      *                      mismos dias y termina el dia anterior al
      *                      inicio.
      ******************************************************************
       1100-LEER-EVALUADA.
           READ PROMOCIONES
               AT END
                   MOVE "S" TO SW-FIN-EVALUADAS
                   GO TO 1100-EXIT
           END-READ.
           IF CODIGO-PEDIDO NOT = SPACES
               AND PRM-CODIGO NOT = CODIGO-PEDIDO
               GO TO 1100-EXIT
           END-IF.
           IF PRM-DESDE > FECHA-HOY
               GO TO 1100-EXIT
           END-IF.
           IF CANT-EVALUADAS NOT < 200
               DISPLAY "Tabla de promociones a evaluar llena, se "
                   "descarta " PRM-CODIGO
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO CANT-EVALUADAS.
           SET IX-EFE TO CANT-EVALUADAS.
           MOVE PRM-CODIGO      TO EFE-CODIGO (IX-EFE).
           MOVE PRM-DESCRIPCION TO EFE-DESCRIPCION (IX-EFE).
           MOVE PRM-MARCA       TO EFE-MARCA (IX-EFE).
           MOVE PRM-AMBITO      TO EFE-AMBITO (IX-EFE).
           MOVE PRM-ALCANCE     TO EFE-ALCANCE (IX-EFE).
           MOVE PRM-DESDE       TO EFE-DESDE (IX-EFE).
           MOVE PRM-ESTADO      TO EFE-ESTADO (IX-EFE).
           IF PRM-HASTA > FECHA-HOY
               MOVE FECHA-HOY TO EFE-HASTA (IX-EFE)
               MOVE "S" TO EFE-EN-CURSO (IX-EFE)
           ELSE
               MOVE PRM-HASTA TO EFE-HASTA (IX-EFE)
               MOVE "N" TO EFE-EN-CURSO (IX-EFE)
           END-IF.
           MOVE EFE-DESDE (IX-EFE) TO FECHA-SERIAL.
           PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT.
           MOVE SERIAL-CALCULO TO EFE-SER-DESDE (IX-EFE).
           MOVE EFE-HASTA (IX-EFE) TO FECHA-SERIAL.
           PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT.
           MOVE SERIAL-CALCULO TO EFE-SER-HASTA (IX-EFE).
           COMPUTE EFE-DIAS (IX-EFE) = EFE-SER-HASTA (IX-EFE)
               - EFE-SER-DESDE (IX-EFE) + 1.
           COMPUTE EFE-SER-PREVIO (IX-EFE) = EFE-SER-DESDE (IX-EFE)
               - EFE-DIAS (IX-EFE).
           MOVE ZERO TO EFE-UNID-PROMO (IX-EFE).
           MOVE ZERO TO EFE-NETO-PROMO (IX-EFE).
           MOVE ZERO TO EFE-DESC-PROMO (IX-EFE).
           MOVE ZERO TO EFE-UNID-PREVIO (IX-EFE).
           MOVE ZERO TO EFE-NETO-PREVIO (IX-EFE).
       1100-EXIT.
           EXIT.

       1200-LEER-PRECIO.
           READ PRECIOS
               AT END
                   MOVE "S" TO SW-FIN-PRECIOS
               NOT AT END
                   IF CANT-PRECIOS < 100
                       ADD 1 TO CANT-PRECIOS
                       SET IX-PRC TO CANT-PRECIOS
                       MOVE PRE-CODIGO         TO PRC-CODIGO (IX-PRC)
                       MOVE PRE-FECHA-VIGENCIA TO PRC-FECHA (IX-PRC)
                       MOVE PRE-PRECIO         TO PRC-PRECIO (IX-PRC)
                   ELSE
                       DISPLAY "Tabla de precios llena, se descarta "
                           PRE-CODIGO
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1300-LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "S" TO SW-FIN-SUCURSALES
               NOT AT END
                   IF CANT-SUC-REGION < 50
                       ADD 1 TO CANT-SUC-REGION
                       SET IX-SRG TO CANT-SUC-REGION
                       MOVE SUC-CODIGO TO SRG-CODIGO (IX-SRG)
                       MOVE SUC-REGION TO SRG-REGION (IX-SRG)
                   ELSE
                       DISPLAY "Tabla de sucursales llena, se "
                           "descarta " SUC-CODIGO
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARGAR-PROMOCIONES - promociones activas a memoria;
      *                           sin PROMOCIONES.DAT la venta se
      *                           valua a precio de lista
      ******************************************************************
       1400-CARGAR-PROMOCIONES.
           MOVE ZERO TO CANT-PROMOS.
           OPEN INPUT PROMOCIONES.
           IF FS-PROMOCIONES NOT = "00"
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROMOS.
           PERFORM 1410-LEER-PROMOCION THRU 1410-EXIT
               UNTIL FIN-PROMOS.
           CLOSE PROMOCIONES.
       1400-EXIT.
           EXIT.

       1410-LEER-PROMOCION.
           READ PROMOCIONES
               AT END
                   MOVE "S" TO SW-FIN-PROMOS
               NOT AT END
                   EVALUATE TRUE
                       WHEN PRM-ESTADO NOT = "A"
                           CONTINUE
                       WHEN CANT-PROMOS < 200
                           ADD 1 TO CANT-PROMOS
                           SET IX-PRT TO CANT-PROMOS
                           MOVE PRM-CODIGO  TO PRT-CODIGO (IX-PRT)
                           MOVE PRM-DESCRIPCION
                               TO PRT-DESCRIPCION (IX-PRT)
                           MOVE PRM-MARCA   TO PRT-MARCA (IX-PRT)
                           MOVE PRM-AMBITO  TO PRT-AMBITO (IX-PRT)
                           MOVE PRM-ALCANCE TO PRT-ALCANCE (IX-PRT)
                           MOVE PRM-DESDE   TO PRT-DESDE (IX-PRT)
                           MOVE PRM-HASTA   TO PRT-HASTA (IX-PRT)
                           MOVE PRM-DIAS    TO PRT-DIAS (IX-PRT)
                           MOVE PRM-TIPO    TO PRT-TIPO (IX-PRT)
                           MOVE PRM-PORCENTAJE
                               TO PRT-PORCENTAJE (IX-PRT)
                           MOVE PRM-LLEVA   TO PRT-LLEVA (IX-PRT)
                           MOVE PRM-PAGA    TO PRT-PAGA (IX-PRT)
                       WHEN OTHER
                           DISPLAY "Tabla de promociones llena, se "
                               "descarta " PRM-CODIGO
                   END-EVALUATE
           END-READ.
       1410-EXIT.
           EXIT.
      ******************************************************************
      * 1500-DIAS-CORRIDOS - FECHA-SERIAL a dias corridos, con los
      *                      bisiestos, para medir los periodos
      ******************************************************************
       1500-DIAS-CORRIDOS.
           EVALUATE FS-MM
               WHEN 01 MOVE 000 TO DIAS-ACUM-MES
               WHEN 02 MOVE 031 TO DIAS-ACUM-MES
               WHEN 03 MOVE 059 TO DIAS-ACUM-MES
               WHEN 04 MOVE 090 TO DIAS-ACUM-MES
               WHEN 05 MOVE 120 TO DIAS-ACUM-MES
               WHEN 06 MOVE 151 TO DIAS-ACUM-MES
               WHEN 07 MOVE 181 TO DIAS-ACUM-MES
               WHEN 08 MOVE 212 TO DIAS-ACUM-MES
               WHEN 09 MOVE 243 TO DIAS-ACUM-MES
               WHEN 10 MOVE 273 TO DIAS-ACUM-MES
               WHEN 11 MOVE 304 TO DIAS-ACUM-MES
               WHEN 12 MOVE 334 TO DIAS-ACUM-MES
               WHEN OTHER MOVE 000 TO DIAS-ACUM-MES
           END-EVALUATE.
           COMPUTE SERIAL-CALCULO = FS-AAAA * 365
               + DIAS-ACUM-MES + FS-DD.
           DIVIDE FS-AAAA BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           ADD COCIENTE-BISIESTO TO SERIAL-CALCULO.
           IF RESTO-BISIESTO = ZERO AND FS-MM < 3
               SUBTRACT 1 FROM SERIAL-CALCULO
           END-IF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACUMULAR-VENTAS - cada movimiento V se valua una vez,
      *                        neto de la promocion en vigor, y se
      *                        suma a cada promocion evaluada cuya
      *                        marca y alcance abarca, en el periodo
      *                        que le corresponde
      ******************************************************************
       2000-ACUMULAR-VENTAS.
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
               NOT AT END
                   IF MOV-TIPO = "V"
                       PERFORM 2200-VALUAR-VENTA THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-VALUAR-VENTA.
           ADD 1 TO CANT-VENTAS.
           MOVE MOV-FECHA TO FECHA-SERIAL.
           PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-MOV.
           PERFORM 2300-PRECIO-VIGENTE THRU 2300-EXIT.
           MOVE SPACES TO PROMO-REGION.
           PERFORM VARYING IX-SRG FROM 1 BY 1
               UNTIL IX-SRG > CANT-SUC-REGION
                   OR SRG-CODIGO (IX-SRG) = MOV-SUCURSAL
               CONTINUE
           END-PERFORM.
           IF IX-SRG NOT > CANT-SUC-REGION
               MOVE SRG-REGION (IX-SRG) TO PROMO-REGION
           END-IF.
           MOVE MOV-SUCURSAL   TO PROMO-SUCURSAL.
           MOVE MOV-FECHA      TO PROMO-FECHA.
           MOVE MOV-MARCA      TO PROMO-MARCA.
           MOVE MOV-CANTIDAD   TO PROMO-CANTIDAD.
           MOVE PRECIO-VIGENTE TO PROMO-PRECIO.
           PERFORM 2500-VALUAR-PROMOCION THRU 2500-EXIT.
           SUBTRACT PROMO-DESCUENTO FROM PROMO-BRUTO
               GIVING NETO-VENTA
               ON SIZE ERROR
                   MOVE ZERO TO NETO-VENTA
           END-SUBTRACT.
           PERFORM 2400-ACUMULAR-PROMOCION THRU 2400-EXIT
               VARYING IX-EFE FROM 1 BY 1
               UNTIL IX-EFE > CANT-EVALUADAS.
       2200-EXIT.
           EXIT.

      *    Vigencia mas alta de la marca que no supere la fecha del
      *    movimiento.
       2300-PRECIO-VIGENTE.
           MOVE ZERO TO FECHA-MEJOR-PRECIO.
           MOVE ZERO TO PRECIO-VIGENTE.
           PERFORM VARYING IX-PRC FROM 1 BY 1
               UNTIL IX-PRC > CANT-PRECIOS
               IF PRC-CODIGO (IX-PRC) = MOV-MARCA
                   AND PRC-FECHA (IX-PRC) NOT > MOV-FECHA
                   AND PRC-FECHA (IX-PRC) NOT < FECHA-MEJOR-PRECIO
                   MOVE PRC-FECHA (IX-PRC)  TO FECHA-MEJOR-PRECIO
                   MOVE PRC-PRECIO (IX-PRC) TO PRECIO-VIGENTE
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

      *    La venta cuenta para la promocion si cae en alguno de sus
      *    dos periodos y en su marca y alcance; el descuento solo se
      *    le imputa si fue esta promocion la que rigio.
       2400-ACUMULAR-PROMOCION.
           IF SERIAL-MOV < EFE-SER-PREVIO (IX-EFE)
               OR SERIAL-MOV > EFE-SER-HASTA (IX-EFE)
               GO TO 2400-EXIT
           END-IF.
           IF EFE-MARCA (IX-EFE) NOT = "*"
               AND EFE-MARCA (IX-EFE) NOT = MOV-MARCA
               GO TO 2400-EXIT
           END-IF.
           IF EFE-AMBITO (IX-EFE) = "S"
               AND EFE-ALCANCE (IX-EFE) NOT = MOV-SUCURSAL
               GO TO 2400-EXIT
           END-IF.
           IF EFE-AMBITO (IX-EFE) = "R"
               AND (PROMO-REGION = SPACES
                   OR EFE-ALCANCE (IX-EFE) NOT = PROMO-REGION)
               GO TO 2400-EXIT
           END-IF.
           IF SERIAL-MOV < EFE-SER-DESDE (IX-EFE)
               ADD MOV-CANTIDAD TO EFE-UNID-PREVIO (IX-EFE)
               ADD NETO-VENTA   TO EFE-NETO-PREVIO (IX-EFE)
               GO TO 2400-EXIT
           END-IF.
           ADD MOV-CANTIDAD TO EFE-UNID-PROMO (IX-EFE).
           ADD NETO-VENTA   TO EFE-NETO-PROMO (IX-EFE).
           IF PROMO-APLICADA = EFE-CODIGO (IX-EFE)
               ADD PROMO-DESCUENTO TO EFE-DESC-PROMO (IX-EFE)
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VALUAR-PROMOCION - bruto a precio de lista de la venta
      *                         armada en PROMO-* y descuento de la
      *                         promocion en vigor que mas rebaja;
      *                         las promociones no se acumulan entre
      *                         si
      ******************************************************************
       2500-VALUAR-PROMOCION.
           MOVE ZERO TO PROMO-DESCUENTO.
           MOVE SPACES TO PROMO-APLICADA.
           MULTIPLY PROMO-CANTIDAD BY PROMO-PRECIO GIVING PROMO-BRUTO
               ON SIZE ERROR
                   MOVE ZERO TO PROMO-BRUTO
           END-MULTIPLY.
           IF CANT-PROMOS = ZERO OR PROMO-BRUTO = ZERO
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2520-DIA-SEMANA THRU 2520-EXIT.
           PERFORM 2510-EVALUAR-PROMOCION THRU 2510-EXIT
               VARYING IX-PRT FROM 1 BY 1
               UNTIL IX-PRT > CANT-PROMOS.
       2500-EXIT.
           EXIT.

      *    La promocion rige si coinciden la fecha, la marca (o todas
      *    con "*"), la sucursal o su region y el dia de la semana
      *    (PRT-DIAS en blanco rige todos los dias). Reglas:
      *      P  porcentaje sobre el importe de lista
      *      X  lleva N paga M, por cada N unidades de la venta
      *      S  la segunda unidad de cada par al porcentaje
       2510-EVALUAR-PROMOCION.
           IF PROMO-FECHA < PRT-DESDE (IX-PRT)
               OR PROMO-FECHA > PRT-HASTA (IX-PRT)
               GO TO 2510-EXIT
           END-IF.
           IF PRT-MARCA (IX-PRT) NOT = "*"
               AND PRT-MARCA (IX-PRT) NOT = PROMO-MARCA
               GO TO 2510-EXIT
           END-IF.
           IF PRT-AMBITO (IX-PRT) = "S"
               AND PRT-ALCANCE (IX-PRT) NOT = PROMO-SUCURSAL
               GO TO 2510-EXIT
           END-IF.
           IF PRT-AMBITO (IX-PRT) = "R"
               AND (PROMO-REGION = SPACES
                   OR PRT-ALCANCE (IX-PRT) NOT = PROMO-REGION)
               GO TO 2510-EXIT
           END-IF.
           IF PRT-DIAS (IX-PRT) NOT = SPACES
               AND PRT-DIAS (IX-PRT) (POS-DIA:1) NOT = "S"
               GO TO 2510-EXIT
           END-IF.
           MOVE ZERO TO DESCUENTO-REGLA.
           EVALUATE PRT-TIPO (IX-PRT)
               WHEN "P"
                   COMPUTE DESCUENTO-REGLA ROUNDED = PROMO-BRUTO
                       * PRT-PORCENTAJE (IX-PRT) / 100
               WHEN "X"
                   IF PRT-LLEVA (IX-PRT) > PRT-PAGA (IX-PRT)
                       DIVIDE PROMO-CANTIDAD BY PRT-LLEVA (IX-PRT)
                           GIVING PROMO-GRUPOS
                       COMPUTE PROMO-GRUPOS = PROMO-GRUPOS
                           * (PRT-LLEVA (IX-PRT) - PRT-PAGA (IX-PRT))
                       MULTIPLY PROMO-GRUPOS BY PROMO-PRECIO
                           GIVING DESCUENTO-REGLA
                   END-IF
               WHEN "S"
                   DIVIDE PROMO-CANTIDAD BY 2 GIVING PROMO-GRUPOS
                   COMPUTE DESCUENTO-REGLA ROUNDED = PROMO-GRUPOS
                       * PROMO-PRECIO * PRT-PORCENTAJE (IX-PRT) / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DESCUENTO-REGLA > PROMO-BRUTO
               MOVE PROMO-BRUTO TO DESCUENTO-REGLA
           END-IF.
           IF DESCUENTO-REGLA > PROMO-DESCUENTO
               MOVE DESCUENTO-REGLA     TO PROMO-DESCUENTO
               MOVE PRT-CODIGO (IX-PRT) TO PROMO-APLICADA
           END-IF.
       2510-EXIT.
           EXIT.

      *    Congruencia de Zeller (0 sabado, 1 domingo) llevada a la
      *    posicion 1-7 lunes a domingo.
       2520-DIA-SEMANA.
           MOVE PF-AAAA TO ZEL-ANIO.
           MOVE PF-MM   TO ZEL-MES.
           IF ZEL-MES < 3
               ADD 12 TO ZEL-MES
               SUBTRACT 1 FROM ZEL-ANIO
           END-IF.
           DIVIDE ZEL-ANIO BY 100 GIVING ZEL-SIGLO
               REMAINDER ZEL-RESTO-ANIO.
           ADD 1 TO ZEL-MES GIVING ZEL-AUX.
           MULTIPLY ZEL-AUX BY 13 GIVING ZEL-AUX.
           DIVIDE ZEL-AUX BY 5 GIVING ZEL-TERM-MES.
           DIVIDE ZEL-RESTO-ANIO BY 4 GIVING ZEL-TERM-ANIO.
           DIVIDE ZEL-SIGLO BY 4 GIVING ZEL-TERM-SIGLO.
           COMPUTE ZEL-CALCULO = PF-DD + ZEL-TERM-MES
               + ZEL-RESTO-ANIO + ZEL-TERM-ANIO
               + ZEL-TERM-SIGLO + 5 * ZEL-SIGLO.
           DIVIDE ZEL-CALCULO BY 7 GIVING ZEL-COCIENTE
               REMAINDER DIA-SEMANA.
           EVALUATE DIA-SEMANA
               WHEN 0 MOVE 6 TO POS-DIA
               WHEN 1 MOVE 7 TO POS-DIA
               WHEN OTHER
                   SUBTRACT 1 FROM DIA-SEMANA GIVING POS-DIA
           END-EVALUATE.
       2520-EXIT.
           EXIT.
      ******************************************************************
      * 3000-INFORMAR - un bloque por promocion: vigencia, ventas de
      *                 los dos periodos y la variacion porcentual
      ******************************************************************
       3000-INFORMAR.
           PERFORM 3100-INFORMAR-PROMOCION THRU 3100-EXIT
               VARYING IX-EFE FROM 1 BY 1
               UNTIL IX-EFE > CANT-EVALUADAS.
           MOVE CANT-EVALUADAS TO WS-ED-CANT.
           MOVE CANT-VENTAS    TO WS-ED-CANT2.
           DISPLAY "Promociones evaluadas: " WS-ED-CANT.
           DISPLAY "Ventas leidas........: " WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Promociones evaluadas: " WS-ED-CANT
               " Ventas leidas: " WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Efectividad promo=" CODIGO-PEDIDO
               " evaluadas=" WS-ED-CANT
               " ventas=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

       3100-INFORMAR-PROMOCION.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE EFE-DIAS (IX-EFE) TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "Promocion " EFE-CODIGO (IX-EFE)
               " " EFE-DESCRIPCION (IX-EFE)
               " marca=" EFE-MARCA (IX-EFE)
               " ambito=" EFE-AMBITO (IX-EFE)
               " " EFE-ALCANCE (IX-EFE)
               " estado=" EFE-ESTADO (IX-EFE)
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           IF EFE-EN-CURSO (IX-EFE) = "S"
               STRING "  Vigencia " EFE-DESDE (IX-EFE)
                   " al " EFE-HASTA (IX-EFE)
                   " (" WS-ED-DIAS " dias, EN CURSO)"
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "  Vigencia " EFE-DESDE (IX-EFE)
                   " al " EFE-HASTA (IX-EFE)
                   " (" WS-ED-DIAS " dias)"
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           MOVE EFE-UNID-PROMO (IX-EFE) TO WS-ED-CANT.
           MOVE EFE-NETO-PROMO (IX-EFE) TO WS-ED-IMPORTE.
           MOVE EFE-DESC-PROMO (IX-EFE) TO WS-ED-IMPORTE2.
           MOVE SPACES TO REP-LINEA.
           STRING "  Durante la promocion..: unidades=" WS-ED-CANT
               " neto=" WS-ED-IMPORTE
               " descuento=" WS-ED-IMPORTE2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE EFE-UNID-PREVIO (IX-EFE) TO WS-ED-CANT2.
           MOVE EFE-NETO-PREVIO (IX-EFE) TO WS-ED-IMPORTE2.
           MOVE SPACES TO REP-LINEA.
           STRING "  Dias previos al inicio: unidades=" WS-ED-CANT2
               " neto=" WS-ED-IMPORTE2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE EFE-UNID-PROMO (IX-EFE)  TO VAR-ACTUAL.
           MOVE EFE-UNID-PREVIO (IX-EFE) TO VAR-PREVIO.
           PERFORM 3200-VARIACION THRU 3200-EXIT.
           MOVE SPACES TO REP-LINEA.
           IF VARIACION-OK
               MOVE VARIACION TO WS-ED-VARIACION
               STRING "  Variacion unidades....: " WS-ED-VARIACION "%"
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "  Variacion unidades....: sin ventas previas"
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           MOVE EFE-NETO-PROMO (IX-EFE)  TO VAR-ACTUAL.
           MOVE EFE-NETO-PREVIO (IX-EFE) TO VAR-PREVIO.
           PERFORM 3200-VARIACION THRU 3200-EXIT.
           MOVE SPACES TO REP-LINEA.
           IF VARIACION-OK
               MOVE VARIACION TO WS-ED-VARIACION
               STRING "  Variacion venta neta..: " WS-ED-VARIACION "%"
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "  Variacion venta neta..: sin ventas previas"
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           STRING "Promo=" EFE-CODIGO (IX-EFE)
               " unidades=" WS-ED-CANT "/" WS-ED-CANT2
               " neto=" WS-ED-IMPORTE "/" WS-ED-IMPORTE2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3100-EXIT.
           EXIT.

      *    Variacion porcentual de VAR-ACTUAL sobre VAR-PREVIO; sin
      *    base previa no hay variacion.
       3200-VARIACION.
           MOVE "N" TO SW-VARIACION-OK.
           IF VAR-PREVIO = ZERO
               GO TO 3200-EXIT
           END-IF.
           COMPUTE VARIACION ROUNDED =
               (VAR-ACTUAL - VAR-PREVIO) * 100 / VAR-PREVIO
               ON SIZE ERROR
                   GO TO 3200-EXIT
           END-COMPUTE.
           MOVE "S" TO SW-VARIACION-OK.
       3200-EXIT.
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
               FOR ALL "EfectividadPromos".
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
           STRING "EfectividadPromos " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE REPORTE-EFECTIVIDAD.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Efectividad conformada por: " OPERADOR-FIRMA.
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
       END PROGRAM EfectividadPromos.
