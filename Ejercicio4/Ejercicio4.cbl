      *                   Codigos de rechazo:
      *                     01 sucursal inexistente o de baja
      *                     02 marca sin precio vigente a la fecha
      * 2026-10-15  NF  La venta (interactiva y de lote) descuenta
      *                 ademas los lotes de STOCKLOTES.DAT: primero
      *                 el stock sin lote y despues del vencimiento
      *                 mas proximo al mas lejano (FEFO). Si los lotes
      *                 no entran en la tabla la venta se procesa
      *                 igual, sin tocar los lotes, con aviso en la
      *                 auditoria.
      * 2026-10-15  NF  La venta se valua neta de la promocion en
      *                 vigor de PROMOCIONES.DAT (MantPromociones):
      *                 por marca o todas, sucursal o region del
      *                 padron, rango de fechas y dias de la semana,
      *                 con regla de porcentaje, lleva N paga M o
      *                 segunda unidad al porcentaje. Si rigen varias
      *                 se toma la que mas rebaja, sin acumular.
      *                 ALFAJORSUC suma al final el descuento y el
      *                 codigo de la promocion (ALS-PRECIO sigue
      *                 siendo el de lista); el lote informa las
      *                 ventas con promocion y el descuento total.
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
       PROGRAM-ID. Ejercicio4.
           SELECT STKMOVS ASSIGN TO "STKMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STKMOVS.
           SELECT STOCKLOTES ASSIGN TO "STOCKLOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKLOTES.
           SELECT PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECIOS.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           05  ALS-PRECIO            PIC 9(5)V99.
           05  ALS-PORC-UNIDADES     PIC 9(3)V99.
           05  ALS-PORC-INGRESOS     PIC 9(3)V99.
           05  ALS-DESCUENTO         PIC 9(7)V99.
           05  ALS-PROMOCION         PIC X(06).

      *    Maestro de stock en gondola por sucursal y marca, que
      *    alimenta MovStock con el inicial y las entregas.
           05  SCK-STOCK-MINIMO      PIC 9(05).
           05  SCK-CANT-PEDIDO       PIC 9(05).

      *    Diario de movimientos: I inicial, E entrega, V venta,
      *    A ajuste de conteo en mas, M merma de conteo en menos,
      *    X baja de lote vencido.
       FD  STKMOVS
           RECORDING MODE IS F.
       01  MOV-REGISTRO.
           05  MOV-TIPO              PIC X(01).
           05  MOV-CANTIDAD          PIC 9(05).

      *    Stock en gondola por lote: una linea por sucursal, marca y
      *    lote con su vencimiento, las unidades que quedan y el costo
      *    unitario de la entrega. Lo que el maestro STOCKALF tiene de
      *    mas sobre la suma de los lotes es stock anterior al control
      *    por lote, que se consume antes que cualquier lote.
       FD  STOCKLOTES
           RECORDING MODE IS F.
       01  LOT-REGISTRO.
           05  LOT-SUCURSAL          PIC X(04).
           05  LOT-MARCA             PIC X(10).
           05  LOT-LOTE              PIC X(10).
           05  LOT-VENCIMIENTO       PIC 9(08).
           05  LOT-CANTIDAD          PIC 9(05).
           05  LOT-COSTO             PIC 9(5)V99.
           05  LOT-FECHA-INGRESO     PIC 9(08).

      *    Lista de precios con fecha de vigencia: una linea por cambio
      *    de precio de cada marca.
       FD  PRECIOS
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

      *    Padron de sucursales compartido por los programas de
      *    comercio.
       FD  SUCURSALES

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
               10  ALF-IMPORTE       PIC 9(7)V99.
               10  ALF-PORC-UNIDADES PIC 9(3)V99.
               10  ALF-PORC-INGRESOS PIC 9(3)V99.
               10  ALF-DESCUENTO     PIC 9(7)V99.
               10  ALF-PROMOCION     PIC X(06).

       77  TotalVendidos2           PIC 9(7).
       77  TotalIngresos            PIC 9(9)V99 VALUE ZERO.
       77  CANT-LOTE-LEIDOS         PIC 9(5) COMP VALUE ZERO.
       77  CANT-LOTE-BUENOS         PIC 9(5) COMP VALUE ZERO.
       77  CANT-LOTE-RECHAZADOS     PIC 9(5) COMP VALUE ZERO.
       77  CANT-LOTE-PROMO          PIC 9(5) COMP VALUE ZERO.
       77  DESCUENTO-LOTE           PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  MOTIVO-RECHAZO           PIC 9(2) VALUE ZERO.
       77  DESCRIPCION-RECHAZO      PIC X(30) VALUE SPACES.

       01  TABLA-SUCS.
           05  SCS-ENTRY OCCURS 50 TIMES INDEXED BY IX-SCS.
               10  SCS-CODIGO        PIC X(04).
               10  SCS-REGION        PIC X(10).
               10  SCS-ESTADO        PIC X(01).

      *----------------------------------------------------------------
               10  STK-MINIMO        PIC 9(05).
               10  STK-PEDIDO        PIC 9(05).

      *----------------------------------------------------------------
      * STOCK POR LOTE Y CONSUMO POR VENCIMIENTO (FEFO)
      *----------------------------------------------------------------
       77  FS-STOCKLOTES            PIC X(02) VALUE SPACES.
       77  CANT-LOTES               PIC 9(4) COMP VALUE ZERO.
       01  SW-FIN-LOTES             PIC X(01) VALUE "N".
           88  FIN-LOTES            VALUE "S".
       01  SW-LOTES-COMPLETO        PIC X(01) VALUE "S".
           88  LOTES-COMPLETO       VALUE "S".
       01  SW-LOTES-AGOTADOS        PIC X(01) VALUE "N".
           88  LOTES-AGOTADOS       VALUE "S".
       77  CONSUMO-PENDIENTE        PIC 9(05) VALUE ZERO.
       77  SUMA-LOTES               PIC 9(07) VALUE ZERO.
       77  SIN-LOTE                 PIC 9(05) VALUE ZERO.
       77  VENCE-MENOR              PIC 9(08) VALUE ZERO.
       77  LOTE-ELEGIDO             PIC 9(4) COMP VALUE ZERO.

       01  TABLA-LOTES.
           05  LTT-ENTRY OCCURS 3000 TIMES INDEXED BY IX-LTT.
               10  LTT-SUCURSAL      PIC X(04).
               10  LTT-MARCA         PIC X(10).
               10  LTT-LOTE          PIC X(10).
               10  LTT-VENCIMIENTO   PIC 9(08).
               10  LTT-CANTIDAD      PIC 9(05).
               10  LTT-COSTO         PIC 9(5)V99.
               10  LTT-FECHA-INGRESO PIC 9(08).

      *----------------------------------------------------------------
      * LISTA DE PRECIOS EN MEMORIA - se busca la vigencia mas alta
      * que no supere el dia de la corrida
               10  PRC-FECHA         PIC 9(08).
               10  PRC-PRECIO        PIC 9(5)V99.

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
      * REPORTE IMPRESO Y RASTRO DE AUDITORIA
      *----------------------------------------------------------------
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
       01  WS-ED-VALOR1             PIC ZZ9.99.
       01  WS-ED-VALOR2             PIC ZZ9.99.
       01  WS-ED-PRECIO             PIC ZZZZ9.99.
       01  WS-ED-CANT-L1            PIC ZZZZ9.
       01  WS-ED-CANT-L2            PIC ZZZZ9.
       01  WS-ED-CANT-L3            PIC ZZZZ9.
       01  WS-ED-DESCUENTO          PIC ZZZZZZZZ9.99.
       01  WS-ED-NETO               PIC ZZZZZZ9.99.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
      *----------------------------------------------------------------
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  SUCURSAL-NOMBRE          PIC X(20) VALUE SPACES.
       77  SUCURSAL-REGION          PIC X(10) VALUE SPACES.

       01  SW-SUCURSAL-OK           PIC X(01) VALUE "N".
           88  SUCURSAL-OK          VALUE "S".
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1500-CARGAR-PRECIOS THRU 1500-EXIT.
           PERFORM 1600-CARGAR-PROMOCIONES THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

               GO TO 1100-EXIT
           END-IF.
           MOVE SUC-NOMBRE TO SUCURSAL-NOMBRE.
           MOVE SUC-REGION TO SUCURSAL-REGION.
           DISPLAY "Sucursal " SUCURSAL-ACTUAL " - " SUCURSAL-NOMBRE.
           MOVE "S" TO SW-SUCURSAL-OK.
       1100-EXIT.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CARGAR-PROMOCIONES - promociones activas a memoria;
      *                           sin PROMOCIONES.DAT la venta se
      *                           valua a precio de lista
      ******************************************************************
       1600-CARGAR-PROMOCIONES.
           MOVE ZERO TO CANT-PROMOS.
           OPEN INPUT PROMOCIONES.
           IF FS-PROMOCIONES NOT = "00"
               GO TO 1600-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROMOS.
           PERFORM 1610-LEER-PROMOCION THRU 1610-EXIT
               UNTIL FIN-PROMOS.
           CLOSE PROMOCIONES.
       1600-EXIT.
           EXIT.

       1610-LEER-PROMOCION.
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
       1610-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INGRESAR-MARCAS - tabla de codigos y cantidades vendidas
      ******************************************************************
           MOVE ZERO TO TotalIngresos.
           PERFORM VARYING IX-MARCA FROM 1 BY 1
               UNTIL IX-MARCA > CANT-MARCAS
               PERFORM 3050-VALUAR-MARCA THRU 3050-EXIT
               ADD ALF-CANTIDAD (IX-MARCA) TO TotalVendidos2
                   ON SIZE ERROR
                       DISPLAY "Total de unidades fuera de rango."
       3000-EXIT.
           EXIT.

      *    Importe neto de la marca: el de lista menos la promocion en
      *    vigor para la sucursal en el dia de la corrida.
       3050-VALUAR-MARCA.
           MOVE SUCURSAL-ACTUAL          TO PROMO-SUCURSAL.
           MOVE SUCURSAL-REGION          TO PROMO-REGION.
           MOVE FECHA-HOY                TO PROMO-FECHA.
           MOVE ALF-CODIGO (IX-MARCA)    TO PROMO-MARCA.
           MOVE ALF-CANTIDAD (IX-MARCA)  TO PROMO-CANTIDAD.
           MOVE ALF-PRECIO (IX-MARCA)    TO PROMO-PRECIO.
           PERFORM 3100-VALUAR-PROMOCION THRU 3100-EXIT.
           MOVE PROMO-DESCUENTO TO ALF-DESCUENTO (IX-MARCA).
           MOVE PROMO-APLICADA  TO ALF-PROMOCION (IX-MARCA).
           SUBTRACT PROMO-DESCUENTO FROM PROMO-BRUTO
               GIVING ALF-IMPORTE (IX-MARCA)
               ON SIZE ERROR
                   DISPLAY "Importe de marca fuera de rango."
           END-SUBTRACT.
       3050-EXIT.
           EXIT.

      ******************************************************************
      * 3100-VALUAR-PROMOCION - bruto a precio de lista de la venta
      *                         armada en PROMO-* y descuento de la
      *                         promocion en vigor que mas rebaja;
      *                         las promociones no se acumulan entre
      *                         si
      ******************************************************************
       3100-VALUAR-PROMOCION.
           MOVE ZERO TO PROMO-DESCUENTO.
           MOVE SPACES TO PROMO-APLICADA.
           MULTIPLY PROMO-CANTIDAD BY PROMO-PRECIO GIVING PROMO-BRUTO
               ON SIZE ERROR
                   MOVE ZERO TO PROMO-BRUTO
           END-MULTIPLY.
           IF CANT-PROMOS = ZERO OR PROMO-BRUTO = ZERO
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3120-DIA-SEMANA THRU 3120-EXIT.
           PERFORM 3110-EVALUAR-PROMOCION THRU 3110-EXIT
               VARYING IX-PRT FROM 1 BY 1
               UNTIL IX-PRT > CANT-PROMOS.
       3100-EXIT.
           EXIT.

      *    La promocion rige si coinciden la fecha, la marca (o todas
      *    con "*"), la sucursal o su region y el dia de la semana
      *    (PRT-DIAS en blanco rige todos los dias). Reglas:
      *      P  porcentaje sobre el importe de lista
      *      X  lleva N paga M, por cada N unidades de la venta
      *      S  la segunda unidad de cada par al porcentaje
       3110-EVALUAR-PROMOCION.
           IF PROMO-FECHA < PRT-DESDE (IX-PRT)
               OR PROMO-FECHA > PRT-HASTA (IX-PRT)
               GO TO 3110-EXIT
           END-IF.
           IF PRT-MARCA (IX-PRT) NOT = "*"
               AND PRT-MARCA (IX-PRT) NOT = PROMO-MARCA
               GO TO 3110-EXIT
           END-IF.
           IF PRT-AMBITO (IX-PRT) = "S"
               AND PRT-ALCANCE (IX-PRT) NOT = PROMO-SUCURSAL
               GO TO 3110-EXIT
           END-IF.
           IF PRT-AMBITO (IX-PRT) = "R"
               AND (PROMO-REGION = SPACES
                   OR PRT-ALCANCE (IX-PRT) NOT = PROMO-REGION)
               GO TO 3110-EXIT
           END-IF.
           IF PRT-DIAS (IX-PRT) NOT = SPACES
               AND PRT-DIAS (IX-PRT) (POS-DIA:1) NOT = "S"
               GO TO 3110-EXIT
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
       3110-EXIT.
           EXIT.

      *    Congruencia de Zeller (0 sabado, 1 domingo) llevada a la
      *    posicion 1-7 lunes a domingo.
       3120-DIA-SEMANA.
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
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CALCULAR-PORCENTAJES - por unidades y por ingresos, con
      *                             resguardo de division por cero
                   " ingresos%=" WS-ED-VALOR2
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               IF ALF-DESCUENTO (IX-MARCA) > ZERO
                   PERFORM 5100-INFORMAR-PROMOCION THRU 5100-EXIT
               END-IF
           END-PERFORM.
       5000-EXIT.
           EXIT.

      *    La marca vendida con promocion: descuento e importe neto.
       5100-INFORMAR-PROMOCION.
           MOVE ALF-DESCUENTO (IX-MARCA) TO WS-ED-DESCUENTO.
           MOVE ALF-IMPORTE (IX-MARCA)   TO WS-ED-NETO.
           DISPLAY "  Promocion " ALF-PROMOCION (IX-MARCA)
               " descuento=" WS-ED-DESCUENTO " neto=" WS-ED-NETO.
           MOVE SPACES TO REP-LINEA.
           STRING "Marca " ALF-CODIGO (IX-MARCA)
               " Promocion=" ALF-PROMOCION (IX-MARCA)
               " Descuento=" WS-ED-DESCUENTO
               " Neto=" WS-ED-NETO
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           STRING "Sucursal=" SUCURSAL-ACTUAL
               " marca=" ALF-CODIGO (IX-MARCA)
               " promo=" ALF-PROMOCION (IX-MARCA)
               " descuento=" WS-ED-DESCUENTO
               " neto=" WS-ED-NETO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ACUMULAR-SUCURSAL - para el comparativo entre locales
      ******************************************************************
               MOVE ALF-PRECIO (IX-MARCA)        TO ALS-PRECIO
               MOVE ALF-PORC-UNIDADES (IX-MARCA) TO ALS-PORC-UNIDADES
               MOVE ALF-PORC-INGRESOS (IX-MARCA) TO ALS-PORC-INGRESOS
               MOVE ALF-DESCUENTO (IX-MARCA)     TO ALS-DESCUENTO
               MOVE ALF-PROMOCION (IX-MARCA)     TO ALS-PROMOCION
               WRITE ALS-REGISTRO
           END-PERFORM.
           CLOSE ALFAJORSUC.
       6500-CONTROL-STOCK.
           MOVE "S" TO SW-STOCK-COMPLETO.
           PERFORM 6510-CARGAR-STOCK THRU 6510-EXIT.
           PERFORM 6550-CARGAR-LOTES THRU 6550-EXIT.
      *    Si el maestro no entro completo en la tabla no se controla
      *    ni se regraba nada: regrabar desde una tabla truncada
      *    destruiria los registros que quedaron afuera.
               UNTIL IX-MARCA > CANT-MARCAS.
           CLOSE STKMOVS.
           PERFORM 6540-REGRABAR-STOCK THRU 6540-EXIT.
           PERFORM 6560-REGRABAR-LOTES THRU 6560-EXIT.
           IF CANT-FALTANTES > ZERO
               DISPLAY "ATENCION: " CANT-FALTANTES
                   " marcas con faltante/merma en la sucursal."
                   DELIMITED BY SIZE INTO REP-LINEA
               PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT
           END-IF.
           SUBTRACT STOCK-CIERRE FROM STK-STOCK (IX-STK)
               GIVING CONSUMO-PENDIENTE.
           PERFORM 6600-CONSUMIR-LOTES THRU 6600-EXIT.
           MOVE STOCK-CIERRE TO STK-STOCK (IX-STK).
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-AUDIT       TO MOV-FECHA.
       6540-EXIT.
           EXIT.

      ******************************************************************
      * 6550-CARGAR-LOTES - lotes de todas las sucursales; sin
      *                     STOCKLOTES.DAT todo el stock queda como
      *                     stock sin lote
      ******************************************************************
       6550-CARGAR-LOTES.
           MOVE ZERO TO CANT-LOTES.
           MOVE "S" TO SW-LOTES-COMPLETO.
           OPEN INPUT STOCKLOTES.
           IF FS-STOCKLOTES NOT = "00"
               GO TO 6550-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-LOTES.
           PERFORM 6555-LEER-LOTE THRU 6555-EXIT
               UNTIL FIN-LOTES.
           CLOSE STOCKLOTES.
           IF NOT LOTES-COMPLETO
               DISPLAY "STOCKLOTES.DAT excede la tabla, la venta no "
                   "descuenta lotes."
               STRING "STOCKLOTES excede la tabla, consumo por lote "
                   "omitido"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       6550-EXIT.
           EXIT.

       6555-LEER-LOTE.
           READ STOCKLOTES
               AT END
                   MOVE "S" TO SW-FIN-LOTES
               NOT AT END
                   IF CANT-LOTES < 3000
                       ADD 1 TO CANT-LOTES
                       SET IX-LTT TO CANT-LOTES
                       MOVE LOT-SUCURSAL    TO LTT-SUCURSAL (IX-LTT)
                       MOVE LOT-MARCA       TO LTT-MARCA (IX-LTT)
                       MOVE LOT-LOTE        TO LTT-LOTE (IX-LTT)
                       MOVE LOT-VENCIMIENTO TO LTT-VENCIMIENTO (IX-LTT)
                       MOVE LOT-CANTIDAD    TO LTT-CANTIDAD (IX-LTT)
                       MOVE LOT-COSTO       TO LTT-COSTO (IX-LTT)
                       MOVE LOT-FECHA-INGRESO
                           TO LTT-FECHA-INGRESO (IX-LTT)
                   ELSE
                       MOVE "N" TO SW-LOTES-COMPLETO
                   END-IF
           END-READ.
       6555-EXIT.
           EXIT.

      ******************************************************************
      * 6560-REGRABAR-LOTES - vuelca los lotes; el lote agotado no se
      *                       arrastra
      ******************************************************************
       6560-REGRABAR-LOTES.
           IF NOT LOTES-COMPLETO
               GO TO 6560-EXIT
           END-IF.
           OPEN OUTPUT STOCKLOTES.
           PERFORM VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES
               IF LTT-CANTIDAD (IX-LTT) > ZERO
                   MOVE LTT-SUCURSAL (IX-LTT)    TO LOT-SUCURSAL
                   MOVE LTT-MARCA (IX-LTT)       TO LOT-MARCA
                   MOVE LTT-LOTE (IX-LTT)        TO LOT-LOTE
                   MOVE LTT-VENCIMIENTO (IX-LTT) TO LOT-VENCIMIENTO
                   MOVE LTT-CANTIDAD (IX-LTT)    TO LOT-CANTIDAD
                   MOVE LTT-COSTO (IX-LTT)       TO LOT-COSTO
                   MOVE LTT-FECHA-INGRESO (IX-LTT)
                       TO LOT-FECHA-INGRESO
                   WRITE LOT-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE STOCKLOTES.
       6560-EXIT.
           EXIT.

      ******************************************************************
      * 6600-CONSUMIR-LOTES - descuenta CONSUMO-PENDIENTE de la linea
      *                      IX-STK: primero el stock sin lote, que es
      *                      anterior a todo lote, y despues lote por
      *                      lote del vencimiento mas proximo al mas
      *                      lejano (FEFO). Se llama antes de bajar
      *                      STK-STOCK, que todavia es el de libro.
      ******************************************************************
       6600-CONSUMIR-LOTES.
           IF NOT LOTES-COMPLETO OR CONSUMO-PENDIENTE = ZERO
               GO TO 6600-EXIT
           END-IF.
           MOVE ZERO TO SUMA-LOTES.
           PERFORM VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES
               IF LTT-SUCURSAL (IX-LTT) = STK-SUCURSAL (IX-STK)
                   AND LTT-MARCA (IX-LTT) = STK-MARCA (IX-STK)
                   ADD LTT-CANTIDAD (IX-LTT) TO SUMA-LOTES
               END-IF
           END-PERFORM.
           IF STK-STOCK (IX-STK) > SUMA-LOTES
               COMPUTE SIN-LOTE = STK-STOCK (IX-STK) - SUMA-LOTES
           ELSE
               MOVE ZERO TO SIN-LOTE
           END-IF.
           IF CONSUMO-PENDIENTE NOT > SIN-LOTE
               GO TO 6600-EXIT
           END-IF.
           SUBTRACT SIN-LOTE FROM CONSUMO-PENDIENTE.
           MOVE "N" TO SW-LOTES-AGOTADOS.
           PERFORM 6610-CONSUMIR-PRIMERO THRU 6610-EXIT
               UNTIL CONSUMO-PENDIENTE = ZERO OR LOTES-AGOTADOS.
       6600-EXIT.
           EXIT.

      *    Lote con existencia de vencimiento mas proximo de la linea;
      *    a igual vencimiento, el que entro primero.
       6610-CONSUMIR-PRIMERO.
           MOVE ZERO TO LOTE-ELEGIDO.
           MOVE ZERO TO VENCE-MENOR.
           PERFORM VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES
               IF LTT-SUCURSAL (IX-LTT) = STK-SUCURSAL (IX-STK)
                   AND LTT-MARCA (IX-LTT) = STK-MARCA (IX-STK)
                   AND LTT-CANTIDAD (IX-LTT) > ZERO
                   AND (LOTE-ELEGIDO = ZERO
                       OR LTT-VENCIMIENTO (IX-LTT) < VENCE-MENOR)
                   SET LOTE-ELEGIDO TO IX-LTT
                   MOVE LTT-VENCIMIENTO (IX-LTT) TO VENCE-MENOR
               END-IF
           END-PERFORM.
           IF LOTE-ELEGIDO = ZERO
               MOVE "S" TO SW-LOTES-AGOTADOS
               GO TO 6610-EXIT
           END-IF.
           IF LTT-CANTIDAD (LOTE-ELEGIDO) > CONSUMO-PENDIENTE
               SUBTRACT CONSUMO-PENDIENTE
                   FROM LTT-CANTIDAD (LOTE-ELEGIDO)
               MOVE ZERO TO CONSUMO-PENDIENTE
           ELSE
               SUBTRACT LTT-CANTIDAD (LOTE-ELEGIDO)
                   FROM CONSUMO-PENDIENTE
               MOVE ZERO TO LTT-CANTIDAD (LOTE-ELEGIDO)
           END-IF.
       6610-EXIT.
           EXIT.

      ******************************************************************
      * 9000-PROCESO-LOTE - consume el deposito de las registradoras
      *                     con las mismas validaciones del ingreso
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1500-CARGAR-PRECIOS THRU 1500-EXIT.
           PERFORM 1600-CARGAR-PROMOCIONES THRU 1600-EXIT.
           PERFORM 9100-CARGAR-SUCURSALES THRU 9100-EXIT.
           MOVE "S" TO SW-STOCK-COMPLETO.
           PERFORM 6510-CARGAR-STOCK THRU 6510-EXIT.
           PERFORM 6550-CARGAR-LOTES THRU 6550-EXIT.
           OPEN OUTPUT VENTAS-RECHAZOS.
           OPEN EXTEND ALFAJORSUC.
           IF FS-ALFAJORSUC NOT = "00"
      *    perderian los registros que quedaron afuera.
           IF STOCK-DISPONIBLE AND STOCK-COMPLETO
               PERFORM 6540-REGRABAR-STOCK THRU 6540-EXIT
               PERFORM 6560-REGRABAR-LOTES THRU 6560-EXIT
           END-IF.
           MOVE CANT-LOTE-LEIDOS     TO WS-ED-CANT-L1.
           MOVE CANT-LOTE-BUENOS     TO WS-ED-CANT-L2.
               " rechazadas: " WS-ED-CANT-L3
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           MOVE CANT-LOTE-PROMO      TO WS-ED-CANT-L1.
           MOVE DESCUENTO-LOTE       TO WS-ED-DESCUENTO.
           DISPLAY "Con promocion....: " WS-ED-CANT-L1
               " descuento " WS-ED-DESCUENTO.
           MOVE SPACES TO REP-LINEA.
           STRING "Lote con promocion: " WS-ED-CANT-L1
               " descuento: " WS-ED-DESCUENTO
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           IF CANT-FALTANTES > ZERO
               DISPLAY "ATENCION: " CANT-FALTANTES
                   " ventas del lote con faltante/merma."
           END-IF.
           MOVE CANT-LOTE-LEIDOS     TO WS-ED-CANT-L1.
           STRING "Lote leidas=" WS-ED-CANT-L1
               " aceptadas=" WS-ED-CANT-L2
               " rechazadas=" WS-ED-CANT-L3
               " descuentoPromociones=" WS-ED-DESCUENTO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       9000-EXIT.
                       ADD 1 TO CANT-SUCS
                       SET IX-SCS TO CANT-SUCS
                       MOVE SUC-CODIGO TO SCS-CODIGO (IX-SCS)
                       MOVE SUC-REGION TO SCS-REGION (IX-SCS)
                       MOVE SUC-ESTADO TO SCS-ESTADO (IX-SCS)
                   ELSE
                       DISPLAY "Tabla de sucursales llena, se "
               PERFORM 9300-PRECIO-A-FECHA THRU 9300-EXIT
           END-IF.
           IF VENTA-VALIDA
               PERFORM 9350-VALUAR-VENTA THRU 9350-EXIT
               MOVE VL-SUCURSAL        TO ALS-SUCURSAL
               MOVE VL-MARCA           TO ALS-CODIGO-MARCA
               MOVE VL-CANTIDAD        TO ALS-CANTIDAD
               MOVE PRECIO-HALLADO     TO ALS-PRECIO
               MOVE ZERO               TO ALS-PORC-UNIDADES
               MOVE ZERO               TO ALS-PORC-INGRESOS
               MOVE PROMO-DESCUENTO    TO ALS-DESCUENTO
               MOVE PROMO-APLICADA     TO ALS-PROMOCION
               WRITE ALS-REGISTRO
               PERFORM 9400-STOCK-LOTE THRU 9400-EXIT
               MOVE VL-FECHA           TO MOV-FECHA
       9300-EXIT.
           EXIT.

      *    Promocion en vigor para la sucursal, su region y la fecha de
      *    la venta del lote.
       9350-VALUAR-VENTA.
           MOVE VL-SUCURSAL    TO PROMO-SUCURSAL.
           MOVE SPACES         TO PROMO-REGION.
           IF CANT-SUCS > ZERO
               MOVE SCS-REGION (IX-SCS) TO PROMO-REGION
           END-IF.
           MOVE VL-FECHA       TO PROMO-FECHA.
           MOVE VL-MARCA       TO PROMO-MARCA.
           MOVE VL-CANTIDAD    TO PROMO-CANTIDAD.
           MOVE PRECIO-HALLADO TO PROMO-PRECIO.
           PERFORM 3100-VALUAR-PROMOCION THRU 3100-EXIT.
           IF PROMO-DESCUENTO > ZERO
               ADD 1 TO CANT-LOTE-PROMO
               ADD PROMO-DESCUENTO TO DESCUENTO-LOTE
           END-IF.
       9350-EXIT.
           EXIT.

      ******************************************************************
      * 9400-STOCK-LOTE - mismo cruce contra el stock en gondola que
      *                   el ingreso interactivo, con la marca de
               SUBTRACT VL-CANTIDAD FROM STK-STOCK (IX-STK)
                   GIVING STOCK-CIERRE
           END-IF.
           SUBTRACT STOCK-CIERRE FROM STK-STOCK (IX-STK)
               GIVING CONSUMO-PENDIENTE.
           PERFORM 6600-CONSUMIR-LOTES THRU 6600-EXIT.
           MOVE STOCK-CIERRE TO STK-STOCK (IX-STK).
       9400-EXIT.
           EXIT.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "Ejercicio4 " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
      * 7900-CERRAR-REPORTE
      ******************************************************************
