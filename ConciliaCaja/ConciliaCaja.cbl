      *                 E reemplazo): la conciliacion resta las
      *                 reversas para comparar contra la cifra
      *                 corregida del dia.
      * 2026-10-15  NF  Las ventas se valuan netas de la promocion en
      *                 vigor de PROMOCIONES.DAT (marca, sucursal o
      *                 region del padron SUCURSALES, fechas y dias
      *                 de la semana), con la misma regla que aplica
      *                 Ejercicio4: los 2x1 y descuentos del dia ya
      *                 no aparecen como caja corta. El resumen
      *                 informa el descuento total del rango.
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
       PROGRAM-ID. ConciliaCaja.
           SELECT PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECIOS.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT REPORTE-CONCILIA
               ASSIGN TO "REPORTE-CONCILIA-CAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  REPORTE-CONCILIA
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
       77  FS-STKMOVS               PIC X(02) VALUE SPACES.
       77  FS-CAJA                  PIC X(02) VALUE SPACES.
       77  FS-PRECIOS               PIC X(02) VALUE SPACES.
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

           88  FIN-CAJA             VALUE "S".
       01  SW-FIN-PRECIOS           PIC X(01) VALUE "N".
           88  FIN-PRECIOS          VALUE "S".
       01  SW-FIN-SUCURSALES        PIC X(01) VALUE "N".
           88  FIN-SUCURSALES       VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-TABLA-OK              PIC X(01) VALUE "S".
               10  PRC-FECHA         PIC 9(08).
               10  PRC-PRECIO        PIC 9(5)V99.

      *    Region de cada sucursal, para las promociones por region.
       77  CANT-SUC-REGION          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-SUC-REGION.
           05  SRG-ENTRY OCCURS 50 TIMES INDEXED BY IX-SRG.
               10  SRG-CODIGO        PIC X(04).
               10  SRG-REGION        PIC X(10).
       77  DESCUENTO-TOTAL          PIC 9(9)V99 COMP-3 VALUE ZERO.

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
      * RASTRO DE AUDITORIA
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
       01  WS-ED-VALOR1             PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZ9.99.
       01  WS-ED-DIF                PIC +ZZZZZZZZ9.99.
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
      * 2000-VALORIZAR-VENTAS - cada movimiento V del rango se valua
      *                         al precio vigente de su dia, neto de
      *                         la promocion en vigor, y se suma a la
      *                         sucursal y fecha
      ******************************************************************
       2000-VALORIZAR-VENTAS.
           OPEN INPUT STKMOVS.

       2200-VALORIZAR-MOVIMIENTO.
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
               GIVING IMPORTE-VENTA
               ON SIZE ERROR
                   DISPLAY "Importe de venta fuera de rango."
                   MOVE ZERO TO IMPORTE-VENTA
           END-SUBTRACT.
           ADD PROMO-DESCUENTO TO DESCUENTO-TOTAL.
           PERFORM 2400-UBICAR-DIA THRU 2400-EXIT.
           IF NOT TABLA-OK
               MOVE "S" TO SW-FIN-STKMOVS
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
      * 3000-SUMAR-CAJA - la caja del rango se suma a la sucursal y
      *                   fecha correspondiente
           MOVE CANT-FUERA-TOLERANCIA TO WS-ED-CANT2.
           DISPLAY "Dias conciliados......: " WS-ED-CANT.
           DISPLAY "Fuera de tolerancia...: " WS-ED-CANT2.
           MOVE DESCUENTO-TOTAL TO WS-ED-VALOR1.
           DISPLAY "Desc. promociones.....: " WS-ED-VALOR1.
           MOVE SPACES TO REP-LINEA.
           STRING "Dias conciliados: " WS-ED-CANT
               " Fuera de tolerancia: " WS-ED-CANT2
               " Descuento por promociones: " WS-ED-VALOR1
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Conciliacion desde=" FECHA-DESDE
               " hasta=" FECHA-HASTA
               " dias=" WS-ED-CANT
               " fueraTolerancia=" WS-ED-CANT2
               " descuentoPromociones=" WS-ED-VALOR1
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "ConciliaCaja " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
      * 7900-CERRAR
      ******************************************************************
