      *                 como AVISO con el limite del archivo a la
      *                 vista, contada aparte, en vez de figurar como
      *                 DEVOLUCION SIN VENTA.
      * 2026-10-15  NF  La toma de un usado en parte de pago (tipo T)
      *                 abre el ciclo de vida de esa patente: la unidad
      *                 queda en stock sin venta pendiente, aunque la
      *                 hubieramos vendido antes. La toma de una
      *                 patente que ya estaba en stock es anomalia. A
      *                 igual fecha la toma se ordena antes que la
      *                 venta y la venta antes que la devolucion. Los
      *                 totales por periodo informan las tomas aparte y
      *                 el neto a cobrar de las ventas.
      * 2026-10-15  NF  El registro de operaciones trae el documento
      *                 del cliente; la devolucion a nombre de otro
      *                 cliente que el de la venta se informa como
      *                 anomalia.
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
       PROGRAM-ID. AuditaOperaciones.
           05  OPE-PATENTE           PIC X(10).
           05  OPE-IMPORTE           PIC 9(7)V99.
           05  OPE-TIPO              PIC X(01).
           05  OPE-PATENTE-REL       PIC X(10).
           05  OPE-IMPORTE-CAJA      PIC 9(7)V99.
           05  OPE-CLIENTE           PIC X(11).

      *    El registro ordenado por patente y fecha, salida del SORT.
       FD  ORDENADO
           05  ORD-PATENTE           PIC X(10).
           05  ORD-IMPORTE           PIC 9(7)V99.
           05  ORD-TIPO              PIC X(01).
           05  ORD-PATENTE-REL       PIC X(10).
           05  ORD-IMPORTE-CAJA      PIC 9(7)V99.
           05  ORD-CLIENTE           PIC X(11).

       SD  ORDEN-TRABAJO.
       01  SRT-REGISTRO.
           05  SRT-PATENTE           PIC X(10).
           05  SRT-IMPORTE           PIC 9(7)V99.
           05  SRT-TIPO              PIC X(01).
           05  SRT-PATENTE-REL       PIC X(10).
           05  SRT-IMPORTE-CAJA      PIC 9(7)V99.
           05  SRT-CLIENTE           PIC X(11).

      *    Estado de cada periodo: A abierto, C cerrado para captura,
      *    E extraido (lo mantiene CierrePeriodos).

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
       77  CANT-AVISOS-CORTE        PIC 9(5) COMP VALUE ZERO.
       77  PATENTE-ACTUAL           PIC X(10) VALUE SPACES.
       77  FECHA-ULTIMA-VENTA       PIC 9(08) VALUE ZERO.
       77  CLIENTE-ULTIMA-VENTA     PIC X(11) VALUE SPACES.

       01  SW-FIN-ORDENADO          PIC X(01) VALUE "N".
           88  FIN-ORDENADO         VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-VEHICULO-VENDIDO      PIC X(01) VALUE "N".
           88  VEHICULO-VENDIDO     VALUE "S".
       01  SW-CON-HISTORIA          PIC X(01) VALUE "N".
           88  CON-HISTORIA         VALUE "S".
       01  SW-CORTE-PREVIO          PIC X(01) VALUE "N".
           88  CORTE-PREVIO         VALUE "S".

               10  TOT-DEVOL         PIC 9(9)V99 COMP-3.
               10  TOT-CANT-V        PIC 9(5) COMP.
               10  TOT-CANT-D        PIC 9(5) COMP.
               10  TOT-TOMAS         PIC 9(9)V99 COMP-3.
               10  TOT-CANT-T        PIC 9(5) COMP.

      *----------------------------------------------------------------
      * RASTRO DE AUDITORIA
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
       01  WS-ED-CANT               PIC ZZZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZ9.
       01  WS-ED-CANT4              PIC ZZZZ9.
       01  WS-ED-VALOR3             PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR4             PIC -ZZZZZZZZ9.99.
       77  NETO-COBRAR              PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
               END-IF
               PERFORM 1700-CARGAR-CIERRES THRU 1700-EXIT
      *        El registro se ordena por patente y fecha para poder
      *        seguir el ciclo de vida de cada vehiculo de corrido;
      *        a igual fecha, toma (T) antes que venta (V) y venta
      *        antes que devolucion (D).
               SORT ORDEN-TRABAJO
                   ON ASCENDING KEY SRT-PATENTE SRT-FECHA
                   ON DESCENDING KEY SRT-TIPO
                   USING OPERACIONES
                   GIVING ORDENADO
               PERFORM 2000-AUDITAR-REGISTRO THRU 2000-EXIT
           IF ORD-PATENTE NOT = PATENTE-ACTUAL
               MOVE ORD-PATENTE TO PATENTE-ACTUAL
               MOVE "N" TO SW-VEHICULO-VENDIDO
               MOVE "N" TO SW-CON-HISTORIA
               MOVE ZERO TO FECHA-ULTIMA-VENTA
               MOVE SPACES TO CLIENTE-ULTIMA-VENTA
           END-IF.
           EVALUATE ORD-TIPO
               WHEN "T"
                   IF CON-HISTORIA AND NOT VEHICULO-VENDIDO
                       PERFORM 2350-ANOMALIA-TOMA THRU 2350-EXIT
                   END-IF
                   MOVE "N" TO SW-VEHICULO-VENDIDO
                   MOVE ZERO TO FECHA-ULTIMA-VENTA
               WHEN "V"
                   IF VEHICULO-VENDIDO
                       PERFORM 2300-ANOMALIA-DOBLE-VENTA THRU 2300-EXIT
                   END-IF
                   MOVE "S" TO SW-VEHICULO-VENDIDO
                   MOVE ORD-FECHA TO FECHA-ULTIMA-VENTA
                   MOVE ORD-CLIENTE TO CLIENTE-ULTIMA-VENTA
               WHEN "D"
                   IF NOT VEHICULO-VENDIDO
                       PERFORM 2440-BUSCAR-CORTE-PREVIO THRU 2440-EXIT
                               THRU 2400-EXIT
                       END-IF
                   END-IF
                   IF VEHICULO-VENDIDO
                       AND ORD-CLIENTE NOT = SPACES
                       AND CLIENTE-ULTIMA-VENTA NOT = SPACES
                       AND ORD-CLIENTE NOT = CLIENTE-ULTIMA-VENTA
                       PERFORM 2420-ANOMALIA-CLIENTE THRU 2420-EXIT
                   END-IF
                   MOVE "N" TO SW-VEHICULO-VENDIDO
               WHEN OTHER
                   PERFORM 2500-ANOMALIA-TIPO THRU 2500-EXIT
           END-EVALUATE.
           MOVE "S" TO SW-CON-HISTORIA.
           PERFORM 2600-CONTROLAR-PERIODO THRU 2600-EXIT.
           PERFORM 2700-ACUMULAR-TOTAL THRU 2700-EXIT.
           PERFORM 2100-LEER-ORDENADO THRU 2100-EXIT.
       2300-EXIT.
           EXIT.

      *    Un usado se toma solo si no esta en nuestro stock: o no
      *    tiene historia o la ultima operacion fue su venta.
       2350-ANOMALIA-TOMA.
           ADD 1 TO CANT-ANOMALIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "Patente " ORD-PATENTE
               " TOMADA COMO USADO ESTANDO EN STOCK: fecha " ORD-FECHA
               " legajo " ORD-LEGAJO
               " venta " ORD-PATENTE-REL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           STRING "ANOMALIA patente=" ORD-PATENTE
               " toma de usado en stock fecha=" ORD-FECHA
               " legajo=" ORD-LEGAJO
               " venta=" ORD-PATENTE-REL
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2350-EXIT.
           EXIT.

       2400-ANOMALIA-DEVOLUCION.
           ADD 1 TO CANT-ANOMALIAS.
           MOVE SPACES TO REP-LINEA.
       2400-EXIT.
           EXIT.

      *    La unidad se devuelve a nombre de quien la compro.
       2420-ANOMALIA-CLIENTE.
           ADD 1 TO CANT-ANOMALIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "Patente " ORD-PATENTE
               " DEVUELTA POR OTRO CLIENTE: fecha " ORD-FECHA
               " cliente " ORD-CLIENTE
               " vendida a " CLIENTE-ULTIMA-VENTA
               " el " FECHA-ULTIMA-VENTA
               " legajo " ORD-LEGAJO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           STRING "ANOMALIA patente=" ORD-PATENTE
               " devolucion de otro cliente fecha=" ORD-FECHA
               " cliente=" ORD-CLIENTE
               " venta=" CLIENTE-ULTIMA-VENTA
               " legajo=" ORD-LEGAJO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2420-EXIT.
           EXIT.

      *    El archivo de fin de periodo saca del registro vivo las
      *    operaciones de los periodos ya extraidos: la venta de una
      *    devolucion sin venta previa puede estar en un corte
               MOVE ZERO TO TOT-DEVOL (IX-TOT)
               MOVE ZERO TO TOT-CANT-V (IX-TOT)
               MOVE ZERO TO TOT-CANT-D (IX-TOT)
               MOVE ZERO TO TOT-TOMAS (IX-TOT)
               MOVE ZERO TO TOT-CANT-T (IX-TOT)
           END-IF.
           IF ORD-TIPO = "T"
               ADD ORD-IMPORTE TO TOT-TOMAS (IX-TOT)
                   ON SIZE ERROR
                       DISPLAY "Total de tomas fuera de rango."
               END-ADD
               ADD 1 TO TOT-CANT-T (IX-TOT)
               GO TO 2700-EXIT
           END-IF.
           IF ORD-TIPO = "D"
               ADD ORD-IMPORTE TO TOT-DEVOL (IX-TOT)
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
      *    El neto a cobrar descuenta de las ventas los usados tomados
      *    en parte de pago.
           COMPUTE NETO-COBRAR = TOT-VENTAS (IX-TOT)
               - TOT-TOMAS (IX-TOT).
           MOVE TOT-CANT-T (IX-TOT) TO WS-ED-CANT4.
           MOVE TOT-TOMAS (IX-TOT)  TO WS-ED-VALOR3.
           MOVE NETO-COBRAR         TO WS-ED-VALOR4.
           MOVE SPACES TO REP-LINEA.
           STRING "Periodo " TOT-PERIODO (IX-TOT)
               " usados tomados=" WS-ED-CANT4
               " por " WS-ED-VALOR3
               " ventas netas de toma=" WS-ED-VALOR4
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
       5100-EXIT.
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
           STRING "AuditaOperaciones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
