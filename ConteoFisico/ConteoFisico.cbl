      *precio vigente de PRECIOS.DAT, el stock de libro queda igualado
      *al contado y el acta firmada con las diferencias queda en
      *REPORTE-CONTEO.DAT, asi el libro se sincera periodicamente en
      *vez de derivar hasta que salta el FALTANTE. La merma se
      *descuenta de los lotes de STOCKLOTES.DAT por vencimiento (FEFO);
      *el sobrante queda como stock sin lote.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial del conteo fisico.
      * 2026-09-02  NF  Los minimos en blanco de los registros de
      *                 stock anteriores al alta del campo se cargan
      *                 como cero en vez de abortar por no numerico.
      * 2026-10-15  NF  La merma de conteo consume los lotes de
      *                 STOCKLOTES.DAT del vencimiento mas proximo al
      *                 mas lejano, despues del stock sin lote; el
      *                 ajuste en mas queda sin lote. La corrida no
      *                 opera si los lotes no entran en la tabla.
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
       PROGRAM-ID. ConteoFisico.
           SELECT STKMOVS ASSIGN TO "STKMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STKMOVS.
           SELECT STOCKLOTES ASSIGN TO "STOCKLOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKLOTES.
           SELECT PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECIOS.
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

      *    Lista de precios con fecha de vigencia.
       FD  PRECIOS
           RECORDING MODE IS F.

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
               10  PRC-FECHA         PIC 9(08).
               10  PRC-PRECIO        PIC 9(5)V99.

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
       01  WS-ED-IMPORTE            PIC ZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.

               PERFORM 7900-CERRAR THRU 7900-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF NOT LOTES-COMPLETO
               DISPLAY "STOCKLOTES.DAT excede la tabla de lotes, la "
                   "corrida no sigue."
               PERFORM 7900-CERRAR THRU 7900-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT.
           IF NOT OPERADOR-OK
               PERFORM 7900-CERRAR THRU 7900-EXIT
           PERFORM 2000-CONTAR-LINEA THRU 2000-EXIT
               UNTIL NOT SIGUE-CARGANDO.
           PERFORM 6000-REGRABAR-STOCK THRU 6000-EXIT.
           PERFORM 6050-REGRABAR-LOTES THRU 6050-EXIT.
           PERFORM 5000-RESUMEN THRU 5000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           PERFORM 7900-CERRAR THRU 7900-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - levanta el stock, los lotes y la lista de
      *                    precios
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
                   UNTIL FIN-STOCK
               CLOSE STOCKALF
           END-IF.
           MOVE ZERO TO CANT-LOTES.
           OPEN INPUT STOCKLOTES.
           IF FS-STOCKLOTES = "00"
               MOVE "N" TO SW-FIN-LOTES
               PERFORM 1150-LEER-LOTE THRU 1150-EXIT
                   UNTIL FIN-LOTES
               CLOSE STOCKLOTES
           END-IF.
           MOVE ZERO TO CANT-PRECIOS.
           OPEN INPUT PRECIOS.
           IF FS-PRECIOS = "00"
       1100-EXIT.
           EXIT.

       1150-LEER-LOTE.
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
       1150-EXIT.
           EXIT.

       1200-LEER-PRECIO.
           READ PRECIOS
               AT END
       3000-EXIT.
           EXIT.

      *    El sobrante contado no se sabe de que lote es: queda como
      *    stock sin lote, que la proxima venta consume primero.
       3100-AJUSTE-EN-MAS.
           SUBTRACT STK-STOCK (IX-STK) FROM CANTIDAD-CONTADA
               GIVING DIFERENCIA.
           MOVE "M"              TO MOV-TIPO.
           MOVE DIFERENCIA       TO MOV-CANTIDAD.
           WRITE MOV-REGISTRO.
           MOVE DIFERENCIA       TO CONSUMO-PENDIENTE.
           PERFORM 3400-CONSUMIR-LOTES THRU 3400-EXIT.
           PERFORM 3300-PRECIO-VIGENTE THRU 3300-EXIT.
           MULTIPLY DIFERENCIA BY PRECIO-VIGENTE
               GIVING IMPORTE-MERMA
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CONSUMIR-LOTES - descuenta CONSUMO-PENDIENTE de la linea
      *                      IX-STK: primero el stock sin lote, que es
      *                      anterior a todo lote, y despues lote por
      *                      lote del vencimiento mas proximo al mas
      *                      lejano (FEFO). Se llama antes de bajar
      *                      STK-STOCK, que todavia es el de libro.
      ******************************************************************
       3400-CONSUMIR-LOTES.
           IF NOT LOTES-COMPLETO OR CONSUMO-PENDIENTE = ZERO
               GO TO 3400-EXIT
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
               GO TO 3400-EXIT
           END-IF.
           SUBTRACT SIN-LOTE FROM CONSUMO-PENDIENTE.
           MOVE "N" TO SW-LOTES-AGOTADOS.
           PERFORM 3410-CONSUMIR-PRIMERO THRU 3410-EXIT
               UNTIL CONSUMO-PENDIENTE = ZERO OR LOTES-AGOTADOS.
       3400-EXIT.
           EXIT.

      *    Lote con existencia de vencimiento mas proximo de la linea;
      *    a igual vencimiento, el que entro primero.
       3410-CONSUMIR-PRIMERO.
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
               GO TO 3410-EXIT
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
       3410-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN
      ******************************************************************
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6050-REGRABAR-LOTES - vuelca los lotes; el lote agotado no se
      *                       arrastra
      ******************************************************************
       6050-REGRABAR-LOTES.
           IF NOT LOTES-COMPLETO
               GO TO 6050-EXIT
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
       6050-EXIT.
           EXIT.

      ******************************************************************
      * 0500-VALIDAR-OPERADOR - el operador debe existir en el maestro
      *                         OPERADORES, estar activo y tener este
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "ConteoFisico " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
