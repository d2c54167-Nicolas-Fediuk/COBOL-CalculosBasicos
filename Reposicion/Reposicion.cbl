      *los dias de cobertura que le quedan a cada linea, y lista toda
      *linea en o por debajo de su minimo con la cantidad de entrega
      *sugerida, agrupada por sucursal como lista de armado para la
      *camioneta (REPOSICION.DAT). Las mismas sugerencias quedan en
      *SUGREPOS.DAT, de donde la corrida de ordenes de compra
      *(OrdenesCompra) las toma para pedirlas al proveedor.
      *Lo que ya viaja hacia la sucursal en una transferencia
      *(TRANSFSTK.DAT) cuenta como stock de la linea, y antes de pedir
      *al proveedor se sugiere transferir desde la sucursal que tiene
      *la marca sobrestockeada; a SUGREPOS.DAT va solo el resto.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial de la reposicion sugerida.
      *                 trae blancos en esos campos: la carga los
      *                 toma como cero (sin minimo), igual que hacen
      *                 los demas lectores del maestro.
      * 2026-10-15  NF  Las sugerencias quedan ademas en SUGREPOS.DAT
      *                 (fecha, sucursal, marca, cantidad) para la
      *                 corrida de ordenes de compra a proveedores.
      * 2026-10-15  NF  Lo que viaja en transferencia hacia la
      *                 sucursal (TRANSFSTK.DAT) cuenta como stock de
      *                 la linea, y antes del pedido al proveedor se
      *                 sugiere transferir desde la sucursal con la
      *                 marca sobrestockeada; a SUGREPOS va el resto.
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
       PROGRAM-ID. Reposicion.
           SELECT STKMOVS ASSIGN TO "STKMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STKMOVS.
           SELECT TRANSFSTK ASSIGN TO "TRANSFSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFSTK.
           SELECT REPOSICION-SAL ASSIGN TO "REPOSICION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT SUGERENCIAS ASSIGN TO "SUGREPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUGERENCIAS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           05  SCK-CANT-PEDIDO       PIC 9(05).

      *    Diario de movimientos: I inicial, E entrega, V venta,
      *    A ajuste de conteo, M merma, X baja de lote vencido, S y T
      *    salida y entrada por transferencia.
       FD  STKMOVS
           RECORDING MODE IS F.
       01  MOV-REGISTRO.
           05  MOV-TIPO              PIC X(01).
           05  MOV-CANTIDAD          PIC 9(05).

      *    Transferencias entre sucursales que mantiene MovStock, un
      *    renglon por lote; estado T en transito.
       FD  TRANSFSTK
           RECORDING MODE IS F.
       01  TRF-REGISTRO.
           05  TRF-NUMERO            PIC 9(06).
           05  TRF-RENGLON           PIC 9(02).
           05  TRF-FECHA-ENVIO       PIC 9(08).
           05  TRF-ORIGEN            PIC X(04).
           05  TRF-DESTINO           PIC X(04).
           05  TRF-MARCA             PIC X(10).
           05  TRF-LOTE              PIC X(10).
           05  TRF-VENCIMIENTO       PIC 9(08).
           05  TRF-COSTO             PIC 9(5)V99.
           05  TRF-CANT-ENVIADA      PIC 9(05).
           05  TRF-FECHA-RECEPCION   PIC 9(08).
           05  TRF-CANT-RECIBIDA     PIC 9(05).
           05  TRF-MERMA             PIC 9(05).
           05  TRF-ESTADO            PIC X(01).
           05  TRF-OPER-ENVIO        PIC X(04).
           05  TRF-OPER-RECEPCION    PIC X(04).

       FD  REPOSICION-SAL
           RECORDING MODE IS F.
       01  REP-LINEA                PIC X(140).

      *    Sugerencias de la corrida, una por linea de stock, para
      *    la corrida de ordenes de compra.
       FD  SUGERENCIAS
           RECORDING MODE IS F.
       01  SGR-REGISTRO.
           05  SGR-FECHA             PIC 9(08).
           05  SGR-SUCURSAL          PIC X(04).
           05  SGR-MARCA             PIC X(10).
           05  SGR-CANTIDAD          PIC 9(05).

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
       WORKING-STORAGE SECTION.
       77  FS-STOCKALF              PIC X(02) VALUE SPACES.
       77  FS-STKMOVS               PIC X(02) VALUE SPACES.
       77  FS-TRANSFSTK             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-SUGERENCIAS           PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-DESDE              PIC 9(08) VALUE ZERO.
       77  CANT-SUGERIDA            PIC 9(05) VALUE ZERO.
       77  DEFICIT                  PIC 9(05) VALUE ZERO.
       77  SUCURSAL-CORTE           PIC X(04) VALUE SPACES.
       77  DISPONIBLE               PIC 9(07) VALUE ZERO.
       77  EXCEDENTE                PIC 9(05) VALUE ZERO.
       77  MEJOR-EXCEDENTE          PIC 9(05) VALUE ZERO.
       77  DONANTE-ELEGIDO          PIC 9(4) COMP VALUE ZERO.
       77  CANT-TRANSFERIR          PIC 9(05) VALUE ZERO.
       77  CANT-PROVEEDOR           PIC 9(05) VALUE ZERO.
       77  CANT-TRANSF-SUGERIDAS    PIC 9(5) COMP VALUE ZERO.

       01  SW-FIN-STOCK             PIC X(01) VALUE "N".
           88  FIN-STOCK            VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-STOCK-COMPLETO        PIC X(01) VALUE "S".
           88  STOCK-COMPLETO       VALUE "S".
       01  SW-FIN-TRANSF            PIC X(01) VALUE "N".
           88  FIN-TRANSF           VALUE "S".

      *----------------------------------------------------------------
      * STOCK, VENTAS DE LA VENTANA, LO QUE LLEGA EN TRANSITO Y LO
      * QUE LA LINEA YA CEDE EN TRANSFERENCIAS SUGERIDAS, EN MEMORIA
      *----------------------------------------------------------------
       01  TABLA-STOCK.
           05  STK-ENTRY OCCURS 1000 TIMES INDEXED BY IX-STK IX-DON.
               10  STK-SUCURSAL      PIC X(04).
               10  STK-MARCA         PIC X(10).
               10  STK-STOCK         PIC 9(05).
               10  STK-MINIMO        PIC 9(05).
               10  STK-PEDIDO        PIC 9(05).
               10  STK-VENDIDO       PIC 9(07) COMP-3.
               10  STK-TRANSITO      PIC 9(07) COMP-3.
               10  STK-CEDIDO        PIC 9(07) COMP-3.

      *----------------------------------------------------------------
      * CONVERSION DE FECHA A DIAS CORRIDOS PARA LA VENTANA
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
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-TRANSITO           PIC ZZZZZZ9.
       01  WS-ED-VELOCIDAD          PIC ZZZZ9.99.
       01  WS-ED-COBERTURA          PIC ZZZZ9.9.

           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - ventana de velocidad, maestro de stock y
      *                    transferencias en transito
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-STOCK THRU 1100-EXIT
               UNTIL FIN-STOCK.
           CLOSE STOCKALF.
           OPEN INPUT TRANSFSTK.
           IF FS-TRANSFSTK = "00"
               MOVE "N" TO SW-FIN-TRANSF
               PERFORM 1200-LEER-TRANSF THRU 1200-EXIT
                   UNTIL FIN-TRANSF
               CLOSE TRANSFSTK
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPOSICION-SAL.
           OPEN OUTPUT SUGERENCIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "=== REPOSICION SUGERIDA AL " FECHA-HOY
               " (ventana desde " FECHA-DESDE ") ==="
                           MOVE ZERO TO STK-PEDIDO (IX-STK)
                       END-IF
                       MOVE ZERO         TO STK-VENDIDO (IX-STK)
                       MOVE ZERO         TO STK-TRANSITO (IX-STK)
                       MOVE ZERO         TO STK-CEDIDO (IX-STK)
                   ELSE
                       MOVE "N" TO SW-STOCK-COMPLETO
                       DISPLAY "El maestro de stock excede la tabla."
       1100-EXIT.
           EXIT.

      *    Lo que viaja en transito se suma a la linea de destino.
       1200-LEER-TRANSF.
           READ TRANSFSTK
               AT END
                   MOVE "S" TO SW-FIN-TRANSF
               NOT AT END
                   IF TRF-ESTADO = "T"
                       PERFORM VARYING IX-STK FROM 1 BY 1
                           UNTIL IX-STK > CANT-STOCK
                               OR (STK-SUCURSAL (IX-STK)
                                       = TRF-DESTINO
                                   AND STK-MARCA (IX-STK)
                                       = TRF-MARCA)
                           CONTINUE
                       END-PERFORM
                       IF IX-STK NOT > CANT-STOCK
                           ADD TRF-CANT-ENVIADA
                               TO STK-TRANSITO (IX-STK)
                       END-IF
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-DIAS-CORRIDOS - convierte FECHA-SERIAL en dias corridos
      *                      (anio por 365 mas bisiestos acumulados y

      ******************************************************************
      * 4000-SUGERIR - lista por sucursal toda linea en o por debajo
      *                de su minimo (contando lo que le llega en
      *                transito), con cobertura, entrega sugerida y la
      *                parte que conviene transferir de otra sucursal
      ******************************************************************
       4000-SUGERIR.
           MOVE SPACES TO SUCURSAL-CORTE.
           STRING "Lineas con reposicion sugerida: " WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-TRANSF-SUGERIDAS TO WS-ED-CANT2.
           DISPLAY "Transferencias sugeridas.......: " WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Transferencias sugeridas.......: " WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Reposicion ventanaDias=" DIAS-VENTANA
               " sugeridas=" WS-ED-CANT
               " transferencias=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           IF STK-MINIMO (IX-STK) = ZERO
               GO TO 4100-EXIT
           END-IF.
           ADD STK-STOCK (IX-STK) STK-TRANSITO (IX-STK)
               GIVING DISPONIBLE.
           IF DISPONIBLE > STK-MINIMO (IX-STK)
               GO TO 4100-EXIT
           END-IF.
           DIVIDE STK-VENDIDO (IX-STK) BY DIAS-VENTANA
           ELSE
               MOVE ZERO TO DIAS-COBERTURA
           END-IF.
           SUBTRACT DISPONIBLE FROM STK-MINIMO (IX-STK)
               GIVING DEFICIT.
           MOVE STK-PEDIDO (IX-STK) TO CANT-SUGERIDA.
           IF CANT-SUGERIDA < DEFICIT
           ADD 1 TO CANT-SUGERIDAS.
           MOVE VELOCIDAD      TO WS-ED-VELOCIDAD.
           MOVE DIAS-COBERTURA TO WS-ED-COBERTURA.
           MOVE STK-TRANSITO (IX-STK) TO WS-ED-TRANSITO.
           MOVE SPACES TO REP-LINEA.
           STRING "Marca " STK-MARCA (IX-STK)
               " stock=" STK-STOCK (IX-STK)
               " transito=" WS-ED-TRANSITO
               " minimo=" STK-MINIMO (IX-STK)
               " unidDia=" WS-ED-VELOCIDAD
               " cobertura=" WS-ED-COBERTURA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           MOVE CANT-SUGERIDA TO CANT-PROVEEDOR.
           PERFORM 4200-BUSCAR-EXCEDENTE THRU 4200-EXIT.
      *    Al proveedor se le pide solo lo que la transferencia no
      *    cubre.
           IF CANT-PROVEEDOR = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE FECHA-HOY             TO SGR-FECHA.
           MOVE STK-SUCURSAL (IX-STK) TO SGR-SUCURSAL.
           MOVE STK-MARCA (IX-STK)    TO SGR-MARCA.
           MOVE CANT-PROVEEDOR        TO SGR-CANTIDAD.
           WRITE SGR-REGISTRO.
       4100-EXIT.
           EXIT.

      *    Sobrestockeada es la linea de la misma marca en otra
      *    sucursal con minimo cargado cuyo stock supera su minimo mas
      *    su cantidad de pedido; de la que tiene mas excedente (neto
      *    de lo que ya cede en esta corrida) se sugiere transferir
      *    hasta la entrega sugerida.
       4200-BUSCAR-EXCEDENTE.
           MOVE ZERO TO DONANTE-ELEGIDO.
           MOVE ZERO TO MEJOR-EXCEDENTE.
           PERFORM VARYING IX-DON FROM 1 BY 1
               UNTIL IX-DON > CANT-STOCK
               IF STK-MARCA (IX-DON) = STK-MARCA (IX-STK)
                   AND STK-SUCURSAL (IX-DON) NOT = STK-SUCURSAL (IX-STK)
                   AND STK-MINIMO (IX-DON) > ZERO
                   AND STK-STOCK (IX-DON) > STK-MINIMO (IX-DON)
                       + STK-PEDIDO (IX-DON) + STK-CEDIDO (IX-DON)
                   COMPUTE EXCEDENTE = STK-STOCK (IX-DON)
                       - STK-MINIMO (IX-DON) - STK-PEDIDO (IX-DON)
                       - STK-CEDIDO (IX-DON)
                   IF EXCEDENTE > MEJOR-EXCEDENTE
                       MOVE EXCEDENTE TO MEJOR-EXCEDENTE
                       SET DONANTE-ELEGIDO TO IX-DON
                   END-IF
               END-IF
           END-PERFORM.
           IF DONANTE-ELEGIDO = ZERO
               GO TO 4200-EXIT
           END-IF.
           IF MEJOR-EXCEDENTE < CANT-SUGERIDA
               MOVE MEJOR-EXCEDENTE TO CANT-TRANSFERIR
           ELSE
               MOVE CANT-SUGERIDA TO CANT-TRANSFERIR
           END-IF.
           ADD CANT-TRANSFERIR TO STK-CEDIDO (DONANTE-ELEGIDO).
           SUBTRACT CANT-TRANSFERIR FROM CANT-PROVEEDOR.
           ADD 1 TO CANT-TRANSF-SUGERIDAS.
           MOVE SPACES TO REP-LINEA.
           STRING "    Transferir " CANT-TRANSFERIR
               " desde sucursal " STK-SUCURSAL (DONANTE-ELEGIDO)
               " (excedente " MEJOR-EXCEDENTE
               "), pedir al proveedor " CANT-PROVEEDOR
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           STRING "Transferencia sugerida marca=" STK-MARCA (IX-STK)
               " desde=" STK-SUCURSAL (DONANTE-ELEGIDO)
               " hacia=" STK-SUCURSAL (IX-STK)
               " cantidad=" CANT-TRANSFERIR
               " proveedor=" CANT-PROVEEDOR
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4200-EXIT.
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
           STRING "Reposicion " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
       7900-CERRAR.
           CLOSE REPOSICION-SAL.
           CLOSE SUGERENCIAS.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.
