      *movimiento asentado en STKMOVS.DAT y en la auditoria. La carga
      *de ventas de cada sucursal descuenta despues ese stock y marca
      *el faltante cuando lo vendido supera lo que el stock soportaba.
      *La mercaderia que llega de un proveedor se recibe contra el
      *renglon de su orden de compra (opcion R, ORDCOMPRA.DAT): la
      *entrega se asienta como movimiento E y la recepcion, con el
      *faltante o el sobrante, queda en RECEPCIONES.DAT.
      *Cada entrega trae su lote, vencimiento y costo unitario, que
      *quedan en STOCKLOTES.DAT para consumir por vencimiento.
      *Las cajas que pasan de una sucursal a otra viajan con una
      *transferencia (opcion T, TRANSFSTK.DAT): sale del origen como
      *movimiento S, queda en transito y entra al destino como
      *movimiento T cuando el destino confirma lo recibido (opcion
      *C); lo que no llega queda como merma M del destino.
      *Cada ingreso (inicial, entrega, recepcion de transferencia)
      *recalcula el costo promedio ponderado de la linea y lo deja en
      *COSTOPROM.DAT, con el que la valuacion mensual (ValuaCostos)
      *costea ventas, mermas y bajas; la entrega que llega sin costo
      *toma el de la lista de compra vigente (COSTOSALF.DAT).
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  NF  Version inicial de los movimientos de stock.
      * 2026-09-02  NF  Los minimos en blanco de los registros de
      *                 stock anteriores al alta del campo se cargan
      *                 como cero en vez de abortar por no numerico.
      * 2026-10-15  NF  Opcion R: recepcion de la entrega del
      *                 proveedor contra el renglon de su orden de
      *                 compra (ORDCOMPRA.DAT). Asienta el E en
      *                 STKMOVS, actualiza lo recibido del renglon
      *                 (cumplido, parcial o cerrado con faltante) y
      *                 deja la recepcion con su diferencia en
      *                 RECEPCIONES.DAT.
      * 2026-10-15  NF  Stock por lote: la entrega (E y R) pide lote,
      *                 vencimiento y costo unitario y los suma en
      *                 STOCKLOTES.DAT; el inicial reemplaza los lotes
      *                 de la linea (en blanco queda sin lote). La
      *                 corrida no opera si los lotes no entran en la
      *                 tabla.
      * 2026-10-15  NF  Opciones T y C: transferencia entre sucursales
      *                 (TRANSFSTK.DAT). La salida toma los lotes del
      *                 origen por vencimiento y asienta un S; la
      *                 recepcion confirma por renglon, asienta el T en
      *                 el destino con sus lotes y la diferencia como
      *                 merma M.
      * 2026-10-15  NF  Costo promedio ponderado por sucursal y marca:
      *                 cada inicial, entrega y recepcion de
      *                 transferencia lo recalcula y lo deja en la
      *                 historia COSTOPROM.DAT. La entrega sin costo
      *                 toma el de la lista de compra COSTOSALF.DAT; la
      *                 transferencia lleva al destino el costo del lote
      *                 o el promedio del origen.
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
       PROGRAM-ID. MovStock.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT ORDCOMPRA ASSIGN TO "ORDCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDCOMPRA.
           SELECT RECEPCIONES ASSIGN TO "RECEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEPCIONES.
           SELECT STOCKLOTES ASSIGN TO "STOCKLOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKLOTES.
           SELECT TRANSFSTK ASSIGN TO "TRANSFSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFSTK.
           SELECT COSTOSALF ASSIGN TO "COSTOSALF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOSALF.
           SELECT COSTOPROM ASSIGN TO "COSTOPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOPROM.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           05  SCK-STOCK-MINIMO      PIC 9(05).
           05  SCK-CANT-PEDIDO       PIC 9(05).

      *    Diario de movimientos: I inicial, E entrega, V venta,
      *    A ajuste de conteo en mas, M merma de conteo en menos o
      *    de transferencia, X baja de lote vencido, S salida por
      *    transferencia, T entrada por transferencia.
       FD  STKMOVS
           RECORDING MODE IS F.
       01  MOV-REGISTRO.
           05  SUC-REGION            PIC X(10).
           05  SUC-ESTADO            PIC X(01).

      *    Renglones de las ordenes de compra a proveedores que
      *    emite OrdenesCompra. Estado A abierto sin recepcion, P
      *    parcialmente recibido, C cumplido, F cerrado con faltante.
       FD  ORDCOMPRA
           RECORDING MODE IS F.
       01  OCL-REGISTRO.
           05  OCL-NUMERO            PIC 9(06).
           05  OCL-RENGLON           PIC 9(02).
           05  OCL-PROVEEDOR         PIC X(04).
           05  OCL-SUCURSAL          PIC X(04).
           05  OCL-FECHA             PIC 9(08).
           05  OCL-DEMORA-DIAS       PIC 9(03).
           05  OCL-MARCA             PIC X(10).
           05  OCL-CANT-PEDIDA       PIC 9(05).
           05  OCL-CANT-RECIBIDA     PIC 9(05).
           05  OCL-ESTADO            PIC X(01).
           05  OCL-OPERADOR          PIC X(04).

      *    Una recepcion por linea contra un renglon de orden. El
      *    resultado es E exacta, P parcial (el renglon sigue
      *    abierto), F faltante (renglon cerrado sin completar) o
      *    S sobrante; la diferencia son las unidades de menos o de
      *    mas contra lo pedido.
       FD  RECEPCIONES
           RECORDING MODE IS F.
       01  REC-REGISTRO.
           05  REC-FECHA             PIC 9(08).
           05  REC-NUMERO            PIC 9(06).
           05  REC-RENGLON           PIC 9(02).
           05  REC-PROVEEDOR         PIC X(04).
           05  REC-SUCURSAL          PIC X(04).
           05  REC-MARCA             PIC X(10).
           05  REC-CANTIDAD          PIC 9(05).
           05  REC-RESULTADO         PIC X(01).
           05  REC-DIFERENCIA        PIC 9(05).
           05  REC-OPERADOR          PIC X(04).

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

      *    Transferencias entre sucursales, un renglon por lote que
      *    sale del origen (el stock sin lote va en un renglon con el
      *    lote en blanco). Estado T en transito, R recibido completo,
      *    D recibido con diferencia: la merma son las unidades que no
      *    llegaron.
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

      *    Lista de costos de compra por marca y vigencia
      *    (MantCostosAlf); estado A activo, B baja.
       FD  COSTOSALF
           RECORDING MODE IS F.
       01  COA-REGISTRO.
           05  COA-MARCA             PIC X(10).
           05  COA-FECHA-VIGENCIA    PIC 9(08).
           05  COA-COSTO             PIC 9(5)V99.
           05  COA-ESTADO            PIC X(01).

      *    Historia del costo promedio ponderado por sucursal y marca:
      *    una linea por cada ingreso que lo recalcula (origen I
      *    inicial, E entrega, T recepcion de transferencia) con las
      *    unidades y el costo unitario que entraron, el stock que
      *    quedo y el promedio resultante. La ultima linea de la
      *    sucursal y marca es el promedio en curso.
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
       77  CANTIDAD-INGRESADA       PIC 9(05).
       77  FECHA-MOVIMIENTO         PIC 9(08).
       77  CANT-STOCK               PIC 9(3) COMP VALUE ZERO.
       77  FS-ORDCOMPRA             PIC X(02) VALUE SPACES.
       77  FS-RECEPCIONES           PIC X(02) VALUE SPACES.
       77  NUMERO-ORDEN             PIC 9(06) VALUE ZERO.
       77  PENDIENTE-RENGLON        PIC 9(05) VALUE ZERO.
       77  DIFERENCIA-RECEPCION     PIC 9(05) VALUE ZERO.
       77  LOTE-INGRESADO           PIC X(10) VALUE SPACES.
       77  COSTO-INGRESADO          PIC 9(5)V99 VALUE ZERO.
       01  VENCIMIENTO-INGRESADO    PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES VENCIMIENTO-INGRESADO.
           05  VTO-AAAA             PIC 9(04).
           05  VTO-MM               PIC 9(02).
           05  VTO-DD               PIC 9(02).

       01  SW-SIGUE                 PIC X(01) VALUE "S".
           88  SIGUE-CARGANDO       VALUE "S" "s".
           88  MOV-INICIAL          VALUE "I" "i".
           88  MOV-ENTREGA          VALUE "E" "e".
           88  MOV-MINIMOS          VALUE "M" "m".
           88  MOV-RECEPCION        VALUE "R" "r".
           88  MOV-TRANSFERENCIA    VALUE "T" "t".
           88  MOV-CONFIRMA         VALUE "C" "c".
       01  SW-FIN-STOCK             PIC X(01) VALUE "N".
           88  FIN-STOCK            VALUE "S".


       01  SW-STOCK-COMPLETO        PIC X(01) VALUE "S".
           88  STOCK-COMPLETO       VALUE "S".
       01  SW-MOV-APLICADO          PIC X(01) VALUE "N".
           88  MOV-APLICADO         VALUE "S".
       01  SW-CIERRA-FALTANTE       PIC X(01) VALUE "N".
           88  CIERRA-FALTANTE      VALUE "S" "s".
       01  SW-FIN-ORDCOMPRA         PIC X(01) VALUE "N".
           88  FIN-ORDCOMPRA        VALUE "S".
       01  SW-OCT-COMPLETO          PIC X(01) VALUE "S".
           88  OCT-COMPLETO         VALUE "S".
       01  SW-ORDENES-CAMBIADAS     PIC X(01) VALUE "N".
           88  ORDENES-CAMBIADAS    VALUE "S".
       01  SW-LOTE-OK               PIC X(01) VALUE "N".
           88  LOTE-OK              VALUE "S".

       01  TABLA-STOCK.
           05  STK-ENTRY OCCURS 1000 TIMES INDEXED BY IX-STK.
               10  STK-STOCK         PIC 9(05).
               10  STK-MINIMO        PIC 9(05).
               10  STK-PEDIDO        PIC 9(05).
               10  STK-COSTO-PROM    PIC 9(5)V99.

      *----------------------------------------------------------------
      * COSTO DE COMPRA Y COSTO PROMEDIO PONDERADO DE LA LINEA
      *----------------------------------------------------------------
       77  FS-COSTOSALF             PIC X(02) VALUE SPACES.
       77  FS-COSTOPROM             PIC X(02) VALUE SPACES.
       77  CANT-COSTOS              PIC 9(3) COMP VALUE ZERO.
       77  VIGENCIA-LISTA           PIC 9(08) VALUE ZERO.
       77  COSTO-LISTA              PIC 9(5)V99 VALUE ZERO.
       77  COSTO-EXISTENTE          PIC 9(5)V99 VALUE ZERO.
       77  PROMEDIO-NUEVO           PIC 9(5)V99 VALUE ZERO.
       77  CANT-COSTEO              PIC 9(07) VALUE ZERO.
       77  STOCK-COSTEO             PIC 9(07) VALUE ZERO.
       77  VALOR-INGRESO            PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  VALOR-EXISTENTE          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  VALOR-RENGLON            PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  ORIGEN-COSTEO            PIC X(01) VALUE SPACE.
       01  SW-FIN-COSTOSALF         PIC X(01) VALUE "N".
           88  FIN-COSTOSALF        VALUE "S".
       01  SW-FIN-COSTOPROM         PIC X(01) VALUE "N".
           88  FIN-COSTOPROM        VALUE "S".

       01  TABLA-COSTOS.
           05  COT-ENTRY OCCURS 500 TIMES INDEXED BY IX-COT.
               10  COT-MARCA         PIC X(10).
               10  COT-FECHA         PIC 9(08).
               10  COT-COSTO         PIC 9(5)V99.

      *----------------------------------------------------------------
      * STOCK POR LOTE CON VENCIMIENTO
      *----------------------------------------------------------------
       77  FS-STOCKLOTES            PIC X(02) VALUE SPACES.
       77  CANT-LOTES               PIC 9(4) COMP VALUE ZERO.
       01  SW-FIN-LOTES             PIC X(01) VALUE "N".
           88  FIN-LOTES            VALUE "S".
       01  SW-LOTES-COMPLETO        PIC X(01) VALUE "S".
           88  LOTES-COMPLETO       VALUE "S".

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
      * TRANSFERENCIAS ENTRE SUCURSALES EN MEMORIA; LA SALIDA TOMA LOS
      * LOTES DEL ORIGEN POR VENCIMIENTO (FEFO)
      *----------------------------------------------------------------
       77  FS-TRANSFSTK             PIC X(02) VALUE SPACES.
       77  CANT-TRANSF              PIC 9(4) COMP VALUE ZERO.
       77  SUCURSAL-ORIGEN          PIC X(04) VALUE SPACES.
       77  SUCURSAL-DESTINO         PIC X(04) VALUE SPACES.
       77  NUMERO-TRANSF            PIC 9(06) VALUE ZERO.
       77  ULTIMO-NUMERO-TRANSF     PIC 9(06) VALUE ZERO.
       77  RENGLON-TRANSF           PIC 9(02) VALUE ZERO.
       77  LOTES-LINEA              PIC 9(4) COMP VALUE ZERO.
       77  LOTES-NUEVOS             PIC 9(4) COMP VALUE ZERO.
       77  CANTIDAD-TOMADA          PIC 9(05) VALUE ZERO.
       77  CANTIDAD-RECIBIDA        PIC 9(05) VALUE ZERO.
       77  ENVIADO-TOTAL            PIC 9(07) VALUE ZERO.
       77  RECIBIDO-TOTAL           PIC 9(07) VALUE ZERO.
       77  MERMA-TOTAL              PIC 9(07) VALUE ZERO.
       77  CONSUMO-PENDIENTE        PIC 9(05) VALUE ZERO.
       77  SUMA-LOTES               PIC 9(07) VALUE ZERO.
       77  SIN-LOTE                 PIC 9(05) VALUE ZERO.
       77  VENCE-MENOR              PIC 9(08) VALUE ZERO.
       77  LOTE-ELEGIDO             PIC 9(4) COMP VALUE ZERO.
       01  SW-FIN-TRANSF            PIC X(01) VALUE "N".
           88  FIN-TRANSF           VALUE "S".
       01  SW-TRT-COMPLETO          PIC X(01) VALUE "S".
           88  TRT-COMPLETO         VALUE "S".
       01  SW-TRANSF-CAMBIADAS      PIC X(01) VALUE "N".
           88  TRANSF-CAMBIADAS     VALUE "S".
       01  SW-LOTES-AGOTADOS        PIC X(01) VALUE "N".
           88  LOTES-AGOTADOS       VALUE "S".

       01  TABLA-TRANSF.
           05  TRT-ENTRY OCCURS 2000 TIMES INDEXED BY IX-TRT.
               10  TRT-NUMERO        PIC 9(06).
               10  TRT-RENGLON       PIC 9(02).
               10  TRT-FECHA-ENVIO   PIC 9(08).
               10  TRT-ORIGEN        PIC X(04).
               10  TRT-DESTINO       PIC X(04).
               10  TRT-MARCA         PIC X(10).
               10  TRT-LOTE          PIC X(10).
               10  TRT-VENCIMIENTO   PIC 9(08).
               10  TRT-COSTO         PIC 9(5)V99.
               10  TRT-CANT-ENVIADA  PIC 9(05).
               10  TRT-FECHA-RECEPCION PIC 9(08).
               10  TRT-CANT-RECIBIDA PIC 9(05).
               10  TRT-MERMA         PIC 9(05).
               10  TRT-ESTADO        PIC X(01).
               10  TRT-OPER-ENVIO    PIC X(04).
               10  TRT-OPER-RECEPCION PIC X(04).

      *----------------------------------------------------------------
      * RENGLONES DE ORDENES DE COMPRA EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-RENGLONES           PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ORDENES.
           05  OCT-ENTRY OCCURS 2000 TIMES INDEXED BY IX-OCT.
               10  OCT-NUMERO        PIC 9(06).
               10  OCT-RENGLON       PIC 9(02).
               10  OCT-PROVEEDOR     PIC X(04).
               10  OCT-SUCURSAL      PIC X(04).
               10  OCT-FECHA         PIC 9(08).
               10  OCT-DEMORA-DIAS   PIC 9(03).
               10  OCT-MARCA         PIC X(10).
               10  OCT-CANT-PEDIDA   PIC 9(05).
               10  OCT-CANT-RECIBIDA PIC 9(05).
               10  OCT-ESTADO        PIC X(01).
               10  OCT-OPERADOR      PIC X(04).

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
       01  WS-ED-COSTO              PIC ZZZZ9.99.
       01  WS-ED-PROMEDIO           PIC ZZZZ9.99.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
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
           PERFORM 2000-CARGAR-MOVIMIENTO THRU 2000-EXIT
               UNTIL NOT SIGUE-CARGANDO.
           PERFORM 6000-REGRABAR-STOCK THRU 6000-EXIT.
           PERFORM 6050-REGRABAR-LOTES THRU 6050-EXIT.
           PERFORM 6100-REGRABAR-ORDENES THRU 6100-EXIT.
           PERFORM 6150-REGRABAR-TRANSF THRU 6150-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           PERFORM 7900-CERRAR THRU 7900-EXIT.
           GO TO 9999-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - levanta el maestro de stock, los lotes,
      *                    los renglones de ordenes de compra y las
      *                    transferencias a memoria
      ******************************************************************
       1000-INICIALIZAR.
           MOVE ZERO TO CANT-STOCK.
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
           MOVE ZERO TO CANT-COSTOS.
           OPEN INPUT COSTOSALF.
           IF FS-COSTOSALF = "00"
               MOVE "N" TO SW-FIN-COSTOSALF
               PERFORM 1300-LEER-COSTO-LISTA THRU 1300-EXIT
                   UNTIL FIN-COSTOSALF
               CLOSE COSTOSALF
           END-IF.
           OPEN INPUT COSTOPROM.
           IF FS-COSTOPROM = "00"
               MOVE "N" TO SW-FIN-COSTOPROM
               PERFORM 1350-LEER-PROMEDIO THRU 1350-EXIT
                   UNTIL FIN-COSTOPROM
               CLOSE COSTOPROM
           END-IF.
           OPEN EXTEND COSTOPROM.
           IF FS-COSTOPROM NOT = "00"
               OPEN OUTPUT COSTOPROM
           END-IF.
           MOVE ZERO TO CANT-RENGLONES.
           OPEN INPUT ORDCOMPRA.
           IF FS-ORDCOMPRA = "00"
               MOVE "N" TO SW-FIN-ORDCOMPRA
               PERFORM 1200-LEER-ORDEN THRU 1200-EXIT
                   UNTIL FIN-ORDCOMPRA
               CLOSE ORDCOMPRA
           END-IF.
           MOVE ZERO TO CANT-TRANSF.
           MOVE ZERO TO ULTIMO-NUMERO-TRANSF.
           OPEN INPUT TRANSFSTK.
           IF FS-TRANSFSTK = "00"
               MOVE "N" TO SW-FIN-TRANSF
               PERFORM 1250-LEER-TRANSF THRU 1250-EXIT
                   UNTIL FIN-TRANSF
               CLOSE TRANSFSTK
           END-IF.
           OPEN EXTEND RECEPCIONES.
           IF FS-RECEPCIONES NOT = "00"
               OPEN OUTPUT RECEPCIONES
           END-IF.
           OPEN EXTEND STKMOVS.
           IF FS-STKMOVS NOT = "00"
               OPEN OUTPUT STKMOVS
                       MOVE SCK-SUCURSAL TO STK-SUCURSAL (IX-STK)
                       MOVE SCK-MARCA    TO STK-MARCA (IX-STK)
                       MOVE SCK-STOCK    TO STK-STOCK (IX-STK)
                       MOVE ZERO         TO STK-COSTO-PROM (IX-STK)
      *                El registro viejo sin minimos carga blancos:
      *                se toma como sin minimo de reposicion.
                       IF SCK-STOCK-MINIMO IS NUMERIC
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

       1200-LEER-ORDEN.
           READ ORDCOMPRA
               AT END
                   MOVE "S" TO SW-FIN-ORDCOMPRA
               NOT AT END
                   IF CANT-RENGLONES < 2000
                       ADD 1 TO CANT-RENGLONES
                       SET IX-OCT TO CANT-RENGLONES
                       MOVE OCL-NUMERO      TO OCT-NUMERO (IX-OCT)
                       MOVE OCL-RENGLON     TO OCT-RENGLON (IX-OCT)
                       MOVE OCL-PROVEEDOR   TO OCT-PROVEEDOR (IX-OCT)
                       MOVE OCL-SUCURSAL    TO OCT-SUCURSAL (IX-OCT)
                       MOVE OCL-FECHA       TO OCT-FECHA (IX-OCT)
                       MOVE OCL-DEMORA-DIAS TO OCT-DEMORA-DIAS (IX-OCT)
                       MOVE OCL-MARCA       TO OCT-MARCA (IX-OCT)
                       MOVE OCL-CANT-PEDIDA TO OCT-CANT-PEDIDA (IX-OCT)
                       MOVE OCL-CANT-RECIBIDA
                           TO OCT-CANT-RECIBIDA (IX-OCT)
                       MOVE OCL-ESTADO      TO OCT-ESTADO (IX-OCT)
                       MOVE OCL-OPERADOR    TO OCT-OPERADOR (IX-OCT)
                   ELSE
                       MOVE "N" TO SW-OCT-COMPLETO
                       DISPLAY "ORDCOMPRA.DAT excede la tabla, no se "
                           "reciben ordenes en esta corrida."
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1250-LEER-TRANSF.
           READ TRANSFSTK
               AT END
                   MOVE "S" TO SW-FIN-TRANSF
                   GO TO 1250-EXIT
           END-READ.
           IF TRF-NUMERO > ULTIMO-NUMERO-TRANSF
               MOVE TRF-NUMERO TO ULTIMO-NUMERO-TRANSF
           END-IF.
           IF CANT-TRANSF >= 2000
               MOVE "N" TO SW-TRT-COMPLETO
               DISPLAY "TRANSFSTK.DAT excede la tabla, no se "
                   "transfiere en esta corrida."
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO CANT-TRANSF.
           SET IX-TRT TO CANT-TRANSF.
           MOVE TRF-NUMERO          TO TRT-NUMERO (IX-TRT).
           MOVE TRF-RENGLON         TO TRT-RENGLON (IX-TRT).
           MOVE TRF-FECHA-ENVIO     TO TRT-FECHA-ENVIO (IX-TRT).
           MOVE TRF-ORIGEN          TO TRT-ORIGEN (IX-TRT).
           MOVE TRF-DESTINO         TO TRT-DESTINO (IX-TRT).
           MOVE TRF-MARCA           TO TRT-MARCA (IX-TRT).
           MOVE TRF-LOTE            TO TRT-LOTE (IX-TRT).
           MOVE TRF-VENCIMIENTO     TO TRT-VENCIMIENTO (IX-TRT).
           MOVE TRF-COSTO           TO TRT-COSTO (IX-TRT).
           MOVE TRF-CANT-ENVIADA    TO TRT-CANT-ENVIADA (IX-TRT).
           MOVE TRF-FECHA-RECEPCION TO TRT-FECHA-RECEPCION (IX-TRT).
           MOVE TRF-CANT-RECIBIDA   TO TRT-CANT-RECIBIDA (IX-TRT).
           MOVE TRF-MERMA           TO TRT-MERMA (IX-TRT).
           MOVE TRF-ESTADO          TO TRT-ESTADO (IX-TRT).
           MOVE TRF-OPER-ENVIO      TO TRT-OPER-ENVIO (IX-TRT).
           MOVE TRF-OPER-RECEPCION  TO TRT-OPER-RECEPCION (IX-TRT).
       1250-EXIT.
           EXIT.

      *    Solo las vigencias activas; las de baja no rigen.
       1300-LEER-COSTO-LISTA.
           READ COSTOSALF
               AT END
                   MOVE "S" TO SW-FIN-COSTOSALF
               NOT AT END
                   IF COA-ESTADO = "A"
                       IF CANT-COSTOS < 500
                           ADD 1 TO CANT-COSTOS
                           SET IX-COT TO CANT-COSTOS
                           MOVE COA-MARCA  TO COT-MARCA (IX-COT)
                           MOVE COA-FECHA-VIGENCIA
                               TO COT-FECHA (IX-COT)
                           MOVE COA-COSTO  TO COT-COSTO (IX-COT)
                       ELSE
                           DISPLAY "COSTOSALF.DAT excede la tabla, "
                               "la vigencia de " COA-MARCA
                               " no se toma."
                       END-IF
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *    La ultima linea de la historia deja el promedio en curso.
       1350-LEER-PROMEDIO.
           READ COSTOPROM
               AT END
                   MOVE "S" TO SW-FIN-COSTOPROM
                   GO TO 1350-EXIT
           END-READ.
           PERFORM VARYING IX-STK FROM 1 BY 1
               UNTIL IX-STK > CANT-STOCK
                   OR (STK-SUCURSAL (IX-STK) = CPR-SUCURSAL
                       AND STK-MARCA (IX-STK) = CPR-MARCA)
               CONTINUE
           END-PERFORM.
           IF IX-STK NOT > CANT-STOCK
               MOVE CPR-COSTO-PROMEDIO TO STK-COSTO-PROM (IX-STK)
           END-IF.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARGAR-MOVIMIENTO - un movimiento por vuelta
      ******************************************************************
               UNTIL SUCURSAL-OK.
           DISPLAY "Ingrese el codigo de marca:".
           ACCEPT MARCA-INGRESADA.
           DISPLAY "Stock inicial, entrega, minimos de reposicion, "
               "recepcion contra orden de compra, transferencia a "
               "otra sucursal o confirmacion de transferencia "
               "recibida (I/E/M/R/T/C)?".
           ACCEPT SW-TIPO-MOV.
           IF NOT MOV-INICIAL AND NOT MOV-ENTREGA AND NOT MOV-MINIMOS
               AND NOT MOV-RECEPCION AND NOT MOV-TRANSFERENCIA
               AND NOT MOV-CONFIRMA
               DISPLAY "Tipo invalido, el movimiento no se graba."
               GO TO 2000-SIGUE
           END-IF.
           IF MOV-TRANSFERENCIA
               PERFORM 4000-ENVIAR-TRANSFERENCIA THRU 4000-EXIT
               GO TO 2000-SIGUE
           END-IF.
           IF MOV-CONFIRMA
               PERFORM 4500-RECIBIR-TRANSFERENCIA THRU 4500-EXIT
               GO TO 2000-SIGUE
           END-IF.
           IF MOV-RECEPCION
               PERFORM 3700-RECEPCION-ORDEN THRU 3700-EXIT
               GO TO 2000-SIGUE
           END-IF.
           IF MOV-MINIMOS
               PERFORM 3500-CARGAR-MINIMOS THRU 3500-EXIT
               GO TO 2000-SIGUE
           END-IF.
           DISPLAY "Ingrese la cantidad:".
           ACCEPT CANTIDAD-INGRESADA.
           PERFORM 3800-PEDIR-LOTE THRU 3800-EXIT.
           IF NOT LOTE-OK
               GO TO 2000-SIGUE
           END-IF.
           PERFORM 3000-APLICAR-MOVIMIENTO THRU 3000-EXIT.
       2000-SIGUE.
           DISPLAY "Desea cargar otro movimiento (S/N)?".
      *                           el movimiento en el diario
      ******************************************************************
       3000-APLICAR-MOVIMIENTO.
           MOVE "N" TO SW-MOV-APLICADO.
           PERFORM VARYING IX-STK FROM 1 BY 1
               UNTIL IX-STK > CANT-STOCK
                   OR (STK-SUCURSAL (IX-STK) = SUCURSAL-INGRESADA
               MOVE ZERO               TO STK-STOCK (IX-STK)
               MOVE ZERO               TO STK-MINIMO (IX-STK)
               MOVE ZERO               TO STK-PEDIDO (IX-STK)
               MOVE ZERO               TO STK-COSTO-PROM (IX-STK)
           END-IF.
           MOVE CANTIDAD-INGRESADA TO CANT-COSTEO.
           MULTIPLY CANTIDAD-INGRESADA BY COSTO-INGRESADO
               GIVING VALOR-INGRESO.
           IF MOV-INICIAL
               MOVE "I" TO ORIGEN-COSTEO
               MOVE STK-COSTO-PROM (IX-STK) TO PROMEDIO-NUEVO
               IF COSTO-INGRESADO > ZERO
                   MOVE COSTO-INGRESADO TO PROMEDIO-NUEVO
               END-IF
           ELSE
               MOVE "E" TO ORIGEN-COSTEO
               PERFORM 3950-COSTO-PROMEDIO THRU 3950-EXIT
           END-IF.
           IF MOV-INICIAL
               MOVE CANTIDAD-INGRESADA TO STK-STOCK (IX-STK)
           MOVE MARCA-INGRESADA    TO MOV-MARCA.
           MOVE CANTIDAD-INGRESADA TO MOV-CANTIDAD.
           WRITE MOV-REGISTRO.
           MOVE "S" TO SW-MOV-APLICADO.
           PERFORM 3960-GRABAR-PROMEDIO THRU 3960-EXIT.
           PERFORM 3850-ASENTAR-LOTE THRU 3850-EXIT.
           DISPLAY "Movimiento aplicado, stock queda en "
               STK-STOCK (IX-STK) ".".
           STRING "Movimiento suc=" MOV-SUCURSAL
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3700-RECEPCION-ORDEN - la entrega del proveedor se recibe
      *                        contra el renglon abierto de la orden
      *                        para la sucursal y marca; se asienta
      *                        como entrega E y el renglon queda
      *                        cumplido, parcial o cerrado con
      *                        faltante
      ******************************************************************
       3700-RECEPCION-ORDEN.
           IF NOT OCT-COMPLETO
               DISPLAY "Ordenes de compra truncadas en memoria, no "
                   "se reciben en esta corrida."
               GO TO 3700-EXIT
           END-IF.
           DISPLAY "Ingrese el numero de orden de compra:".
           ACCEPT NUMERO-ORDEN.
           PERFORM VARYING IX-OCT FROM 1 BY 1
               UNTIL IX-OCT > CANT-RENGLONES
                   OR (OCT-NUMERO (IX-OCT) = NUMERO-ORDEN
                       AND OCT-SUCURSAL (IX-OCT) = SUCURSAL-INGRESADA
                       AND OCT-MARCA (IX-OCT) = MARCA-INGRESADA)
               CONTINUE
           END-PERFORM.
           IF IX-OCT > CANT-RENGLONES
               DISPLAY "La orden " NUMERO-ORDEN " no tiene renglon "
                   "para la sucursal y marca, no se recibe."
               STRING "Recepcion RECHAZADA orden=" NUMERO-ORDEN
                   " suc=" SUCURSAL-INGRESADA
                   " marca=" MARCA-INGRESADA " sin renglon"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3700-EXIT
           END-IF.
           IF OCT-ESTADO (IX-OCT) NOT = "A"
               AND OCT-ESTADO (IX-OCT) NOT = "P"
               DISPLAY "El renglon ya esta cerrado (estado "
                   OCT-ESTADO (IX-OCT) "), no se recibe."
               GO TO 3700-EXIT
           END-IF.
           COMPUTE PENDIENTE-RENGLON = OCT-CANT-PEDIDA (IX-OCT)
               - OCT-CANT-RECIBIDA (IX-OCT).
           DISPLAY "Orden " OCT-NUMERO (IX-OCT)
               " renglon " OCT-RENGLON (IX-OCT)
               " proveedor " OCT-PROVEEDOR (IX-OCT)
               " pedido=" OCT-CANT-PEDIDA (IX-OCT)
               " recibido=" OCT-CANT-RECIBIDA (IX-OCT)
               " pendiente=" PENDIENTE-RENGLON.
           DISPLAY "Ingrese la cantidad recibida:".
           ACCEPT CANTIDAD-INGRESADA.
           IF CANTIDAD-INGRESADA NOT NUMERIC
               OR CANTIDAD-INGRESADA = ZERO
               DISPLAY "Cantidad invalida, no se recibe."
               GO TO 3700-EXIT
           END-IF.
           MOVE "E" TO SW-TIPO-MOV.
           PERFORM 3800-PEDIR-LOTE THRU 3800-EXIT.
           IF NOT LOTE-OK
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3000-APLICAR-MOVIMIENTO THRU 3000-EXIT.
           IF NOT MOV-APLICADO
               GO TO 3700-EXIT
           END-IF.
           ADD CANTIDAD-INGRESADA TO OCT-CANT-RECIBIDA (IX-OCT).
           MOVE "S" TO SW-ORDENES-CAMBIADAS.
           IF OCT-CANT-RECIBIDA (IX-OCT) > OCT-CANT-PEDIDA (IX-OCT)
               COMPUTE DIFERENCIA-RECEPCION =
                   OCT-CANT-RECIBIDA (IX-OCT) - OCT-CANT-PEDIDA (IX-OCT)
               MOVE "C" TO OCT-ESTADO (IX-OCT)
               MOVE "S" TO REC-RESULTADO
               DISPLAY "Sobreentrega de " DIFERENCIA-RECEPCION
                   " unidades, renglon cumplido."
               GO TO 3700-GRABAR
           END-IF.
           IF OCT-CANT-RECIBIDA (IX-OCT) = OCT-CANT-PEDIDA (IX-OCT)
               MOVE ZERO TO DIFERENCIA-RECEPCION
               MOVE "C" TO OCT-ESTADO (IX-OCT)
               MOVE "E" TO REC-RESULTADO
               DISPLAY "Renglon cumplido."
               GO TO 3700-GRABAR
           END-IF.
           COMPUTE DIFERENCIA-RECEPCION = OCT-CANT-PEDIDA (IX-OCT)
               - OCT-CANT-RECIBIDA (IX-OCT).
           DISPLAY "Entrega incompleta, faltan " DIFERENCIA-RECEPCION
               " unidades.".
           DISPLAY "Cierra el renglon con el faltante (S) o lo deja "
               "abierto para otra entrega (N)?".
           ACCEPT SW-CIERRA-FALTANTE.
           IF CIERRA-FALTANTE
               MOVE "F" TO OCT-ESTADO (IX-OCT)
               MOVE "F" TO REC-RESULTADO
           ELSE
               MOVE "P" TO OCT-ESTADO (IX-OCT)
               MOVE "P" TO REC-RESULTADO
           END-IF.
       3700-GRABAR.
           MOVE FECHA-MOVIMIENTO        TO REC-FECHA.
           MOVE OCT-NUMERO (IX-OCT)     TO REC-NUMERO.
           MOVE OCT-RENGLON (IX-OCT)    TO REC-RENGLON.
           MOVE OCT-PROVEEDOR (IX-OCT)  TO REC-PROVEEDOR.
           MOVE OCT-SUCURSAL (IX-OCT)   TO REC-SUCURSAL.
           MOVE OCT-MARCA (IX-OCT)      TO REC-MARCA.
           MOVE CANTIDAD-INGRESADA      TO REC-CANTIDAD.
           MOVE DIFERENCIA-RECEPCION    TO REC-DIFERENCIA.
           MOVE OPERADOR-CODIGO         TO REC-OPERADOR.
           WRITE REC-REGISTRO.
           STRING "Recepcion orden=" REC-NUMERO
               " renglon=" REC-RENGLON
               " prov=" REC-PROVEEDOR
               " cantidad=" REC-CANTIDAD
               " resultado=" REC-RESULTADO
               " diferencia=" REC-DIFERENCIA
               " estado=" OCT-ESTADO (IX-OCT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3800-PEDIR-LOTE - lote, vencimiento y costo unitario de la
      *                   entrega; el inicial admite el lote en
      *                   blanco para la mercaderia sin identificar
      ******************************************************************
       3800-PEDIR-LOTE.
           MOVE "N" TO SW-LOTE-OK.
           MOVE SPACES TO LOTE-INGRESADO.
           MOVE ZERO TO VENCIMIENTO-INGRESADO.
           MOVE ZERO TO COSTO-INGRESADO.
           IF MOV-INICIAL
               DISPLAY "Ingrese el lote (en blanco, stock sin lote):"
           ELSE
               DISPLAY "Ingrese el lote de la entrega:"
           END-IF.
           ACCEPT LOTE-INGRESADO.
           IF LOTE-INGRESADO = SPACES
               IF MOV-INICIAL
                   PERFORM 3900-COSTO-LISTA THRU 3900-EXIT
                   MOVE COSTO-LISTA TO COSTO-INGRESADO
                   MOVE "S" TO SW-LOTE-OK
               ELSE
                   DISPLAY "La entrega debe traer lote, el "
                       "movimiento no se graba."
               END-IF
               GO TO 3800-EXIT
           END-IF.
           DISPLAY "Ingrese el vencimiento del lote (AAAAMMDD):".
           ACCEPT VENCIMIENTO-INGRESADO.
           IF VENCIMIENTO-INGRESADO NOT NUMERIC
               OR VTO-MM < 01 OR VTO-MM > 12
               OR VTO-DD < 01 OR VTO-DD > 31
               DISPLAY "Vencimiento invalido, el movimiento no se "
                   "graba."
               GO TO 3800-EXIT
           END-IF.
           IF VENCIMIENTO-INGRESADO < FECHA-MOVIMIENTO
               DISPLAY "El lote ya estaba vencido a la fecha del "
                   "movimiento, no se recibe."
               STRING "Lote RECHAZADO suc=" SUCURSAL-INGRESADA
                   " marca=" MARCA-INGRESADA
                   " lote=" LOTE-INGRESADO
                   " vencido=" VENCIMIENTO-INGRESADO
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3800-EXIT
           END-IF.
           DISPLAY "Ingrese el costo unitario del lote (cero toma "
               "el costo de lista vigente):".
           ACCEPT COSTO-INGRESADO.
           IF COSTO-INGRESADO NOT NUMERIC
               DISPLAY "Costo invalido, el movimiento no se graba."
               GO TO 3800-EXIT
           END-IF.
           IF COSTO-INGRESADO = ZERO
               PERFORM 3900-COSTO-LISTA THRU 3900-EXIT
               IF COSTO-LISTA = ZERO
                   DISPLAY "La marca no tiene costo de lista vigente "
                       "a la fecha, ingrese el costo del lote. El "
                       "movimiento no se graba."
                   GO TO 3800-EXIT
               END-IF
               MOVE COSTO-LISTA TO COSTO-INGRESADO
               MOVE COSTO-LISTA TO WS-ED-COSTO
               DISPLAY "Se toma el costo de lista vigente desde "
                   VIGENCIA-LISTA ": " WS-ED-COSTO
           END-IF.
      *    Un lote nuevo necesita lugar en la tabla: sin lugar no se
      *    aplica el movimiento, para no desparejar stock y lotes.
           PERFORM VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES
                   OR (LTT-SUCURSAL (IX-LTT) = SUCURSAL-INGRESADA
                       AND LTT-MARCA (IX-LTT) = MARCA-INGRESADA
                       AND LTT-LOTE (IX-LTT) = LOTE-INGRESADO)
               CONTINUE
           END-PERFORM.
           IF IX-LTT > CANT-LOTES AND CANT-LOTES >= 3000
               DISPLAY "Tabla de lotes llena, movimiento descartado."
               GO TO 3800-EXIT
           END-IF.
           MOVE "S" TO SW-LOTE-OK.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 3850-ASENTAR-LOTE - suma la entrega a su lote; el inicial
      *                     deja en cero los lotes anteriores de la
      *                     linea, porque reemplaza todo el stock
      ******************************************************************
       3850-ASENTAR-LOTE.
           IF MOV-INICIAL
               PERFORM VARYING IX-LTT FROM 1 BY 1
                   UNTIL IX-LTT > CANT-LOTES
                   IF LTT-SUCURSAL (IX-LTT) = SUCURSAL-INGRESADA
                       AND LTT-MARCA (IX-LTT) = MARCA-INGRESADA
                       MOVE ZERO TO LTT-CANTIDAD (IX-LTT)
                   END-IF
               END-PERFORM
           END-IF.
           IF LOTE-INGRESADO = SPACES
               GO TO 3850-EXIT
           END-IF.
           PERFORM VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES
                   OR (LTT-SUCURSAL (IX-LTT) = SUCURSAL-INGRESADA
                       AND LTT-MARCA (IX-LTT) = MARCA-INGRESADA
                       AND LTT-LOTE (IX-LTT) = LOTE-INGRESADO)
               CONTINUE
           END-PERFORM.
           IF IX-LTT > CANT-LOTES
               ADD 1 TO CANT-LOTES
               SET IX-LTT TO CANT-LOTES
               MOVE SUCURSAL-INGRESADA TO LTT-SUCURSAL (IX-LTT)
               MOVE MARCA-INGRESADA    TO LTT-MARCA (IX-LTT)
               MOVE LOTE-INGRESADO     TO LTT-LOTE (IX-LTT)
               MOVE ZERO               TO LTT-CANTIDAD (IX-LTT)
               MOVE FECHA-MOVIMIENTO   TO LTT-FECHA-INGRESO (IX-LTT)
           END-IF.
      *    El ultimo ingreso del lote fija vencimiento y costo.
           MOVE VENCIMIENTO-INGRESADO TO LTT-VENCIMIENTO (IX-LTT).
           MOVE COSTO-INGRESADO       TO LTT-COSTO (IX-LTT).
           ADD CANTIDAD-INGRESADA TO LTT-CANTIDAD (IX-LTT)
               ON SIZE ERROR
                   DISPLAY "Cantidad del lote fuera de rango."
           END-ADD.
           STRING "Lote suc=" SUCURSAL-INGRESADA
               " marca=" MARCA-INGRESADA
               " lote=" LOTE-INGRESADO
               " vence=" VENCIMIENTO-INGRESADO
               " cantidad=" CANTIDAD-INGRESADA
               " enLote=" LTT-CANTIDAD (IX-LTT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3850-EXIT.
           EXIT.

      ******************************************************************
      * 3900-COSTO-LISTA - costo de compra de la marca vigente a la
      *                    fecha del movimiento: la vigencia activa
      *                    mas reciente que no la supera; sin lista
      *                    queda en cero
      ******************************************************************
       3900-COSTO-LISTA.
           MOVE ZERO TO VIGENCIA-LISTA.
           MOVE ZERO TO COSTO-LISTA.
           PERFORM VARYING IX-COT FROM 1 BY 1
               UNTIL IX-COT > CANT-COSTOS
               IF COT-MARCA (IX-COT) = MARCA-INGRESADA
                   AND COT-FECHA (IX-COT) NOT > FECHA-MOVIMIENTO
                   AND COT-FECHA (IX-COT) NOT < VIGENCIA-LISTA
                   MOVE COT-FECHA (IX-COT) TO VIGENCIA-LISTA
                   MOVE COT-COSTO (IX-COT) TO COSTO-LISTA
               END-IF
           END-PERFORM.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 3950-COSTO-PROMEDIO - promedio ponderado de la linea IX-STK
      *                       con el ingreso de CANT-COSTEO unidades
      *                       por VALOR-INGRESO; se calcula con el
      *                       stock anterior al ingreso. La linea sin
      *                       promedio arranca del costo de lista, y
      *                       sin lista el stock que ya tenia se toma
      *                       al costo del ingreso. Un ingreso sin
      *                       valor no mueve el promedio.
      ******************************************************************
       3950-COSTO-PROMEDIO.
           MOVE STK-COSTO-PROM (IX-STK) TO PROMEDIO-NUEVO.
           IF CANT-COSTEO = ZERO OR VALOR-INGRESO = ZERO
               GO TO 3950-EXIT
           END-IF.
           MOVE STK-COSTO-PROM (IX-STK) TO COSTO-EXISTENTE.
           IF COSTO-EXISTENTE = ZERO
               PERFORM 3900-COSTO-LISTA THRU 3900-EXIT
               MOVE COSTO-LISTA TO COSTO-EXISTENTE
           END-IF.
           IF COSTO-EXISTENTE = ZERO
               MOVE CANT-COSTEO TO STOCK-COSTEO
               MOVE ZERO TO VALOR-EXISTENTE
           ELSE
               COMPUTE STOCK-COSTEO = STK-STOCK (IX-STK) + CANT-COSTEO
               MULTIPLY STK-STOCK (IX-STK) BY COSTO-EXISTENTE
                   GIVING VALOR-EXISTENTE
           END-IF.
           ADD VALOR-INGRESO TO VALOR-EXISTENTE.
           DIVIDE VALOR-EXISTENTE BY STOCK-COSTEO
               GIVING PROMEDIO-NUEVO ROUNDED
               ON SIZE ERROR
                   DISPLAY "Costo promedio fuera de rango, queda el "
                       "anterior."
                   MOVE STK-COSTO-PROM (IX-STK) TO PROMEDIO-NUEVO
           END-DIVIDE.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 3960-GRABAR-PROMEDIO - fija el promedio nuevo en la linea y
      *                        deja el ingreso en la historia de costos
      ******************************************************************
       3960-GRABAR-PROMEDIO.
           MOVE PROMEDIO-NUEVO TO STK-COSTO-PROM (IX-STK).
           MOVE STK-SUCURSAL (IX-STK) TO CPR-SUCURSAL.
           MOVE STK-MARCA (IX-STK)    TO CPR-MARCA.
           MOVE FECHA-MOVIMIENTO      TO CPR-FECHA.
           MOVE ORIGEN-COSTEO         TO CPR-ORIGEN.
           MOVE CANT-COSTEO           TO CPR-CANTIDAD.
           MOVE ZERO                  TO CPR-COSTO-INGRESO.
           IF CANT-COSTEO > ZERO
               DIVIDE VALOR-INGRESO BY CANT-COSTEO
                   GIVING CPR-COSTO-INGRESO ROUNDED
                   ON SIZE ERROR
                       MOVE ZERO TO CPR-COSTO-INGRESO
               END-DIVIDE
           END-IF.
           MOVE STK-STOCK (IX-STK)    TO CPR-STOCK.
           MOVE PROMEDIO-NUEVO        TO CPR-COSTO-PROMEDIO.
           WRITE CPR-REGISTRO.
           MOVE CPR-COSTO-INGRESO  TO WS-ED-COSTO.
           MOVE CPR-COSTO-PROMEDIO TO WS-ED-PROMEDIO.
           DISPLAY "Costo promedio de la linea: " WS-ED-PROMEDIO.
           STRING "Costo promedio suc=" CPR-SUCURSAL
               " marca=" CPR-MARCA
               " origen=" CPR-ORIGEN
               " cantidad=" CPR-CANTIDAD
               " costoIngreso=" WS-ED-COSTO
               " stock=" CPR-STOCK
               " promedio=" WS-ED-PROMEDIO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3960-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ENVIAR-TRANSFERENCIA - la sucursal del movimiento es el
      *                             origen: las unidades salen de su
      *                             stock como movimiento S y quedan en
      *                             transito hasta que el destino
      *                             confirma la recepcion
      ******************************************************************
       4000-ENVIAR-TRANSFERENCIA.
           IF NOT TRT-COMPLETO
               DISPLAY "Transferencias truncadas en memoria, no se "
                   "transfiere en esta corrida."
               GO TO 4000-EXIT
           END-IF.
           PERFORM VARYING IX-STK FROM 1 BY 1
               UNTIL IX-STK > CANT-STOCK
                   OR (STK-SUCURSAL (IX-STK) = SUCURSAL-INGRESADA
                       AND STK-MARCA (IX-STK) = MARCA-INGRESADA)
               CONTINUE
           END-PERFORM.
           IF IX-STK > CANT-STOCK
               DISPLAY "La marca no tiene stock en la sucursal, no "
                   "se transfiere."
               GO TO 4000-EXIT
           END-IF.
           IF STK-STOCK (IX-STK) = ZERO
               DISPLAY "La marca no tiene stock en la sucursal, no "
                   "se transfiere."
               GO TO 4000-EXIT
           END-IF.
           MOVE SUCURSAL-INGRESADA TO SUCURSAL-ORIGEN.
           DISPLAY "Sucursal de destino de la transferencia.".
           MOVE "N" TO SW-SUCURSAL-OK.
           PERFORM 2100-PEDIR-SUCURSAL THRU 2100-EXIT
               UNTIL SUCURSAL-OK.
           MOVE SUCURSAL-INGRESADA TO SUCURSAL-DESTINO.
           MOVE SUCURSAL-ORIGEN    TO SUCURSAL-INGRESADA.
           IF SUCURSAL-DESTINO = SUCURSAL-ORIGEN
               DISPLAY "El destino es la misma sucursal, no se "
                   "transfiere."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Stock de la marca en el origen: "
               STK-STOCK (IX-STK).
           DISPLAY "Ingrese la cantidad a transferir:".
           ACCEPT CANTIDAD-INGRESADA.
           IF CANTIDAD-INGRESADA NOT NUMERIC
               OR CANTIDAD-INGRESADA = ZERO
               DISPLAY "Cantidad invalida, no se transfiere."
               GO TO 4000-EXIT
           END-IF.
           IF CANTIDAD-INGRESADA > STK-STOCK (IX-STK)
               DISPLAY "La cantidad supera el stock del origen, no "
                   "se transfiere."
               GO TO 4000-EXIT
           END-IF.
      *    Cada lote que sale ocupa un renglon: sin lugar para todos
      *    no se envia, para no dejar la transferencia a medias.
           MOVE 1 TO LOTES-LINEA.
           PERFORM VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES
               IF LTT-SUCURSAL (IX-LTT) = SUCURSAL-ORIGEN
                   AND LTT-MARCA (IX-LTT) = MARCA-INGRESADA
                   AND LTT-CANTIDAD (IX-LTT) > ZERO
                   ADD 1 TO LOTES-LINEA
               END-IF
           END-PERFORM.
           IF LOTES-LINEA > 99 OR CANT-TRANSF + LOTES-LINEA > 2000
               DISPLAY "Tabla de transferencias llena, no se "
                   "transfiere."
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO ULTIMO-NUMERO-TRANSF.
           MOVE ULTIMO-NUMERO-TRANSF TO NUMERO-TRANSF.
           MOVE ZERO TO RENGLON-TRANSF.
           MOVE CANTIDAD-INGRESADA TO CONSUMO-PENDIENTE.
           PERFORM 4100-ENVIAR-LOTES THRU 4100-EXIT.
           SUBTRACT CANTIDAD-INGRESADA FROM STK-STOCK (IX-STK).
           MOVE "S" TO SW-TRANSF-CAMBIADAS.
           MOVE FECHA-MOVIMIENTO   TO MOV-FECHA.
           MOVE SUCURSAL-ORIGEN    TO MOV-SUCURSAL.
           MOVE MARCA-INGRESADA    TO MOV-MARCA.
           MOVE "S"                TO MOV-TIPO.
           MOVE CANTIDAD-INGRESADA TO MOV-CANTIDAD.
           WRITE MOV-REGISTRO.
           DISPLAY "Transferencia " NUMERO-TRANSF " en transito a "
               SUCURSAL-DESTINO ", stock del origen queda en "
               STK-STOCK (IX-STK) ".".
           STRING "Transferencia ENVIADA numero=" NUMERO-TRANSF
               " origen=" SUCURSAL-ORIGEN
               " destino=" SUCURSAL-DESTINO
               " marca=" MARCA-INGRESADA
               " cantidad=" CANTIDAD-INGRESADA
               " renglones=" RENGLON-TRANSF
               " stockOrigen=" STK-STOCK (IX-STK)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ENVIAR-LOTES - saca CONSUMO-PENDIENTE de la linea de
      *                     origen IX-STK con la misma regla que la
      *                     venta: primero el stock sin lote, despues
      *                     lote por lote del vencimiento mas proximo
      *                     al mas lejano (FEFO); cada tramo queda
      *                     como un renglon de la transferencia
      ******************************************************************
       4100-ENVIAR-LOTES.
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
           IF SIN-LOTE > ZERO
               IF CONSUMO-PENDIENTE < SIN-LOTE
                   MOVE CONSUMO-PENDIENTE TO CANTIDAD-TOMADA
               ELSE
                   MOVE SIN-LOTE TO CANTIDAD-TOMADA
               END-IF
               MOVE SPACES TO LOTE-INGRESADO
               MOVE ZERO   TO VENCIMIENTO-INGRESADO
               MOVE STK-COSTO-PROM (IX-STK) TO COSTO-INGRESADO
               PERFORM 4200-GRABAR-RENGLON THRU 4200-EXIT
               SUBTRACT CANTIDAD-TOMADA FROM CONSUMO-PENDIENTE
           END-IF.
           MOVE "N" TO SW-LOTES-AGOTADOS.
           PERFORM 4150-ENVIAR-PRIMERO THRU 4150-EXIT
               UNTIL CONSUMO-PENDIENTE = ZERO OR LOTES-AGOTADOS.
       4100-EXIT.
           EXIT.

      *    Lote con existencia de vencimiento mas proximo de la linea;
      *    a igual vencimiento, el que entro primero.
       4150-ENVIAR-PRIMERO.
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
               GO TO 4150-EXIT
           END-IF.
           IF LTT-CANTIDAD (LOTE-ELEGIDO) > CONSUMO-PENDIENTE
               MOVE CONSUMO-PENDIENTE TO CANTIDAD-TOMADA
           ELSE
               MOVE LTT-CANTIDAD (LOTE-ELEGIDO) TO CANTIDAD-TOMADA
           END-IF.
           SUBTRACT CANTIDAD-TOMADA FROM LTT-CANTIDAD (LOTE-ELEGIDO).
           SUBTRACT CANTIDAD-TOMADA FROM CONSUMO-PENDIENTE.
           MOVE LTT-LOTE (LOTE-ELEGIDO)        TO LOTE-INGRESADO.
           MOVE LTT-VENCIMIENTO (LOTE-ELEGIDO) TO VENCIMIENTO-INGRESADO.
           MOVE LTT-COSTO (LOTE-ELEGIDO)       TO COSTO-INGRESADO.
           IF COSTO-INGRESADO = ZERO
               MOVE STK-COSTO-PROM (IX-STK) TO COSTO-INGRESADO
           END-IF.
           PERFORM 4200-GRABAR-RENGLON THRU 4200-EXIT.
       4150-EXIT.
           EXIT.

       4200-GRABAR-RENGLON.
           ADD 1 TO RENGLON-TRANSF.
           ADD 1 TO CANT-TRANSF.
           SET IX-TRT TO CANT-TRANSF.
           MOVE NUMERO-TRANSF         TO TRT-NUMERO (IX-TRT).
           MOVE RENGLON-TRANSF        TO TRT-RENGLON (IX-TRT).
           MOVE FECHA-MOVIMIENTO      TO TRT-FECHA-ENVIO (IX-TRT).
           MOVE SUCURSAL-ORIGEN       TO TRT-ORIGEN (IX-TRT).
           MOVE SUCURSAL-DESTINO      TO TRT-DESTINO (IX-TRT).
           MOVE MARCA-INGRESADA       TO TRT-MARCA (IX-TRT).
           MOVE LOTE-INGRESADO        TO TRT-LOTE (IX-TRT).
           MOVE VENCIMIENTO-INGRESADO TO TRT-VENCIMIENTO (IX-TRT).
           MOVE COSTO-INGRESADO       TO TRT-COSTO (IX-TRT).
           MOVE CANTIDAD-TOMADA       TO TRT-CANT-ENVIADA (IX-TRT).
           MOVE ZERO                  TO TRT-FECHA-RECEPCION (IX-TRT).
           MOVE ZERO                  TO TRT-CANT-RECIBIDA (IX-TRT).
           MOVE ZERO                  TO TRT-MERMA (IX-TRT).
           MOVE "T"                   TO TRT-ESTADO (IX-TRT).
           MOVE OPERADOR-CODIGO       TO TRT-OPER-ENVIO (IX-TRT).
           MOVE SPACES                TO TRT-OPER-RECEPCION (IX-TRT).
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4500-RECIBIR-TRANSFERENCIA - la sucursal del movimiento es el
      *                              destino: confirma renglon por
      *                              renglon lo que llego. Lo enviado
      *                              entra como movimiento T y lo que
      *                              falta sale como merma M, de modo
      *                              que el stock sube por lo recibido
      ******************************************************************
       4500-RECIBIR-TRANSFERENCIA.
           IF NOT TRT-COMPLETO
               DISPLAY "Transferencias truncadas en memoria, no se "
                   "reciben en esta corrida."
               GO TO 4500-EXIT
           END-IF.
           DISPLAY "Ingrese el numero de transferencia:".
           ACCEPT NUMERO-TRANSF.
           MOVE ZERO TO RENGLON-TRANSF.
           MOVE ZERO TO LOTES-NUEVOS.
           MOVE ZERO TO ENVIADO-TOTAL.
           MOVE ZERO TO VALOR-INGRESO.
           PERFORM 4550-CONTAR-RENGLON THRU 4550-EXIT
               VARYING IX-TRT FROM 1 BY 1
               UNTIL IX-TRT > CANT-TRANSF.
           IF RENGLON-TRANSF = ZERO
               DISPLAY "La transferencia " NUMERO-TRANSF " no tiene "
                   "renglones en transito para la sucursal y marca."
               STRING "Transferencia RECHAZADA numero=" NUMERO-TRANSF
                   " destino=" SUCURSAL-INGRESADA
                   " marca=" MARCA-INGRESADA " sin renglon en transito"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 4500-EXIT
           END-IF.
           IF CANT-LOTES + LOTES-NUEVOS > 3000
               DISPLAY "Tabla de lotes llena, no se recibe."
               GO TO 4500-EXIT
           END-IF.
           PERFORM VARYING IX-STK FROM 1 BY 1
               UNTIL IX-STK > CANT-STOCK
                   OR (STK-SUCURSAL (IX-STK) = SUCURSAL-INGRESADA
                       AND STK-MARCA (IX-STK) = MARCA-INGRESADA)
               CONTINUE
           END-PERFORM.
           IF IX-STK > CANT-STOCK
               IF CANT-STOCK >= 1000
                   DISPLAY "Tabla de stock llena, no se recibe."
                   GO TO 4500-EXIT
               END-IF
               ADD 1 TO CANT-STOCK
               SET IX-STK TO CANT-STOCK
               MOVE SUCURSAL-INGRESADA TO STK-SUCURSAL (IX-STK)
               MOVE MARCA-INGRESADA    TO STK-MARCA (IX-STK)
               MOVE ZERO               TO STK-STOCK (IX-STK)
               MOVE ZERO               TO STK-MINIMO (IX-STK)
               MOVE ZERO               TO STK-PEDIDO (IX-STK)
               MOVE ZERO               TO STK-COSTO-PROM (IX-STK)
           END-IF.
           IF STK-STOCK (IX-STK) + ENVIADO-TOTAL > 99999
               DISPLAY "Stock fuera de rango, no se recibe."
               GO TO 4500-EXIT
           END-IF.
           MOVE ZERO TO RECIBIDO-TOTAL.
           MOVE ZERO TO MERMA-TOTAL.
           PERFORM 4600-RECIBIR-RENGLON THRU 4600-EXIT
               VARYING IX-TRT FROM 1 BY 1
               UNTIL IX-TRT > CANT-TRANSF.
      *    Lo enviado entra al costo con que salio del origen; la
      *    merma sale despues al promedio que resulta.
           MOVE "T" TO ORIGEN-COSTEO.
           MOVE ENVIADO-TOTAL TO CANT-COSTEO.
           PERFORM 3950-COSTO-PROMEDIO THRU 3950-EXIT.
           ADD RECIBIDO-TOTAL TO STK-STOCK (IX-STK).
           PERFORM 3960-GRABAR-PROMEDIO THRU 3960-EXIT.
           MOVE "S" TO SW-TRANSF-CAMBIADAS.
           MOVE FECHA-MOVIMIENTO   TO MOV-FECHA.
           MOVE SUCURSAL-INGRESADA TO MOV-SUCURSAL.
           MOVE MARCA-INGRESADA    TO MOV-MARCA.
           MOVE "T"                TO MOV-TIPO.
           MOVE ENVIADO-TOTAL      TO MOV-CANTIDAD.
           WRITE MOV-REGISTRO.
           IF MERMA-TOTAL > ZERO
               MOVE "M"            TO MOV-TIPO
               MOVE MERMA-TOTAL    TO MOV-CANTIDAD
               WRITE MOV-REGISTRO
               DISPLAY "Llegaron " RECIBIDO-TOTAL " de "
                   ENVIADO-TOTAL " unidades, la diferencia queda "
                   "como merma."
           END-IF.
           DISPLAY "Transferencia recibida, stock queda en "
               STK-STOCK (IX-STK) ".".
           STRING "Transferencia RECIBIDA numero=" NUMERO-TRANSF
               " destino=" SUCURSAL-INGRESADA
               " marca=" MARCA-INGRESADA
               " enviado=" ENVIADO-TOTAL
               " recibido=" RECIBIDO-TOTAL
               " merma=" MERMA-TOTAL
               " stockFinal=" STK-STOCK (IX-STK)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4500-EXIT.
           EXIT.

      *    Renglones en transito de la transferencia para la sucursal
      *    y marca, lo enviado y los lotes que el destino no tiene.
       4550-CONTAR-RENGLON.
           IF TRT-NUMERO (IX-TRT) NOT = NUMERO-TRANSF
               OR TRT-DESTINO (IX-TRT) NOT = SUCURSAL-INGRESADA
               OR TRT-MARCA (IX-TRT) NOT = MARCA-INGRESADA
               OR TRT-ESTADO (IX-TRT) NOT = "T"
               GO TO 4550-EXIT
           END-IF.
           ADD 1 TO RENGLON-TRANSF.
           ADD TRT-CANT-ENVIADA (IX-TRT) TO ENVIADO-TOTAL.
           MULTIPLY TRT-CANT-ENVIADA (IX-TRT) BY TRT-COSTO (IX-TRT)
               GIVING VALOR-RENGLON.
           ADD VALOR-RENGLON TO VALOR-INGRESO.
           IF TRT-LOTE (IX-TRT) = SPACES
               GO TO 4550-EXIT
           END-IF.
           PERFORM VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES
                   OR (LTT-SUCURSAL (IX-LTT) = SUCURSAL-INGRESADA
                       AND LTT-MARCA (IX-LTT) = MARCA-INGRESADA
                       AND LTT-LOTE (IX-LTT) = TRT-LOTE (IX-TRT))
               CONTINUE
           END-PERFORM.
           IF IX-LTT > CANT-LOTES
               ADD 1 TO LOTES-NUEVOS
           END-IF.
       4550-EXIT.
           EXIT.

       4600-RECIBIR-RENGLON.
           IF TRT-NUMERO (IX-TRT) NOT = NUMERO-TRANSF
               OR TRT-DESTINO (IX-TRT) NOT = SUCURSAL-INGRESADA
               OR TRT-MARCA (IX-TRT) NOT = MARCA-INGRESADA
               OR TRT-ESTADO (IX-TRT) NOT = "T"
               GO TO 4600-EXIT
           END-IF.
       4600-PEDIR.
           DISPLAY "Renglon " TRT-RENGLON (IX-TRT)
               " lote " TRT-LOTE (IX-TRT)
               " vence " TRT-VENCIMIENTO (IX-TRT)
               " enviado " TRT-CANT-ENVIADA (IX-TRT).
           DISPLAY "Ingrese la cantidad recibida:".
           ACCEPT CANTIDAD-RECIBIDA.
           IF CANTIDAD-RECIBIDA NOT NUMERIC
               OR CANTIDAD-RECIBIDA > TRT-CANT-ENVIADA (IX-TRT)
               DISPLAY "Cantidad invalida, no puede superar lo "
                   "enviado. Reingrese."
               GO TO 4600-PEDIR
           END-IF.
           MOVE FECHA-MOVIMIENTO  TO TRT-FECHA-RECEPCION (IX-TRT).
           MOVE CANTIDAD-RECIBIDA TO TRT-CANT-RECIBIDA (IX-TRT).
           COMPUTE TRT-MERMA (IX-TRT) = TRT-CANT-ENVIADA (IX-TRT)
               - CANTIDAD-RECIBIDA.
           IF TRT-MERMA (IX-TRT) = ZERO
               MOVE "R" TO TRT-ESTADO (IX-TRT)
           ELSE
               MOVE "D" TO TRT-ESTADO (IX-TRT)
           END-IF.
           MOVE OPERADOR-CODIGO   TO TRT-OPER-RECEPCION (IX-TRT).
           ADD CANTIDAD-RECIBIDA    TO RECIBIDO-TOTAL.
           ADD TRT-MERMA (IX-TRT)   TO MERMA-TOTAL.
           IF TRT-LOTE (IX-TRT) NOT = SPACES
               AND CANTIDAD-RECIBIDA > ZERO
               PERFORM 4700-LOTE-DESTINO THRU 4700-EXIT
           END-IF.
           STRING "Transferencia renglon numero=" NUMERO-TRANSF
               " renglon=" TRT-RENGLON (IX-TRT)
               " lote=" TRT-LOTE (IX-TRT)
               " enviado=" TRT-CANT-ENVIADA (IX-TRT)
               " recibido=" CANTIDAD-RECIBIDA
               " merma=" TRT-MERMA (IX-TRT)
               " estado=" TRT-ESTADO (IX-TRT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4600-EXIT.
           EXIT.

      *    El lote llega al destino con su vencimiento y costo; como en
      *    la entrega, el ultimo ingreso del lote los fija.
       4700-LOTE-DESTINO.
           PERFORM VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES
                   OR (LTT-SUCURSAL (IX-LTT) = SUCURSAL-INGRESADA
                       AND LTT-MARCA (IX-LTT) = MARCA-INGRESADA
                       AND LTT-LOTE (IX-LTT) = TRT-LOTE (IX-TRT))
               CONTINUE
           END-PERFORM.
           IF IX-LTT > CANT-LOTES
               ADD 1 TO CANT-LOTES
               SET IX-LTT TO CANT-LOTES
               MOVE SUCURSAL-INGRESADA TO LTT-SUCURSAL (IX-LTT)
               MOVE MARCA-INGRESADA    TO LTT-MARCA (IX-LTT)
               MOVE TRT-LOTE (IX-TRT)  TO LTT-LOTE (IX-LTT)
               MOVE ZERO               TO LTT-CANTIDAD (IX-LTT)
               MOVE FECHA-MOVIMIENTO   TO LTT-FECHA-INGRESO (IX-LTT)
           END-IF.
           MOVE TRT-VENCIMIENTO (IX-TRT) TO LTT-VENCIMIENTO (IX-LTT).
           MOVE TRT-COSTO (IX-TRT)       TO LTT-COSTO (IX-LTT).
           ADD CANTIDAD-RECIBIDA TO LTT-CANTIDAD (IX-LTT)
               ON SIZE ERROR
                   DISPLAY "Cantidad del lote fuera de rango."
           END-ADD.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-STOCK - vuelca la tabla actualizada al maestro
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
      * 6100-REGRABAR-ORDENES - vuelca los renglones recibidos
      ******************************************************************
       6100-REGRABAR-ORDENES.
           IF NOT ORDENES-CAMBIADAS OR NOT OCT-COMPLETO
               GO TO 6100-EXIT
           END-IF.
           OPEN OUTPUT ORDCOMPRA.
           PERFORM VARYING IX-OCT FROM 1 BY 1
               UNTIL IX-OCT > CANT-RENGLONES
               MOVE OCT-NUMERO (IX-OCT)      TO OCL-NUMERO
               MOVE OCT-RENGLON (IX-OCT)     TO OCL-RENGLON
               MOVE OCT-PROVEEDOR (IX-OCT)   TO OCL-PROVEEDOR
               MOVE OCT-SUCURSAL (IX-OCT)    TO OCL-SUCURSAL
               MOVE OCT-FECHA (IX-OCT)       TO OCL-FECHA
               MOVE OCT-DEMORA-DIAS (IX-OCT) TO OCL-DEMORA-DIAS
               MOVE OCT-MARCA (IX-OCT)       TO OCL-MARCA
               MOVE OCT-CANT-PEDIDA (IX-OCT) TO OCL-CANT-PEDIDA
               MOVE OCT-CANT-RECIBIDA (IX-OCT)
                   TO OCL-CANT-RECIBIDA
               MOVE OCT-ESTADO (IX-OCT)      TO OCL-ESTADO
               MOVE OCT-OPERADOR (IX-OCT)    TO OCL-OPERADOR
               WRITE OCL-REGISTRO
           END-PERFORM.
           CLOSE ORDCOMPRA.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6150-REGRABAR-TRANSF - vuelca las transferencias; las
      *                        recibidas quedan como historia
      ******************************************************************
       6150-REGRABAR-TRANSF.
           IF NOT TRANSF-CAMBIADAS OR NOT TRT-COMPLETO
               GO TO 6150-EXIT
           END-IF.
           OPEN OUTPUT TRANSFSTK.
           PERFORM VARYING IX-TRT FROM 1 BY 1
               UNTIL IX-TRT > CANT-TRANSF
               MOVE TRT-NUMERO (IX-TRT)       TO TRF-NUMERO
               MOVE TRT-RENGLON (IX-TRT)      TO TRF-RENGLON
               MOVE TRT-FECHA-ENVIO (IX-TRT)  TO TRF-FECHA-ENVIO
               MOVE TRT-ORIGEN (IX-TRT)       TO TRF-ORIGEN
               MOVE TRT-DESTINO (IX-TRT)      TO TRF-DESTINO
               MOVE TRT-MARCA (IX-TRT)        TO TRF-MARCA
               MOVE TRT-LOTE (IX-TRT)         TO TRF-LOTE
               MOVE TRT-VENCIMIENTO (IX-TRT)  TO TRF-VENCIMIENTO
               MOVE TRT-COSTO (IX-TRT)        TO TRF-COSTO
               MOVE TRT-CANT-ENVIADA (IX-TRT) TO TRF-CANT-ENVIADA
               MOVE TRT-FECHA-RECEPCION (IX-TRT)
                   TO TRF-FECHA-RECEPCION
               MOVE TRT-CANT-RECIBIDA (IX-TRT)
                   TO TRF-CANT-RECIBIDA
               MOVE TRT-MERMA (IX-TRT)        TO TRF-MERMA
               MOVE TRT-ESTADO (IX-TRT)       TO TRF-ESTADO
               MOVE TRT-OPER-ENVIO (IX-TRT)   TO TRF-OPER-ENVIO
               MOVE TRT-OPER-RECEPCION (IX-TRT)
                   TO TRF-OPER-RECEPCION
               WRITE TRF-REGISTRO
           END-PERFORM.
           CLOSE TRANSFSTK.
       6150-EXIT.
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
           STRING "MovStock " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
           CLOSE COSTOPROM.
           CLOSE STKMOVS.
           CLOSE RECEPCIONES.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.
