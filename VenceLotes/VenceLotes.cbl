      ******************************************************************
      *Vencimientos de lotes de alfajores por sucursal: corrida diaria
      *sobre el stock por lote (STOCKLOTES.DAT, que alimenta MovStock
      *con cada entrega). Todo lote ya vencido se da de baja: sale del
      *lote y del stock de libro (STOCKALF.DAT), queda asentado en
      *STKMOVS.DAT como movimiento X y se valoriza al costo unitario
      *del lote. Los lotes que vencen dentro de los dias de aviso que
      *se piden se listan por sucursal, del mas proximo al mas lejano,
      *para armar la promocion antes de perderlos. El listado con las
      *bajas y sus importes queda en REPORTE-VENCIMIENTOS.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de los vencimientos por lote.
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
       PROGRAM-ID. VenceLotes.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKALF ASSIGN TO "STOCKALF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKALF.
           SELECT STOCKLOTES ASSIGN TO "STOCKLOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKLOTES.
           SELECT STKMOVS ASSIGN TO "STKMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STKMOVS.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT ORDEN-LOTES ASSIGN TO "SORTWK1".
           SELECT REPORTE-VENCE ASSIGN TO "REPORTE-VENCIMIENTOS.DAT"
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
      *    Maestro de stock en gondola por sucursal y marca.
       FD  STOCKALF
           RECORDING MODE IS F.
       01  SCK-REGISTRO.
           05  SCK-SUCURSAL          PIC X(04).
           05  SCK-MARCA             PIC X(10).
           05  SCK-STOCK             PIC 9(05).
           05  SCK-STOCK-MINIMO      PIC 9(05).
           05  SCK-CANT-PEDIDO       PIC 9(05).

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

      *    Diario de movimientos: I inicial, E entrega, V venta,
      *    A ajuste de conteo en mas, M merma de conteo en menos,
      *    X baja de lote vencido.
       FD  STKMOVS
           RECORDING MODE IS F.
       01  MOV-REGISTRO.
           05  MOV-FECHA             PIC 9(08).
           05  MOV-SUCURSAL          PIC X(04).
           05  MOV-MARCA             PIC X(10).
           05  MOV-TIPO              PIC X(01).
           05  MOV-CANTIDAD          PIC 9(05).

      *    Padron de sucursales compartido por los programas de
      *    comercio.
       FD  SUCURSALES
           RECORDING MODE IS F.
       01  SUC-REGISTRO.
           05  SUC-CODIGO            PIC X(04).
           05  SUC-NOMBRE            PIC X(20).
           05  SUC-REGION            PIC X(10).
           05  SUC-ESTADO            PIC X(01).

      *    Lotes dados de baja y lotes a promocionar, ordenados por
      *    sucursal y vencimiento. Condicion B baja, P promocion.
       SD  ORDEN-LOTES.
       01  SRT-REGISTRO.
           05  SRT-SUCURSAL          PIC X(04).
           05  SRT-VENCIMIENTO       PIC 9(08).
           05  SRT-MARCA             PIC X(10).
           05  SRT-LOTE              PIC X(10).
           05  SRT-CONDICION         PIC X(01).
           05  SRT-CANTIDAD          PIC 9(05).
           05  SRT-COSTO             PIC 9(5)V99.
           05  SRT-DIAS              PIC 9(05).
           05  SRT-IMPORTE           PIC 9(9)V99.

       FD  REPORTE-VENCE
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
       77  FS-STOCKALF              PIC X(02) VALUE SPACES.
       77  FS-STKMOVS               PIC X(02) VALUE SPACES.
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  DIAS-AVISO               PIC 9(03) VALUE ZERO.
       77  DIAS-PARA-VENCER         PIC 9(05) VALUE ZERO.
       77  CANT-BAJA                PIC 9(05) VALUE ZERO.
       77  IMPORTE-BAJA             PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  CANT-STOCK               PIC 9(3) COMP VALUE ZERO.
       77  CANT-SUCS                PIC 9(2) COMP VALUE ZERO.
       77  SUCURSAL-CORTE           PIC X(04) VALUE SPACES.
       77  NOMBRE-CORTE             PIC X(20) VALUE SPACES.

      *    Acumuladores de la sucursal en curso y de la corrida.
       77  SUC-UNID-PROMO           PIC 9(07) COMP VALUE ZERO.
       77  SUC-UNID-BAJA            PIC 9(07) COMP VALUE ZERO.
       77  SUC-IMPORTE-BAJA         PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOT-LOTES-PROMO          PIC 9(5) COMP VALUE ZERO.
       77  TOT-LOTES-BAJA           PIC 9(5) COMP VALUE ZERO.
       77  TOT-UNID-PROMO           PIC 9(07) COMP VALUE ZERO.
       77  TOT-UNID-BAJA            PIC 9(07) COMP VALUE ZERO.
       77  TOT-IMPORTE-BAJA         PIC 9(9)V99 COMP-3 VALUE ZERO.

       01  SW-FIN-STOCK             PIC X(01) VALUE "N".
           88  FIN-STOCK            VALUE "S".
       01  SW-FIN-SUCURSALES        PIC X(01) VALUE "N".
           88  FIN-SUCURSALES       VALUE "S".
       01  SW-FIN-ORDEN             PIC X(01) VALUE "N".
           88  FIN-ORDEN            VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-STOCK-COMPLETO        PIC X(01) VALUE "S".
           88  STOCK-COMPLETO       VALUE "S".

      *----------------------------------------------------------------
      * STOCK Y SUCURSALES EN MEMORIA
      *----------------------------------------------------------------
       01  TABLA-STOCK.
           05  STK-ENTRY OCCURS 1000 TIMES INDEXED BY IX-STK.
               10  STK-SUCURSAL      PIC X(04).
               10  STK-MARCA         PIC X(10).
               10  STK-STOCK         PIC 9(05).
               10  STK-MINIMO        PIC 9(05).
               10  STK-PEDIDO        PIC 9(05).

       01  TABLA-SUCS.
           05  SCS-ENTRY OCCURS 50 TIMES INDEXED BY IX-SCS.
               10  SCS-CODIGO        PIC X(04).
               10  SCS-NOMBRE        PIC X(20).

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
      * CONVERSION DE FECHA A DIAS CORRIDOS PARA LOS DIAS DE AVISO
      *----------------------------------------------------------------
       01  FECHA-SERIAL             PIC 9(08).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-AAAA              PIC 9(04).
           05  FS-MM                PIC 9(02).
           05  FS-DD                PIC 9(02).
       77  SERIAL-CALCULO           PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-HOY               PIC 9(07) COMP VALUE ZERO.
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
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZZZ9.
       01  WS-ED-DIAS               PIC ZZZZ9.
       01  WS-ED-COSTO              PIC ZZZZ9.99.
       01  WS-ED-IMPORTE            PIC ZZZZZZZZ9.99.

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
               PERFORM 2000-ORDENAR-Y-LISTAR THRU 2000-EXIT
               PERFORM 6000-REGRABAR-STOCK THRU 6000-EXIT
               PERFORM 6050-REGRABAR-LOTES THRU 6050-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - dias de aviso, maestro de stock, lotes y
      *                    padron de sucursales; con el stock o los
      *                    lotes truncados en memoria no se da de baja
      *                    nada, porque regrabar perderia registros
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Dias de aviso para promocionar lotes por vencer "
               "(por omision 7):".
           ACCEPT DIAS-AVISO.
           IF DIAS-AVISO NOT NUMERIC OR DIAS-AVISO = ZERO
               MOVE 7 TO DIAS-AVISO
           END-IF.
           MOVE FECHA-HOY TO FECHA-SERIAL.
           PERFORM 1300-DIAS-CORRIDOS THRU 1300-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-HOY.
           MOVE ZERO TO CANT-STOCK.
           OPEN INPUT STOCKALF.
           IF FS-STOCKALF NOT = "00"
               DISPLAY "No se pudo abrir STOCKALF.DAT, FS="
                   FS-STOCKALF
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-STOCK.
           PERFORM 1100-LEER-STOCK THRU 1100-EXIT
               UNTIL FIN-STOCK.
           CLOSE STOCKALF.
           IF NOT STOCK-COMPLETO
               DISPLAY "El maestro de stock excede la tabla, la "
                   "corrida no sigue."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE ZERO TO CANT-LOTES.
           OPEN INPUT STOCKLOTES.
           IF FS-STOCKLOTES NOT = "00"
               DISPLAY "No se pudo abrir STOCKLOTES.DAT, FS="
                   FS-STOCKLOTES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-LOTES.
           PERFORM 1150-LEER-LOTE THRU 1150-EXIT
               UNTIL FIN-LOTES.
           CLOSE STOCKLOTES.
           IF NOT LOTES-COMPLETO
               DISPLAY "STOCKLOTES.DAT excede la tabla de lotes, la "
                   "corrida no sigue."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE ZERO TO CANT-SUCS.
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES = "00"
               MOVE "N" TO SW-FIN-SUCURSALES
               PERFORM 1200-LEER-SUCURSAL THRU 1200-EXIT
                   UNTIL FIN-SUCURSALES
               CLOSE SUCURSALES
           END-IF.
           OPEN EXTEND STKMOVS.
           IF FS-STKMOVS NOT = "00"
               OPEN OUTPUT STKMOVS
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-VENCE.
           MOVE DIAS-AVISO TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "=== VENCIMIENTOS DE LOTES AL " FECHA-HOY
               " (aviso a " WS-ED-DIAS " dias) ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       1000-EXIT.
           EXIT.

       1100-LEER-STOCK.
           READ STOCKALF
               AT END
                   MOVE "S" TO SW-FIN-STOCK
               NOT AT END
                   IF CANT-STOCK < 1000
                       ADD 1 TO CANT-STOCK
                       SET IX-STK TO CANT-STOCK
                       MOVE SCK-SUCURSAL TO STK-SUCURSAL (IX-STK)
                       MOVE SCK-MARCA    TO STK-MARCA (IX-STK)
                       MOVE SCK-STOCK    TO STK-STOCK (IX-STK)
      *                El registro viejo sin minimos carga blancos:
      *                se toma como sin minimo de reposicion.
                       IF SCK-STOCK-MINIMO IS NUMERIC
                           MOVE SCK-STOCK-MINIMO
                               TO STK-MINIMO (IX-STK)
                       ELSE
                           MOVE ZERO TO STK-MINIMO (IX-STK)
                       END-IF
                       IF SCK-CANT-PEDIDO IS NUMERIC
                           MOVE SCK-CANT-PEDIDO
                               TO STK-PEDIDO (IX-STK)
                       ELSE
                           MOVE ZERO TO STK-PEDIDO (IX-STK)
                       END-IF
                   ELSE
                       MOVE "N" TO SW-STOCK-COMPLETO
                   END-IF
           END-READ.
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

       1200-LEER-SUCURSAL.
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
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-DIAS-CORRIDOS - convierte FECHA-SERIAL en dias corridos
      *                      (anio por 365 mas bisiestos acumulados y
      *                      dias del anio), para restar dos fechas
      ******************************************************************
       1300-DIAS-CORRIDOS.
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
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ORDENAR-Y-LISTAR - el lote vencido se da de baja al
      *                         soltarlo al ordenamiento; el listado
      *                         sale por sucursal y vencimiento con
      *                         corte de control por sucursal
      ******************************************************************
       2000-ORDENAR-Y-LISTAR.
           SORT ORDEN-LOTES
               ON ASCENDING KEY SRT-SUCURSAL
                                SRT-VENCIMIENTO
                                SRT-MARCA
                                SRT-LOTE
               INPUT PROCEDURE IS 2100-SOLTAR-LOTES
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-LISTAR-POR-SUCURSAL
                   THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-LOTES.
           PERFORM 2200-EVALUAR-LOTE THRU 2200-EXIT
               VARYING IX-LTT FROM 1 BY 1
               UNTIL IX-LTT > CANT-LOTES.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-EVALUAR-LOTE - vencido: baja; vence dentro de los dias de
      *                     aviso (hoy incluido): a promocionar
      ******************************************************************
       2200-EVALUAR-LOTE.
           IF LTT-CANTIDAD (IX-LTT) = ZERO
               GO TO 2200-EXIT
           END-IF.
           MOVE LTT-SUCURSAL (IX-LTT)    TO SRT-SUCURSAL.
           MOVE LTT-VENCIMIENTO (IX-LTT) TO SRT-VENCIMIENTO.
           MOVE LTT-MARCA (IX-LTT)       TO SRT-MARCA.
           MOVE LTT-LOTE (IX-LTT)        TO SRT-LOTE.
           MOVE LTT-CANTIDAD (IX-LTT)    TO SRT-CANTIDAD.
           MOVE LTT-COSTO (IX-LTT)       TO SRT-COSTO.
           MOVE ZERO                     TO SRT-DIAS.
           MOVE ZERO                     TO SRT-IMPORTE.
           IF LTT-VENCIMIENTO (IX-LTT) < FECHA-HOY
               PERFORM 2300-DAR-DE-BAJA THRU 2300-EXIT
               MOVE "B"          TO SRT-CONDICION
               MOVE IMPORTE-BAJA TO SRT-IMPORTE
               RELEASE SRT-REGISTRO
               GO TO 2200-EXIT
           END-IF.
           MOVE LTT-VENCIMIENTO (IX-LTT) TO FECHA-SERIAL.
           PERFORM 1300-DIAS-CORRIDOS THRU 1300-EXIT.
           IF SERIAL-CALCULO > SERIAL-HOY
               COMPUTE DIAS-PARA-VENCER = SERIAL-CALCULO - SERIAL-HOY
           ELSE
               MOVE ZERO TO DIAS-PARA-VENCER
           END-IF.
           IF DIAS-PARA-VENCER > DIAS-AVISO
               GO TO 2200-EXIT
           END-IF.
           MOVE "P"              TO SRT-CONDICION.
           MOVE DIAS-PARA-VENCER TO SRT-DIAS.
           RELEASE SRT-REGISTRO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DAR-DE-BAJA - el lote vencido sale del lote y del stock de
      *                    libro, se asienta como X en el diario y se
      *                    valoriza al costo unitario del lote
      ******************************************************************
       2300-DAR-DE-BAJA.
           MOVE LTT-CANTIDAD (IX-LTT) TO CANT-BAJA.
           MULTIPLY CANT-BAJA BY LTT-COSTO (IX-LTT)
               GIVING IMPORTE-BAJA
               ON SIZE ERROR
                   DISPLAY "Importe de baja fuera de rango."
                   MOVE ZERO TO IMPORTE-BAJA
           END-MULTIPLY.
           PERFORM VARYING IX-STK FROM 1 BY 1
               UNTIL IX-STK > CANT-STOCK
                   OR (STK-SUCURSAL (IX-STK) = LTT-SUCURSAL (IX-LTT)
                       AND STK-MARCA (IX-STK) = LTT-MARCA (IX-LTT))
               CONTINUE
           END-PERFORM.
           IF IX-STK > CANT-STOCK
               STRING "Lote suc=" LTT-SUCURSAL (IX-LTT)
                   " marca=" LTT-MARCA (IX-LTT)
                   " lote=" LTT-LOTE (IX-LTT)
                   " SIN LINEA EN STOCKALF, baja solo del lote"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           ELSE
               IF STK-STOCK (IX-STK) > CANT-BAJA
                   SUBTRACT CANT-BAJA FROM STK-STOCK (IX-STK)
               ELSE
                   MOVE ZERO TO STK-STOCK (IX-STK)
               END-IF
           END-IF.
           MOVE ZERO TO LTT-CANTIDAD (IX-LTT).
           MOVE FECHA-HOY             TO MOV-FECHA.
           MOVE LTT-SUCURSAL (IX-LTT) TO MOV-SUCURSAL.
           MOVE LTT-MARCA (IX-LTT)    TO MOV-MARCA.
           MOVE "X"                   TO MOV-TIPO.
           MOVE CANT-BAJA             TO MOV-CANTIDAD.
           WRITE MOV-REGISTRO.
           MOVE IMPORTE-BAJA TO WS-ED-IMPORTE.
           STRING "Baja vencido suc=" LTT-SUCURSAL (IX-LTT)
               " marca=" LTT-MARCA (IX-LTT)
               " lote=" LTT-LOTE (IX-LTT)
               " vencio=" LTT-VENCIMIENTO (IX-LTT)
               " cantidad=" CANT-BAJA
               " valorizada=" WS-ED-IMPORTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-POR-SUCURSAL - recibe los lotes ya ordenados y
      *                            corta por sucursal
      ******************************************************************
       3000-LISTAR-POR-SUCURSAL.
           MOVE SPACES TO SUCURSAL-CORTE.
           MOVE "N" TO SW-FIN-ORDEN.
           PERFORM 3100-RETORNAR-LOTE THRU 3100-EXIT
               UNTIL FIN-ORDEN.
           IF SUCURSAL-CORTE NOT = SPACES
               PERFORM 3300-TOTAL-SUCURSAL THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETORNAR-LOTE.
           RETURN ORDEN-LOTES
               AT END
                   MOVE "S" TO SW-FIN-ORDEN
                   GO TO 3100-EXIT
           END-RETURN.
           IF SRT-SUCURSAL NOT = SUCURSAL-CORTE
               IF SUCURSAL-CORTE NOT = SPACES
                   PERFORM 3300-TOTAL-SUCURSAL THRU 3300-EXIT
               END-IF
               PERFORM 3200-ENCABEZAR-SUCURSAL THRU 3200-EXIT
           END-IF.
           MOVE SRT-CANTIDAD TO WS-ED-CANT.
           MOVE SRT-COSTO    TO WS-ED-COSTO.
           MOVE SPACES TO REP-LINEA.
           IF SRT-CONDICION = "B"
               MOVE SRT-IMPORTE TO WS-ED-IMPORTE
               STRING "  marca " SRT-MARCA
                   " lote " SRT-LOTE
                   " vencio " SRT-VENCIMIENTO
                   " cant=" WS-ED-CANT
                   " costo=" WS-ED-COSTO
                   " VENCIDO - BAJA valorizada=" WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO REP-LINEA
               ADD SRT-CANTIDAD TO SUC-UNID-BAJA
               ADD SRT-IMPORTE  TO SUC-IMPORTE-BAJA
               ADD 1 TO TOT-LOTES-BAJA
           ELSE
               MOVE SRT-DIAS TO WS-ED-DIAS
               STRING "  marca " SRT-MARCA
                   " lote " SRT-LOTE
                   " vence  " SRT-VENCIMIENTO
                   " cant=" WS-ED-CANT
                   " costo=" WS-ED-COSTO
                   " dias=" WS-ED-DIAS
                   " A PROMOCIONAR"
                   DELIMITED BY SIZE INTO REP-LINEA
               ADD SRT-CANTIDAD TO SUC-UNID-PROMO
               ADD 1 TO TOT-LOTES-PROMO
           END-IF.
           WRITE REP-LINEA.
       3100-EXIT.
           EXIT.

       3200-ENCABEZAR-SUCURSAL.
           MOVE SRT-SUCURSAL TO SUCURSAL-CORTE.
           MOVE ZERO TO SUC-UNID-PROMO.
           MOVE ZERO TO SUC-UNID-BAJA.
           MOVE ZERO TO SUC-IMPORTE-BAJA.
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
       3200-EXIT.
           EXIT.

       3300-TOTAL-SUCURSAL.
           MOVE SUC-UNID-PROMO   TO WS-ED-CANT2.
           MOVE SUC-UNID-BAJA    TO WS-ED-CANT.
           MOVE SUC-IMPORTE-BAJA TO WS-ED-IMPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "  Sucursal " SUCURSAL-CORTE
               ": a promocionar=" WS-ED-CANT2
               " u.  dadas de baja=" WS-ED-CANT
               " u.  valorizadas=" WS-ED-IMPORTE
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           ADD SUC-UNID-PROMO   TO TOT-UNID-PROMO.
           ADD SUC-UNID-BAJA    TO TOT-UNID-BAJA.
           ADD SUC-IMPORTE-BAJA TO TOT-IMPORTE-BAJA.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN
      ******************************************************************
       5000-RESUMEN.
           MOVE TOT-LOTES-BAJA   TO WS-ED-CANT.
           MOVE TOT-IMPORTE-BAJA TO WS-ED-IMPORTE.
           DISPLAY "Lotes dados de baja.....: " WS-ED-CANT.
           DISPLAY "Baja valorizada al costo: " WS-ED-IMPORTE.
           MOVE TOT-LOTES-PROMO  TO WS-ED-CANT.
           DISPLAY "Lotes a promocionar.....: " WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOT-UNID-PROMO   TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Total: lotes a promocionar=" WS-ED-CANT
               " (" WS-ED-CANT2 " u.)"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOT-LOTES-BAJA   TO WS-ED-CANT.
           MOVE TOT-UNID-BAJA    TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Total: lotes dados de baja=" WS-ED-CANT
               " (" WS-ED-CANT2 " u.) valorizados al costo="
               WS-ED-IMPORTE
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Vencimientos bajas=" WS-ED-CANT
               " unidades=" WS-ED-CANT2
               " valorizadas=" WS-ED-IMPORTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-STOCK - vuelca el libro sin lo dado de baja
      ******************************************************************
       6000-REGRABAR-STOCK.
           OPEN OUTPUT STOCKALF.
           PERFORM VARYING IX-STK FROM 1 BY 1
               UNTIL IX-STK > CANT-STOCK
               MOVE STK-SUCURSAL (IX-STK) TO SCK-SUCURSAL
               MOVE STK-MARCA (IX-STK)    TO SCK-MARCA
               MOVE STK-STOCK (IX-STK)    TO SCK-STOCK
               MOVE STK-MINIMO (IX-STK)   TO SCK-STOCK-MINIMO
               MOVE STK-PEDIDO (IX-STK)   TO SCK-CANT-PEDIDO
               WRITE SCK-REGISTRO
           END-PERFORM.
           CLOSE STOCKALF.
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
               FOR ALL "VenceLotes".
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
           STRING "VenceLotes " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE STKMOVS.
           CLOSE REPORTE-VENCE.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Vencimientos conformados por: " OPERADOR-FIRMA.
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
       END PROGRAM VenceLotes.
