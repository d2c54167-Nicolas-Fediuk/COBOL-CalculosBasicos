      *extraerlo dos veces; el estado general de CIERRES.DAT queda
      *para el circuito de sueldos. La conciliacion previa a la
      *entrega la hace ConciliaVentas, con veredicto en GLVENTAS.CTL.
      *El periodo tiene que estar valuado por ValuaCostos (linea V en
      *CIERRESVENTAS.DAT): en el mismo lote van, por sucursal, el
      *costo de ventas (5100) y las mermas y bajas por vencimiento
      *(5150) al debe contra mercaderias (1150) al haber, tomados de
      *COSTOVENTAS.DAT.
      *El debito de la caja va abierto por medio de pago: efectivo a
      *caja (1010) y los cobros con debito, credito y QR a sus
      *cuentas de cupones a cobrar (1021, 1022 y 1023), que se
      *cancelan cuando paga la procesadora.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial del extracto de ventas.
      * 2026-10-15  NF  Asienta el costo de ventas, mermas y bajas por
      *                 sucursal (COSTOVENTAS); exige el periodo
      *                 valuado por ValuaCostos.
      * 2026-10-15  NF  El debito de la caja se abre por medio de pago:
      *                 efectivo a 1010, debito, credito y QR a
      *                 1021/1022/1023.
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
       PROGRAM-ID. ExtractoVentas.
           SELECT CIERRES-VENTAS ASSIGN TO "CIERRESVENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIE-VTA.
           SELECT COSTOVENTAS ASSIGN TO "COSTOVENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOVENTAS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
      *    Caja diaria por sucursal y dia calendario (CargaCaja);
      *    tipo N alta, R reversa de enmienda, E reemplazo; al final
      *    el importe por medio de pago (el registro anterior al
      *    desglose no lo trae y se toma todo en efectivo).
       FD  CAJA-DIARIA
           RECORDING MODE IS F.
       01  CAJ-REGISTRO.
           05  CAJ-FECHA             PIC 9(08).
           05  CAJ-IMPORTE           PIC 9(06)V99.
           05  CAJ-TIPO              PIC X(01).
           05  CAJ-MEDIOS.
               10  CAJ-EFECTIVO      PIC 9(06)V99.
               10  CAJ-DEBITO        PIC 9(06)V99.
               10  CAJ-CREDITO       PIC 9(06)V99.
               10  CAJ-QR            PIC 9(06)V99.
           05  FILLER REDEFINES CAJ-MEDIOS.
               10  CAJ-MEDIO OCCURS 4 TIMES PIC 9(06)V99.

      *----------------------------------------------------------------
      * Linea de ancho fijo para el importador contable, el mismo

      *    Control propio del extracto de ventas: una linea E por
      *    periodo ya extraido, para no extraerlo dos veces sin pisar
      *    el estado general de CIERRES.DAT del circuito de sueldos;
      *    ValuaCostos deja antes una linea V por periodo valuado.
       FD  CIERRES-VENTAS
           RECORDING MODE IS F.
       01  CIV-REGISTRO.
           05  CIV-PERIODO           PIC 9(06).
           05  CIV-ESTADO            PIC X(01).

      *    Costo de la mercaderia por periodo y sucursal, valuado al
      *    costo promedio por ValuaCostos.
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
       77  FS-CIERRES               PIC X(02) VALUE SPACES.
       77  FS-CIE-VTA               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  FS-COSTOVENTAS           PIC X(02) VALUE SPACES.
       77  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       77  CANT-LINEAS-GL           PIC 9(7) COMP VALUE ZERO.
       77  HASH-IMPORTES-GL         PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-CAJA               PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-COSTO              PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  COSTO-MERMAS             PIC 9(09)V99 VALUE ZERO.
       77  COSTO-SUCURSAL           PIC 9(09)V99 VALUE ZERO.

       01  SW-FIN-CAJA              PIC X(01) VALUE "N".
           88  FIN-CAJA             VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-YA-EXTRAIDO           PIC X(01) VALUE "N".
           88  YA-EXTRAIDO          VALUE "S".
       01  SW-YA-VALUADO            PIC X(01) VALUE "N".
           88  YA-VALUADO           VALUE "S".
       01  SW-FIN-COSTOVENTAS       PIC X(01) VALUE "N".
           88  FIN-COSTOVENTAS      VALUE "S".
       01  SW-TABLA-OK              PIC X(01) VALUE "S".
           88  TABLA-OK             VALUE "S".
       01  SW-ESTADO-PERIODO        PIC X(01) VALUE "A".
           05  SUC-ENTRY OCCURS 50 TIMES INDEXED BY IX-SUC.
               10  SUC-CODIGO-T      PIC X(04).
               10  SUC-CAJA          PIC 9(9)V99 COMP-3.
               10  SUC-MEDIO OCCURS 4 TIMES PIC 9(9)V99 COMP-3.

      *    Cuenta y leyenda del debito de cada medio de pago:
      *    1 efectivo, 2 debito, 3 credito, 4 QR.
       77  IX-MEDIO                 PIC 9(01) COMP VALUE ZERO.
       01  TABLA-CUENTAS-MEDIO.
           05  FILLER               PIC X(10) VALUE "1010".
           05  FILLER               PIC X(08) VALUE "CAJA".
           05  FILLER               PIC X(10) VALUE "1021".
           05  FILLER               PIC X(08) VALUE "DEBITO".
           05  FILLER               PIC X(10) VALUE "1022".
           05  FILLER               PIC X(08) VALUE "CREDITO".
           05  FILLER               PIC X(10) VALUE "1023".
           05  FILLER               PIC X(08) VALUE "QR".
       01  FILLER REDEFINES TABLA-CUENTAS-MEDIO.
           05  CTM-ENTRY OCCURS 4 TIMES.
               10  CTM-CUENTA        PIC X(10).
               10  CTM-LEYENDA       PIC X(08).

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

      *----------------------------------------------------------------
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               IF NOT YA-VALUADO
                   DISPLAY "El periodo " PERIODO-ACTUAL
                       " no tiene el costo valuado; corra primero "
                       "ValuaCostos."
                   STRING "Extracto ventas periodo=" PERIODO-ACTUAL
                       " RECHAZADO, costo sin valuar"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2000-SUMAR-CAJA THRU 2000-EXIT
               IF NOT TABLA-OK
                   DISPLAY "La tabla de sucursales desbordo, el "

      ******************************************************************
      * 1800-CONTROLAR-EXTRAIDO - el periodo no puede extraerse dos
      *                           veces por ventas, y tiene que estar
      *                           valuado
      ******************************************************************
       1800-CONTROLAR-EXTRAIDO.
           MOVE "N" TO SW-YA-EXTRAIDO.
           MOVE "N" TO SW-YA-VALUADO.
           OPEN INPUT CIERRES-VENTAS.
           IF FS-CIE-VTA NOT = "00"
               GO TO 1800-EXIT
                       AND CIV-ESTADO = "E"
                       MOVE "S" TO SW-YA-EXTRAIDO
                   END-IF
                   IF CIV-PERIODO = PERIODO-ACTUAL
                       AND CIV-ESTADO = "V"
                       MOVE "S" TO SW-YA-VALUADO
                   END-IF
           END-READ.
       1850-EXIT.
           EXIT.
               SET IX-SUC TO CANT-SUCURSALES
               MOVE CAJ-SUCURSAL TO SUC-CODIGO-T (IX-SUC)
               MOVE ZERO TO SUC-CAJA (IX-SUC)
               PERFORM VARYING IX-MEDIO FROM 1 BY 1
                   UNTIL IX-MEDIO > 4
                   MOVE ZERO TO SUC-MEDIO (IX-SUC, IX-MEDIO)
               END-PERFORM
           END-IF.
           IF CAJ-MEDIOS NOT NUMERIC
               MOVE CAJ-IMPORTE TO CAJ-EFECTIVO
               MOVE ZERO TO CAJ-DEBITO
               MOVE ZERO TO CAJ-CREDITO
               MOVE ZERO TO CAJ-QR
           END-IF.
           IF CAJ-TIPO = "R"
               SUBTRACT CAJ-IMPORTE FROM SUC-CAJA (IX-SUC)
                   ON SIZE ERROR
                       DISPLAY "Caja de la sucursal fuera de rango."
               END-SUBTRACT
               PERFORM VARYING IX-MEDIO FROM 1 BY 1
                   UNTIL IX-MEDIO > 4
                   SUBTRACT CAJ-MEDIO (IX-MEDIO)
                       FROM SUC-MEDIO (IX-SUC, IX-MEDIO)
               END-PERFORM
           ELSE
               ADD CAJ-IMPORTE TO SUC-CAJA (IX-SUC)
                   ON SIZE ERROR
                       DISPLAY "Caja de la sucursal fuera de rango."
               END-ADD
               PERFORM VARYING IX-MEDIO FROM 1 BY 1
                   UNTIL IX-MEDIO > 4
                   ADD CAJ-MEDIO (IX-MEDIO)
                       TO SUC-MEDIO (IX-SUC, IX-MEDIO)
               END-PERFORM
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRABAR-EXTRACTO - cabecera HD, el debito de caja por
      *                        medio de pago y el credito de ventas
      *                        por sucursal, el
      *                        costo de la mercaderia por sucursal, y
      *                        cola TR con cantidad y hash
      ******************************************************************
       4000-GRABAR-EXTRACTO.
           OPEN OUTPUT GL-VENTAS.
           PERFORM 4100-GRABAR-SUCURSAL THRU 4100-EXIT
               VARYING IX-SUC FROM 1 BY 1
               UNTIL IX-SUC > CANT-SUCURSALES.
           PERFORM 4200-GRABAR-COSTOS THRU 4200-EXIT.
           MOVE SPACES TO GL-COLA.
           MOVE "TR"             TO GL-COLA-TIPO.
           MOVE CANT-LINEAS-GL   TO GL-COLA-CANT.
           CLOSE GL-VENTAS.
           MOVE CANT-LINEAS-GL TO WS-ED-CANT.
           MOVE TOTAL-CAJA     TO WS-ED-VALOR1.
           MOVE TOTAL-COSTO    TO WS-ED-VALOR2.
           DISPLAY "Extracto de ventas generado: " WS-ED-CANT
               " lineas, caja total " WS-ED-VALOR1
               ", costo total " WS-ED-VALOR2 ".".
           STRING "Extracto ventas periodo=" PERIODO-ACTUAL
               " lineas=" WS-ED-CANT
               " totalCaja=" WS-ED-VALOR1
               " totalCosto=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      *    El efectivo va siempre a caja; los otros medios solo
      *    cuando la sucursal los cobro.
       4100-GRABAR-SUCURSAL.
           PERFORM 4150-GRABAR-MEDIO THRU 4150-EXIT
               VARYING IX-MEDIO FROM 1 BY 1
               UNTIL IX-MEDIO > 4.
           MOVE SPACES TO GL-REGISTRO.
           MOVE "4300"              TO GL-CUENTA.
           MOVE PERIODO-ACTUAL      TO GL-PERIODO.
       4100-EXIT.
           EXIT.

       4150-GRABAR-MEDIO.
           IF IX-MEDIO > 1
               AND SUC-MEDIO (IX-SUC, IX-MEDIO) = ZERO
               GO TO 4150-EXIT
           END-IF.
           MOVE SPACES TO GL-REGISTRO.
           MOVE CTM-CUENTA (IX-MEDIO)           TO GL-CUENTA.
           MOVE PERIODO-ACTUAL                  TO GL-PERIODO.
           MOVE SUC-MEDIO (IX-SUC, IX-MEDIO)    TO GL-IMPORTE.
           MOVE "D"                             TO GL-SIGNO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING CTM-LEYENDA (IX-MEDIO) DELIMITED BY SPACE
               " SUCURSAL " SUC-CODIGO-T (IX-SUC)
               DELIMITED BY SIZE INTO GL-DESCRIPCION.
           PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-GRABAR-COSTOS - por sucursal valuada, costo de ventas y
      *                      mermas y bajas al debe contra mercaderias
      *                      al haber; el importe en cero no se asienta
      ******************************************************************
       4200-GRABAR-COSTOS.
           MOVE ZERO TO TOTAL-COSTO.
           OPEN INPUT COSTOVENTAS.
           IF FS-COSTOVENTAS NOT = "00"
               DISPLAY "Sin COSTOVENTAS.DAT (FS=" FS-COSTOVENTAS
                   "), el extracto sale sin costo."
               GO TO 4200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-COSTOVENTAS.
           PERFORM 4250-GRABAR-COSTO-SUC THRU 4250-EXIT
               UNTIL FIN-COSTOVENTAS.
           CLOSE COSTOVENTAS.
       4200-EXIT.
           EXIT.

       4250-GRABAR-COSTO-SUC.
           READ COSTOVENTAS
               AT END
                   MOVE "S" TO SW-FIN-COSTOVENTAS
                   GO TO 4250-EXIT
           END-READ.
           IF CMV-PERIODO NOT = PERIODO-ACTUAL
               GO TO 4250-EXIT
           END-IF.
           COMPUTE COSTO-MERMAS = CMV-COSTO-MERMA + CMV-COSTO-BAJA
               ON SIZE ERROR
                   DISPLAY "Costo de mermas fuera de rango."
           END-COMPUTE.
           COMPUTE COSTO-SUCURSAL = CMV-COSTO-VENTA + COSTO-MERMAS
               ON SIZE ERROR
                   DISPLAY "Costo de la sucursal fuera de rango."
           END-COMPUTE.
           IF COSTO-SUCURSAL = ZERO
               GO TO 4250-EXIT
           END-IF.
           IF CMV-COSTO-VENTA > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE "5100"              TO GL-CUENTA
               MOVE PERIODO-ACTUAL      TO GL-PERIODO
               MOVE CMV-COSTO-VENTA     TO GL-IMPORTE
               MOVE "D"                 TO GL-SIGNO
               MOVE SPACES TO GL-DESCRIPCION
               STRING "CMV SUCURSAL " CMV-SUCURSAL
                   DELIMITED BY SIZE INTO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
           END-IF.
           IF COSTO-MERMAS > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE "5150"              TO GL-CUENTA
               MOVE PERIODO-ACTUAL      TO GL-PERIODO
               MOVE COSTO-MERMAS        TO GL-IMPORTE
               MOVE "D"                 TO GL-SIGNO
               MOVE SPACES TO GL-DESCRIPCION
               STRING "MERMAS SUCURSAL " CMV-SUCURSAL
                   DELIMITED BY SIZE INTO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
           END-IF.
           MOVE SPACES TO GL-REGISTRO.
           MOVE "1150"              TO GL-CUENTA.
           MOVE PERIODO-ACTUAL      TO GL-PERIODO.
           MOVE COSTO-SUCURSAL      TO GL-IMPORTE.
           MOVE "H"                 TO GL-SIGNO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "MERCADERIAS SUCURSAL " CMV-SUCURSAL
               DELIMITED BY SIZE INTO GL-DESCRIPCION.
           PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT.
           ADD COSTO-SUCURSAL TO TOTAL-COSTO
               ON SIZE ERROR
                   DISPLAY "Costo total fuera de rango."
           END-ADD.
           MOVE CMV-COSTO-VENTA TO WS-ED-VALOR1.
           MOVE COSTO-MERMAS    TO WS-ED-VALOR2.
           STRING "Extracto ventas suc=" CMV-SUCURSAL
               " costoVentas=" WS-ED-VALOR1
               " mermas=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4250-EXIT.
           EXIT.

       4500-GRABAR-LINEA.
           WRITE GL-REGISTRO.
           ADD 1 TO CANT-LINEAS-GL.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "ExtractoVentas " WS-FECHA-AAAA "-" WS-FECHA-MM
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
