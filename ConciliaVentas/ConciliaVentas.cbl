      *GLVENTAS.CTL para que un extracto con DIFERENCIA no se libere
      *al importador, el mismo esquema que ConciliaGL con el extracto
      *de sueldos.
      *Las lineas de costo de la mercaderia del mismo lote (5100 y
      *5150 al debe, 1150 al haber) se comparan contra la re-suma de
      *COSTOVENTAS.DAT del periodo; una cuenta que el extracto no
      *deberia traer tambien da DIFERENCIA.
      *La caja se compara ademas medio por medio: el efectivo contra
      *1010 y el debito, credito y QR contra 1021, 1022 y 1023.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial de la conciliacion de ventas.
      * 2026-10-15  NF  Caja y ventas solo por 1010/4300; concilia el
      *                 costo de la mercaderia contra COSTOVENTAS.
      * 2026-10-15  NF  La caja se concilia tambien por medio de pago
      *                 (1010, 1021, 1022 y 1023).
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
       PROGRAM-ID. ConciliaVentas.
           SELECT CAJA-DIARIA ASSIGN TO "CAJADIARIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJA.
           SELECT COSTOVENTAS ASSIGN TO "COSTOVENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOVENTAS.
           SELECT REPORTE-CONCILIA
               ASSIGN TO "REPORTE-CONCILIA-VENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  FILLER               PIC X(12).

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

       FD  REPORTE-CONCILIA
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
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-GL-CTL                PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  FS-COSTOVENTAS           PIC X(02) VALUE SPACES.
       77  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.

       77  GL-TOTAL-CAJA            PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  GL-TOTAL-VENTAS          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  DET-TOTAL-CAJA           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  GL-TOTAL-COSTO           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  GL-TOTAL-MERCADERIA      PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  DET-TOTAL-COSTO          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  CANT-LINEAS-GL           PIC 9(5) COMP VALUE ZERO.
       77  CANT-LINEAS-OTRAS        PIC 9(5) COMP VALUE ZERO.

      *    Caja por medio de pago: 1 efectivo, 2 debito, 3 credito,
      *    4 QR; re-sumada y segun el extracto.
       77  IX-MEDIO                 PIC 9(01) COMP VALUE ZERO.
       01  TABLA-MEDIOS.
           05  MED-ENTRY OCCURS 4 TIMES.
               10  DET-MEDIO         PIC S9(11)V99 COMP-3.
               10  GL-MEDIO          PIC 9(11)V99 COMP-3.
       01  NOMBRES-MEDIO.
           05  FILLER               PIC X(08) VALUE "EFECTIVO".
           05  FILLER               PIC X(08) VALUE "DEBITO".
           05  FILLER               PIC X(08) VALUE "CREDITO".
           05  FILLER               PIC X(08) VALUE "QR".
       01  FILLER REDEFINES NOMBRES-MEDIO.
           05  NOMBRE-MEDIO OCCURS 4 TIMES PIC X(08).
       77  CANT-REG-CAJA            PIC 9(5) COMP VALUE ZERO.

       01  SW-FIN-GL                PIC X(01) VALUE "N".
           88  FIN-GL               VALUE "S".
       01  SW-FIN-CAJA              PIC X(01) VALUE "N".
           88  FIN-CAJA             VALUE "S".
       01  SW-FIN-COSTOVENTAS       PIC X(01) VALUE "N".
           88  FIN-COSTOVENTAS      VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-VEREDICTO             PIC X(01) VALUE "A".
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
       01  WS-ED-VALOR1             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-VALOR3             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-VEREDICTO-TEXTO       PIC X(10).

               END-IF
               PERFORM 2000-SUMAR-EXTRACTO THRU 2000-EXIT
               PERFORM 3000-SUMAR-CAJA THRU 3000-EXIT
               PERFORM 3500-SUMAR-COSTO THRU 3500-EXIT
               PERFORM 5000-COMPARAR THRU 5000-EXIT
               PERFORM 6000-GRABAR-VEREDICTO THRU 6000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT

      ******************************************************************
      * 2000-SUMAR-EXTRACTO - re-suma los debitos de caja y creditos
      *                       de ventas grabados en el extracto, y
      *                       las lineas de costo de la mercaderia
      ******************************************************************
       2000-SUMAR-EXTRACTO.
           MOVE "N" TO SW-FIN-GL.
                       AND GL-CUENTA (1:2) NOT = "TR"
                       AND GL-PERIODO = PERIODO-ACTUAL
                       ADD 1 TO CANT-LINEAS-GL
                       PERFORM 2200-CLASIFICAR-LINEA THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CLASIFICAR-LINEA - cada cuenta del extracto a su total
      ******************************************************************
       2200-CLASIFICAR-LINEA.
           EVALUATE GL-CUENTA
               WHEN "1010"
                   MOVE 1 TO IX-MEDIO
                   PERFORM 2300-SUMAR-MEDIO THRU 2300-EXIT
               WHEN "1021"
                   MOVE 2 TO IX-MEDIO
                   PERFORM 2300-SUMAR-MEDIO THRU 2300-EXIT
               WHEN "1022"
                   MOVE 3 TO IX-MEDIO
                   PERFORM 2300-SUMAR-MEDIO THRU 2300-EXIT
               WHEN "1023"
                   MOVE 4 TO IX-MEDIO
                   PERFORM 2300-SUMAR-MEDIO THRU 2300-EXIT
               WHEN "4300"
                   ADD GL-IMPORTE TO GL-TOTAL-VENTAS
                       ON SIZE ERROR
                           DISPLAY "Total de ventas del "
                               "extracto fuera de rango."
                   END-ADD
               WHEN "5100"
               WHEN "5150"
                   ADD GL-IMPORTE TO GL-TOTAL-COSTO
                       ON SIZE ERROR
                           DISPLAY "Total de costo del "
                               "extracto fuera de rango."
                   END-ADD
               WHEN "1150"
                   ADD GL-IMPORTE TO GL-TOTAL-MERCADERIA
                       ON SIZE ERROR
                           DISPLAY "Total de mercaderias del "
                               "extracto fuera de rango."
                   END-ADD
               WHEN OTHER
                   ADD 1 TO CANT-LINEAS-OTRAS
                   DISPLAY "Cuenta inesperada en el extracto: "
                       GL-CUENTA
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *    Todo debito de caja, de cualquier medio, suma al total.
       2300-SUMAR-MEDIO.
           ADD GL-IMPORTE TO GL-TOTAL-CAJA
               ON SIZE ERROR
                   DISPLAY "Total de caja del "
                       "extracto fuera de rango."
           END-ADD.
           ADD GL-IMPORTE TO GL-MEDIO (IX-MEDIO)
               ON SIZE ERROR
                   DISPLAY "Total del medio de pago fuera de rango."
           END-ADD.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SUMAR-CAJA - re-suma independiente de la caja del periodo
      *                   restando las reversas de enmienda
      ******************************************************************
       3000-SUMAR-CAJA.
           PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
               MOVE ZERO TO DET-MEDIO (IX-MEDIO)
           END-PERFORM.
           MOVE "N" TO SW-FIN-CAJA.
           PERFORM 3100-LEER-CAJA THRU 3100-EXIT
               UNTIL FIN-CAJA.
                   MOVE CAJ-FECHA TO FECHA-CAJA
                   IF FC-PERIODO = PERIODO-ACTUAL
                       ADD 1 TO CANT-REG-CAJA
                       PERFORM 3200-SUMAR-MEDIOS THRU 3200-EXIT
                       IF CAJ-TIPO = "R"
                           SUBTRACT CAJ-IMPORTE FROM DET-TOTAL-CAJA
                               ON SIZE ERROR
       3100-EXIT.
           EXIT.

      *    El registro anterior al desglose se toma todo en efectivo.
       3200-SUMAR-MEDIOS.
           IF CAJ-MEDIOS NOT NUMERIC
               MOVE CAJ-IMPORTE TO CAJ-EFECTIVO
               MOVE ZERO TO CAJ-DEBITO
               MOVE ZERO TO CAJ-CREDITO
               MOVE ZERO TO CAJ-QR
           END-IF.
           IF CAJ-TIPO = "R"
               PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
                   SUBTRACT CAJ-MEDIO (IX-MEDIO)
                       FROM DET-MEDIO (IX-MEDIO)
               END-PERFORM
           ELSE
               PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
                   ADD CAJ-MEDIO (IX-MEDIO) TO DET-MEDIO (IX-MEDIO)
               END-PERFORM
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-SUMAR-COSTO - re-suma del costo de ventas, mermas y bajas
      *                    valuado para el periodo
      ******************************************************************
       3500-SUMAR-COSTO.
           OPEN INPUT COSTOVENTAS.
           IF FS-COSTOVENTAS NOT = "00"
               GO TO 3500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-COSTOVENTAS.
           PERFORM 3600-LEER-COSTO THRU 3600-EXIT
               UNTIL FIN-COSTOVENTAS.
           CLOSE COSTOVENTAS.
       3500-EXIT.
           EXIT.

       3600-LEER-COSTO.
           READ COSTOVENTAS
               AT END
                   MOVE "S" TO SW-FIN-COSTOVENTAS
               NOT AT END
                   IF CMV-PERIODO = PERIODO-ACTUAL
                       ADD CMV-COSTO-VENTA CMV-COSTO-MERMA
                           CMV-COSTO-BAJA TO DET-TOTAL-COSTO
                           ON SIZE ERROR
                               DISPLAY "Total de costo fuera de "
                                   "rango."
                       END-ADD
                   END-IF
           END-READ.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 5000-COMPARAR - veredicto APROBADO solo cuando la caja re-
      *                 sumada coincide con el debito y el credito del
      *                 extracto, el costo re-sumado con el debito de
      *                 costo y el credito de mercaderias, y no hay
      *                 cuentas ajenas al extracto
      ******************************************************************
       5000-COMPARAR.
           OPEN OUTPUT REPORTE-CONCILIA.
           IF DET-TOTAL-CAJA NOT = GL-TOTAL-VENTAS
               MOVE "D" TO SW-VEREDICTO
           END-IF.
           IF DET-TOTAL-COSTO NOT = GL-TOTAL-COSTO
               MOVE "D" TO SW-VEREDICTO
           END-IF.
           IF DET-TOTAL-COSTO NOT = GL-TOTAL-MERCADERIA
               MOVE "D" TO SW-VEREDICTO
           END-IF.
           IF CANT-LINEAS-OTRAS > ZERO
               MOVE "D" TO SW-VEREDICTO
           END-IF.
           PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
               IF DET-MEDIO (IX-MEDIO) NOT = GL-MEDIO (IX-MEDIO)
                   MOVE "D" TO SW-VEREDICTO
               END-IF
           END-PERFORM.
           MOVE CANT-REG-CAJA TO WS-ED-CANT.
           MOVE DET-TOTAL-CAJA TO WS-ED-VALOR1.
           MOVE SPACES TO REP-LINEA.
               " creditoVentas=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 5100-LINEA-MEDIO THRU 5100-EXIT
               VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4.
           MOVE DET-TOTAL-COSTO     TO WS-ED-VALOR1.
           MOVE GL-TOTAL-COSTO      TO WS-ED-VALOR2.
           MOVE GL-TOTAL-MERCADERIA TO WS-ED-VALOR3.
           MOVE SPACES TO REP-LINEA.
           STRING "Costo re-sumado=" WS-ED-VALOR1
               " extracto: debitoCosto=" WS-ED-VALOR2
               " creditoMercaderias=" WS-ED-VALOR3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-LINEAS-OTRAS > ZERO
               MOVE CANT-LINEAS-OTRAS TO WS-ED-CANT
               MOVE SPACES TO REP-LINEA
               STRING "Lineas con cuenta inesperada=" WS-ED-CANT
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           IF CONCILIA-APROBADA
               MOVE "APROBADO" TO WS-VEREDICTO-TEXTO
           ELSE
       5000-EXIT.
           EXIT.

       5100-LINEA-MEDIO.
           MOVE DET-MEDIO (IX-MEDIO) TO WS-ED-VALOR1.
           MOVE GL-MEDIO (IX-MEDIO)  TO WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
           STRING "  " NOMBRE-MEDIO (IX-MEDIO)
               " re-sumado=" WS-ED-VALOR1
               " extracto=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           IF DET-MEDIO (IX-MEDIO) NOT = GL-MEDIO (IX-MEDIO)
               MOVE "*** DIFERENCIA" TO REP-LINEA (63:14)
           END-IF.
           WRITE REP-LINEA.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRABAR-VEREDICTO - el extracto solo se libera con el
      *                         APROBADO asentado en GLVENTAS.CTL
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "ConciliaVentas " WS-FECHA-AAAA "-" WS-FECHA-MM
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
