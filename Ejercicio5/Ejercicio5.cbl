      *                 historico CAJADIARIA-AAAAMM.DAT antes de caer
      *                 al ingreso manual, asi la pregunta por un mes
      *                 viejo no obliga a retipear nada.
      * 2026-10-15  NF  Se informa la recaudacion del mes por medio
      *                 de pago (efectivo, debito, credito y QR) con su
      *                 participacion en el total, tomada del desglose
      *                 de la caja diaria; la linea anterior al desglose
      *                 se cuenta como efectivo.
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
       PROGRAM-ID. Ejercicio5.
       DATA DIVISION.
       FILE SECTION.
      *    Caja diaria por sucursal y dia calendario, capturada por
      *    CargaCaja, con el desglose por medio de pago (la linea
      *    anterior al desglose no lo trae y se toma en efectivo).
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

      *    Corte historico de la caja por periodo, que deja
      *    ArchivaMovimientos (misma linea mas la cola TRAILER, que
           05  CJA-FECHA             PIC 9(08).
           05  CJA-IMPORTE           PIC 9(06)V99.
           05  CJA-TIPO              PIC X(01).
           05  CJA-MEDIOS            PIC X(32).

       FD  RECAUD-HIST
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
       77  RESTO-BISIESTO            PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO         PIC 9(04) COMP VALUE ZERO.

      *    Recaudacion del mes por medio de pago: 1 efectivo,
      *    2 debito, 3 credito, 4 QR.
       77  IX-MEDIO                  PIC 9(01) COMP VALUE ZERO.
       01  TABLA-MEDIOS-MES.
           05  MES-MEDIO OCCURS 4 TIMES PIC S9(08)V99 COMP-3.
       01  NOMBRES-MEDIO.
           05  FILLER                PIC X(08) VALUE "Efectivo".
           05  FILLER                PIC X(08) VALUE "Debito".
           05  FILLER                PIC X(08) VALUE "Credito".
           05  FILLER                PIC X(08) VALUE "QR".
       01  FILLER REDEFINES NOMBRES-MEDIO.
           05  NOMBRE-MEDIO OCCURS 4 TIMES PIC X(08).
       77  PORCENTAJE-MEDIO          PIC 9(03)V99 COMP-3 VALUE ZERO.

       01  TABLA-DIAS.
           05  DIA-PRESENTE OCCURS 31 TIMES PIC X(01).

           05  WS-HORA-SS            PIC 9(02).
           05  WS-HORA-CC            PIC 9(02).
       01  AUD-TEXTO                 PIC X(140) VALUE SPACES.
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
       01  WS-ED-VALOR1              PIC ZZZZZZZ9.99.
       01  WS-ED-VALOR2              PIC ZZZZZZ9.99.
       01  WS-MARCA-OBJ               PIC X(30) VALUE SPACES.
           PERFORM 3000-CALCULAR-TOTALES THRU 3000-EXIT.
           PERFORM 4000-CALCULAR-PORCENTAJES THRU 4000-EXIT.
           PERFORM 5000-INFORMAR THRU 5000-EXIT.
           IF CAJA-OK
               PERFORM 5100-INFORMAR-MEDIOS THRU 5100-EXIT
           END-IF.
           PERFORM 6000-ACUMULAR-HISTORICO THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           MOVE "FIN" TO RUN-EVENTO-W.
           PERFORM VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 31
               MOVE "N" TO DIA-PRESENTE (IX-DIA)
           END-PERFORM.
           PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
               MOVE ZERO TO MES-MEDIO (IX-MEDIO)
           END-PERFORM.
           PERFORM 2650-DIAS-DEL-MES THRU 2650-EXIT.
           PERFORM 2680-CARGAR-FERIADOS THRU 2680-EXIT.
           IF DIAS-DEL-MES > 28
               MOVE "S" TO DIA-PRESENTE (FC-DD)
               ADD 1 TO CANT-DIAS-CARGADOS
           END-IF.
           PERFORM 2760-SUMAR-MEDIOS THRU 2760-EXIT.
       2750-EXIT.
           EXIT.

      *    La linea anterior al desglose se toma toda en efectivo.
       2760-SUMAR-MEDIOS.
           IF CAJ-MEDIOS NOT NUMERIC
               MOVE CAJ-IMPORTE TO CAJ-EFECTIVO
               MOVE ZERO TO CAJ-DEBITO
               MOVE ZERO TO CAJ-CREDITO
               MOVE ZERO TO CAJ-QR
           END-IF.
           IF CAJ-TIPO = "R"
               PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
                   SUBTRACT CAJ-MEDIO (IX-MEDIO)
                       FROM MES-MEDIO (IX-MEDIO)
               END-PERFORM
           ELSE
               PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
                   ADD CAJ-MEDIO (IX-MEDIO) TO MES-MEDIO (IX-MEDIO)
               END-PERFORM
           END-IF.
       2760-EXIT.
           EXIT.

      ******************************************************************
      * 2660-AGREGAR-ARCHIVO - el periodo que ya paso al corte por
      *                        ArchivaMovimientos puede leerse del
                   MOVE CJA-FECHA    TO CAJ-FECHA
                   MOVE CJA-IMPORTE  TO CAJ-IMPORTE
                   MOVE CJA-TIPO     TO CAJ-TIPO
                   MOVE CJA-MEDIOS   TO CAJ-MEDIOS
                   PERFORM 2750-SUMAR-DIA THRU 2750-EXIT
           END-READ.
       2670-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-INFORMAR-MEDIOS - recaudacion del mes por medio de pago y
      *                        su participacion en el total; solo
      *                        cuando las semanas salieron de la caja
      *                        diaria (el ingreso manual no la trae)
      ******************************************************************
       5100-INFORMAR-MEDIOS.
           PERFORM 5150-LINEA-MEDIO THRU 5150-EXIT
               VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4.
       5100-EXIT.
           EXIT.

       5150-LINEA-MEDIO.
           MOVE ZERO TO PORCENTAJE-MEDIO.
           IF TotalRecaudado > ZERO AND MES-MEDIO (IX-MEDIO) > ZERO
               COMPUTE PORCENTAJE-MEDIO ROUNDED =
                   MES-MEDIO (IX-MEDIO) * 100 / TotalRecaudado
                   ON SIZE ERROR
                       MOVE ZERO TO PORCENTAJE-MEDIO
               END-COMPUTE
           END-IF.
           MOVE MES-MEDIO (IX-MEDIO) TO WS-ED-VALOR1.
           MOVE PORCENTAJE-MEDIO     TO WS-ED-VALOR2.
           DISPLAY "Recaudado en " NOMBRE-MEDIO (IX-MEDIO) ": "
               WS-ED-VALOR1 " (" WS-ED-VALOR2 "%)".
           MOVE SPACES TO REP-LINEA.
           STRING "Medio " NOMBRE-MEDIO (IX-MEDIO)
               " Importe=" WS-ED-VALOR1
               " Porcentaje%=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           STRING "Medio=" NOMBRE-MEDIO (IX-MEDIO)
               " importe=" WS-ED-VALOR1
               " porcentaje%=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5150-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ACUMULAR-HISTORICO - para comparar anio contra anio y
      *                           sucursal contra sucursal
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "Ejercicio5 " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
