      * 2026-09-02  NF  SUELDOMES paso a indexado con clave periodo/
      *                 legajo/concepto: la re-suma posiciona con
      *                 START en el periodo y corta al cambiar.
      * 2026-10-15  NF  El override de supervision (linea S de
      *                 VTASMES) ya no suma a las comisiones: se
      *                 concilia aparte contra la cuenta de debito del
      *                 concepto SUP. Sin ese mapeo, un override en el
      *                 detalle da DIFERENCIA.
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
       PROGRAM-ID. ConciliaGL.
           05  VTM-AUTOS-NETOS       PIC 9(3).
           05  VTM-PREMIO-TOTAL      PIC 9(7)V99.
           05  VTM-CUOTA-MENSUAL     PIC 9(3).
           05  VTM-TIPO              PIC X(01).
               88  VTM-ES-OVERRIDE   VALUE "S".

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
       77  CANT-LINEAS-GL           PIC 9(5) COMP VALUE ZERO.
       77  CANT-REG-SUELDOS         PIC 9(5) COMP VALUE ZERO.
       77  CANT-REG-COMISIONES      PIC 9(5) COMP VALUE ZERO.
       77  GL-TOTAL-OVERRIDE        PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  DET-TOTAL-OVERRIDE       PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  CANT-REG-OVERRIDE        PIC 9(5) COMP VALUE ZERO.

       01  SW-FIN-GL                PIC X(01) VALUE "N".
           88  FIN-GL               VALUE "S".
       77  CUENTA-SUE-D             PIC X(10) VALUE SPACES.
       77  CUENTA-SAC-D             PIC X(10) VALUE SPACES.
       77  CUENTA-COM-D             PIC X(10) VALUE SPACES.
       77  CUENTA-SUP-D             PIC X(10) VALUE SPACES.

       01  SW-FIN-CUENTAS           PIC X(01) VALUE "N".
           88  FIN-CUENTAS          VALUE "S".
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
       01  WS-ED-CANT               PIC ZZZZ9.
                               DISPLAY "Total GL comisiones desborda."
                       END-ADD
                       ADD 1 TO CANT-LINEAS-GL
                   WHEN CUENTA-SUP-D
                       IF CUENTA-SUP-D NOT = SPACES
                           ADD GL-IMPORTE TO GL-TOTAL-OVERRIDE
                               ON SIZE ERROR
                                   DISPLAY "Total GL override "
                                       "desborda."
                           END-ADD
                           ADD 1 TO CANT-LINEAS-GL
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM 2100-LEER-EXTRACTO THRU 2100-EXIT.
           MOVE "COM" TO CONCEPTO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-COM-D.
      *    El override puede no estar mapeado mientras no haya
      *    supervisores liquidados.
           MOVE "SUP" TO CONCEPTO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-SUP-D.
           IF CUENTA-SUE-D = SPACES OR CUENTA-SAC-D = SPACES
               OR CUENTA-COM-D = SPACES
               DISPLAY "Falta el mapeo de SUE, SAC o COM en el plan "
           EXIT.

       4200-ACUMULAR-COMISION.
           IF VTM-PERIODO = PERIODO-ACTUAL AND VTM-ES-OVERRIDE
               ADD VTM-PREMIO-TOTAL TO DET-TOTAL-OVERRIDE
                   ON SIZE ERROR
                       DISPLAY "Total detalle override desborda."
               END-ADD
               ADD 1 TO CANT-REG-OVERRIDE
               GO TO 4200-SIGUIENTE
           END-IF.
           IF VTM-PERIODO = PERIODO-ACTUAL
               ADD VTM-PREMIO-TOTAL TO DET-TOTAL-COMISIONES
                   ON SIZE ERROR
               END-ADD
               ADD 1 TO CANT-REG-COMISIONES
           END-IF.
       4200-SIGUIENTE.
           PERFORM 4100-LEER-VTASMES THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
           IF GL-TOTAL-AGUINALDO NOT = DET-TOTAL-AGUINALDO
               MOVE "D" TO SW-VEREDICTO
           END-IF.
           IF GL-TOTAL-OVERRIDE NOT = DET-TOTAL-OVERRIDE
               MOVE "D" TO SW-VEREDICTO
           END-IF.
           IF CONCILIA-APROBADA
               MOVE "APROBADO" TO WS-VEREDICTO-TEXTO
           ELSE
               " detalle=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE GL-TOTAL-OVERRIDE  TO WS-ED-VALOR1.
           MOVE DET-TOTAL-OVERRIDE TO WS-ED-VALOR2.
           MOVE CANT-REG-OVERRIDE  TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "OVERRIDE   registros=" WS-ED-CANT
               " extracto=" WS-ED-VALOR1
               " detalle=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "VEREDICTO: " WS-VEREDICTO-TEXTO
               DELIMITED BY SIZE INTO REP-LINEA.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "ConciliaGL " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
