      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  NF  Version inicial del ranking de vendedores.
      * 2026-10-15  NF  Ranking de equipos: las lineas de override de
      *                 supervision de VTASMES (VTM-TIPO S) ya no
      *                 entran al ranking individual; arman una seccion
      *                 propia con los autos netos del equipo de cada
      *                 supervisor, su cuota, el porcentaje de
      *                 cumplimiento y el override del periodo.
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
       PROGRAM-ID. RankingVendedores.
           05  VTM-AUTOS-NETOS       PIC 9(3).
           05  VTM-PREMIO-TOTAL      PIC 9(7)V99.
           05  VTM-CUOTA-MENSUAL     PIC 9(3).
           05  VTM-TIPO              PIC X(01).
               88  VTM-ES-OVERRIDE   VALUE "S".

       FD  REPORTE-RANKING
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
           05  AUX-CUOTA-2           PIC 9(03).
           05  AUX-TIENE-2           PIC X(01).

      *----------------------------------------------------------------
      * EQUIPOS DE SUPERVISION DEL PERIODO
      *----------------------------------------------------------------
       77  CANT-EQUIPOS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-EQUIPOS.
           05  EQP-ENTRY OCCURS 200 TIMES INDEXED BY IX-EQP.
               10  EQ-SUPERVISOR     PIC 9(05).
               10  EQ-AUTOS          PIC 9(03).
               10  EQ-CUOTA          PIC 9(03).
               10  EQ-OVERRIDE       PIC 9(7)V99 COMP-3.
               10  EQ-CUMPLIMIENTO   PIC 9(3)V9 COMP-3.

       01  EQP-ENTRY-AUX.
           05  AUX-EQ-SUPERVISOR     PIC 9(05).
           05  AUX-EQ-AUTOS          PIC 9(03).
           05  AUX-EQ-CUOTA          PIC 9(03).
           05  AUX-EQ-OVERRIDE       PIC 9(7)V99 COMP-3.
           05  AUX-EQ-CUMPLIMIENTO   PIC 9(3)V9 COMP-3.

       77  IX-ORD                   PIC 9(3) COMP.
       77  IX-ORD2                  PIC 9(3) COMP.
       77  MISSES-SEGUIDOS          PIC 9(1) VALUE ZERO.
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
       01  WS-ED-PREMIO             PIC ZZZZZZ9.99.
       01  WS-ED-ORDEN              PIC ZZ9.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-PORCENTAJE         PIC ZZ9.9.

       PROCEDURE DIVISION.
      ******************************************************************
               PERFORM 3000-RANKING-AUTOS THRU 3000-EXIT
               PERFORM 4000-RANKING-PREMIO THRU 4000-EXIT
               PERFORM 5000-TENDENCIAS THRU 5000-EXIT
               PERFORM 6000-RANKING-EQUIPOS THRU 6000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
               AND VTM-PERIODO NOT = PERIODO-MENOS2
               GO TO 2200-SIGUIENTE
           END-IF.
           IF VTM-ES-OVERRIDE
               IF VTM-PERIODO = PERIODO-ACTUAL
                   PERFORM 2300-AGREGAR-EQUIPO THRU 2300-EXIT
               END-IF
               GO TO 2200-SIGUIENTE
           END-IF.
           PERFORM VARYING IX-VEN FROM 1 BY 1
               UNTIL IX-VEN > CANT-VENDEDORES
                   OR VN-LEGAJO (IX-VEN) = VTM-LEGAJO
       2200-EXIT.
           EXIT.

      *    El override del periodo trae los autos netos y la cuota de
      *    todo el equipo del supervisor.
       2300-AGREGAR-EQUIPO.
           IF CANT-EQUIPOS >= 200
               DISPLAY "Tabla de equipos llena, se descarta "
                   VTM-LEGAJO
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO CANT-EQUIPOS.
           SET IX-EQP TO CANT-EQUIPOS.
           MOVE VTM-LEGAJO        TO EQ-SUPERVISOR (IX-EQP).
           MOVE VTM-AUTOS-NETOS   TO EQ-AUTOS (IX-EQP).
           MOVE VTM-CUOTA-MENSUAL TO EQ-CUOTA (IX-EQP).
           MOVE VTM-PREMIO-TOTAL  TO EQ-OVERRIDE (IX-EQP).
           IF VTM-CUOTA-MENSUAL > ZERO
               COMPUTE EQ-CUMPLIMIENTO (IX-EQP) ROUNDED =
                   VTM-AUTOS-NETOS * 100 / VTM-CUOTA-MENSUAL
                   ON SIZE ERROR
                       MOVE 999.9 TO EQ-CUMPLIMIENTO (IX-EQP)
               END-COMPUTE
           ELSE
               MOVE ZERO TO EQ-CUMPLIMIENTO (IX-EQP)
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RANKING-AUTOS - tabla de posiciones por autos netos
      ******************************************************************
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RANKING-EQUIPOS - tabla de posiciones de los equipos de
      *                        supervision por autos netos, con el
      *                        cumplimiento de la cuota del equipo
      ******************************************************************
       6000-RANKING-EQUIPOS.
           PERFORM 6500-ORDENAR-EQUIPOS THRU 6500-EXIT.
           MOVE SPACES TO REP-LINEA.
           STRING "=== RANKING DE EQUIPOS " PERIODO-ACTUAL " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-EQUIPOS = ZERO
               MOVE SPACES TO REP-LINEA
               STRING "Sin override de supervision en el periodo"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 6000-EXIT
           END-IF.
           PERFORM VARYING IX-ORD FROM 1 BY 1
               UNTIL IX-ORD > CANT-EQUIPOS
               SET IX-EQP TO IX-ORD
               MOVE IX-ORD TO WS-ED-ORDEN
               MOVE EQ-OVERRIDE (IX-EQP) TO WS-ED-PREMIO
               MOVE EQ-CUMPLIMIENTO (IX-EQP) TO WS-ED-PORCENTAJE
               MOVE SPACES TO REP-LINEA
               STRING WS-ED-ORDEN ") Supervisor " EQ-SUPERVISOR (IX-EQP)
                   " autos=" EQ-AUTOS (IX-EQP)
                   " cuota=" EQ-CUOTA (IX-EQP)
                   " cumplimiento=" WS-ED-PORCENTAJE "%"
                   " override=" WS-ED-PREMIO
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-LINEA
           END-PERFORM.
           MOVE CANT-EQUIPOS TO WS-ED-CANT.
           STRING "Ranking periodo=" PERIODO-ACTUAL
               " equipos=" WS-ED-CANT
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       6000-EXIT.
           EXIT.

      *    Ordenamiento por intercambio, autos del equipo descendente.
       6500-ORDENAR-EQUIPOS.
           IF CANT-EQUIPOS < 2
               GO TO 6500-EXIT
           END-IF.
           PERFORM VARYING IX-ORD FROM 1 BY 1
               UNTIL IX-ORD >= CANT-EQUIPOS
               PERFORM VARYING IX-ORD2 FROM 1 BY 1
                   UNTIL IX-ORD2 >= CANT-EQUIPOS
                   IF EQ-AUTOS (IX-ORD2) < EQ-AUTOS (IX-ORD2 + 1)
                       MOVE EQP-ENTRY (IX-ORD2) TO EQP-ENTRY-AUX
                       MOVE EQP-ENTRY (IX-ORD2 + 1)
                           TO EQP-ENTRY (IX-ORD2)
                       MOVE EQP-ENTRY-AUX TO EQP-ENTRY (IX-ORD2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       6500-EXIT.
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
           STRING "RankingVendedores " WS-FECHA-AAAA "-" WS-FECHA-MM
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
