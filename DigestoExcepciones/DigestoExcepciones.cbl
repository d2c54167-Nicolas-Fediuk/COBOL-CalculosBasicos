      *  - vendedores DEBAJO DE LA CUOTA MENSUAL del reporte de
      *    comisiones
      *  - semanas DEBAJO DEL OBJETIVO del reporte de recaudacion
      *  - cuentas con DESVIO FUERA DE TOLERANCIA del control
      *    presupuestario
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  NF  Version inicial del digesto de excepciones.
      *                 uno ya reviso: cada corrida saltea lo ya
      *                 revisado y solo levanta las marcas nuevas, en
      *                 vez de relistar todo lo historico.
      * 2026-10-15  NF  Se barren tambien los desvios fuera de
      *                 tolerancia de REPORTE-PRESUPUESTO.DAT
      *                 (ControlPresupuesto), con su propio contador
      *                 en DIGESTO.CTL; un control anterior sin ese
      *                 contador arranca de cero.
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
       PROGRAM-ID. DigestoExcepciones.
               ASSIGN TO "REPORTE-RECAUDACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECAUDACION.
           SELECT REPORTE-PRESUPUESTO
               ASSIGN TO "REPORTE-PRESUPUESTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESUPUESTO.
           SELECT REPORTE-DIGESTO ASSIGN TO "REPORTE-EXCEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIGESTO.
       FILE SECTION.
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

       FD  REPORTE-COMISIONES
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RR-LINEA                 PIC X(140).

       FD  REPORTE-PRESUPUESTO
           RECORDING MODE IS F.
       01  RP-LINEA                 PIC X(140).

       FD  REPORTE-DIGESTO
           RECORDING MODE IS F.
       01  DIG-LINEA                PIC X(180).
      *    regraba al terminar.
       FD  DIGESTO-CTL
           RECORDING MODE IS F.
       01  DCT-LINEA                PIC X(21).

      *    Maestro de operadores autorizados, compartido por todos los
      *    programas con sign-off.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  FS-COMISIONES            PIC X(02) VALUE SPACES.
       77  FS-RECAUDACION           PIC X(02) VALUE SPACES.
       77  FS-PRESUPUESTO           PIC X(02) VALUE SPACES.
       77  FS-DIGESTO               PIC X(02) VALUE SPACES.

       77  FS-DIGESTO-CTL           PIC X(02) VALUE SPACES.
       01  DCT-REGISTRO.
           05  DCT-CANT-COMISIONES  PIC 9(07).
           05  DCT-CANT-RECAUDACION PIC 9(07).
           05  DCT-CANT-PRESUPUESTO PIC 9(07).

       77  CANT-RECHAZADAS          PIC 9(5) COMP VALUE ZERO.
       77  CANT-SIN-CAPACIDAD       PIC 9(5) COMP VALUE ZERO.
       77  CANT-BAJO-CUOTA          PIC 9(5) COMP VALUE ZERO.
       77  CANT-BAJO-OBJETIVO       PIC 9(5) COMP VALUE ZERO.
       77  CANT-FUERA-PRESUP        PIC 9(5) COMP VALUE ZERO.
       77  CONT-MARCA               PIC 9(3) COMP VALUE ZERO.
       77  FECHA-HOY                PIC 9(08) VALUE ZERO.

       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZ9.
       01  WS-ED-CANT4              PIC ZZZZ9.
       01  WS-ED-CANT5              PIC ZZZZ9.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
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

       PROCEDURE DIVISION.
      ******************************************************************
               END-READ
               CLOSE DIGESTO-CTL
           END-IF.
           IF DCT-CANT-PRESUPUESTO IS NOT NUMERIC
               MOVE ZERO TO DCT-CANT-PRESUPUESTO
           END-IF.
           OPEN OUTPUT REPORTE-DIGESTO.
           MOVE SPACES TO DIG-LINEA.
           STRING "=== DIGESTO DE EXCEPCIONES DEL DIA " FECHA-HOY
           PERFORM 2000-BARRER-AUDITORIA THRU 2000-EXIT.
           PERFORM 3000-BARRER-COMISIONES THRU 3000-EXIT.
           PERFORM 4000-BARRER-RECAUDACION THRU 4000-EXIT.
           PERFORM 4500-BARRER-PRESUPUESTO THRU 4500-EXIT.
           PERFORM 5000-RESUMEN THRU 5000-EXIT.
           MOVE DCT-REGISTRO TO DCT-LINEA.
           OPEN OUTPUT DIGESTO-CTL.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4500-BARRER-PRESUPUESTO - desvios fuera de tolerancia
      ******************************************************************
       4500-BARRER-PRESUPUESTO.
           MOVE SPACES TO DIG-LINEA.
           STRING "--- DESVIOS PRESUPUESTARIOS FUERA DE TOLERANCIA ---"
               DELIMITED BY SIZE INTO DIG-LINEA.
           WRITE DIG-LINEA.
           OPEN INPUT REPORTE-PRESUPUESTO.
           IF FS-PRESUPUESTO NOT = "00"
               MOVE "  (sin reporte de control presupuestario)"
                   TO DIG-LINEA
               WRITE DIG-LINEA
               GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ORIGEN.
           MOVE ZERO TO WS-SALTAR-CONT.
           PERFORM 4550-SALTAR-PRESUPUESTO THRU 4550-EXIT
               UNTIL FIN-ORIGEN
               OR WS-SALTAR-CONT >= DCT-CANT-PRESUPUESTO.
           IF NOT FIN-ORIGEN
               PERFORM 4600-LEER-PRESUPUESTO THRU 4600-EXIT
                   UNTIL FIN-ORIGEN
           END-IF.
           CLOSE REPORTE-PRESUPUESTO.
       4500-EXIT.
           EXIT.

      *    Salta los renglones ya revisados en corridas anteriores.
       4550-SALTAR-PRESUPUESTO.
           READ REPORTE-PRESUPUESTO
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO WS-SALTAR-CONT
           END-READ.
       4550-EXIT.
           EXIT.

       4600-LEER-PRESUPUESTO.
           READ REPORTE-PRESUPUESTO
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO DCT-CANT-PRESUPUESTO
                   MOVE ZERO TO CONT-MARCA
                   INSPECT RP-LINEA TALLYING CONT-MARCA
                       FOR ALL "DESVIO FUERA DE TOLERANCIA"
                   IF CONT-MARCA > ZERO
                       ADD 1 TO CANT-FUERA-PRESUP
                       MOVE RP-LINEA TO DIG-LINEA
                       WRITE DIG-LINEA
                   END-IF
           END-READ.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN - conteos por tipo para la revision de la manana
      ******************************************************************
           STRING "Semanas bajo el objetivo....: " WS-ED-CANT
               DELIMITED BY SIZE INTO DIG-LINEA.
           WRITE DIG-LINEA.
           MOVE CANT-FUERA-PRESUP TO WS-ED-CANT.
           MOVE SPACES TO DIG-LINEA.
           STRING "Desvios de presupuesto......: " WS-ED-CANT
               DELIMITED BY SIZE INTO DIG-LINEA.
           WRITE DIG-LINEA.
           DISPLAY "Digesto generado en REPORTE-EXCEPCIONES.DAT.".
           MOVE CANT-RECHAZADAS    TO WS-ED-CANT1.
           MOVE CANT-SIN-CAPACIDAD TO WS-ED-CANT2.
           MOVE CANT-BAJO-CUOTA    TO WS-ED-CANT3.
           MOVE CANT-BAJO-OBJETIVO TO WS-ED-CANT4.
           MOVE CANT-FUERA-PRESUP  TO WS-ED-CANT5.
           STRING "Digesto fecha=" FECHA-HOY
               " rechazos=" WS-ED-CANT1
               " sinCapacidad=" WS-ED-CANT2
               " bajoCuota=" WS-ED-CANT3
               " bajoObjetivo=" WS-ED-CANT4
               " desvioPresup=" WS-ED-CANT5
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "DigestoExcepciones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 8000-FIRMA-OPERADOR
      ******************************************************************
