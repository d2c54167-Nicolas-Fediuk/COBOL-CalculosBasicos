      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial de la paritaria masiva.
      * 2026-10-15  NF  El maestro de empleados suma la fecha de
      *                 ingreso, la fecha de egreso y el motivo de
      *                 egreso que asienta la liquidacion final; aca
      *                 solo cambia la diagramacion del registro.
      * 2026-10-15  NF  El maestro de empleados suma el tipo de
      *                 liquidacion (H por hora, M mensualizado) y el
      *                 sueldo basico mensual. Al mensualizado el
      *                 ajuste por porcentaje le sube el basico (sin
      *                 linea en TARVIGENCIA, que es de tarifas
      *                 horarias); la escala de la categoria es por
      *                 hora y no lo alcanza: queda listado para
      *                 ajustarlo con MantEmpleados.
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
       PROGRAM-ID. ParitariaMasiva.
           05  EMP-VALOR-HORA-FIN   PIC 9(5)V99.
           05  EMP-DEDUCCION-PORC   PIC 9(3)V99.
           05  EMP-ESTADO           PIC X(01).
           05  EMP-FECHA-INGRESO    PIC 9(08).
           05  EMP-FECHA-EGRESO     PIC 9(08).
           05  EMP-MOTIVO-EGRESO    PIC X(01).
           05  EMP-TIPO-LIQUIDACION PIC X(01).
               88  EMP-MENSUALIZADO VALUE "M".
               88  EMP-JORNALIZADO  VALUE "H" " ".
           05  EMP-SUELDO-BASICO    PIC 9(7)V99.

      *    Maestro de categorias con la escala base, mantenido por
      *    MantCategorias.

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
       77  NUEVO-VALOR-FIN          PIC 9(5)V99 COMP-3 VALUE ZERO.
       77  ANTES-VALOR-HORA         PIC 9(5)V99 VALUE ZERO.
       77  ANTES-VALOR-FIN          PIC 9(5)V99 VALUE ZERO.
       77  NUEVO-BASICO             PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  ANTES-BASICO             PIC 9(7)V99 VALUE ZERO.
       77  CANT-SIN-ESCALA          PIC 9(5) COMP VALUE ZERO.

       01  SW-MODO                  PIC X(01).
           88  MODO-PORCENTAJE      VALUE "1".
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
       01  WS-ED-TARIFA1            PIC ZZZZ9.99.
       01  WS-ED-TARIFA2            PIC ZZZZ9.99.
       01  WS-ED-TARIFA3            PIC ZZZZ9.99.
       01  WS-ED-TARIFA4            PIC ZZZZ9.99.
       01  WS-ED-PORC               PIC ZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-BASICO1            PIC ZZZZZZ9.99.
       01  WS-ED-BASICO2            PIC ZZZZZZ9.99.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
           END-START.
           MOVE "N" TO SW-FIN-PADRON.
           MOVE ZERO TO CANT-AJUSTADOS.
           MOVE ZERO TO CANT-SIN-ESCALA.
           PERFORM 2100-LEER-SIGUIENTE THRU 2100-EXIT
               UNTIL FIN-PADRON.
           IF NOT ES-SIMULACION
           STRING "Legajos alcanzados: " WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-SIN-ESCALA > ZERO
               MOVE CANT-SIN-ESCALA TO WS-ED-CANT
               DISPLAY "Mensualizados sin ajuste por escala: "
                   WS-ED-CANT
               MOVE SPACES TO REP-LINEA
               STRING "Mensualizados sin ajuste por escala: "
                   WS-ED-CANT " (ajustar el basico con MantEmpleados)"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           MOVE PORCENTAJE-AJUSTE TO WS-ED-PORC.
           STRING "Paritaria categoria=" CATEGORIA-PEDIDA
               " modo=" SW-MODO
               NOT AT END
                   IF EMP-CATEGORIA = CATEGORIA-PEDIDA
                       AND EMP-ESTADO = "A"
                       IF EMP-MENSUALIZADO
                           PERFORM 2400-AJUSTAR-BASICO THRU 2400-EXIT
                       ELSE
                           PERFORM 2200-AJUSTAR-LEGAJO THRU 2200-EXIT
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-AJUSTAR-BASICO - el mensualizado no tiene tarifa horaria:
      *                       el porcentaje se aplica a su sueldo
      *                       basico; la escala de la categoria, que
      *                       es por hora, no lo alcanza
      ******************************************************************
       2400-AJUSTAR-BASICO.
           IF NOT MODO-PORCENTAJE
               ADD 1 TO CANT-SIN-ESCALA
               MOVE SPACES TO REP-LINEA
               STRING "Legajo " EMP-LEGAJO " " EMP-NOMBRE
                   " mensualizado, la escala horaria no lo alcanza"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-LINEA
               GO TO 2400-EXIT
           END-IF.
           MOVE EMP-SUELDO-BASICO TO ANTES-BASICO.
           COMPUTE NUEVO-BASICO ROUNDED = EMP-SUELDO-BASICO
               * (100 + PORCENTAJE-AJUSTE) / 100
               ON SIZE ERROR
                   DISPLAY "Basico nuevo fuera de rango."
                   MOVE EMP-SUELDO-BASICO TO NUEVO-BASICO
           END-COMPUTE.
           ADD 1 TO CANT-AJUSTADOS.
           MOVE ANTES-BASICO TO WS-ED-BASICO1.
           MOVE NUEVO-BASICO TO WS-ED-BASICO2.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajo " EMP-LEGAJO " " EMP-NOMBRE
               " basico " WS-ED-BASICO1 " -> " WS-ED-BASICO2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           IF ES-SIMULACION
               GO TO 2400-EXIT
           END-IF.
           MOVE NUEVO-BASICO TO EMP-SUELDO-BASICO.
           REWRITE EMP-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar el legajo "
                       EMP-LEGAJO ", FS=" FS-MAESTRO
           END-REWRITE.
           STRING "Paritaria legajo=" EMP-LEGAJO
               " basico " WS-ED-BASICO1 " -> " WS-ED-BASICO2
               " vigencia=" FECHA-VIGENCIA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2400-EXIT.
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
           STRING "ParitariaMasiva " WS-FECHA-AAAA "-" WS-FECHA-MM
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
