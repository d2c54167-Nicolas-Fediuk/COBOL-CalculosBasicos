      *                 pasar el ultimo, sin barrer anios enteros, y
      *                 el SAC se graba por clave (un duplicado ya no
      *                 puede entrar dos veces).
      * 2026-10-15  NF  Al pagar el SAC se revierte la provision que
      *                 DevengaProvisiones fue acumulando en el
      *                 semestre: un registro RSA por legajo en
      *                 PROVISIONES.DAT del periodo de pago, que el
      *                 extracto asienta contra las cuentas de la
      *                 provision; la lista de control lo muestra.
      * 2026-10-15  NF  Cada linea de auditoria lleva numero de
      *                 secuencia y un sello encadenado al de la linea
      *                 anterior, para que una linea adulterada,
      *                 intercalada o quitada se detecte al verificar
      *                 la cadena.
      * 2026-10-15  NF  La reversion de la provision que no se pudo
      *                 grabar no suma en los totales de revertidos y
      *                 queda asentada en la auditoria.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Aguinaldo.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               FILE STATUS IS FS-SUELDOMES.
           SELECT PROVISIONES ASSIGN TO "PROVISIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CLAVE
               FILE STATUS IS FS-PROVISIONES.
           SELECT REPORTE-SAC ASSIGN TO "REPORTE-AGUINALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           05  SM-SUELDO-NETO       PIC 9(7)V99.
           05  SM-CENTRO-COSTO      PIC X(04).

      *    Provisiones devengadas con clave periodo/legajo/tipo
      *    (DevengaProvisiones): PSA devengamiento SAC, PVA
      *    vacaciones, RSA reversion de la provision SAC al pagarse.
       FD  PROVISIONES.
       01  PRV-REGISTRO.
           05  PRV-CLAVE.
               10  PRV-PERIODO      PIC 9(06).
               10  PRV-LEGAJO       PIC 9(05).
               10  PRV-TIPO         PIC X(03).
           05  PRV-IMPORTE          PIC 9(7)V99.
           05  PRV-BASE             PIC 9(7)V99.
           05  PRV-CENTRO           PIC X(04).
           05  PRV-FECHA            PIC 9(08).
           05  PRV-OPERADOR         PIC X(04).

       FD  REPORTE-SAC
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

      *    Interbloqueo de corridas: cada programa que actualiza toma
      *    su recurso con operador, programa y hora, y lo libera al
       77  PERIODO-PAGO             PIC 9(06) VALUE ZERO.
       77  IMPORTE-SAC              PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  TOTAL-SAC                PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  FS-PROVISIONES           PIC X(02) VALUE SPACES.
       77  PERIODO-SEM              PIC 9(06) VALUE ZERO.
       77  PROVISION-ACUM           PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  TOTAL-REVERTIDO          PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  CANT-REVERTIDOS          PIC 9(3) COMP VALUE ZERO.

       01  SW-FIN-SUELDOMES         PIC X(01) VALUE "N".
           88  FIN-SUELDOMES        VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-SAC-YA-LIQUIDADO      PIC X(01) VALUE "N".
           88  SAC-YA-LIQUIDADO     VALUE "S".
       01  SW-PROVISIONES-ABIERTO   PIC X(01) VALUE "N".
           88  PROVISIONES-ABIERTO  VALUE "S".
       01  SW-RSA-EXISTE            PIC X(01) VALUE "N".
           88  RSA-EXISTE           VALUE "S".
       01  SW-RSA-GRABADA           PIC X(01) VALUE "N".
           88  RSA-GRABADA          VALUE "S".

      *----------------------------------------------------------------
      * MEJOR BRUTO DEL SEMESTRE POR LEGAJO
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
       01  WS-ED-VALOR1             PIC ZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-VALOR3             PIC ZZZZZZ9.99.

      *----------------------------------------------------------------
      * CONTROL DE CIERRE DEL PERIODO
                   OPEN I-O SUELDOMES
               END-IF
           END-IF.
      *    Sin el archivo de provisiones el SAC se liquida igual: la
      *    reversion la rearma DevengaProvisiones al devengar el mes
      *    de pago.
           OPEN I-O PROVISIONES.
           IF FS-PROVISIONES NOT = "00"
               OPEN OUTPUT PROVISIONES
               IF FS-PROVISIONES = "00"
                   CLOSE PROVISIONES
                   OPEN I-O PROVISIONES
               END-IF
           END-IF.
           IF FS-PROVISIONES = "00"
               MOVE "S" TO SW-PROVISIONES-ABIERTO
           ELSE
               DISPLAY "No se pudo abrir PROVISIONES.DAT, FS="
                   FS-PROVISIONES ", la provision no se revierte."
               STRING "SAC periodo=" PERIODO-PAGO
                   " SIN PROVISIONES.DAT FS=" FS-PROVISIONES
                   ", reversion pendiente"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "=== AGUINALDO SEMESTRE " SEMESTRE-SAC "/" ANIO-SAC
               " PERIODO DE PAGO " PERIODO-PAGO " ==="
               VARYING IX-LEG FROM 1 BY 1
               UNTIL IX-LEG > CANT-LEGAJOS.
           CLOSE SUELDOMES.
           IF PROVISIONES-ABIERTO
               CLOSE PROVISIONES
           END-IF.
           MOVE CANT-LEGAJOS TO WS-ED-CANT.
           MOVE TOTAL-SAC    TO WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
               " total=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE CANT-REVERTIDOS TO WS-ED-CANT.
           MOVE TOTAL-REVERTIDO TO WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
           STRING "Provision SAC revertida: legajos=" WS-ED-CANT
               " total=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY "Provision revertida..: " WS-ED-VALOR2.
           STRING "SAC periodo=" PERIODO-PAGO
               " reversion provision legajos=" WS-ED-CANT
               " RSA=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

               ON SIZE ERROR
                   DISPLAY "Total SAC fuera de rango."
           END-ADD.
           PERFORM 3150-REVERTIR-PROVISION THRU 3150-EXIT.
           MOVE LEG-MEJOR-BRUTO (IX-LEG) TO WS-ED-VALOR1.
           MOVE IMPORTE-SAC              TO WS-ED-VALOR2.
           MOVE PROVISION-ACUM           TO WS-ED-VALOR3.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajo " LEG-LEGAJO (IX-LEG)
               " mejor mes " LEG-MEJOR-MES (IX-LEG)
               " bruto=" WS-ED-VALOR1
               " SAC=" WS-ED-VALOR2
               " provision revertida=" WS-ED-VALOR3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
       3100-EXIT.
           EXIT.

      *    La provision devengada en los meses del semestre (PSA) se
      *    revierte con un RSA del periodo de pago; el devengamiento
      *    del propio mes de pago lo suma DevengaProvisiones al
      *    rearmar este mismo registro.
       3150-REVERTIR-PROVISION.
           MOVE ZERO TO PROVISION-ACUM.
           IF NOT PROVISIONES-ABIERTO
               GO TO 3150-EXIT
           END-IF.
           PERFORM 3160-SUMAR-MES THRU 3160-EXIT
               VARYING PERIODO-SEM FROM PERIODO-DESDE BY 1
               UNTIL PERIODO-SEM > PERIODO-HASTA.
           IF PROVISION-ACUM = ZERO
               GO TO 3150-EXIT
           END-IF.
           MOVE PERIODO-PAGO        TO PRV-PERIODO.
           MOVE LEG-LEGAJO (IX-LEG) TO PRV-LEGAJO.
           MOVE "RSA"               TO PRV-TIPO.
           MOVE "N" TO SW-RSA-EXISTE.
           READ PROVISIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-RSA-EXISTE
           END-READ.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           MOVE PROVISION-ACUM      TO PRV-IMPORTE.
           MOVE IMPORTE-SAC         TO PRV-BASE.
           MOVE LEG-CENTRO (IX-LEG) TO PRV-CENTRO.
           MOVE WS-FECHA-AUDIT      TO PRV-FECHA.
           MOVE OPERADOR-CODIGO     TO PRV-OPERADOR.
           MOVE "N" TO SW-RSA-GRABADA.
           IF RSA-EXISTE
               REWRITE PRV-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo actualizar la reversion "
                           "del legajo " PRV-LEGAJO
                   NOT INVALID KEY
                       MOVE "S" TO SW-RSA-GRABADA
               END-REWRITE
           ELSE
               WRITE PRV-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar la reversion del "
                           "legajo " PRV-LEGAJO
                   NOT INVALID KEY
                       MOVE "S" TO SW-RSA-GRABADA
               END-WRITE
           END-IF.
      *    Sin la reversion grabada la provision sigue en pie: no
      *    entra en los totales ni figura como revertida.
           IF NOT RSA-GRABADA
               STRING "SAC periodo=" PERIODO-PAGO
                   " legajo=" PRV-LEGAJO
                   " reversion de provision NO GRABADA FS="
                   FS-PROVISIONES
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               MOVE ZERO TO PROVISION-ACUM
               GO TO 3150-EXIT
           END-IF.
           ADD 1 TO CANT-REVERTIDOS.
           ADD PROVISION-ACUM TO TOTAL-REVERTIDO
               ON SIZE ERROR
                   DISPLAY "Total revertido fuera de rango."
           END-ADD.
       3150-EXIT.
           EXIT.

       3160-SUMAR-MES.
           MOVE PERIODO-SEM         TO PRV-PERIODO.
           MOVE LEG-LEGAJO (IX-LEG) TO PRV-LEGAJO.
           MOVE "PSA"               TO PRV-TIPO.
           READ PROVISIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PRV-IMPORTE TO PROVISION-ACUM
                       ON SIZE ERROR
                           DISPLAY "Provision acumulada fuera de "
                               "rango, legajo " PRV-LEGAJO
                   END-ADD
           END-READ.
       3160-EXIT.
           EXIT.

      ******************************************************************
      * 0700-TOMAR-LOCK - el recurso queda tomado con operador,
      *                   programa y hora; si ya esta tomado se
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "Aguinaldo " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
