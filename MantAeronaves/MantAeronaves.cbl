      *                 para que los vuelos de fechas previas a la
      *                 reconfiguracion no caigan al padron y
      *                 recalculen con la capacidad nueva.
      * 2026-10-15  NF  La capacidad se carga por clase de cabina (J
      *                 ejecutiva, W premium, Y economica) en el alta
      *                 y en el cambio de capacidad; AER-CAPACIDAD y
      *                 CAP-CAPACIDAD siguen siendo el total (suma de
      *                 las clases). El padron y el historial llevan
      *                 el detalle al final del registro; el tipo dado
      *                 de alta antes trae el detalle en blanco y se
      *                 toma como todo economica.
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
       PROGRAM-ID. MantAeronaves.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

      *    Historial de capacidades: una linea por cambio, con la fecha
      *    desde la que rige. La capacidad anterior queda en el archivo.
           05  CAP-TIPO              PIC X(06).
           05  CAP-FECHA-VIGENCIA    PIC 9(08).
           05  CAP-CAPACIDAD         PIC 9(03).
           05  CAP-CLASES.
               10  CAP-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

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
       77  CAPACIDAD-ANTERIOR       PIC 9(03).
       77  FECHA-VIGENCIA           PIC 9(08).
       77  CANT-LISTADOS            PIC 9(5) COMP VALUE ZERO.
       77  IX-CLA                   PIC 9(01) COMP VALUE ZERO.
       77  TOTAL-CLASES             PIC 9(04) VALUE ZERO.

       01  CLASES-ANTERIORES.
           05  ANT-CAP-CLASE        PIC 9(03) OCCURS 3 TIMES.

      *----------------------------------------------------------------
      * CLASES DE CABINA, en el orden de AER-CAP-CLASE
      *----------------------------------------------------------------
       01  CLASES-VALORES.
           05  FILLER               PIC X(11) VALUE "JEjecutiva".
           05  FILLER               PIC X(11) VALUE "WPremium".
           05  FILLER               PIC X(11) VALUE "YEconomica".
       01  TABLA-CLASES REDEFINES CLASES-VALORES.
           05  CLS-ENTRY OCCURS 3 TIMES.
               10  CLS-CODIGO       PIC X(01).
               10  CLS-NOMBRE       PIC X(10).

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
       01  SW-REGISTRO-OK           PIC X(01) VALUE "N".
           88  REGISTRO-OK          VALUE "S".

       01  SW-CLASES-OK             PIC X(01) VALUE "N".
           88  CLASES-OK            VALUE "S".

       01  SW-FIN-PADRON            PIC X(01) VALUE "N".
           88  FIN-PADRON           VALUE "S".

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

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
               GO TO 3000-EXIT
           END-IF.
           MOVE TIPO-BUSCADO TO AER-TIPO.
           DISPLAY "Ingrese la capacidad de asientos por clase:".
           PERFORM 3100-PEDIR-CLASES THRU 3100-EXIT.
           IF NOT CLASES-OK
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Ingrese la fecha de vigencia (AAAAMMDD):".
           ACCEPT FECHA-VIGENCIA.
           MOVE "A" TO AER-ESTADO.
               DISPLAY "Alta grabada."
               STRING "Alta tipo=" AER-TIPO
                   " capacidad=" AER-CAPACIDAD
                   " J=" AER-CAP-CLASE (1)
                   " W=" AER-CAP-CLASE (2)
                   " Y=" AER-CAP-CLASE (3)
                   " vigencia=" FECHA-VIGENCIA
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PEDIR-CLASES - asientos de cada clase (cero si la cabina
      *                     no la tiene); el total es la suma y tiene
      *                     que quedar entre 1 y 999
      ******************************************************************
       3100-PEDIR-CLASES.
           MOVE "S" TO SW-CLASES-OK.
           PERFORM 3150-PEDIR-CLASE THRU 3150-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
           ADD AER-CAP-CLASE (1) AER-CAP-CLASE (2) AER-CAP-CLASE (3)
               GIVING TOTAL-CLASES.
           IF TOTAL-CLASES = ZERO OR TOTAL-CLASES > 999
               MOVE "N" TO SW-CLASES-OK
               DISPLAY "La capacidad total debe quedar entre 1 y 999,"
                   " no se graba."
               GO TO 3100-EXIT
           END-IF.
           MOVE TOTAL-CLASES TO AER-CAPACIDAD.
       3100-EXIT.
           EXIT.

       3150-PEDIR-CLASE.
           DISPLAY "  Asientos en clase " CLS-CODIGO (IX-CLA) " "
               CLS-NOMBRE (IX-CLA) " (0 si no la tiene):".
           ACCEPT AER-CAP-CLASE (IX-CLA).
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CAMBIO-CAPACIDAD - registra la reconfiguracion con su
      *                         vigencia; la capacidad anterior queda
               GO TO 4000-EXIT
           END-IF.
           MOVE AER-CAPACIDAD TO CAPACIDAD-ANTERIOR.
           MOVE AER-CLASES TO CLASES-ANTERIORES.
           DISPLAY "Capacidad actual: " AER-CAPACIDAD
               " J=" AER-CAP-CLASE (1)
               " W=" AER-CAP-CLASE (2)
               " Y=" AER-CAP-CLASE (3).
           DISPLAY "Ingrese la nueva capacidad por clase:".
           PERFORM 3100-PEDIR-CLASES THRU 3100-EXIT.
           IF NOT CLASES-OK
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Ingrese la fecha de vigencia (AAAAMMDD):".
           ACCEPT FECHA-VIGENCIA.
           REWRITE AER-REGISTRO
               DISPLAY "Cambio de capacidad grabado."
               STRING "Cambio tipo=" AER-TIPO
                   " antes capacidad=" CAPACIDAD-ANTERIOR
                   " J=" ANT-CAP-CLASE (1)
                   " W=" ANT-CAP-CLASE (2)
                   " Y=" ANT-CAP-CLASE (3)
                   " despues capacidad=" AER-CAPACIDAD
                   " J=" AER-CAP-CLASE (1)
                   " W=" AER-CAP-CLASE (2)
                   " Y=" AER-CAP-CLASE (3)
                   " vigencia=" FECHA-VIGENCIA
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           MOVE AER-TIPO            TO CAP-TIPO.
           MOVE ZERO                TO CAP-FECHA-VIGENCIA.
           MOVE CAPACIDAD-ANTERIOR  TO CAP-CAPACIDAD.
           MOVE CLASES-ANTERIORES   TO CAP-CLASES.
           WRITE CAP-REGISTRO.
           DISPLAY "Se siembra el historial del tipo " AER-TIPO
               " con la capacidad anterior " CAPACIDAD-ANTERIOR ".".
           MOVE AER-TIPO        TO CAP-TIPO.
           MOVE FECHA-VIGENCIA  TO CAP-FECHA-VIGENCIA.
           MOVE AER-CAPACIDAD   TO CAP-CAPACIDAD.
           MOVE AER-CLASES      TO CAP-CLASES.
           WRITE CAP-REGISTRO.
       4500-EXIT.
           EXIT.
               AT END
                   MOVE "S" TO SW-FIN-PADRON
               NOT AT END
                   PERFORM 7050-CLASES-ANTERIORES THRU 7050-EXIT
                   DISPLAY "Tipo " AER-TIPO
                       " capacidad=" AER-CAPACIDAD
                       " J=" AER-CAP-CLASE (1)
                       " W=" AER-CAP-CLASE (2)
                       " Y=" AER-CAP-CLASE (3)
                       " estado=" AER-ESTADO
                   ADD 1 TO CANT-LISTADOS
           END-READ.
               INVALID KEY
                   MOVE "N" TO SW-REGISTRO-OK
           END-READ.
           IF REGISTRO-OK
               PERFORM 7050-CLASES-ANTERIORES THRU 7050-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *    El tipo dado de alta antes de la carga por clase trae el
      *    detalle en blanco: toda su capacidad va a economica.
       7050-CLASES-ANTERIORES.
           IF AER-CLASES IS NOT NUMERIC OR AER-CLASES = ZEROS
               MOVE ZERO TO AER-CAP-CLASE (1)
               MOVE ZERO TO AER-CAP-CLASE (2)
               MOVE AER-CAPACIDAD TO AER-CAP-CLASE (3)
           END-IF.
       7050-EXIT.
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
           STRING "MantAeronaves " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
