      *                 firmo la corrida (el mismo codigo dos veces se
      *                 rechaza); ambos codigos quedan asentados en la
      *                 auditoria de la reapertura.
      * 2026-10-15  NF  Cada linea de auditoria lleva numero de
      *                 secuencia y un sello encadenado al de la linea
      *                 anterior, para que una linea adulterada,
      *                 intercalada o quitada se detecte al verificar
      *                 la cadena.
      * 2026-10-15  NF  El cierre de un periodo toma de RUNCONTROL la
      *                 ultima verificacion de la cadena de auditoria
      *                 y la deja en la linea del cierre como
      *                 evidencia; sin verificacion o con la cadena
      *                 quebrada pide confirmacion expresa.
      * 2026-10-15  NF  Solo vale como evidencia la verificacion de la
      *                 cadena corrida despues del ultimo dia del
      *                 periodo que se cierra; una anterior cuenta como
      *                 SIN VERIFICAR y pide la misma confirmacion.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierrePeriodos.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           SELECT RUNCONTROL ASSIGN TO "RUNCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           05  CIE-PERIODO           PIC 9(06).
           05  CIE-ESTADO            PIC X(01).

      *    Bitacora de corridas, de donde se toma la ultima
      *    verificacion de la cadena de auditoria.
       FD  RUNCONTROL
           RECORDING MODE IS F.
       01  RUN-REGISTRO.
           05  RUN-PROGRAMA         PIC X(20).
           05  RUN-FECHA            PIC 9(08).
           05  RUN-HORA             PIC 9(06).
           05  RUN-EVENTO           PIC X(06).
           05  RUN-ESTADO           PIC X(05).
           05  RUN-CANT             PIC 9(07).

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
       01  SW-FIN-CIERRES           PIC X(01) VALUE "N".
           88  FIN-CIERRES          VALUE "S".

      *----------------------------------------------------------------
      * EVIDENCIA DE LA CADENA DE AUDITORIA PARA EL CIERRE
      *----------------------------------------------------------------
       77  FS-RUNCONTROL            PIC X(02) VALUE SPACES.
       77  EVID-FECHA               PIC 9(08) VALUE ZERO.
       77  EVID-ESTADO              PIC X(13) VALUE SPACES.
       77  EVID-CANT                PIC 9(07) VALUE ZERO.
       77  EVID-FECHA-LIMITE        PIC 9(08) VALUE ZERO.
       77  EVID-FECHA-VIEJA         PIC 9(08) VALUE ZERO.
       01  SW-FIN-RUNCONTROL        PIC X(01) VALUE "N".
           88  FIN-RUNCONTROL       VALUE "S".
       01  SW-CONFIRMA-CIERRE       PIC X(01) VALUE "N".
           88  CONFIRMA-CIERRE      VALUE "S" "s".

      *----------------------------------------------------------------
      * ESTADOS DE PERIODO EN MEMORIA
      *----------------------------------------------------------------
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
               WHEN "E"
                   DISPLAY "El periodo ya fue extraido, no se toca."
               WHEN OTHER
                   PERFORM 3100-EVIDENCIA-AUDITORIA THRU 3100-EXIT
                   IF EVID-ESTADO NOT = "OK"
                       DISPLAY "Cerrar igualmente el periodo (S/N)?"
                       ACCEPT SW-CONFIRMA-CIERRE
                       IF NOT CONFIRMA-CIERRE
                           DISPLAY "Cierre cancelado."
                           STRING "CIERRE periodo=" PERIODO-PEDIDO
                               " cancelado, cadena de auditoria "
                               EVID-ESTADO
                               DELIMITED BY SIZE INTO AUD-TEXTO
                           PERFORM 7200-AUDITAR THRU 7200-EXIT
                           GO TO 3000-EXIT
                       END-IF
                   END-IF
                   MOVE "C" TO PER-ESTADO (IX-PER)
                   DISPLAY "Periodo " PERIODO-PEDIDO
                       " cerrado para captura."
                   STRING "CIERRE periodo=" PERIODO-PEDIDO
                       " queda cerrado para captura; cadena de "
                       "auditoria " EVID-ESTADO
                       " verificada el " EVID-FECHA
                       " lineas=" EVID-CANT
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *    Ultima verificacion de la cadena de auditoria asentada en
      *    RUNCONTROL (FIN de VerificaAuditoria), que queda en la linea
      *    del cierre como evidencia; sin verificacion o con la cadena
      *    quebrada el cierre pide confirmacion expresa. Solo vale la
      *    verificacion corrida despues del ultimo dia del periodo que
      *    se cierra: una anterior no cubre lo auditado en el mes.
       3100-EVIDENCIA-AUDITORIA.
           MOVE ZERO TO EVID-FECHA.
           MOVE "SIN VERIFICAR" TO EVID-ESTADO.
           MOVE ZERO TO EVID-CANT.
           MOVE ZERO TO EVID-FECHA-VIEJA.
           COMPUTE EVID-FECHA-LIMITE = PERIODO-PEDIDO * 100 + 31.
           OPEN INPUT RUNCONTROL.
           IF FS-RUNCONTROL = "00"
               MOVE "N" TO SW-FIN-RUNCONTROL
               PERFORM 3150-LEER-RUNCONTROL THRU 3150-EXIT
                   UNTIL FIN-RUNCONTROL
               CLOSE RUNCONTROL
           END-IF.
           EVALUATE EVID-ESTADO
               WHEN "OK"
                   DISPLAY "Cadena de auditoria verificada OK el "
                       EVID-FECHA "."
               WHEN "SIN VERIFICAR"
                   DISPLAY "*** No hay verificacion de la cadena de "
                       "auditoria (VerificaAuditoria) posterior al "
                       "periodo " PERIODO-PEDIDO "."
                   IF EVID-FECHA-VIEJA NOT = ZERO
                       DISPLAY "    La ultima es del " EVID-FECHA-VIEJA
                           " y no cubre el periodo."
                   END-IF
               WHEN OTHER
                   DISPLAY "*** La ultima verificacion de la cadena "
                       "de auditoria (" EVID-FECHA ") dio "
                       EVID-ESTADO "."
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3150-LEER-RUNCONTROL.
           READ RUNCONTROL
               AT END
                   MOVE "S" TO SW-FIN-RUNCONTROL
               NOT AT END
                   IF RUN-PROGRAMA = "VerificaAuditoria"
                       AND RUN-EVENTO = "FIN"
                       IF RUN-FECHA > EVID-FECHA-LIMITE
                           MOVE RUN-FECHA  TO EVID-FECHA
                           MOVE RUN-ESTADO TO EVID-ESTADO
                           MOVE RUN-CANT   TO EVID-CANT
                       ELSE
                           MOVE RUN-FECHA  TO EVID-FECHA-VIEJA
                       END-IF
                   END-IF
           END-READ.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REABRIR - corrida firmada y auditada aparte, con
      *                confirmacion expresa
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "CierrePeriodos " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
      * 8000-FIRMA-OPERADOR
      ******************************************************************
