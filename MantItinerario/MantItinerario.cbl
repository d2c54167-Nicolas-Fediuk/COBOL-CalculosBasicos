      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial del itinerario programado.
      * 2026-10-15  NF  AER-REGISTRO suma al final la capacidad por
      *                 clase de cabina; el itinerario solo mira el
      *                 estado del tipo.
      * 2026-10-15  NF  Horario programado de salida y llegada (HHMM)
      *                 al final de ITI-REGISTRO, pedido en el alta y la
      *                 modificacion y auditado antes/despues. El vuelo
      *                 cargado antes queda sin horario (blancos) hasta
      *                 su proxima modificacion.
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
       PROGRAM-ID. MantItinerario.
           05  ITI-DIAS-SEMANA       PIC X(07).
           05  ITI-TIPO-PROG         PIC X(06).
           05  ITI-ESTADO            PIC X(01).
           05  ITI-HORARIO.
               10  ITI-HORA-SALIDA   PIC 9(04).
               10  ITI-HORA-LLEGADA  PIC 9(04).

       FD  AERONAVES.
       01  AER-REGISTRO.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

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
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  VUELO-BUSCADO            PIC X(06) VALUE SPACES.

      *    Hora programada tal como se tipea, HHMM de 24 horas.
       01  HORA-INGRESADA           PIC 9(04) VALUE ZERO.
       01  HORA-INGRESADA-R REDEFINES HORA-INGRESADA.
           05  HI-HH                PIC 9(02).
           05  HI-MM                PIC 9(02).

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
               10  ITN-DIAS          PIC X(07).
               10  ITN-TIPO          PIC X(06).
               10  ITN-ESTADO        PIC X(01).
               10  ITN-HORARIO.
                   15  ITN-SALIDA    PIC 9(04).
                   15  ITN-LLEGADA   PIC 9(04).

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

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
                       MOVE ITI-DIAS-SEMANA TO ITN-DIAS (IX-ITN)
                       MOVE ITI-TIPO-PROG   TO ITN-TIPO (IX-ITN)
                       MOVE ITI-ESTADO      TO ITN-ESTADO (IX-ITN)
                       MOVE ITI-HORARIO     TO ITN-HORARIO (IX-ITN)
                   ELSE
                       MOVE "N" TO SW-ITI-COMPLETO
                       DISPLAY "ITINERARIO.DAT excede la tabla."
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - ruta, dias de operacion, tipo programado
      *                    validado contra el padron de aeronaves y
      *                    horario de salida y llegada
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese el origen (3 letras):".
                   "Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
       2800-SALIDA.
           DISPLAY "Ingrese la hora de salida programada (HHMM):".
           ACCEPT HORA-INGRESADA.
           IF HORA-INGRESADA NOT NUMERIC
               OR HI-HH > 23 OR HI-MM > 59
               DISPLAY "Hora invalida. Reingrese."
               GO TO 2800-SALIDA
           END-IF.
           MOVE HORA-INGRESADA TO ITN-SALIDA (IX-ITN).
      *    La llegada puede caer despues de medianoche (menor que la
      *    salida); solo se rechaza la llegada igual a la salida.
       2800-LLEGADA.
           DISPLAY "Ingrese la hora de llegada programada (HHMM):".
           ACCEPT HORA-INGRESADA.
           IF HORA-INGRESADA NOT NUMERIC
               OR HI-HH > 23 OR HI-MM > 59
               DISPLAY "Hora invalida. Reingrese."
               GO TO 2800-LLEGADA
           END-IF.
           IF HORA-INGRESADA = ITN-SALIDA (IX-ITN)
               DISPLAY "La llegada no puede ser igual a la salida. "
                   "Reingrese."
               GO TO 2800-LLEGADA
           END-IF.
           MOVE HORA-INGRESADA TO ITN-LLEGADA (IX-ITN).
       2800-EXIT.
           EXIT.

               " ruta=" ITN-ORIGEN (IX-ITN) "-" ITN-DESTINO (IX-ITN)
               " dias=" ITN-DIAS (IX-ITN)
               " tipo=" ITN-TIPO (IX-ITN)
               " sale=" ITN-SALIDA (IX-ITN)
               " llega=" ITN-LLEGADA (IX-ITN)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           STRING "Modif vuelo=" ITN-VUELO (IX-ITN)
               " antes dias=" ITN-DIAS (IX-ITN)
               " tipo=" ITN-TIPO (IX-ITN)
               " horario=" ITN-HORARIO (IX-ITN)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           STRING "Modif vuelo=" ITN-VUELO (IX-ITN)
               " despues dias=" ITN-DIAS (IX-ITN)
               " tipo=" ITN-TIPO (IX-ITN)
               " horario=" ITN-HORARIO (IX-ITN)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
                   " " ITN-ORIGEN (IX-ITN) "-" ITN-DESTINO (IX-ITN)
                   " dias=" ITN-DIAS (IX-ITN)
                   " tipo=" ITN-TIPO (IX-ITN)
                   " horario=" ITN-HORARIO (IX-ITN)
                   " estado=" ITN-ESTADO (IX-ITN)
           END-PERFORM.
       5500-EXIT.
               MOVE ITN-DIAS (IX-ITN)    TO ITI-DIAS-SEMANA
               MOVE ITN-TIPO (IX-ITN)    TO ITI-TIPO-PROG
               MOVE ITN-ESTADO (IX-ITN)  TO ITI-ESTADO
               MOVE ITN-HORARIO (IX-ITN) TO ITI-HORARIO
               WRITE ITI-REGISTRO
           END-PERFORM.
           CLOSE ITINERARIO.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "MantItinerario " WS-FECHA-AAAA "-" WS-FECHA-MM
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
