      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial del control diario.
      * 2026-10-15  NF  VUE-REGISTRO suma al final los ocupados y la
      *                 recaudacion por clase de cabina; este control
      *                 no los usa.
      * 2026-10-15  NF  El vuelo volado cuya salida se demoro mas que
      *                 el corte (MIN-CORTE-DEMORA, 180 minutos) se
      *                 lista como DEMORADO con su causa y se cuenta
      *                 aparte de los cancelados en el resumen, el
      *                 reporte y la auditoria. ITI-REGISTRO suma el
      *                 horario programado, que este control no usa.
      * 2026-10-15  NF  VUELOS.DAT suma la matricula de la aeronave
      *                 (VUE-MATRICULA); este programa no la usa.
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
       PROGRAM-ID. ControlItinerario.
           05  ITI-DIAS-SEMANA       PIC X(07).
           05  ITI-TIPO-PROG         PIC X(06).
           05  ITI-ESTADO            PIC X(01).
           05  ITI-HORARIO.
               10  ITI-HORA-SALIDA   PIC 9(04).
               10  ITI-HORA-LLEGADA  PIC 9(04).

       FD  VUELOS
           RECORDING MODE IS F.
           05  VUE-TIPO-AERONAVE     PIC X(06).
           05  VUE-ASIENTOS-OCUP     PIC 9(3).
           05  VUE-INGRESO           PIC 9(08)V99.
           05  VUE-CLASES.
               10  VUE-CLASE OCCURS 3 TIMES.
                   15  VUE-OCUP-CLASE    PIC 9(03).
                   15  VUE-INGRESO-CLASE PIC 9(08)V99.
           05  VUE-CON-HORARIO       PIC X(01).
           05  VUE-SALIDA-PROG       PIC 9(04).
           05  VUE-CALZOS-FUERA      PIC 9(04).
           05  VUE-CALZOS-DENTRO     PIC 9(04).
           05  VUE-DEMORA-MIN        PIC 9(04).
           05  VUE-CAUSA-DEMORA      PIC X(02).
           05  VUE-MATRICULA         PIC X(06).

      *    Cancelaciones explicitas con motivo, una por vuelo y fecha.
       FD  CANCELACIONES

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
       77  CANT-PROGRAMADOS         PIC 9(3) COMP VALUE ZERO.
       77  CANT-SIN-REGISTRO        PIC 9(3) COMP VALUE ZERO.
       77  CANT-CANCELADOS          PIC 9(3) COMP VALUE ZERO.
       77  CANT-DEMORADOS           PIC 9(3) COMP VALUE ZERO.
      *    Minutos de demora de salida a partir de los cuales el vuelo
      *    volado se informa como demorado, aparte de las cancelaciones.
       77  MIN-CORTE-DEMORA         PIC 9(04) VALUE 0180.
       77  DEMORA-VUELO             PIC 9(04) VALUE ZERO.
       77  CAUSA-VUELO              PIC X(02) VALUE SPACES.

       01  SW-FIN-ITINERARIO        PIC X(01) VALUE "N".
           88  FIN-ITINERARIO       VALUE "S".
      *----------------------------------------------------------------
       77  CANT-VOLADOS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-VOLADOS.
           05  VOL-ENTRY OCCURS 300 TIMES INDEXED BY IX-VOL.
               10  VOL-VUELO         PIC X(06).
               10  VOL-DEMORA        PIC 9(04).
               10  VOL-CAUSA         PIC X(02).

       77  CANT-CANCEL-DIA          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CANCELADOS.
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
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZ9.
       01  WS-ED-CANT4              PIC ZZZZ9.
       01  WS-ED-DEMORA             PIC ZZZ9.
       01  WS-ED-CORTE              PIC ZZZ9.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
                           ADD 1 TO CANT-VOLADOS
                           SET IX-VOL TO CANT-VOLADOS
                           MOVE VUE-NUMERO TO VOL-VUELO (IX-VOL)
                           PERFORM 1560-DEMORA-VOLADO THRU 1560-EXIT
                       ELSE
                           DISPLAY "Tabla de volados llena, se "
                               "descarta " VUE-NUMERO
       1550-EXIT.
           EXIT.

      *    El registro sin horario (anterior a la carga de calzos o
      *    vuelo fuera del itinerario) no tiene demora medida.
       1560-DEMORA-VOLADO.
           MOVE ZERO TO VOL-DEMORA (IX-VOL).
           MOVE SPACES TO VOL-CAUSA (IX-VOL).
           IF VUE-CON-HORARIO = "S"
               AND VUE-DEMORA-MIN IS NUMERIC
               MOVE VUE-DEMORA-MIN   TO VOL-DEMORA (IX-VOL)
               MOVE VUE-CAUSA-DEMORA TO VOL-CAUSA (IX-VOL)
           END-IF.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CARGAR-CANCELADOS - cancelaciones ya asentadas para la
      *                          fecha controlada
      * 2000-CONTROLAR-ITINERARIO - cada vuelo programado para el dia
      *                             sin registro ni cancelacion queda
      *                             listado, con la opcion de asentar
      *                             la cancelacion en el momento; el
      *                             volado con la salida demorada mas
      *                             alla del corte se lista aparte
      ******************************************************************
       2000-CONTROLAR-ITINERARIO.
           MOVE SPACES TO REP-LINEA.
               UNTIL IX-VOL > CANT-VOLADOS OR VUELO-VOLADO
               IF VOL-VUELO (IX-VOL) = ITI-VUELO
                   MOVE "S" TO SW-VUELO-VOLADO
                   MOVE VOL-DEMORA (IX-VOL) TO DEMORA-VUELO
                   MOVE VOL-CAUSA (IX-VOL)  TO CAUSA-VUELO
               END-IF
           END-PERFORM.
           IF VUELO-VOLADO
               IF DEMORA-VUELO > MIN-CORTE-DEMORA
                   PERFORM 2250-INFORMAR-DEMORA THRU 2250-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO SW-YA-CANCELADO.
       2200-EXIT.
           EXIT.

      *    Volo, pero tan tarde que para el pasajero no es el vuelo
      *    del horario: se cuenta como demorado, nunca como cancelado.
       2250-INFORMAR-DEMORA.
           ADD 1 TO CANT-DEMORADOS.
           MOVE DEMORA-VUELO TO WS-ED-DEMORA.
           MOVE MIN-CORTE-DEMORA TO WS-ED-CORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelo " ITI-VUELO
               " " ITI-ORIGEN "-" ITI-DESTINO
               " DEMORADO " WS-ED-DEMORA " min sobre el corte de "
               WS-ED-CORTE " causa=" CAUSA-VUELO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Vuelo=" ITI-VUELO
               " fecha=" FECHA-CONTROL
               " DEMORADO min=" WS-ED-DEMORA
               " causa=" CAUSA-VUELO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2250-EXIT.
           EXIT.

       2300-ASENTAR-CANCELACION.
           MOVE ITI-VUELO     TO CAN-VUELO.
           MOVE FECHA-CONTROL TO CAN-FECHA.
           MOVE CANT-PROGRAMADOS  TO WS-ED-CANT.
           MOVE CANT-SIN-REGISTRO TO WS-ED-CANT2.
           MOVE CANT-CANCELADOS   TO WS-ED-CANT3.
           MOVE CANT-DEMORADOS    TO WS-ED-CANT4.
           MOVE MIN-CORTE-DEMORA  TO WS-ED-CORTE.
           DISPLAY "Vuelos programados del dia: " WS-ED-CANT.
           DISPLAY "Sin registro (a reclamar).: " WS-ED-CANT2.
           DISPLAY "Cancelados asentados......: " WS-ED-CANT3.
           DISPLAY "Demorados mas de " WS-ED-CORTE " min...: "
               WS-ED-CANT4.
           MOVE SPACES TO REP-LINEA.
           STRING "Programados: " WS-ED-CANT
               " Sin registro: " WS-ED-CANT2
               " Cancelados: " WS-ED-CANT3
               " Demorados sobre " WS-ED-CORTE " min: " WS-ED-CANT4
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Control fecha=" FECHA-CONTROL
               " programados=" WS-ED-CANT
               " sinRegistro=" WS-ED-CANT2
               " cancelados=" WS-ED-CANT3
               " demorados=" WS-ED-CANT4
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
           STRING "ControlItinerario " WS-FECHA-AAAA "-" WS-FECHA-MM
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
