      ******************************************************************
      *Verificacion de la cadena de sellos del rastro de auditoria.
      *Cada linea que graba 7200-AUDITAR lleva un numero de secuencia
      *y un sello calculado sobre el sello de la linea anterior, su
      *secuencia y su contenido; la cola de cada corte mensual
      *(AUDITLOG-AAAAMM.DAT, de ConsultaAuditoria) lleva la cantidad
      *de lineas y la secuencia y el sello de la ultima. Esta corrida
      *recorre los cortes desde el periodo pedido hasta el mes en curso
      *y despues el log vivo, recalcula cada sello y se detiene en el
      *primer quiebre: un salto de secuencia, un sello que no coincide,
      *una linea sin sello despues de iniciada la cadena, una cola que
      *no coincide con el corte o un corte sin cola. Por cada corte
      *informa si enlaza con el anterior. Las lineas anteriores al
      *sellado se cuentan aparte. El resultado queda en
      *REPORTE-VERIFAUDIT.DAT, en la auditoria y en RUNCONTROL.DAT
      *(FIN con estado OK o ERROR), de donde lo toma el cierre de
      *periodos como evidencia.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la verificacion de la cadena.
      * 2026-10-15  NF  El quiebre hallado en el log vivo se audita al
      *                 reabrir AUDITLOG (antes se perdia con el log
      *                 cerrado); la linea lleva la secuencia o el
      *                 sello esperado y el hallado.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificaAuditoria.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-VERIF ASSIGN TO NOMBRE-VERIFICADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VERIF.
           SELECT REPORTE-VERIF ASSIGN TO "REPORTE-VERIFAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT RUNCONTROL ASSIGN TO "RUNCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    El log vivo o un corte mensual: la linea sellada y, en el
      *    corte, la cola de control.
       FD  AUDIT-VERIF
           RECORDING MODE IS F.
       01  VER-LINEA.
           05  VER-CONTENIDO        PIC X(180).
           05  FILLER               PIC X(01).
           05  VER-SECUENCIA        PIC 9(09).
           05  FILLER               PIC X(01).
           05  VER-SELLO            PIC 9(18).
       01  VER-COLA.
           05  COL-MARCA            PIC X(08).
           05  FILLER               PIC X(09).
           05  COL-PERIODO          PIC X(06).
           05  FILLER               PIC X(08).
           05  COL-LINEAS           PIC 9(07).
           05  FILLER               PIC X(08).
           05  COL-ULTIMA           PIC 9(09).
           05  FILLER               PIC X(07).
           05  COL-SELLO            PIC 9(18).
           05  FILLER               PIC X(129).

       FD  REPORTE-VERIF
           RECORDING MODE IS F.
       01  REP-LINEA                PIC X(140).

      *    Bitacora de corridas: INICIO y FIN con estado y cantidad de
      *    registros, para el verificador de fin de dia.
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
       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPR-REGISTRO.
           05  OPR-CODIGO           PIC X(04).
           05  OPR-NOMBRE           PIC X(30).
           05  OPR-PROGRAMAS        PIC X(80).
           05  OPR-ESTADO           PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-VERIF                 PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  NOMBRE-VERIFICADO        PIC X(30) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  PERIODO-HOY              PIC 9(06) VALUE ZERO.
       77  PERIODO-DESDE            PIC 9(06) VALUE ZERO.
       01  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-ACTUAL.
           05  PA-AAAA              PIC 9(04).
           05  PA-MM                PIC 9(02).

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-VERIF             PIC X(01) VALUE "N".
           88  FIN-VERIF            VALUE "S".
       01  SW-ES-CORTE              PIC X(01) VALUE "N".
           88  ES-CORTE             VALUE "S".
       01  SW-COLA-VISTA            PIC X(01) VALUE "N".
           88  COLA-VISTA           VALUE "S".
       01  SW-CADENA                PIC X(01) VALUE "N".
           88  CADENA-INICIADA      VALUE "S".
       01  SW-QUIEBRE               PIC X(01) VALUE "N".
           88  HAY-QUIEBRE          VALUE "S".
      *    Enlace del archivo con el anterior: P primero de la cadena,
      *    E a la espera de la primera linea, S enlaza, N no enlaza.
       01  SW-ENLACE                PIC X(01) VALUE "P".
           88  ENLACE-PRIMERO       VALUE "P".
           88  ENLACE-ESPERA        VALUE "E".
           88  ENLACE-OK            VALUE "S".

      *----------------------------------------------------------------
      * ESTADO DE LA CADENA Y DEL ARCHIVO EN CURSO
      *----------------------------------------------------------------
       77  CAD-SECUENCIA            PIC 9(09) VALUE ZERO.
       77  CAD-SELLO                PIC 9(18) VALUE ZERO.
       77  CAD-ANCLA                PIC 9(09) VALUE ZERO.
       77  ARC-NRO-LINEA            PIC 9(07) VALUE ZERO.
       77  ARC-LINEAS               PIC 9(07) VALUE ZERO.
       77  ARC-PRIMERA              PIC 9(09) VALUE ZERO.
       77  ARC-ULTIMA               PIC 9(09) VALUE ZERO.

       77  QBR-MOTIVO               PIC X(40) VALUE SPACES.
       77  QBR-ESPERADA             PIC 9(09) VALUE ZERO.
       77  QBR-SELLO-ESPERADO       PIC 9(18) VALUE ZERO.
       77  QBR-SELLO-HALLADO        PIC 9(18) VALUE ZERO.
      *    El quiebre del log vivo se encuentra con AUDITLOG cerrado:
      *    su linea de auditoria queda guardada hasta reabrirlo.
       77  QBR-AUD-TEXTO            PIC X(140) VALUE SPACES.
       01  SW-QBR-PENDIENTE         PIC X(01) VALUE "N".
           88  QBR-PENDIENTE        VALUE "S".

      *    Acumuladores de la corrida.
       77  CANT-VERIFICADAS         PIC 9(07) VALUE ZERO.
       77  CANT-SIN-SELLO           PIC 9(07) VALUE ZERO.
       77  CANT-CORTES              PIC 9(03) COMP VALUE ZERO.
       77  CANT-SIN-CORTE           PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * RASTRO DE AUDITORIA
      *----------------------------------------------------------------
       01  WS-FECHA-AUDIT.
           05  WS-FECHA-AAAA        PIC 9(04).
           05  WS-FECHA-MM          PIC 9(02).
           05  WS-FECHA-DD          PIC 9(02).
       01  WS-HORA-AUDIT.
           05  WS-HORA-HH           PIC 9(02).
           05  WS-HORA-MM           PIC 9(02).
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
       01  WS-ED-CANT               PIC ZZZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZZZ9.
       01  WS-ED-SEC1               PIC ZZZZZZZZ9.
       01  WS-ED-SEC2               PIC ZZZZZZZZ9.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
      *----------------------------------------------------------------
       77  FS-OPERADORES            PIC X(02) VALUE SPACES.
       77  OPERADOR-ESTADO          PIC X(01) VALUE SPACE.
       77  OPERADOR-PROGRAMAS       PIC X(80) VALUE SPACES.
       77  CONT-AUTORIZA            PIC 9(02) VALUE ZERO.

       01  OPERADOR-FIRMA.
           05  OPERADOR-CODIGO      PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  OPERADOR-NOMBRE      PIC X(30) VALUE SPACES.

       01  SW-OPERADOR-OK           PIC X(01) VALUE "N".
           88  OPERADOR-OK          VALUE "S".
       01  SW-OPERADOR-HALLADO      PIC X(01) VALUE "N".
           88  OPERADOR-HALLADO     VALUE "S".
       01  SW-FIN-OPERADORES        PIC X(01) VALUE "N".
           88  FIN-OPERADORES       VALUE "S".

      *----------------------------------------------------------------
      * REGISTRO DE CORRIDAS (RUNCONTROL)
      *----------------------------------------------------------------
       77  FS-RUNCONTROL            PIC X(02) VALUE SPACES.
       77  RUN-EVENTO-W             PIC X(06) VALUE SPACES.
       77  RUN-ESTADO-W             PIC X(05) VALUE SPACES.
       77  RUN-CANT-W               PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF INIT-OK
               PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT
               IF NOT OPERADOR-OK
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               MOVE "INICIO" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE ZERO TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 2000-VERIFICAR-CORTES THRU 2000-EXIT
               PERFORM 3000-VERIFICAR-VIVO THRU 3000-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               IF HAY-QUIEBRE
                   MOVE "ERROR" TO RUN-ESTADO-W
               ELSE
                   MOVE "OK" TO RUN-ESTADO-W
               END-IF
               MOVE CANT-VERIFICADAS TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - primer corte a recorrer
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY (1:6) TO PERIODO-HOY.
           DISPLAY "Primer corte mensual a verificar (AAAAMM, "
               "Enter = solo el log vivo):".
           ACCEPT PERIODO-DESDE.
           IF PERIODO-DESDE NOT NUMERIC
               MOVE ZERO TO PERIODO-DESDE
           END-IF.
           IF PERIODO-DESDE NOT = ZERO
               MOVE PERIODO-DESDE TO PERIODO-ACTUAL
               IF PA-AAAA < 2000 OR PA-MM < 1 OR PA-MM > 12
                   OR PERIODO-DESDE > PERIODO-HOY
                   DISPLAY "Periodo invalido, la corrida no sigue."
                   MOVE "N" TO SW-INIT-OK
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-VERIF.
           MOVE SPACES TO REP-LINEA.
           STRING "=== VERIFICACION DE LA CADENA DE AUDITORIA AL "
               FECHA-HOY " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VERIFICAR-CORTES - un corte por mes desde el pedido hasta
      *                         el mes en curso
      ******************************************************************
       2000-VERIFICAR-CORTES.
           IF PERIODO-DESDE = ZERO
               GO TO 2000-EXIT
           END-IF.
           MOVE PERIODO-DESDE TO PERIODO-ACTUAL.
           PERFORM 2100-VERIFICAR-CORTE THRU 2100-EXIT
               UNTIL PERIODO-ACTUAL > PERIODO-HOY OR HAY-QUIEBRE.
       2000-EXIT.
           EXIT.

      *    El mes sin corte no es un quiebre por si mismo: si el
      *    archivo existio y falta, el corte siguiente no enlaza.
       2100-VERIFICAR-CORTE.
           MOVE SPACES TO NOMBRE-VERIFICADO.
           STRING "AUDITLOG-" PERIODO-ACTUAL ".DAT"
               DELIMITED BY SIZE INTO NOMBRE-VERIFICADO.
           MOVE "S" TO SW-ES-CORTE.
           OPEN INPUT AUDIT-VERIF.
           IF FS-VERIF NOT = "00"
               ADD 1 TO CANT-SIN-CORTE
               MOVE SPACES TO REP-LINEA
               STRING NOMBRE-VERIFICADO " sin corte en el periodo"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           ELSE
               ADD 1 TO CANT-CORTES
               PERFORM 2500-VERIFICAR-ARCHIVO THRU 2500-EXIT
           END-IF.
           IF PA-MM = 12
               ADD 1 TO PA-AAAA
               MOVE 1 TO PA-MM
           ELSE
               ADD 1 TO PA-MM
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VERIFICAR-ARCHIVO - recorre el archivo ya abierto hasta
      *                          el fin o el primer quiebre
      ******************************************************************
       2500-VERIFICAR-ARCHIVO.
           MOVE ZERO TO ARC-NRO-LINEA.
           MOVE ZERO TO ARC-LINEAS.
           MOVE ZERO TO ARC-PRIMERA.
           MOVE ZERO TO ARC-ULTIMA.
           MOVE "N" TO SW-COLA-VISTA.
           IF CADENA-INICIADA
               MOVE "E" TO SW-ENLACE
           ELSE
               MOVE "P" TO SW-ENLACE
           END-IF.
           MOVE "N" TO SW-FIN-VERIF.
           PERFORM 2600-VERIFICAR-LINEA THRU 2600-EXIT
               UNTIL FIN-VERIF OR HAY-QUIEBRE.
           CLOSE AUDIT-VERIF.
           IF ES-CORTE AND NOT HAY-QUIEBRE AND NOT COLA-VISTA
               MOVE "CORTE SIN COLA DE CONTROL" TO QBR-MOTIVO
               PERFORM 2900-QUIEBRE THRU 2900-EXIT
           END-IF.
           MOVE ARC-LINEAS  TO WS-ED-CANT.
           MOVE ARC-PRIMERA TO WS-ED-SEC1.
           MOVE ARC-ULTIMA  TO WS-ED-SEC2.
           MOVE SPACES TO REP-LINEA.
           STRING NOMBRE-VERIFICADO " lineas=" WS-ED-CANT
               " secuencia " WS-ED-SEC1 " a " WS-ED-SEC2
               DELIMITED BY SIZE INTO REP-LINEA.
           EVALUATE TRUE
               WHEN ENLACE-PRIMERO
                   MOVE "  inicio de la cadena" TO REP-LINEA (90:30)
               WHEN ENLACE-OK
                   MOVE "  enlaza con el anterior"
                       TO REP-LINEA (90:30)
               WHEN OTHER
                   MOVE "  NO ENLAZA CON EL ANTERIOR"
                       TO REP-LINEA (90:30)
           END-EVALUATE.
           WRITE REP-LINEA.
       2500-EXIT.
           EXIT.

       2600-VERIFICAR-LINEA.
           READ AUDIT-VERIF
               AT END
                   MOVE "S" TO SW-FIN-VERIF
                   GO TO 2600-EXIT
           END-READ.
           ADD 1 TO ARC-NRO-LINEA.
           IF COLA-VISTA
               MOVE "LINEA DESPUES DE LA COLA DEL CORTE" TO QBR-MOTIVO
               PERFORM 2900-QUIEBRE THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF ES-CORTE AND COL-MARCA = "TRAILER "
               PERFORM 2700-VERIFICAR-COLA THRU 2700-EXIT
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO ARC-LINEAS.
      *    Las lineas grabadas antes del sellado no llevan sello; una
      *    linea sin sello despues de iniciada la cadena es un quiebre.
           IF VER-SECUENCIA NOT NUMERIC OR VER-SELLO NOT NUMERIC
               IF CADENA-INICIADA
                   MOVE "LINEA SIN SELLO" TO QBR-MOTIVO
                   PERFORM 2900-QUIEBRE THRU 2900-EXIT
               ELSE
                   ADD 1 TO CANT-SIN-SELLO
               END-IF
               GO TO 2600-EXIT
           END-IF.
      *    La primera linea sellada que se encuentra abre la cadena; si
      *    no es la secuencia 1 se toma como ancla sin poder verificar
      *    su sello, porque el anterior quedo en un corte no pedido.
           IF NOT CADENA-INICIADA
               MOVE "S" TO SW-CADENA
               IF VER-SECUENCIA NOT = 1
                   MOVE VER-SECUENCIA TO CAD-ANCLA
                   PERFORM 2800-ACEPTAR-LINEA THRU 2800-EXIT
                   GO TO 2600-EXIT
               END-IF
               MOVE ZERO TO CAD-SECUENCIA
               MOVE ZERO TO CAD-SELLO
               MOVE 1 TO CAD-ANCLA
           END-IF.
           COMPUTE QBR-ESPERADA = CAD-SECUENCIA + 1.
           IF VER-SECUENCIA NOT = QBR-ESPERADA
               MOVE "SALTO DE SECUENCIA" TO QBR-MOTIVO
               PERFORM 2900-QUIEBRE THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF.
           MOVE CAD-SELLO     TO SEL-SELLO-PREVIO.
           MOVE VER-SECUENCIA TO SEL-SECUENCIA.
           MOVE VER-CONTENIDO TO SEL-CONTENIDO.
           PERFORM 7230-CALCULAR-SELLO THRU 7230-EXIT.
           IF SEL-RESULTADO NOT = VER-SELLO
               MOVE "SELLO NO COINCIDE CON EL CONTENIDO"
                   TO QBR-MOTIVO
               MOVE SEL-RESULTADO TO QBR-SELLO-ESPERADO
               MOVE VER-SELLO     TO QBR-SELLO-HALLADO
               PERFORM 2900-QUIEBRE THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2800-ACEPTAR-LINEA THRU 2800-EXIT.
       2600-EXIT.
           EXIT.

      *    La cola debe contar las lineas del corte y, desde que lleva
      *    la ultima secuencia y su sello, coincidir con la ultima.
       2700-VERIFICAR-COLA.
           MOVE "S" TO SW-COLA-VISTA.
           IF COL-LINEAS NOT NUMERIC OR COL-LINEAS NOT = ARC-LINEAS
               MOVE "COLA NO COINCIDE CON EL CORTE"
                   TO QBR-MOTIVO
               PERFORM 2900-QUIEBRE THRU 2900-EXIT
               GO TO 2700-EXIT
           END-IF.
           IF COL-ULTIMA IS NUMERIC AND COL-SELLO IS NUMERIC
               AND CADENA-INICIADA
               IF COL-ULTIMA NOT = CAD-SECUENCIA
                   OR COL-SELLO NOT = CAD-SELLO
                   MOVE "COLA NO COINCIDE CON LA ULTIMA LINEA"
                       TO QBR-MOTIVO
                   PERFORM 2900-QUIEBRE THRU 2900-EXIT
               END-IF
           END-IF.
       2700-EXIT.
           EXIT.

       2800-ACEPTAR-LINEA.
           MOVE VER-SECUENCIA TO CAD-SECUENCIA.
           MOVE VER-SELLO     TO CAD-SELLO.
           IF ARC-PRIMERA = ZERO
               MOVE VER-SECUENCIA TO ARC-PRIMERA
               IF ENLACE-ESPERA
                   MOVE "S" TO SW-ENLACE
               END-IF
           END-IF.
           MOVE VER-SECUENCIA TO ARC-ULTIMA.
           ADD 1 TO CANT-VERIFICADAS.
       2800-EXIT.
           EXIT.

      *    Primer quiebre: se informa con la linea y la corrida no
      *    sigue recorriendo. La linea de auditoria lleva la secuencia
      *    o el sello esperado y el hallado; la del log vivo se graba
      *    recien al reabrir AUDITLOG.
       2900-QUIEBRE.
           MOVE "S" TO SW-QUIEBRE.
           IF ENLACE-ESPERA
               MOVE "N" TO SW-ENLACE
           END-IF.
           MOVE ARC-NRO-LINEA TO WS-ED-CANT.
           MOVE QBR-ESPERADA  TO WS-ED-SEC1.
           MOVE SPACES TO REP-LINEA.
           STRING "*** QUIEBRE: " QBR-MOTIVO
               " en " NOMBRE-VERIFICADO
               " linea " WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF QBR-MOTIVO = "SALTO DE SECUENCIA"
               MOVE VER-SECUENCIA TO WS-ED-SEC2
               MOVE SPACES TO REP-LINEA
               STRING "    secuencia esperada " WS-ED-SEC1
                   " hallada " WS-ED-SEC2
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "    " VER-CONTENIDO (1:120)
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO QBR-AUD-TEXTO.
           EVALUATE QBR-MOTIVO
               WHEN "SALTO DE SECUENCIA"
                   STRING "QUIEBRE DE LA CADENA " DELIMITED BY SIZE
                       QBR-MOTIVO DELIMITED BY "  "
                       " archivo=" DELIMITED BY SIZE
                       NOMBRE-VERIFICADO DELIMITED BY " "
                       " linea=" WS-ED-CANT
                       " secEsperada=" QBR-ESPERADA
                       " secHallada=" VER-SECUENCIA
                       DELIMITED BY SIZE INTO QBR-AUD-TEXTO
               WHEN "SELLO NO COINCIDE CON EL CONTENIDO"
                   STRING "QUIEBRE DE LA CADENA SELLO NO COINCIDE"
                       " archivo=" DELIMITED BY SIZE
                       NOMBRE-VERIFICADO DELIMITED BY " "
                       " linea=" WS-ED-CANT
                       " esperado=" QBR-SELLO-ESPERADO
                       " hallado=" QBR-SELLO-HALLADO
                       DELIMITED BY SIZE INTO QBR-AUD-TEXTO
               WHEN OTHER
                   STRING "QUIEBRE DE LA CADENA " DELIMITED BY SIZE
                       QBR-MOTIVO DELIMITED BY "  "
                       " archivo=" DELIMITED BY SIZE
                       NOMBRE-VERIFICADO DELIMITED BY " "
                       " linea=" WS-ED-CANT
                       DELIMITED BY SIZE INTO QBR-AUD-TEXTO
           END-EVALUATE.
           IF ES-CORTE
               MOVE QBR-AUD-TEXTO TO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           ELSE
               MOVE "S" TO SW-QBR-PENDIENTE
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VERIFICAR-VIVO - el log vivo, cerrado mientras se lee
      ******************************************************************
       3000-VERIFICAR-VIVO.
           IF HAY-QUIEBRE
               GO TO 3000-EXIT
           END-IF.
           MOVE "AUDITLOG.DAT" TO NOMBRE-VERIFICADO.
           MOVE "N" TO SW-ES-CORTE.
           CLOSE AUDITLOG.
           OPEN INPUT AUDIT-VERIF.
           IF FS-VERIF = "00"
               PERFORM 2500-VERIFICAR-ARCHIVO THRU 2500-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           IF QBR-PENDIENTE
               MOVE QBR-AUD-TEXTO TO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               MOVE "N" TO SW-QBR-PENDIENTE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN
      ******************************************************************
       5000-RESUMEN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-VERIFICADAS TO WS-ED-CANT.
           MOVE CANT-SIN-SELLO   TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Lineas verificadas=" WS-ED-CANT
               " anteriores al sellado=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-CORTES    TO WS-ED-CANT.
           MOVE CANT-SIN-CORTE TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Cortes recorridos=" WS-ED-CANT
               " meses sin corte=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CAD-ANCLA     TO WS-ED-SEC1.
           MOVE CAD-SECUENCIA TO WS-ED-SEC2.
           MOVE SPACES TO REP-LINEA.
           IF HAY-QUIEBRE
               STRING "RESULTADO: CADENA QUEBRADA - " QBR-MOTIVO
                   " en " NOMBRE-VERIFICADO
                   DELIMITED BY SIZE INTO REP-LINEA
               DISPLAY "*** Cadena de auditoria QUEBRADA: "
                   QBR-MOTIVO " en " NOMBRE-VERIFICADO
           ELSE
               STRING "RESULTADO: CADENA INTEGRA de la secuencia "
                   WS-ED-SEC1 " a la " WS-ED-SEC2
                   " ultimo sello " CAD-SELLO
                   DELIMITED BY SIZE INTO REP-LINEA
               DISPLAY "Cadena de auditoria integra hasta la "
                   "secuencia " WS-ED-SEC2 "."
           END-IF.
           WRITE REP-LINEA.
           IF HAY-QUIEBRE
               STRING "Verificacion de la cadena ERROR " QBR-MOTIVO
                   " archivo=" NOMBRE-VERIFICADO
                   DELIMITED BY SIZE INTO AUD-TEXTO
           ELSE
               STRING "Verificacion de la cadena OK secuencia "
                   WS-ED-SEC1 " a " WS-ED-SEC2
                   " sello=" CAD-SELLO
                   DELIMITED BY SIZE INTO AUD-TEXTO
           END-IF.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 0500-VALIDAR-OPERADOR - el operador debe existir en el maestro
      *                         OPERADORES, estar activo y tener este
      *                         programa autorizado; el intento
      *                         rechazado queda en la auditoria y la
      *                         corrida no sigue adelante
      ******************************************************************
       0500-VALIDAR-OPERADOR.
           MOVE "N" TO SW-OPERADOR-OK.
           DISPLAY "Ingrese su codigo de operador:".
           ACCEPT OPERADOR-CODIGO.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No se pudo abrir OPERADORES.DAT, FS="
                   FS-OPERADORES
               STRING "ACCESO RECHAZADO operador=" OPERADOR-CODIGO
                   " sin maestro de operadores"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-OPERADORES.
           MOVE "N" TO SW-OPERADOR-HALLADO.
           PERFORM 0510-LEER-OPERADOR THRU 0510-EXIT
               UNTIL FIN-OPERADORES OR OPERADOR-HALLADO.
           CLOSE OPERADORES.
           IF NOT OPERADOR-HALLADO
               DISPLAY "Operador desconocido, la corrida no sigue."
               STRING "ACCESO RECHAZADO operador=" OPERADOR-CODIGO
                   " desconocido"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0500-EXIT
           END-IF.
           IF OPERADOR-ESTADO NOT = "A"
               DISPLAY "Operador inactivo, la corrida no sigue."
               STRING "ACCESO RECHAZADO operador=" OPERADOR-CODIGO
                   " inactivo"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0500-EXIT
           END-IF.
           MOVE ZERO TO CONT-AUTORIZA.
           INSPECT OPERADOR-PROGRAMAS TALLYING CONT-AUTORIZA
               FOR ALL "VerificaAuditoria".
           IF OPERADOR-PROGRAMAS (1:1) NOT = "*"
               AND CONT-AUTORIZA = ZERO
               DISPLAY "Operador sin autorizacion para este programa."
               STRING "ACCESO RECHAZADO operador=" OPERADOR-CODIGO
                   " sin autorizacion para el programa"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0500-EXIT
           END-IF.
           MOVE "S" TO SW-OPERADOR-OK.
           STRING "ACCESO operador=" OPERADOR-CODIGO
               " " OPERADOR-NOMBRE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       0500-EXIT.
           EXIT.

       0510-LEER-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE "S" TO SW-FIN-OPERADORES
               NOT AT END
                   IF OPR-CODIGO = OPERADOR-CODIGO
                       MOVE "S" TO SW-OPERADOR-HALLADO
                       MOVE OPR-NOMBRE    TO OPERADOR-NOMBRE
                       MOVE OPR-ESTADO    TO OPERADOR-ESTADO
                       MOVE OPR-PROGRAMAS TO OPERADOR-PROGRAMAS
                   END-IF
           END-READ.
       0510-EXIT.
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
           STRING "VerificaAuditoria " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 0600-REGISTRAR-CORRIDA - asienta el evento armado por el
      *                          llamador en RUNCONTROL
      ******************************************************************
       0600-REGISTRAR-CORRIDA.
           OPEN EXTEND RUNCONTROL.
           IF FS-RUNCONTROL NOT = "00"
               OPEN OUTPUT RUNCONTROL
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE "VerificaAuditoria" TO RUN-PROGRAMA.
           MOVE WS-FECHA-AUDIT TO RUN-FECHA.
           MOVE WS-HORA-AUDIT (1:6) TO RUN-HORA.
           MOVE RUN-EVENTO-W TO RUN-EVENTO.
           MOVE RUN-ESTADO-W TO RUN-ESTADO.
           MOVE RUN-CANT-W   TO RUN-CANT.
           WRITE RUN-REGISTRO.
           CLOSE RUNCONTROL.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE REPORTE-VERIF.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Verificacion conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO REP-LINEA.
           STRING "Conformado por: " OPERADOR-FIRMA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM VerificaAuditoria.
