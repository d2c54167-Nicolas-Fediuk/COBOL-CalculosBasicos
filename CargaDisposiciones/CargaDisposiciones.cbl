      ******************************************************************
      *Disposicion de las observaciones del control de integridad de
      *la nomina: ControlPagos deja en CONTROLPAGO.DAT cada legajo
      *observado del periodo pendiente de disposicion, y aca un
      *operador las revisa una por una y decide liberar el pago (L) o
      *retenerlo (R), siempre con un motivo. Lo retenido no se
      *acredita en AcreditaBanco, y AcreditaBanco no corre mientras
      *quede alguna observacion vigente pendiente. Por defecto se
      *recorren solo las pendientes; pidiendolo se recorren tambien
      *las ya dispuestas para cambiar la decision. Cada disposicion
      *queda con el operador y la fecha, y en la auditoria.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la disposicion de
      *                 observaciones del control de pagos.
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
       PROGRAM-ID. CargaDisposiciones.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLPAGO ASSIGN TO "CONTROLPAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBS-CLAVE
               FILE STATUS IS FS-CONTROLPAGO.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Observaciones del control de integridad previo a la
      *    acreditacion: una por periodo, legajo y tipo, con la
      *    disposicion del operador. El registro de legajo cero y tipo
      *    "**" es la cabecera de la corrida de control del periodo.
       FD  CONTROLPAGO.
       01  OBS-REGISTRO.
           05  OBS-CLAVE.
               10  OBS-PERIODO       PIC 9(06).
               10  OBS-LEGAJO        PIC 9(05).
               10  OBS-TIPO          PIC X(02).
           05  OBS-DETALLE           PIC X(60).
           05  OBS-CABECERA REDEFINES OBS-DETALLE.
               10  OBC-NETO-CONTROL  PIC 9(11)V99.
               10  OBC-CANT-LEGAJOS  PIC 9(07).
               10  OBC-FECHA-PAGO    PIC 9(08).
               10  FILLER            PIC X(32).
           05  OBS-VIGENTE           PIC X(01).
               88  OBS-ES-VIGENTE    VALUE "S".
           05  OBS-ESTADO            PIC X(01).
               88  OBS-PENDIENTE     VALUE "P".
               88  OBS-LIBERADA      VALUE "L".
               88  OBS-RETENIDA      VALUE "R".
           05  OBS-FECHA-DETECCION   PIC 9(08).
           05  OBS-DISPOSICION       PIC X(40).
           05  OBS-OPERADOR          PIC X(04).
           05  OBS-FECHA-DISPOSICION PIC 9(08).

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
       77  FS-CONTROLPAGO           PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  DISPOSICION-PEDIDA       PIC X(01) VALUE SPACE.
       77  MOTIVO-INGRESADO         PIC X(40) VALUE SPACES.
       77  ESTADO-ANTERIOR          PIC X(01) VALUE SPACE.
       77  CANT-LIBERADAS           PIC 9(5) COMP VALUE ZERO.
       77  CANT-RETENIDAS           PIC 9(5) COMP VALUE ZERO.
       77  CANT-SALTEADAS           PIC 9(5) COMP VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-INCLUYE-DISPUESTAS    PIC X(01) VALUE "N".
           88  INCLUYE-DISPUESTAS   VALUE "S" "s".
       01  SW-FIN-OBSERVACIONES     PIC X(01) VALUE "N".
           88  FIN-OBSERVACIONES    VALUE "S".
       01  SW-CABECERA-OK           PIC X(01) VALUE "N".
           88  CABECERA-OK          VALUE "S".

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
       01  WS-ED-LIBERADAS          PIC ZZZZ9.
       01  WS-ED-RETENIDAS          PIC ZZZZ9.
       01  WS-ED-SALTEADAS          PIC ZZZZ9.

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
               PERFORM 1200-PEDIR-PERIODO THRU 1200-EXIT
               IF CABECERA-OK
                   PERFORM 2000-RECORRER THRU 2000-EXIT
               END-IF
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

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
               FOR ALL "CargaDisposiciones".
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
           STRING "CargaDisposiciones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN I-O CONTROLPAGO.
           IF FS-CONTROLPAGO NOT = "00"
               DISPLAY "No se pudo abrir CONTROLPAGO.DAT, FS="
                   FS-CONTROLPAGO
               DISPLAY "Corra primero ControlPagos."
               MOVE "N" TO SW-INIT-OK
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-PEDIR-PERIODO - el periodo debe tener una corrida de
      *                      control vigente
      ******************************************************************
       1200-PEDIR-PERIODO.
           MOVE "N" TO SW-CABECERA-OK.
           DISPLAY "Periodo a disponer (AAAAMM):".
           ACCEPT PERIODO-ACTUAL.
           MOVE PERIODO-ACTUAL TO OBS-PERIODO.
           MOVE ZERO TO OBS-LEGAJO.
           MOVE "**" TO OBS-TIPO.
           READ CONTROLPAGO
               INVALID KEY
                   DISPLAY "El periodo " PERIODO-ACTUAL
                       " no tiene control de pagos; corra ControlPagos."
                   GO TO 1200-EXIT
           END-READ.
           IF NOT OBS-ES-VIGENTE
               DISPLAY "El control del periodo " PERIODO-ACTUAL
                   " quedo incompleto; corra de nuevo ControlPagos."
               GO TO 1200-EXIT
           END-IF.
           MOVE "S" TO SW-CABECERA-OK.
           DISPLAY "Control del periodo " PERIODO-ACTUAL
               " corrido el " OBS-FECHA-DETECCION
               " para el pago del " OBC-FECHA-PAGO.
           DISPLAY "Incluir las observaciones ya dispuestas (S/N)?".
           ACCEPT SW-INCLUYE-DISPUESTAS.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RECORRER - observaciones vigentes del periodo en orden de
      *                 legajo y tipo
      ******************************************************************
       2000-RECORRER.
           MOVE "N" TO SW-FIN-OBSERVACIONES.
           START CONTROLPAGO KEY > OBS-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-OBSERVACIONES
           END-START.
           PERFORM 2100-DISPONER THRU 2100-EXIT
               UNTIL FIN-OBSERVACIONES.
       2000-EXIT.
           EXIT.

       2100-DISPONER.
           READ CONTROLPAGO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-OBSERVACIONES
                   GO TO 2100-EXIT
           END-READ.
           IF OBS-PERIODO NOT = PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-OBSERVACIONES
               GO TO 2100-EXIT
           END-IF.
           IF OBS-TIPO = "**"
               OR NOT OBS-ES-VIGENTE
               GO TO 2100-EXIT
           END-IF.
           IF NOT OBS-PENDIENTE
               AND NOT INCLUYE-DISPUESTAS
               GO TO 2100-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "Legajo " OBS-LEGAJO " tipo " OBS-TIPO
               " detectada " OBS-FECHA-DETECCION.
           DISPLAY "  " OBS-DETALLE.
           IF NOT OBS-PENDIENTE
               DISPLAY "  Dispuesta " OBS-ESTADO " por " OBS-OPERADOR
                   " el " OBS-FECHA-DISPOSICION ": " OBS-DISPOSICION
           END-IF.
       2100-PEDIR.
           DISPLAY "L=liberar el pago, R=retener, S=saltear, "
               "F=terminar:".
           ACCEPT DISPOSICION-PEDIDA.
           EVALUATE DISPOSICION-PEDIDA
               WHEN "L" WHEN "l"
                   MOVE "L" TO DISPOSICION-PEDIDA
               WHEN "R" WHEN "r"
                   MOVE "R" TO DISPOSICION-PEDIDA
               WHEN "S" WHEN "s"
                   ADD 1 TO CANT-SALTEADAS
                   GO TO 2100-EXIT
               WHEN "F" WHEN "f"
                   MOVE "S" TO SW-FIN-OBSERVACIONES
                   GO TO 2100-EXIT
               WHEN OTHER
                   DISPLAY "Opcion invalida."
                   GO TO 2100-PEDIR
           END-EVALUATE.
       2100-MOTIVO.
           DISPLAY "Motivo de la disposicion:".
           MOVE SPACES TO MOTIVO-INGRESADO.
           ACCEPT MOTIVO-INGRESADO.
           IF MOTIVO-INGRESADO = SPACES
               DISPLAY "El motivo es obligatorio."
               GO TO 2100-MOTIVO
           END-IF.
           MOVE OBS-ESTADO          TO ESTADO-ANTERIOR.
           MOVE DISPOSICION-PEDIDA  TO OBS-ESTADO.
           MOVE MOTIVO-INGRESADO    TO OBS-DISPOSICION.
           MOVE OPERADOR-CODIGO     TO OBS-OPERADOR.
           MOVE FECHA-HOY           TO OBS-FECHA-DISPOSICION.
           REWRITE OBS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar la disposicion, FS="
                       FS-CONTROLPAGO
                   GO TO 2100-EXIT
           END-REWRITE.
           IF OBS-LIBERADA
               ADD 1 TO CANT-LIBERADAS
           ELSE
               ADD 1 TO CANT-RETENIDAS
           END-IF.
           STRING "Disposicion periodo=" OBS-PERIODO
               " legajo=" OBS-LEGAJO
               " tipo=" OBS-TIPO
               " estado=" ESTADO-ANTERIOR "->" OBS-ESTADO
               " motivo=" OBS-DISPOSICION
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE CONTROLPAGO.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-LIBERADAS TO WS-ED-LIBERADAS.
           MOVE CANT-RETENIDAS TO WS-ED-RETENIDAS.
           MOVE CANT-SALTEADAS TO WS-ED-SALTEADAS.
           DISPLAY "Observaciones liberadas: " WS-ED-LIBERADAS.
           DISPLAY "Observaciones retenidas: " WS-ED-RETENIDAS.
           DISPLAY "Observaciones salteadas: " WS-ED-SALTEADAS.
           DISPLAY "Disposicion conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               " periodo=" PERIODO-ACTUAL
               " liberadas=" WS-ED-LIBERADAS
               " retenidas=" WS-ED-RETENIDAS
               " salteadas=" WS-ED-SALTEADAS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM CargaDisposiciones.
