      ******************************************************************
      *Registro de recibos devueltos firmados: el recibo que emiten
      *la liquidacion de sueldos, el retroactivo y la liquidacion
      *final vuelve firmado por el empleado y aca se asienta, numero
      *por numero, la fecha de firma y el operador que lo recibio, en
      *RECIBOSFIR.DAT con clave numero de recibo. El numero se busca
      *en RECIBOS.DAT (copia ORIGINAL) para tomar el tipo, el legajo,
      *el periodo y la fecha de emision; el numero que no figura o que
      *ya esta registrado como firmado se rechaza. La fecha de firma
      *no puede ser posterior a hoy ni anterior a la emision.
      *PendientesFirma lista los recibos que siguen sin firmar.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del registro de recibos
      *                 firmados.
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
       PROGRAM-ID. CargaFirmas.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.
           SELECT RECIBOSFIR ASSIGN TO "RECIBOSFIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RFI-NUMERO
               FILE STATUS IS FS-RECIBOSFIR.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIBOS
           RECORDING MODE IS F.
       01  REC-LINEA                PIC X(100).

      *    Un registro por recibo devuelto firmado: SUE sueldo, RET
      *    retroactivo, LIQ liquidacion final.
       FD  RECIBOSFIR.
       01  RFI-REGISTRO.
           05  RFI-NUMERO           PIC 9(07).
           05  RFI-TIPO             PIC X(03).
           05  RFI-LEGAJO           PIC 9(05).
           05  RFI-PERIODO          PIC 9(06).
           05  RFI-FECHA-EMISION    PIC 9(08).
           05  RFI-FECHA-FIRMA      PIC 9(08).
           05  RFI-OPERADOR         PIC X(04).
           05  RFI-FECHA-CAPTURA    PIC 9(08).

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
       77  FS-RECIBOS               PIC X(02) VALUE SPACES.
       77  FS-RECIBOSFIR            PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  NUMERO-INGRESADO         PIC 9(07) VALUE ZERO.
       77  FECHA-FIRMA              PIC 9(08) VALUE ZERO.
       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  CANT-FIRMAS              PIC 9(5) COMP VALUE ZERO.
       77  CANT-RECHAZOS            PIC 9(5) COMP VALUE ZERO.

       01  SW-SIGUE                 PIC X(01) VALUE "S".
           88  SIGUE-CARGANDO       VALUE "S" "s".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-CONFIRMA              PIC X(01) VALUE "N".
           88  CONFIRMA             VALUE "S" "s".
       01  SW-FIN-RECIBOS           PIC X(01) VALUE "N".
           88  FIN-RECIBOS          VALUE "S".
       01  SW-RECIBO-HALLADO        PIC X(01) VALUE "N".
           88  RECIBO-HALLADO       VALUE "S".

      *----------------------------------------------------------------
      * CABECERA DEL RECIBO LEIDA DE RECIBOS.DAT - la linea RECIBO
      * deja la cabecera pendiente y la linea LEGAJO que la sigue la
      * completa; los recibos anteriores a la fecha de emision en la
      * cabecera quedan con emision en cero
      *----------------------------------------------------------------
       77  LEIDO-NUMERO             PIC 9(07) VALUE ZERO.
       77  LEIDO-TIPO               PIC X(03) VALUE SPACES.
       77  LEIDO-PERIODO            PIC 9(06) VALUE ZERO.
       77  LEIDO-EMISION            PIC 9(08) VALUE ZERO.
       77  LEIDO-LEGAJO             PIC 9(05) VALUE ZERO.

       01  SW-CABECERA              PIC X(01) VALUE "N".
           88  SIN-CABECERA         VALUE "N".
           88  CABECERA-PENDIENTE   VALUE "P".
           88  CABECERA-COMPLETA    VALUE "C".

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
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-RECHAZOS           PIC ZZZZ9.

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
               PERFORM 2000-CARGAR-FIRMA THRU 2000-EXIT
                   UNTIL NOT SIGUE-CARGANDO
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
               FOR ALL "CargaFirmas".
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
           STRING "CargaFirmas " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           OPEN I-O RECIBOSFIR.
           IF FS-RECIBOSFIR NOT = "00"
               OPEN OUTPUT RECIBOSFIR
               IF FS-RECIBOSFIR = "00"
                   CLOSE RECIBOSFIR
                   OPEN I-O RECIBOSFIR
               END-IF
           END-IF.
           IF FS-RECIBOSFIR NOT = "00"
               DISPLAY "No se pudo abrir RECIBOSFIR.DAT, FS="
                   FS-RECIBOSFIR
               MOVE "N" TO SW-INIT-OK
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARGAR-FIRMA - un recibo devuelto por vuelta
      ******************************************************************
       2000-CARGAR-FIRMA.
           DISPLAY "Ingrese el numero de recibo devuelto firmado:".
           ACCEPT NUMERO-INGRESADO.
           MOVE NUMERO-INGRESADO TO RFI-NUMERO.
           READ RECIBOSFIR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El recibo " RFI-NUMERO
                       " ya figura firmado el " RFI-FECHA-FIRMA
                       " (recibio " RFI-OPERADOR ")."
                   STRING "Firma RECHAZADA recibo=" NUMERO-INGRESADO
                       " ya registrado firma=" RFI-FECHA-FIRMA
                       " operador=" RFI-OPERADOR
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   ADD 1 TO CANT-RECHAZOS
                   GO TO 2000-SIGUE
           END-READ.
           PERFORM 3000-BUSCAR-RECIBO THRU 3000-EXIT.
           IF NOT RECIBO-HALLADO
               DISPLAY "El recibo " NUMERO-INGRESADO
                   " no figura en RECIBOS.DAT, no se registra."
               STRING "Firma RECHAZADA recibo=" NUMERO-INGRESADO
                   " no figura en RECIBOS.DAT"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               ADD 1 TO CANT-RECHAZOS
               GO TO 2000-SIGUE
           END-IF.
           DISPLAY "Recibo " LEIDO-NUMERO " tipo " LEIDO-TIPO
               " legajo " LEIDO-LEGAJO " periodo " LEIDO-PERIODO
               " emitido " LEIDO-EMISION.
           DISPLAY "Fecha de firma (AAAAMMDD, 0=hoy):".
           ACCEPT FECHA-FIRMA.
           IF FECHA-FIRMA = ZERO
               MOVE FECHA-HOY TO FECHA-FIRMA
           END-IF.
           IF FECHA-FIRMA > FECHA-HOY
               OR FECHA-FIRMA < LEIDO-EMISION
               DISPLAY "La fecha de firma debe estar entre la emision "
                   "y hoy, no se registra."
               STRING "Firma RECHAZADA recibo=" NUMERO-INGRESADO
                   " firma=" FECHA-FIRMA
                   " emision=" LEIDO-EMISION
                   " fecha fuera de rango"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               ADD 1 TO CANT-RECHAZOS
               GO TO 2000-SIGUE
           END-IF.
           DISPLAY "Confirma la firma del recibo (S/N)?".
           ACCEPT SW-CONFIRMA.
           IF NOT CONFIRMA
               DISPLAY "Firma no registrada."
               GO TO 2000-SIGUE
           END-IF.
           MOVE LEIDO-NUMERO    TO RFI-NUMERO.
           MOVE LEIDO-TIPO      TO RFI-TIPO.
           MOVE LEIDO-LEGAJO    TO RFI-LEGAJO.
           MOVE LEIDO-PERIODO   TO RFI-PERIODO.
           MOVE LEIDO-EMISION   TO RFI-FECHA-EMISION.
           MOVE FECHA-FIRMA     TO RFI-FECHA-FIRMA.
           MOVE OPERADOR-CODIGO TO RFI-OPERADOR.
           MOVE FECHA-HOY       TO RFI-FECHA-CAPTURA.
           WRITE RFI-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el recibo " RFI-NUMERO
                       ", FS=" FS-RECIBOSFIR
                   GO TO 2000-SIGUE
           END-WRITE.
           ADD 1 TO CANT-FIRMAS.
           STRING "Firma recibo=" RFI-NUMERO
               " tipo=" RFI-TIPO
               " legajo=" RFI-LEGAJO
               " periodo=" RFI-PERIODO
               " emision=" RFI-FECHA-EMISION
               " firma=" RFI-FECHA-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           DISPLAY "Firma registrada.".
       2000-SIGUE.
           DISPLAY "Desea registrar otro recibo (S/N)?".
           ACCEPT SW-SIGUE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-BUSCAR-RECIBO - recorre RECIBOS.DAT hasta la cabecera
      *                      ORIGINAL del numero pedido
      ******************************************************************
       3000-BUSCAR-RECIBO.
           MOVE "N" TO SW-RECIBO-HALLADO.
           MOVE "N" TO SW-FIN-RECIBOS.
           MOVE "N" TO SW-CABECERA.
           OPEN INPUT RECIBOS.
           IF FS-RECIBOS NOT = "00"
               DISPLAY "No se pudo abrir RECIBOS.DAT, FS=" FS-RECIBOS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LEER-RECIBO THRU 3100-EXIT
               UNTIL FIN-RECIBOS OR RECIBO-HALLADO.
           CLOSE RECIBOS.
       3000-EXIT.
           EXIT.

       3100-LEER-RECIBO.
           READ RECIBOS
               AT END
                   MOVE "S" TO SW-FIN-RECIBOS
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3200-RASTREAR-LINEA THRU 3200-EXIT.
           IF CABECERA-COMPLETA
               AND LEIDO-NUMERO = NUMERO-INGRESADO
               MOVE "S" TO SW-RECIBO-HALLADO
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-RASTREAR-LINEA - reconoce las tres cabeceras de recibo;
      *                       los DUPLICADO se saltean
      ******************************************************************
       3200-RASTREAR-LINEA.
           IF CABECERA-COMPLETA
               MOVE "N" TO SW-CABECERA
           END-IF.
           IF REC-LINEA (1:21) = "RECIBO DE SUELDO NRO "
               AND REC-LINEA (47:9) = "ORIGINAL "
               MOVE "SUE" TO LEIDO-TIPO
               MOVE REC-LINEA (22:7) TO LEIDO-NUMERO
               MOVE REC-LINEA (39:6) TO LEIDO-PERIODO
               MOVE ZERO TO LEIDO-EMISION
               IF REC-LINEA (66:8) IS NUMERIC
                   MOVE REC-LINEA (66:8) TO LEIDO-EMISION
               END-IF
               MOVE "P" TO SW-CABECERA
               GO TO 3200-EXIT
           END-IF.
           IF REC-LINEA (1:23) = "RECIBO RETROACTIVO NRO "
               MOVE "RET" TO LEIDO-TIPO
               MOVE REC-LINEA (24:7) TO LEIDO-NUMERO
               MOVE REC-LINEA (41:6) TO LEIDO-PERIODO
               MOVE ZERO TO LEIDO-EMISION
               IF REC-LINEA (57:8) IS NUMERIC
                   MOVE REC-LINEA (57:8) TO LEIDO-EMISION
               END-IF
               MOVE "P" TO SW-CABECERA
               GO TO 3200-EXIT
           END-IF.
           IF REC-LINEA (1:29) = "RECIBO LIQUIDACION FINAL NRO "
               AND REC-LINEA (55:9) = "ORIGINAL "
               MOVE "LIQ" TO LEIDO-TIPO
               MOVE REC-LINEA (30:7) TO LEIDO-NUMERO
               MOVE REC-LINEA (47:6) TO LEIDO-PERIODO
               MOVE ZERO TO LEIDO-EMISION
               IF REC-LINEA (74:8) IS NUMERIC
                   MOVE REC-LINEA (74:8) TO LEIDO-EMISION
               END-IF
               MOVE "P" TO SW-CABECERA
               GO TO 3200-EXIT
           END-IF.
           IF CABECERA-PENDIENTE
               AND REC-LINEA (1:7) = "LEGAJO "
               MOVE REC-LINEA (8:5) TO LEIDO-LEGAJO
               MOVE "C" TO SW-CABECERA
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE RECIBOSFIR.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-FIRMAS TO WS-ED-CANT.
           MOVE CANT-RECHAZOS TO WS-ED-RECHAZOS.
           DISPLAY "Recibos firmados registrados en la sesion: "
               WS-ED-CANT.
           DISPLAY "Recibos rechazados: " WS-ED-RECHAZOS.
           DISPLAY "Carga conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               " firmas=" WS-ED-CANT
               " rechazos=" WS-ED-RECHAZOS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM CargaFirmas.
