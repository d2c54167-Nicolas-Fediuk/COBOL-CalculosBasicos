      ******************************************************************
      *Mantenimiento de los aranceles de tarjetas y QR (ARANCELES.DAT).
      *Cada procesador de pagos (la adquirente de la tarjeta de debito,
      *la de credito o la billetera del QR) liquida lo cobrado en la
      *sucursal neto de su arancel y con un plazo de pago pactado. Aca
      *se carga, por procesador y medio (D debito, C credito, Q QR):
      *  arancel            por ciento del bruto pactado en el contrato
      *  plazo de pago      dias corridos desde la venta hasta la
      *                     acreditacion
      *  estado             A vigente, B dado de baja
      *ConciliaTarjetas toma el arancel para detectar la comision mal
      *cobrada y el plazo para dar por impaga la venta que no se
      *liquido a tiempo. La baja deja la linea con estado B para no
      *perder el contrato anterior.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del mantenimiento de aranceles
      *                 de tarjetas y QR.
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
       PROGRAM-ID. MantAranceles.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARANCELES ASSIGN TO "ARANCELES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARANCELES.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Un contrato por procesador y medio de pago.
       FD  ARANCELES
           RECORDING MODE IS F.
       01  ARA-REGISTRO.
           05  ARA-PROCESADOR        PIC X(10).
           05  ARA-MEDIO             PIC X(01).
           05  ARA-TASA              PIC 9(02)V99.
           05  ARA-PLAZO             PIC 9(03).
           05  ARA-ESTADO            PIC X(01).

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
       77  FS-ARANCELES             PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  PROCESADOR-PEDIDO        PIC X(10) VALUE SPACES.
       77  TASA-INGRESADA           PIC 9(02)V99 VALUE ZERO.
       77  TASA-ANTERIOR            PIC 9(02)V99 VALUE ZERO.
       77  PLAZO-INGRESADO          PIC 9(03) VALUE ZERO.
       77  PLAZO-ANTERIOR           PIC 9(03) VALUE ZERO.

       01  MEDIO-PEDIDO             PIC X(01) VALUE SPACE.
           88  MEDIO-VALIDO         VALUE "D" "C" "Q".

       01  SW-OPCION                PIC X(01).
           88  OPCION-CARGAR        VALUE "C" "c".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-ARANCELES         PIC X(01) VALUE "N".
           88  FIN-ARANCELES        VALUE "S".
       01  SW-ARANCEL-UBICADO       PIC X(01) VALUE "N".
           88  ARANCEL-UBICADO      VALUE "S".
       01  SW-ARANCELES-COMPLETO    PIC X(01) VALUE "S".
           88  ARANCELES-COMPLETO   VALUE "S".

      *----------------------------------------------------------------
      * ARANCELES EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-ARANCELES           PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ARANCELES.
           05  TAR-ENTRY OCCURS 300 TIMES INDEXED BY IX-TAR.
               10  TAR-PROCESADOR    PIC X(10).
               10  TAR-MEDIO         PIC X(01).
               10  TAR-TASA          PIC 9(02)V99.
               10  TAR-PLAZO         PIC 9(03).
               10  TAR-ESTADO        PIC X(01).

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
       01  WS-ED-TASA               PIC Z9.99.
       01  WS-ED-TASA2              PIC Z9.99.
       01  WS-ED-PLAZO              PIC ZZ9.
       01  WS-ED-PLAZO2             PIC ZZ9.

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
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT.
           IF NOT OPERADOR-OK
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1000-CARGAR-ARANCELES THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los contratos que quedaron afuera.
           IF NOT ARANCELES-COMPLETO
               DISPLAY "ARANCELES.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "ARANCELES excede la tabla, corrida rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-ARANCELES THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-ARANCELES - levanta los contratos a memoria
      ******************************************************************
       1000-CARGAR-ARANCELES.
           MOVE ZERO TO CANT-ARANCELES.
           OPEN INPUT ARANCELES.
           IF FS-ARANCELES NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ARANCELES.
           PERFORM 1100-LEER-ARANCEL THRU 1100-EXIT
               UNTIL FIN-ARANCELES.
           CLOSE ARANCELES.
       1000-EXIT.
           EXIT.

       1100-LEER-ARANCEL.
           READ ARANCELES
               AT END
                   MOVE "S" TO SW-FIN-ARANCELES
               NOT AT END
                   IF CANT-ARANCELES < 300
                       ADD 1 TO CANT-ARANCELES
                       SET IX-TAR TO CANT-ARANCELES
                       MOVE ARA-PROCESADOR TO TAR-PROCESADOR (IX-TAR)
                       MOVE ARA-MEDIO      TO TAR-MEDIO (IX-TAR)
                       MOVE ARA-TASA       TO TAR-TASA (IX-TAR)
                       MOVE ARA-PLAZO      TO TAR-PLAZO (IX-TAR)
                       MOVE ARA-ESTADO     TO TAR-ESTADO (IX-TAR)
                   ELSE
                       MOVE "N" TO SW-ARANCELES-COMPLETO
                       DISPLAY "ARANCELES.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- ARANCELES DE TARJETAS Y QR -----".
           DISPLAY "C) Cargar/corregir  B) Baja  L) Listar  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           EVALUATE TRUE
               WHEN OPCION-CARGAR
                   PERFORM 3000-CARGAR-ARANCEL THRU 3000-EXIT
               WHEN OPCION-BAJA
                   PERFORM 4000-BAJA THRU 4000-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 5000-LISTAR THRU 5000-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CARGAR-ARANCEL - alta o correccion del contrato del
      *                       procesador para el medio; la correccion
      *                       reactiva el contrato dado de baja
      ******************************************************************
       3000-CARGAR-ARANCEL.
           PERFORM 3500-PEDIR-CLAVE THRU 3500-EXIT.
           IF PROCESADOR-PEDIDO = SPACES OR NOT MEDIO-VALIDO
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Ingrese el arancel pactado en % (99.99):".
           ACCEPT TASA-INGRESADA.
           IF TASA-INGRESADA NOT NUMERIC
               DISPLAY "Arancel invalido."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Ingrese el plazo de pago en dias corridos:".
           ACCEPT PLAZO-INGRESADO.
           IF PLAZO-INGRESADO NOT NUMERIC OR PLAZO-INGRESADO = ZERO
               DISPLAY "El plazo debe ser mayor que cero."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3700-UBICAR-ARANCEL THRU 3700-EXIT.
           IF ARANCEL-UBICADO
               MOVE TAR-TASA (IX-TAR)  TO TASA-ANTERIOR
               MOVE TAR-PLAZO (IX-TAR) TO PLAZO-ANTERIOR
           ELSE
               IF CANT-ARANCELES >= 300
                   DISPLAY "Tabla de aranceles llena."
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO CANT-ARANCELES
               SET IX-TAR TO CANT-ARANCELES
               MOVE PROCESADOR-PEDIDO TO TAR-PROCESADOR (IX-TAR)
               MOVE MEDIO-PEDIDO      TO TAR-MEDIO (IX-TAR)
               MOVE ZERO              TO TASA-ANTERIOR
               MOVE ZERO              TO PLAZO-ANTERIOR
           END-IF.
           MOVE TASA-INGRESADA  TO TAR-TASA (IX-TAR).
           MOVE PLAZO-INGRESADO TO TAR-PLAZO (IX-TAR).
           MOVE "A"             TO TAR-ESTADO (IX-TAR).
           MOVE TASA-ANTERIOR   TO WS-ED-TASA.
           MOVE TASA-INGRESADA  TO WS-ED-TASA2.
           MOVE PLAZO-ANTERIOR  TO WS-ED-PLAZO.
           MOVE PLAZO-INGRESADO TO WS-ED-PLAZO2.
           DISPLAY "Arancel grabado.".
           STRING "Arancel procesador=" TAR-PROCESADOR (IX-TAR)
               " medio=" TAR-MEDIO (IX-TAR)
               " anterior=" WS-ED-TASA "%/" WS-ED-PLAZO "d"
               " nuevo=" WS-ED-TASA2 "%/" WS-ED-PLAZO2 "d"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

       3500-PEDIR-CLAVE.
           DISPLAY "Ingrese el codigo del procesador:".
           ACCEPT PROCESADOR-PEDIDO.
           IF PROCESADOR-PEDIDO = SPACES
               DISPLAY "El procesador es obligatorio."
               GO TO 3500-EXIT
           END-IF.
           DISPLAY "Ingrese el medio (D debito, C credito, Q QR):".
           ACCEPT MEDIO-PEDIDO.
           INSPECT MEDIO-PEDIDO CONVERTING "dcq" TO "DCQ".
           IF NOT MEDIO-VALIDO
               DISPLAY "Medio invalido."
           END-IF.
       3500-EXIT.
           EXIT.

       3700-UBICAR-ARANCEL.
           MOVE "N" TO SW-ARANCEL-UBICADO.
           PERFORM VARYING IX-TAR FROM 1 BY 1
               UNTIL IX-TAR > CANT-ARANCELES
                   OR (TAR-PROCESADOR (IX-TAR) = PROCESADOR-PEDIDO
                       AND TAR-MEDIO (IX-TAR) = MEDIO-PEDIDO)
               CONTINUE
           END-PERFORM.
           IF IX-TAR NOT > CANT-ARANCELES
               MOVE "S" TO SW-ARANCEL-UBICADO
           END-IF.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 4000-BAJA - el contrato deja de regir sin borrar su linea
      ******************************************************************
       4000-BAJA.
           PERFORM 3500-PEDIR-CLAVE THRU 3500-EXIT.
           IF PROCESADOR-PEDIDO = SPACES OR NOT MEDIO-VALIDO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 3700-UBICAR-ARANCEL THRU 3700-EXIT.
           IF NOT ARANCEL-UBICADO
               DISPLAY "No hay arancel para ese procesador y medio."
               GO TO 4000-EXIT
           END-IF.
           IF TAR-ESTADO (IX-TAR) = "B"
               DISPLAY "El arancel ya estaba dado de baja."
               GO TO 4000-EXIT
           END-IF.
           MOVE "B" TO TAR-ESTADO (IX-TAR).
           DISPLAY "Arancel dado de baja.".
           STRING "Baja arancel procesador=" TAR-PROCESADOR (IX-TAR)
               " medio=" TAR-MEDIO (IX-TAR)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR - contratos de un procesador pedido (o de todos)
      ******************************************************************
       5000-LISTAR.
           DISPLAY "Ingrese el procesador a listar (Enter = todos):".
           ACCEPT PROCESADOR-PEDIDO.
           PERFORM VARYING IX-TAR FROM 1 BY 1
               UNTIL IX-TAR > CANT-ARANCELES
               IF PROCESADOR-PEDIDO = SPACES
                   OR TAR-PROCESADOR (IX-TAR) = PROCESADOR-PEDIDO
                   MOVE TAR-TASA (IX-TAR)  TO WS-ED-TASA
                   MOVE TAR-PLAZO (IX-TAR) TO WS-ED-PLAZO
                   DISPLAY "Procesador " TAR-PROCESADOR (IX-TAR)
                       " medio " TAR-MEDIO (IX-TAR)
                       " arancel " WS-ED-TASA "%"
                       " plazo " WS-ED-PLAZO " dias"
                       " estado " TAR-ESTADO (IX-TAR)
               END-IF
           END-PERFORM.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-ARANCELES - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-ARANCELES.
           OPEN OUTPUT ARANCELES.
           PERFORM VARYING IX-TAR FROM 1 BY 1
               UNTIL IX-TAR > CANT-ARANCELES
               MOVE TAR-PROCESADOR (IX-TAR) TO ARA-PROCESADOR
               MOVE TAR-MEDIO (IX-TAR)      TO ARA-MEDIO
               MOVE TAR-TASA (IX-TAR)       TO ARA-TASA
               MOVE TAR-PLAZO (IX-TAR)      TO ARA-PLAZO
               MOVE TAR-ESTADO (IX-TAR)     TO ARA-ESTADO
               WRITE ARA-REGISTRO
           END-PERFORM.
           CLOSE ARANCELES.
       6000-EXIT.
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
               FOR ALL "MantAranceles".
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
           STRING "MantAranceles " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       8000-FIRMA-OPERADOR.
           DISPLAY "Mantenimiento conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM MantAranceles.
