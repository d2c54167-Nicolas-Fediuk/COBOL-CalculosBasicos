      ******************************************************************
      *Mantenimiento de las tasas del floor plan (TASASFP.DAT): las
      *unidades nuevas se compran financiadas por la linea de floor
      *plan de la terminal o del banco, que cobra interes mensual
      *sobre el costo de cada unidad mientras siga en el lote. Aca se
      *carga la tasa nominal mensual (en por ciento) de cada linea
      *para cada periodo AAAAMM. El maestro de vehiculos toma la
      *linea de cada unidad y RentabilidadUnidades devenga el interes
      *de los dias en stock con la tasa de cada mes; un mes sin tasa
      *cargada usa la ultima anterior de la misma linea.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del mantenimiento de tasas del
      *                 floor plan.
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
       PROGRAM-ID. MantTasasFP.
       AUTHOR. N. FEDIUK.
       INSTALLATION. CONCESIONARIA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASASFP ASSIGN TO "TASASFP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASASFP.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Una tasa nominal mensual, en por ciento, por linea de floor
      *    plan y periodo.
       FD  TASASFP
           RECORDING MODE IS F.
       01  FPT-REGISTRO.
           05  FPT-LINEA             PIC X(04).
           05  FPT-PERIODO           PIC 9(06).
           05  FPT-TASA              PIC 9(02)V9(04).

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
       77  FS-TASASFP               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  LINEA-PEDIDA             PIC X(04) VALUE SPACES.
       77  PERIODO-PEDIDO           PIC 9(06) VALUE ZERO.
       77  TASA-INGRESADA           PIC 9(02)V9(04) VALUE ZERO.
       77  TASA-ANTERIOR            PIC 9(02)V9(04) VALUE ZERO.

       01  PERIODO-VALIDA.
           05  PVA-AAAA             PIC 9(04).
           05  PVA-MM               PIC 9(02).

       01  SW-OPCION                PIC X(01).
           88  OPCION-CARGAR        VALUE "C" "c".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-TASAS             PIC X(01) VALUE "N".
           88  FIN-TASAS            VALUE "S".
       01  SW-TASA-UBICADA          PIC X(01) VALUE "N".
           88  TASA-UBICADA         VALUE "S".
       01  SW-TASAS-COMPLETO        PIC X(01) VALUE "S".
           88  TASAS-COMPLETO       VALUE "S".

      *----------------------------------------------------------------
      * TASAS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-TASAS               PIC 9(4) COMP VALUE ZERO.
       01  TABLA-TASAS.
           05  TFP-ENTRY OCCURS 1000 TIMES INDEXED BY IX-TFP.
               10  TFP-LINEA         PIC X(04).
               10  TFP-PERIODO       PIC 9(06).
               10  TFP-TASA          PIC 9(02)V9(04).

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
       01  WS-ED-TASA               PIC Z9.9999.
       01  WS-ED-TASA2              PIC Z9.9999.

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
           PERFORM 1000-CARGAR-TASAS THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia las tasas que quedaron afuera.
           IF NOT TASAS-COMPLETO
               DISPLAY "TASASFP.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "TASASFP excede la tabla, corrida rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-TASAS THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-TASAS - levanta las tasas a memoria
      ******************************************************************
       1000-CARGAR-TASAS.
           MOVE ZERO TO CANT-TASAS.
           OPEN INPUT TASASFP.
           IF FS-TASASFP NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-TASAS.
           PERFORM 1100-LEER-TASA THRU 1100-EXIT
               UNTIL FIN-TASAS.
           CLOSE TASASFP.
       1000-EXIT.
           EXIT.

       1100-LEER-TASA.
           READ TASASFP
               AT END
                   MOVE "S" TO SW-FIN-TASAS
               NOT AT END
                   IF CANT-TASAS < 1000
                       ADD 1 TO CANT-TASAS
                       SET IX-TFP TO CANT-TASAS
                       MOVE FPT-LINEA   TO TFP-LINEA (IX-TFP)
                       MOVE FPT-PERIODO TO TFP-PERIODO (IX-TFP)
                       MOVE FPT-TASA    TO TFP-TASA (IX-TFP)
                   ELSE
                       MOVE "N" TO SW-TASAS-COMPLETO
                       DISPLAY "TASASFP.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- TASAS DEL FLOOR PLAN POR PERIODO -----".
           DISPLAY "C) Cargar/corregir tasa  L) Listar  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           EVALUATE TRUE
               WHEN OPCION-CARGAR
                   PERFORM 3000-CARGAR-TASA THRU 3000-EXIT
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
      * 3000-CARGAR-TASA - alta o correccion de la tasa de la linea
      *                    para el periodo
      ******************************************************************
       3000-CARGAR-TASA.
           DISPLAY "Ingrese el codigo de la linea de floor plan:".
           ACCEPT LINEA-PEDIDA.
           IF LINEA-PEDIDA = SPACES
               DISPLAY "La linea es obligatoria."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Ingrese el periodo (AAAAMM):".
           ACCEPT PERIODO-PEDIDO.
           MOVE PERIODO-PEDIDO TO PERIODO-VALIDA.
           IF PVA-AAAA < 2000 OR PVA-MM < 1 OR PVA-MM > 12
               DISPLAY "Periodo invalido."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Ingrese la tasa nominal mensual en % (99.9999):".
           ACCEPT TASA-INGRESADA.
           IF TASA-INGRESADA = ZERO
               DISPLAY "La tasa debe ser mayor que cero."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3700-UBICAR-TASA THRU 3700-EXIT.
           IF TASA-UBICADA
               MOVE TFP-TASA (IX-TFP) TO TASA-ANTERIOR
           ELSE
               IF CANT-TASAS >= 1000
                   DISPLAY "Tabla de tasas llena."
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO CANT-TASAS
               SET IX-TFP TO CANT-TASAS
               MOVE LINEA-PEDIDA   TO TFP-LINEA (IX-TFP)
               MOVE PERIODO-PEDIDO TO TFP-PERIODO (IX-TFP)
               MOVE ZERO           TO TASA-ANTERIOR
           END-IF.
           MOVE TASA-INGRESADA TO TFP-TASA (IX-TFP).
           MOVE TASA-ANTERIOR  TO WS-ED-TASA.
           MOVE TASA-INGRESADA TO WS-ED-TASA2.
           DISPLAY "Tasa grabada.".
           STRING "Tasa floor plan linea=" TFP-LINEA (IX-TFP)
               " periodo=" TFP-PERIODO (IX-TFP)
               " anterior=" WS-ED-TASA
               " nueva=" WS-ED-TASA2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

       3700-UBICAR-TASA.
           MOVE "N" TO SW-TASA-UBICADA.
           PERFORM VARYING IX-TFP FROM 1 BY 1
               UNTIL IX-TFP > CANT-TASAS
                   OR (TFP-LINEA (IX-TFP) = LINEA-PEDIDA
                       AND TFP-PERIODO (IX-TFP) = PERIODO-PEDIDO)
               CONTINUE
           END-PERFORM.
           IF IX-TFP NOT > CANT-TASAS
               MOVE "S" TO SW-TASA-UBICADA
           END-IF.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR - tasas de una linea pedida (o de todas)
      ******************************************************************
       5000-LISTAR.
           DISPLAY "Ingrese la linea a listar (Enter = todas):".
           ACCEPT LINEA-PEDIDA.
           PERFORM VARYING IX-TFP FROM 1 BY 1
               UNTIL IX-TFP > CANT-TASAS
               IF LINEA-PEDIDA = SPACES
                   OR TFP-LINEA (IX-TFP) = LINEA-PEDIDA
                   MOVE TFP-TASA (IX-TFP) TO WS-ED-TASA
                   DISPLAY "Linea " TFP-LINEA (IX-TFP)
                       " periodo " TFP-PERIODO (IX-TFP)
                       " tasa mensual " WS-ED-TASA "%"
               END-IF
           END-PERFORM.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-TASAS - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-TASAS.
           OPEN OUTPUT TASASFP.
           PERFORM VARYING IX-TFP FROM 1 BY 1
               UNTIL IX-TFP > CANT-TASAS
               MOVE TFP-LINEA (IX-TFP)   TO FPT-LINEA
               MOVE TFP-PERIODO (IX-TFP) TO FPT-PERIODO
               MOVE TFP-TASA (IX-TFP)    TO FPT-TASA
               WRITE FPT-REGISTRO
           END-PERFORM.
           CLOSE TASASFP.
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
               FOR ALL "MantTasasFP".
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
           STRING "MantTasasFP " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantTasasFP.
