      ******************************************************************
      *Mantenimiento de la lista de costos de compra de alfajores
      *(COSTOSALF.DAT): el costo unitario que cobra el proveedor por
      *cada marca, con fecha de vigencia, igual que PRECIOS.DAT lleva
      *el precio de venta. Un cambio de costo es un alta con la nueva
      *fecha: la linea anterior queda como historico. Solo la vigencia
      *que todavia no empezo se modifica o se da de baja (estado B);
      *la ya en curso no se toca, porque con ella se valuaron entregas.
      *MovStock toma de aca el costo de la entrega que llega sin costo
      *y el costo de arranque del promedio ponderado de cada linea; la
      *valuacion mensual (ValuaCostos) lo usa cuando la linea todavia
      *no tiene promedio.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la lista de costos.
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
       PROGRAM-ID. MantCostosAlf.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COSTOSALF ASSIGN TO "COSTOSALF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOSALF.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Costo de compra por marca y fecha de vigencia; estado A
      *    activo, B baja de una vigencia que no llego a empezar.
       FD  COSTOSALF
           RECORDING MODE IS F.
       01  COA-REGISTRO.
           05  COA-MARCA             PIC X(10).
           05  COA-FECHA-VIGENCIA    PIC 9(08).
           05  COA-COSTO             PIC 9(5)V99.
           05  COA-ESTADO            PIC X(01).

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
       77  FS-COSTOSALF             PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  MARCA-BUSCADA            PIC X(10) VALUE SPACES.
       77  COSTO-INGRESADO          PIC 9(5)V99 VALUE ZERO.
       77  VIGENCIA-HOY             PIC 9(08) VALUE ZERO.
       01  FECHA-INGRESADA          PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-INGRESADA.
           05  FI-AAAA              PIC 9(04).
           05  FI-MM                PIC 9(02).
           05  FI-DD                PIC 9(02).

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-COSTOSALF         PIC X(01) VALUE "N".
           88  FIN-COSTOSALF        VALUE "S".
       01  SW-COSTO-UBICADO         PIC X(01) VALUE "N".
           88  COSTO-UBICADO        VALUE "S".
       01  SW-COT-COMPLETO          PIC X(01) VALUE "S".
           88  COT-COMPLETO         VALUE "S".
       01  SW-FECHA-OK              PIC X(01) VALUE "N".
           88  FECHA-OK             VALUE "S".

      *----------------------------------------------------------------
      * LISTA DE COSTOS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-COSTOS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-COSTOS.
           05  COT-ENTRY OCCURS 500 TIMES
               INDEXED BY IX-COT IX-VIG.
               10  COT-MARCA         PIC X(10).
               10  COT-FECHA         PIC 9(08).
               10  COT-COSTO         PIC 9(5)V99.
               10  COT-ESTADO        PIC X(01).

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
       01  WS-ED-VALOR1             PIC ZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZ9.99.
       01  WS-MARCA-VIGENTE         PIC X(08) VALUE SPACES.

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
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT.
           IF NOT OPERADOR-OK
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1000-CARGAR-COSTOS THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia las vigencias que quedaron afuera.
           IF NOT COT-COMPLETO
               DISPLAY "COSTOSALF.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "COSTOSALF excede la tabla, corrida rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-COSTOS THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-COSTOS - levanta la lista de costos a memoria
      ******************************************************************
       1000-CARGAR-COSTOS.
           MOVE ZERO TO CANT-COSTOS.
           OPEN INPUT COSTOSALF.
           IF FS-COSTOSALF NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-COSTOSALF.
           PERFORM 1100-LEER-COSTO THRU 1100-EXIT
               UNTIL FIN-COSTOSALF.
           CLOSE COSTOSALF.
       1000-EXIT.
           EXIT.

       1100-LEER-COSTO.
           READ COSTOSALF
               AT END
                   MOVE "S" TO SW-FIN-COSTOSALF
               NOT AT END
                   IF CANT-COSTOS < 500
                       ADD 1 TO CANT-COSTOS
                       SET IX-COT TO CANT-COSTOS
                       MOVE COA-MARCA          TO COT-MARCA (IX-COT)
                       MOVE COA-FECHA-VIGENCIA TO COT-FECHA (IX-COT)
                       MOVE COA-COSTO          TO COT-COSTO (IX-COT)
                       MOVE COA-ESTADO         TO COT-ESTADO (IX-COT)
                   ELSE
                       MOVE "N" TO SW-COT-COMPLETO
                       DISPLAY "COSTOSALF.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- COSTOS DE COMPRA DE ALFAJORES -----".
           DISPLAY "A) Alta  M) Modificacion  B) Baja".
           DISPLAY "L) Listar  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA THRU 3000-EXIT
               WHEN OPCION-MODIF
                   PERFORM 4000-MODIFICACION THRU 4000-EXIT
               WHEN OPCION-BAJA
                   PERFORM 5000-BAJA THRU 5000-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 5500-LISTAR THRU 5500-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-UBICAR-COSTO - marca y fecha de vigencia pedidas; las
      *                     lineas de baja no cuentan
      ******************************************************************
       2500-UBICAR-COSTO.
           MOVE "N" TO SW-COSTO-UBICADO.
           PERFORM VARYING IX-COT FROM 1 BY 1
               UNTIL IX-COT > CANT-COSTOS
                   OR (COT-MARCA (IX-COT) = MARCA-BUSCADA
                       AND COT-FECHA (IX-COT) = FECHA-INGRESADA
                       AND COT-ESTADO (IX-COT) = "A")
               CONTINUE
           END-PERFORM.
           IF IX-COT NOT > CANT-COSTOS
               MOVE "S" TO SW-COSTO-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2700-PEDIR-CLAVE - marca y fecha de vigencia
      ******************************************************************
       2700-PEDIR-CLAVE.
           DISPLAY "Ingrese la marca:".
           ACCEPT MARCA-BUSCADA.
           IF MARCA-BUSCADA = SPACES
               DISPLAY "Marca invalida. Reingrese."
               GO TO 2700-PEDIR-CLAVE
           END-IF.
       2700-FECHA.
           DISPLAY "Ingrese la fecha de vigencia (AAAAMMDD):".
           PERFORM 2850-PEDIR-FECHA THRU 2850-EXIT.
           IF NOT FECHA-OK
               GO TO 2700-FECHA
           END-IF.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-COSTO - el costo de compra no puede ser cero
      ******************************************************************
       2800-PEDIR-COSTO.
           DISPLAY "Ingrese el costo unitario de compra:".
           ACCEPT COSTO-INGRESADO.
           IF COSTO-INGRESADO NOT NUMERIC
               OR COSTO-INGRESADO = ZERO
               DISPLAY "Costo invalido. Reingrese."
               GO TO 2800-PEDIR-COSTO
           END-IF.
           MOVE COSTO-INGRESADO TO COT-COSTO (IX-COT).
       2800-EXIT.
           EXIT.

       2850-PEDIR-FECHA.
           MOVE "N" TO SW-FECHA-OK.
           ACCEPT FECHA-INGRESADA.
           IF FECHA-INGRESADA NOT NUMERIC
               OR FI-MM < 1 OR FI-MM > 12
               OR FI-DD < 1 OR FI-DD > 31
               DISPLAY "Fecha invalida. Reingrese."
               GO TO 2850-EXIT
           END-IF.
           MOVE "S" TO SW-FECHA-OK.
       2850-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA - nueva vigencia de costo para la marca
      ******************************************************************
       3000-ALTA.
           PERFORM 2700-PEDIR-CLAVE THRU 2700-EXIT.
           PERFORM 2500-UBICAR-COSTO THRU 2500-EXIT.
           IF COSTO-UBICADO
               DISPLAY "La marca ya tiene costo con esa vigencia, "
                   "alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-COSTOS >= 500
               DISPLAY "Tabla de costos llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-COSTOS.
           SET IX-COT TO CANT-COSTOS.
           MOVE MARCA-BUSCADA   TO COT-MARCA (IX-COT).
           MOVE FECHA-INGRESADA TO COT-FECHA (IX-COT).
           PERFORM 2800-PEDIR-COSTO THRU 2800-EXIT.
           MOVE "A" TO COT-ESTADO (IX-COT).
           IF FECHA-INGRESADA < FECHA-HOY
               DISPLAY "Atencion: la vigencia es anterior a hoy; las "
                   "entregas ya cargadas no se revaluan."
           END-IF.
           DISPLAY "Alta grabada.".
           MOVE COT-COSTO (IX-COT) TO WS-ED-VALOR1.
           STRING "Alta costo marca=" COT-MARCA (IX-COT)
               " vigencia=" COT-FECHA (IX-COT)
               " costo=" WS-ED-VALOR1
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION - solo una vigencia que no empezo
      ******************************************************************
       4000-MODIFICACION.
           PERFORM 2700-PEDIR-CLAVE THRU 2700-EXIT.
           PERFORM 2500-UBICAR-COSTO THRU 2500-EXIT.
           IF NOT COSTO-UBICADO
               DISPLAY "Sin costo para la marca con esa vigencia."
               GO TO 4000-EXIT
           END-IF.
           IF COT-FECHA (IX-COT) NOT > FECHA-HOY
               DISPLAY "La vigencia ya esta en curso, no se modifica: "
                   "cargue un costo nuevo con otra fecha."
               GO TO 4000-EXIT
           END-IF.
           MOVE COT-COSTO (IX-COT) TO WS-ED-VALOR1.
           PERFORM 2800-PEDIR-COSTO THRU 2800-EXIT.
           MOVE COT-COSTO (IX-COT) TO WS-ED-VALOR2.
           DISPLAY "Modificacion grabada.".
           STRING "Modif costo marca=" COT-MARCA (IX-COT)
               " vigencia=" COT-FECHA (IX-COT)
               " antes=" WS-ED-VALOR1
               " despues=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - solo una vigencia que no empezo; la linea queda
      *             con estado B
      ******************************************************************
       5000-BAJA.
           PERFORM 2700-PEDIR-CLAVE THRU 2700-EXIT.
           PERFORM 2500-UBICAR-COSTO THRU 2500-EXIT.
           IF NOT COSTO-UBICADO
               DISPLAY "Sin costo para la marca con esa vigencia."
               GO TO 5000-EXIT
           END-IF.
           IF COT-FECHA (IX-COT) NOT > FECHA-HOY
               DISPLAY "La vigencia ya esta en curso, no se da de "
                   "baja: cargue un costo nuevo con otra fecha."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO COT-ESTADO (IX-COT).
           DISPLAY "Vigencia dada de baja (estado B).".
           MOVE COT-COSTO (IX-COT) TO WS-ED-VALOR1.
           STRING "Baja costo marca=" COT-MARCA (IX-COT)
               " vigencia=" COT-FECHA (IX-COT)
               " costo=" WS-ED-VALOR1
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR - toda la lista; la vigencia que rige hoy para la
      *               marca va marcada
      ******************************************************************
       5500-LISTAR.
           IF CANT-COSTOS = ZERO
               DISPLAY "Sin costos en la lista."
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5600-LISTAR-LINEA THRU 5600-EXIT
               VARYING IX-COT FROM 1 BY 1
               UNTIL IX-COT > CANT-COSTOS.
       5500-EXIT.
           EXIT.

       5600-LISTAR-LINEA.
           MOVE COT-MARCA (IX-COT) TO MARCA-BUSCADA.
           PERFORM 5700-VIGENCIA-HOY THRU 5700-EXIT.
           MOVE SPACES TO WS-MARCA-VIGENTE.
           IF COT-ESTADO (IX-COT) = "A"
               AND COT-FECHA (IX-COT) = VIGENCIA-HOY
               MOVE "VIGENTE" TO WS-MARCA-VIGENTE
           END-IF.
           MOVE COT-COSTO (IX-COT) TO WS-ED-VALOR1.
           DISPLAY "Marca " COT-MARCA (IX-COT)
               " desde " COT-FECHA (IX-COT)
               " costo=" WS-ED-VALOR1
               " estado=" COT-ESTADO (IX-COT)
               " " WS-MARCA-VIGENTE.
       5600-EXIT.
           EXIT.

      *    Vigencia activa mas reciente no posterior a hoy de la marca.
       5700-VIGENCIA-HOY.
           MOVE ZERO TO VIGENCIA-HOY.
           PERFORM 5750-COMPARAR-VIGENCIA THRU 5750-EXIT
               VARYING IX-VIG FROM 1 BY 1
               UNTIL IX-VIG > CANT-COSTOS.
       5700-EXIT.
           EXIT.

       5750-COMPARAR-VIGENCIA.
           IF COT-MARCA (IX-VIG) = MARCA-BUSCADA
               AND COT-ESTADO (IX-VIG) = "A"
               AND COT-FECHA (IX-VIG) NOT > FECHA-HOY
               AND COT-FECHA (IX-VIG) > VIGENCIA-HOY
               MOVE COT-FECHA (IX-VIG) TO VIGENCIA-HOY
           END-IF.
       5750-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-COSTOS - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-COSTOS.
           OPEN OUTPUT COSTOSALF.
           PERFORM VARYING IX-COT FROM 1 BY 1
               UNTIL IX-COT > CANT-COSTOS
               MOVE COT-MARCA (IX-COT)  TO COA-MARCA
               MOVE COT-FECHA (IX-COT)  TO COA-FECHA-VIGENCIA
               MOVE COT-COSTO (IX-COT)  TO COA-COSTO
               MOVE COT-ESTADO (IX-COT) TO COA-ESTADO
               WRITE COA-REGISTRO
           END-PERFORM.
           CLOSE COSTOSALF.
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
               FOR ALL "MantCostosAlf".
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
           STRING "MantCostosAlf " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantCostosAlf.
