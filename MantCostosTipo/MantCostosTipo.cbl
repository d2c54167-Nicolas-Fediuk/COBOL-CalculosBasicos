      ******************************************************************
      *Mantenimiento de la tabla de costos operativos por tipo de
      *aeronave (COSTOSTIPO.DAT): el costo por hora de bloque
      *(combustible, mantenimiento por hora, tripulacion, leasing
      *horario) y el costo por salida (tasas de aterrizaje, handling,
      *mantenimiento por ciclo). El tipo se valida contra el padron
      *de aeronaves. Con estos dos valores y el tiempo de bloque de
      *DISTANCIAS.DAT la economia de rutas (EconomiaRutas) costea
      *cada vuelo del mes.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de los costos por tipo.
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
       PROGRAM-ID. MantCostosTipo.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COSTOSTIPO ASSIGN TO "COSTOSTIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOSTIPO.
           SELECT AERONAVES ASSIGN TO "AERONAVES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AER-TIPO
               FILE STATUS IS FS-AERONAVES.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Un tipo de aeronave por linea con sus dos costos unitarios.
       FD  COSTOSTIPO
           RECORDING MODE IS F.
       01  CTT-REGISTRO.
           05  CTT-TIPO              PIC X(06).
           05  CTT-COSTO-HORA        PIC 9(07)V99.
           05  CTT-COSTO-SALIDA      PIC 9(07)V99.
           05  CTT-ESTADO            PIC X(01).

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
       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPR-REGISTRO.
           05  OPR-CODIGO           PIC X(04).
           05  OPR-NOMBRE           PIC X(30).
           05  OPR-PROGRAMAS        PIC X(80).
           05  OPR-ESTADO           PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-COSTOSTIPO            PIC X(02) VALUE SPACES.
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  TIPO-BUSCADO             PIC X(06) VALUE SPACES.
       77  COSTO-HORA-INGRESADO     PIC 9(07)V99 VALUE ZERO.
       77  COSTO-SALIDA-INGRESADO   PIC 9(07)V99 VALUE ZERO.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-COSTOSTIPO        PIC X(01) VALUE "N".
           88  FIN-COSTOSTIPO       VALUE "S".
       01  SW-TIPO-UBICADO          PIC X(01) VALUE "N".
           88  TIPO-UBICADO         VALUE "S".
       01  SW-CTT-COMPLETO          PIC X(01) VALUE "S".
           88  CTT-COMPLETO         VALUE "S".
       01  SW-TIPO-OK               PIC X(01) VALUE "N".
           88  TIPO-OK              VALUE "S".

      *----------------------------------------------------------------
      * TABLA DE COSTOS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-TIPOS               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-COSTOS.
           05  CTB-ENTRY OCCURS 50 TIMES INDEXED BY IX-CTB.
               10  CTB-TIPO          PIC X(06).
               10  CTB-COSTO-HORA    PIC 9(07)V99.
               10  CTB-COSTO-SALIDA  PIC 9(07)V99.
               10  CTB-ESTADO        PIC X(01).

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
       01  WS-ED-VALOR1             PIC ZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZ9.99.

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
           PERFORM 1000-CARGAR-COSTOS THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los tipos que quedaron afuera.
           IF NOT CTT-COMPLETO
               DISPLAY "COSTOSTIPO.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "COSTOSTIPO excede la tabla, corrida rechazada"
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
      * 1000-CARGAR-COSTOS - levanta la tabla de costos a memoria
      ******************************************************************
       1000-CARGAR-COSTOS.
           MOVE ZERO TO CANT-TIPOS.
           OPEN INPUT COSTOSTIPO.
           IF FS-COSTOSTIPO NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-COSTOSTIPO.
           PERFORM 1100-LEER-COSTO THRU 1100-EXIT
               UNTIL FIN-COSTOSTIPO.
           CLOSE COSTOSTIPO.
       1000-EXIT.
           EXIT.

       1100-LEER-COSTO.
           READ COSTOSTIPO
               AT END
                   MOVE "S" TO SW-FIN-COSTOSTIPO
               NOT AT END
                   IF CANT-TIPOS < 50
                       ADD 1 TO CANT-TIPOS
                       SET IX-CTB TO CANT-TIPOS
                       MOVE CTT-TIPO         TO CTB-TIPO (IX-CTB)
                       MOVE CTT-COSTO-HORA   TO CTB-COSTO-HORA (IX-CTB)
                       MOVE CTT-COSTO-SALIDA
                           TO CTB-COSTO-SALIDA (IX-CTB)
                       MOVE CTT-ESTADO       TO CTB-ESTADO (IX-CTB)
                   ELSE
                       MOVE "N" TO SW-CTT-COMPLETO
                       DISPLAY "COSTOSTIPO.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- COSTOS OPERATIVOS POR TIPO -----".
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

       2500-UBICAR-TIPO.
           MOVE "N" TO SW-TIPO-UBICADO.
           PERFORM VARYING IX-CTB FROM 1 BY 1
               UNTIL IX-CTB > CANT-TIPOS
                   OR CTB-TIPO (IX-CTB) = TIPO-BUSCADO
               CONTINUE
           END-PERFORM.
           IF IX-CTB NOT > CANT-TIPOS
               MOVE "S" TO SW-TIPO-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - costo por hora de bloque y por salida
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese el costo por hora de bloque:".
           ACCEPT COSTO-HORA-INGRESADO.
           DISPLAY "Ingrese el costo por salida:".
           ACCEPT COSTO-SALIDA-INGRESADO.
           IF COSTO-HORA-INGRESADO = ZERO
               AND COSTO-SALIDA-INGRESADO = ZERO
               DISPLAY "Los dos costos en cero dejarian el tipo sin "
                   "costear. Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
           MOVE COSTO-HORA-INGRESADO   TO CTB-COSTO-HORA (IX-CTB).
           MOVE COSTO-SALIDA-INGRESADO TO CTB-COSTO-SALIDA (IX-CTB).
       2800-EXIT.
           EXIT.

       2900-VALIDAR-TIPO.
           MOVE "N" TO SW-TIPO-OK.
           OPEN INPUT AERONAVES.
           IF FS-AERONAVES NOT = "00"
               DISPLAY "Sin padron de aeronaves (FS=" FS-AERONAVES
                   "), el tipo se acepta tal cual."
               MOVE "S" TO SW-TIPO-OK
               GO TO 2900-EXIT
           END-IF.
           MOVE TIPO-BUSCADO TO AER-TIPO.
           READ AERONAVES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AER-ESTADO = "A"
                       MOVE "S" TO SW-TIPO-OK
                   END-IF
           END-READ.
           CLOSE AERONAVES.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA
      ******************************************************************
       3000-ALTA.
           DISPLAY "Ingrese el tipo de aeronave a dar de alta:".
           ACCEPT TIPO-BUSCADO.
           PERFORM 2900-VALIDAR-TIPO THRU 2900-EXIT.
           IF NOT TIPO-OK
               DISPLAY "Tipo inexistente o retirado en el padron, "
                   "alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-TIPO THRU 2500-EXIT.
           IF TIPO-UBICADO
               IF CTB-ESTADO (IX-CTB) = "B"
                   DISPLAY "El tipo " TIPO-BUSCADO " esta dado de "
                       "baja, se reactiva."
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "El tipo " TIPO-BUSCADO " ya tiene costos, "
                   "alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-TIPOS >= 50
               DISPLAY "Tabla de costos llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-TIPOS.
           SET IX-CTB TO CANT-TIPOS.
           MOVE TIPO-BUSCADO TO CTB-TIPO (IX-CTB).
       3000-DATOS.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           MOVE "A" TO CTB-ESTADO (IX-CTB).
           DISPLAY "Alta grabada.".
           MOVE CTB-COSTO-HORA (IX-CTB)   TO WS-ED-VALOR1.
           MOVE CTB-COSTO-SALIDA (IX-CTB) TO WS-ED-VALOR2.
           STRING "Alta tipo=" CTB-TIPO (IX-CTB)
               " costo hora=" WS-ED-VALOR1
               " costo salida=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION
      ******************************************************************
       4000-MODIFICACION.
           DISPLAY "Ingrese el tipo de aeronave a modificar:".
           ACCEPT TIPO-BUSCADO.
           PERFORM 2500-UBICAR-TIPO THRU 2500-EXIT.
           IF NOT TIPO-UBICADO
               DISPLAY "Tipo sin costos en la tabla."
               GO TO 4000-EXIT
           END-IF.
           MOVE CTB-COSTO-HORA (IX-CTB)   TO WS-ED-VALOR1.
           MOVE CTB-COSTO-SALIDA (IX-CTB) TO WS-ED-VALOR2.
           STRING "Modif tipo=" CTB-TIPO (IX-CTB)
               " antes costo hora=" WS-ED-VALOR1
               " costo salida=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           MOVE CTB-COSTO-HORA (IX-CTB)   TO WS-ED-VALOR1.
           MOVE CTB-COSTO-SALIDA (IX-CTB) TO WS-ED-VALOR2.
           STRING "Modif tipo=" CTB-TIPO (IX-CTB)
               " despues costo hora=" WS-ED-VALOR1
               " costo salida=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el tipo sale de uso sin borrar su linea
      ******************************************************************
       5000-BAJA.
           DISPLAY "Ingrese el tipo de aeronave a dar de baja:".
           ACCEPT TIPO-BUSCADO.
           PERFORM 2500-UBICAR-TIPO THRU 2500-EXIT.
           IF NOT TIPO-UBICADO
               DISPLAY "Tipo sin costos en la tabla."
               GO TO 5000-EXIT
           END-IF.
           IF CTB-ESTADO (IX-CTB) = "B"
               DISPLAY "El tipo ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO CTB-ESTADO (IX-CTB).
           DISPLAY "Tipo dado de baja (estado B).".
           STRING "Baja tipo=" CTB-TIPO (IX-CTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-TIPOS = ZERO
               DISPLAY "Sin tipos en la tabla de costos."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-CTB FROM 1 BY 1
               UNTIL IX-CTB > CANT-TIPOS
               MOVE CTB-COSTO-HORA (IX-CTB)   TO WS-ED-VALOR1
               MOVE CTB-COSTO-SALIDA (IX-CTB) TO WS-ED-VALOR2
               DISPLAY "Tipo " CTB-TIPO (IX-CTB)
                   " hora=" WS-ED-VALOR1
                   " salida=" WS-ED-VALOR2
                   " estado=" CTB-ESTADO (IX-CTB)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-COSTOS - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-COSTOS.
           OPEN OUTPUT COSTOSTIPO.
           PERFORM VARYING IX-CTB FROM 1 BY 1
               UNTIL IX-CTB > CANT-TIPOS
               MOVE CTB-TIPO (IX-CTB)         TO CTT-TIPO
               MOVE CTB-COSTO-HORA (IX-CTB)   TO CTT-COSTO-HORA
               MOVE CTB-COSTO-SALIDA (IX-CTB) TO CTT-COSTO-SALIDA
               MOVE CTB-ESTADO (IX-CTB)       TO CTT-ESTADO
               WRITE CTT-REGISTRO
           END-PERFORM.
           CLOSE COSTOSTIPO.
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
               FOR ALL "MantCostosTipo".
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
           STRING "MantCostosTipo " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantCostosTipo.
