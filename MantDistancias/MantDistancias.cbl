      ******************************************************************
      *Mantenimiento de la tabla de pares de aeropuertos
      *(DISTANCIAS.DAT): por cada par origen-destino la distancia
      *ortodromica en kilometros y el tiempo de bloque estandar del
      *tramo en minutos. El par vale en los dos sentidos: AEP-COR es
      *el mismo tramo que COR-AEP y se carga una sola vez. Con la
      *distancia la economia de rutas (EconomiaRutas) calcula ASK y
      *RPK, y con el tiempo de bloque las horas que se cobran al
      *costo horario del tipo de aeronave.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la tabla de distancias.
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
       PROGRAM-ID. MantDistancias.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTANCIAS ASSIGN TO "DISTANCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISTANCIAS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Un par de aeropuertos por linea, en cualquiera de los dos
      *    sentidos; distancia ortodromica en km y bloque en minutos.
       FD  DISTANCIAS
           RECORDING MODE IS F.
       01  DST-REGISTRO.
           05  DST-ORIGEN            PIC X(03).
           05  DST-DESTINO           PIC X(03).
           05  DST-KM                PIC 9(05).
           05  DST-BLOQUE-MIN        PIC 9(04).
           05  DST-ESTADO            PIC X(01).

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
       77  FS-DISTANCIAS            PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  ORIGEN-BUSCADO           PIC X(03) VALUE SPACES.
       77  DESTINO-BUSCADO          PIC X(03) VALUE SPACES.
       77  KM-INGRESADO             PIC 9(05) VALUE ZERO.
       77  BLOQUE-INGRESADO         PIC 9(04) VALUE ZERO.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-DISTANCIAS        PIC X(01) VALUE "N".
           88  FIN-DISTANCIAS       VALUE "S".
       01  SW-PAR-UBICADO           PIC X(01) VALUE "N".
           88  PAR-UBICADO          VALUE "S".
       01  SW-DST-COMPLETO          PIC X(01) VALUE "S".
           88  DST-COMPLETO         VALUE "S".

      *----------------------------------------------------------------
      * TABLA DE DISTANCIAS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-PARES               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-DISTANCIAS.
           05  DTB-ENTRY OCCURS 300 TIMES INDEXED BY IX-DTB.
               10  DTB-ORIGEN        PIC X(03).
               10  DTB-DESTINO       PIC X(03).
               10  DTB-KM            PIC 9(05).
               10  DTB-BLOQUE-MIN    PIC 9(04).
               10  DTB-ESTADO        PIC X(01).

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
           PERFORM 1000-CARGAR-DISTANCIAS THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los pares que quedaron afuera.
           IF NOT DST-COMPLETO
               DISPLAY "DISTANCIAS.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "DISTANCIAS excede la tabla, corrida rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-DISTANCIAS THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-DISTANCIAS - levanta la tabla de pares a memoria
      ******************************************************************
       1000-CARGAR-DISTANCIAS.
           MOVE ZERO TO CANT-PARES.
           OPEN INPUT DISTANCIAS.
           IF FS-DISTANCIAS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-DISTANCIAS.
           PERFORM 1100-LEER-DISTANCIA THRU 1100-EXIT
               UNTIL FIN-DISTANCIAS.
           CLOSE DISTANCIAS.
       1000-EXIT.
           EXIT.

       1100-LEER-DISTANCIA.
           READ DISTANCIAS
               AT END
                   MOVE "S" TO SW-FIN-DISTANCIAS
               NOT AT END
                   IF CANT-PARES < 300
                       ADD 1 TO CANT-PARES
                       SET IX-DTB TO CANT-PARES
                       MOVE DST-ORIGEN     TO DTB-ORIGEN (IX-DTB)
                       MOVE DST-DESTINO    TO DTB-DESTINO (IX-DTB)
                       MOVE DST-KM         TO DTB-KM (IX-DTB)
                       MOVE DST-BLOQUE-MIN TO DTB-BLOQUE-MIN (IX-DTB)
                       MOVE DST-ESTADO     TO DTB-ESTADO (IX-DTB)
                   ELSE
                       MOVE "N" TO SW-DST-COMPLETO
                       DISPLAY "DISTANCIAS.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- DISTANCIAS ENTRE AEROPUERTOS -----".
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
      * 2400-PEDIR-PAR - origen y destino del tramo buscado
      ******************************************************************
       2400-PEDIR-PAR.
           DISPLAY "Ingrese el aeropuerto de origen (3 letras):".
           ACCEPT ORIGEN-BUSCADO.
           DISPLAY "Ingrese el aeropuerto de destino (3 letras):".
           ACCEPT DESTINO-BUSCADO.
       2400-EXIT.
           EXIT.

      *    El par se ubica en cualquiera de los dos sentidos.
       2500-UBICAR-PAR.
           MOVE "N" TO SW-PAR-UBICADO.
           PERFORM VARYING IX-DTB FROM 1 BY 1
               UNTIL IX-DTB > CANT-PARES
                   OR (DTB-ORIGEN (IX-DTB) = ORIGEN-BUSCADO
                       AND DTB-DESTINO (IX-DTB) = DESTINO-BUSCADO)
                   OR (DTB-ORIGEN (IX-DTB) = DESTINO-BUSCADO
                       AND DTB-DESTINO (IX-DTB) = ORIGEN-BUSCADO)
               CONTINUE
           END-PERFORM.
           IF IX-DTB NOT > CANT-PARES
               MOVE "S" TO SW-PAR-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - distancia y tiempo de bloque del tramo
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese la distancia ortodromica en km:".
           ACCEPT KM-INGRESADO.
           IF KM-INGRESADO = ZERO
               DISPLAY "La distancia debe ser mayor que cero. "
                   "Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
       2800-BLOQUE.
           DISPLAY "Ingrese el tiempo de bloque estandar en minutos:".
           ACCEPT BLOQUE-INGRESADO.
           IF BLOQUE-INGRESADO = ZERO
               DISPLAY "El tiempo de bloque debe ser mayor que cero. "
                   "Reingrese."
               GO TO 2800-BLOQUE
           END-IF.
           MOVE KM-INGRESADO     TO DTB-KM (IX-DTB).
           MOVE BLOQUE-INGRESADO TO DTB-BLOQUE-MIN (IX-DTB).
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA
      ******************************************************************
       3000-ALTA.
           PERFORM 2400-PEDIR-PAR THRU 2400-EXIT.
           IF ORIGEN-BUSCADO = SPACES OR DESTINO-BUSCADO = SPACES
               OR ORIGEN-BUSCADO = DESTINO-BUSCADO
               DISPLAY "Par de aeropuertos invalido, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-PAR THRU 2500-EXIT.
           IF PAR-UBICADO
               IF DTB-ESTADO (IX-DTB) = "B"
                   DISPLAY "El par " ORIGEN-BUSCADO "-" DESTINO-BUSCADO
                       " esta dado de baja, se reactiva."
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "El par " ORIGEN-BUSCADO "-" DESTINO-BUSCADO
                   " ya esta en la tabla, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-PARES >= 300
               DISPLAY "Tabla de distancias llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-PARES.
           SET IX-DTB TO CANT-PARES.
           MOVE ORIGEN-BUSCADO  TO DTB-ORIGEN (IX-DTB).
           MOVE DESTINO-BUSCADO TO DTB-DESTINO (IX-DTB).
       3000-DATOS.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           MOVE "A" TO DTB-ESTADO (IX-DTB).
           DISPLAY "Alta grabada.".
           STRING "Alta par=" DTB-ORIGEN (IX-DTB)
               "-" DTB-DESTINO (IX-DTB)
               " km=" DTB-KM (IX-DTB)
               " bloque=" DTB-BLOQUE-MIN (IX-DTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION
      ******************************************************************
       4000-MODIFICACION.
           PERFORM 2400-PEDIR-PAR THRU 2400-EXIT.
           PERFORM 2500-UBICAR-PAR THRU 2500-EXIT.
           IF NOT PAR-UBICADO
               DISPLAY "Par inexistente en la tabla."
               GO TO 4000-EXIT
           END-IF.
           STRING "Modif par=" DTB-ORIGEN (IX-DTB)
               "-" DTB-DESTINO (IX-DTB)
               " antes km=" DTB-KM (IX-DTB)
               " bloque=" DTB-BLOQUE-MIN (IX-DTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           STRING "Modif par=" DTB-ORIGEN (IX-DTB)
               "-" DTB-DESTINO (IX-DTB)
               " despues km=" DTB-KM (IX-DTB)
               " bloque=" DTB-BLOQUE-MIN (IX-DTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el par sale de uso sin borrar su linea
      ******************************************************************
       5000-BAJA.
           PERFORM 2400-PEDIR-PAR THRU 2400-EXIT.
           PERFORM 2500-UBICAR-PAR THRU 2500-EXIT.
           IF NOT PAR-UBICADO
               DISPLAY "Par inexistente en la tabla."
               GO TO 5000-EXIT
           END-IF.
           IF DTB-ESTADO (IX-DTB) = "B"
               DISPLAY "El par ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO DTB-ESTADO (IX-DTB).
           DISPLAY "Par dado de baja (estado B).".
           STRING "Baja par=" DTB-ORIGEN (IX-DTB)
               "-" DTB-DESTINO (IX-DTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-PARES = ZERO
               DISPLAY "Sin pares en la tabla de distancias."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-DTB FROM 1 BY 1
               UNTIL IX-DTB > CANT-PARES
               DISPLAY "Par " DTB-ORIGEN (IX-DTB)
                   "-" DTB-DESTINO (IX-DTB)
                   " km=" DTB-KM (IX-DTB)
                   " bloque=" DTB-BLOQUE-MIN (IX-DTB) " min"
                   " estado=" DTB-ESTADO (IX-DTB)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-DISTANCIAS - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-DISTANCIAS.
           OPEN OUTPUT DISTANCIAS.
           PERFORM VARYING IX-DTB FROM 1 BY 1
               UNTIL IX-DTB > CANT-PARES
               MOVE DTB-ORIGEN (IX-DTB)     TO DST-ORIGEN
               MOVE DTB-DESTINO (IX-DTB)    TO DST-DESTINO
               MOVE DTB-KM (IX-DTB)         TO DST-KM
               MOVE DTB-BLOQUE-MIN (IX-DTB) TO DST-BLOQUE-MIN
               MOVE DTB-ESTADO (IX-DTB)     TO DST-ESTADO
               WRITE DST-REGISTRO
           END-PERFORM.
           CLOSE DISTANCIAS.
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
               FOR ALL "MantDistancias".
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
           STRING "MantDistancias " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantDistancias.
