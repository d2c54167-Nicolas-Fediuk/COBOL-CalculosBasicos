      ******************************************************************
      *Mantenimiento de los programas de inspeccion por tipo de
      *aeronave (PROGINSP.DAT). Cada programa (A, C, motor, tren...)
      *se identifica por tipo y codigo y vence cada tantas horas de
      *bloque, cada tantos ciclos (despegues) o cada tantos dias desde
      *la ultima vez que se cumplio, lo que llegue primero; el
      *intervalo en cero no se controla. El pronostico diario
      *(AvisoMantenimiento) y la captura de vuelos (CargaVuelos)
      *miden contra estos intervalos cada matricula de la flota.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de los programas de inspeccion.
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
       PROGRAM-ID. MantInspecciones.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGINSP ASSIGN TO "PROGINSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROGINSP.
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
      *    Un programa de inspeccion por tipo y codigo.
       FD  PROGINSP
           RECORDING MODE IS F.
       01  PIN-REGISTRO.
           05  PIN-TIPO              PIC X(06).
           05  PIN-CODIGO            PIC X(04).
           05  PIN-DESCRIPCION       PIC X(30).
           05  PIN-CADA-HORAS        PIC 9(05).
           05  PIN-CADA-CICLOS       PIC 9(05).
           05  PIN-CADA-DIAS         PIC 9(04).
           05  PIN-ESTADO            PIC X(01).

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
       77  FS-PROGINSP              PIC X(02) VALUE SPACES.
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  TIPO-BUSCADO             PIC X(06) VALUE SPACES.
       77  CODIGO-BUSCADO           PIC X(04) VALUE SPACES.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-PROGINSP          PIC X(01) VALUE "N".
           88  FIN-PROGINSP         VALUE "S".
       01  SW-PROGRAMA-UBICADO      PIC X(01) VALUE "N".
           88  PROGRAMA-UBICADO     VALUE "S".
       01  SW-PIN-COMPLETO          PIC X(01) VALUE "S".
           88  PIN-COMPLETO         VALUE "S".
       01  SW-TIPO-OK               PIC X(01) VALUE "N".
           88  TIPO-OK              VALUE "S".

      *----------------------------------------------------------------
      * PROGRAMAS DE INSPECCION EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-PROGRAMAS           PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PROGRAMAS.
           05  PTB-ENTRY OCCURS 200 TIMES INDEXED BY IX-PTB.
               10  PTB-TIPO          PIC X(06).
               10  PTB-CODIGO        PIC X(04).
               10  PTB-DESCRIPCION   PIC X(30).
               10  PTB-CADA-HORAS    PIC 9(05).
               10  PTB-CADA-CICLOS   PIC 9(05).
               10  PTB-CADA-DIAS     PIC 9(04).
               10  PTB-ESTADO        PIC X(01).

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
           PERFORM 1000-CARGAR-PROGRAMAS THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los programas que quedaron afuera.
           IF NOT PIN-COMPLETO
               DISPLAY "PROGINSP.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "PROGINSP excede la tabla, corrida rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-PROGRAMAS THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-PROGRAMAS - levanta PROGINSP.DAT a memoria
      ******************************************************************
       1000-CARGAR-PROGRAMAS.
           MOVE ZERO TO CANT-PROGRAMAS.
           OPEN INPUT PROGINSP.
           IF FS-PROGINSP NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROGINSP.
           PERFORM 1100-LEER-PROGRAMA THRU 1100-EXIT
               UNTIL FIN-PROGINSP.
           CLOSE PROGINSP.
       1000-EXIT.
           EXIT.

       1100-LEER-PROGRAMA.
           READ PROGINSP
               AT END
                   MOVE "S" TO SW-FIN-PROGINSP
               NOT AT END
                   IF CANT-PROGRAMAS < 200
                       ADD 1 TO CANT-PROGRAMAS
                       SET IX-PTB TO CANT-PROGRAMAS
                       MOVE PIN-TIPO        TO PTB-TIPO (IX-PTB)
                       MOVE PIN-CODIGO      TO PTB-CODIGO (IX-PTB)
                       MOVE PIN-DESCRIPCION TO PTB-DESCRIPCION (IX-PTB)
                       MOVE PIN-CADA-HORAS  TO PTB-CADA-HORAS (IX-PTB)
                       MOVE PIN-CADA-CICLOS TO PTB-CADA-CICLOS (IX-PTB)
                       MOVE PIN-CADA-DIAS   TO PTB-CADA-DIAS (IX-PTB)
                       MOVE PIN-ESTADO      TO PTB-ESTADO (IX-PTB)
                   ELSE
                       MOVE "N" TO SW-PIN-COMPLETO
                       DISPLAY "PROGINSP.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- PROGRAMAS DE INSPECCION -----".
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

       2400-PEDIR-CLAVE.
           DISPLAY "Ingrese el tipo de aeronave:".
           ACCEPT TIPO-BUSCADO.
           DISPLAY "Ingrese el codigo de inspeccion (hasta 4):".
           ACCEPT CODIGO-BUSCADO.
       2400-EXIT.
           EXIT.

       2500-UBICAR-PROGRAMA.
           MOVE "N" TO SW-PROGRAMA-UBICADO.
           PERFORM VARYING IX-PTB FROM 1 BY 1
               UNTIL IX-PTB > CANT-PROGRAMAS
                   OR (PTB-TIPO (IX-PTB) = TIPO-BUSCADO
                       AND PTB-CODIGO (IX-PTB) = CODIGO-BUSCADO)
               CONTINUE
           END-PERFORM.
           IF IX-PTB NOT > CANT-PROGRAMAS
               MOVE "S" TO SW-PROGRAMA-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - descripcion e intervalos; al menos uno de
      *                    los tres tiene que controlarse
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese la descripcion del programa:".
           ACCEPT PTB-DESCRIPCION (IX-PTB).
       2800-INTERVALOS.
           DISPLAY "Ingrese cada cuantas horas de bloque vence "
               "(0 = no aplica):".
           ACCEPT PTB-CADA-HORAS (IX-PTB).
           DISPLAY "Ingrese cada cuantos ciclos vence "
               "(0 = no aplica):".
           ACCEPT PTB-CADA-CICLOS (IX-PTB).
           DISPLAY "Ingrese cada cuantos dias vence "
               "(0 = no aplica):".
           ACCEPT PTB-CADA-DIAS (IX-PTB).
           IF PTB-CADA-HORAS (IX-PTB) IS NOT NUMERIC
               OR PTB-CADA-CICLOS (IX-PTB) IS NOT NUMERIC
               OR PTB-CADA-DIAS (IX-PTB) IS NOT NUMERIC
               DISPLAY "Intervalo invalido. Reingrese."
               GO TO 2800-INTERVALOS
           END-IF.
           IF PTB-CADA-HORAS (IX-PTB) = ZERO
               AND PTB-CADA-CICLOS (IX-PTB) = ZERO
               AND PTB-CADA-DIAS (IX-PTB) = ZERO
               DISPLAY "Al menos un intervalo debe ser mayor que "
                   "cero. Reingrese."
               GO TO 2800-INTERVALOS
           END-IF.
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
           PERFORM 2400-PEDIR-CLAVE THRU 2400-EXIT.
           IF TIPO-BUSCADO = SPACES OR CODIGO-BUSCADO = SPACES
               DISPLAY "Tipo o codigo en blanco, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-PROGRAMA THRU 2500-EXIT.
           IF PROGRAMA-UBICADO
               IF PTB-ESTADO (IX-PTB) = "B"
                   DISPLAY "El programa esta dado de baja, se "
                       "reactiva."
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "El programa ya existe para el tipo, alta "
                   "rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2900-VALIDAR-TIPO THRU 2900-EXIT.
           IF NOT TIPO-OK
               DISPLAY "Tipo inexistente o retirado en el padron, "
                   "alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-PROGRAMAS >= 200
               DISPLAY "Tabla de programas llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-PROGRAMAS.
           SET IX-PTB TO CANT-PROGRAMAS.
           MOVE TIPO-BUSCADO   TO PTB-TIPO (IX-PTB).
           MOVE CODIGO-BUSCADO TO PTB-CODIGO (IX-PTB).
       3000-DATOS.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           MOVE "A" TO PTB-ESTADO (IX-PTB).
           DISPLAY "Alta grabada.".
           STRING "Alta inspeccion tipo=" PTB-TIPO (IX-PTB)
               " codigo=" PTB-CODIGO (IX-PTB)
               " horas=" PTB-CADA-HORAS (IX-PTB)
               " ciclos=" PTB-CADA-CICLOS (IX-PTB)
               " dias=" PTB-CADA-DIAS (IX-PTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION
      ******************************************************************
       4000-MODIFICACION.
           PERFORM 2400-PEDIR-CLAVE THRU 2400-EXIT.
           PERFORM 2500-UBICAR-PROGRAMA THRU 2500-EXIT.
           IF NOT PROGRAMA-UBICADO
               DISPLAY "Programa inexistente para el tipo."
               GO TO 4000-EXIT
           END-IF.
           STRING "Modif inspeccion tipo=" PTB-TIPO (IX-PTB)
               " codigo=" PTB-CODIGO (IX-PTB)
               " antes horas=" PTB-CADA-HORAS (IX-PTB)
               " ciclos=" PTB-CADA-CICLOS (IX-PTB)
               " dias=" PTB-CADA-DIAS (IX-PTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           STRING "Modif inspeccion tipo=" PTB-TIPO (IX-PTB)
               " codigo=" PTB-CODIGO (IX-PTB)
               " despues horas=" PTB-CADA-HORAS (IX-PTB)
               " ciclos=" PTB-CADA-CICLOS (IX-PTB)
               " dias=" PTB-CADA-DIAS (IX-PTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el programa deja de controlarse sin borrar su linea
      ******************************************************************
       5000-BAJA.
           PERFORM 2400-PEDIR-CLAVE THRU 2400-EXIT.
           PERFORM 2500-UBICAR-PROGRAMA THRU 2500-EXIT.
           IF NOT PROGRAMA-UBICADO
               DISPLAY "Programa inexistente para el tipo."
               GO TO 5000-EXIT
           END-IF.
           IF PTB-ESTADO (IX-PTB) = "B"
               DISPLAY "El programa ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO PTB-ESTADO (IX-PTB).
           DISPLAY "Programa dado de baja (estado B).".
           STRING "Baja inspeccion tipo=" PTB-TIPO (IX-PTB)
               " codigo=" PTB-CODIGO (IX-PTB)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-PROGRAMAS = ZERO
               DISPLAY "Sin programas de inspeccion."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-PTB FROM 1 BY 1
               UNTIL IX-PTB > CANT-PROGRAMAS
               DISPLAY PTB-TIPO (IX-PTB) " " PTB-CODIGO (IX-PTB)
                   " " PTB-DESCRIPCION (IX-PTB)
                   " horas=" PTB-CADA-HORAS (IX-PTB)
                   " ciclos=" PTB-CADA-CICLOS (IX-PTB)
                   " dias=" PTB-CADA-DIAS (IX-PTB)
                   " estado=" PTB-ESTADO (IX-PTB)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-PROGRAMAS - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-PROGRAMAS.
           OPEN OUTPUT PROGINSP.
           PERFORM VARYING IX-PTB FROM 1 BY 1
               UNTIL IX-PTB > CANT-PROGRAMAS
               MOVE PTB-TIPO (IX-PTB)        TO PIN-TIPO
               MOVE PTB-CODIGO (IX-PTB)      TO PIN-CODIGO
               MOVE PTB-DESCRIPCION (IX-PTB) TO PIN-DESCRIPCION
               MOVE PTB-CADA-HORAS (IX-PTB)  TO PIN-CADA-HORAS
               MOVE PTB-CADA-CICLOS (IX-PTB) TO PIN-CADA-CICLOS
               MOVE PTB-CADA-DIAS (IX-PTB)   TO PIN-CADA-DIAS
               MOVE PTB-ESTADO (IX-PTB)      TO PIN-ESTADO
               WRITE PIN-REGISTRO
           END-PERFORM.
           CLOSE PROGINSP.
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
               FOR ALL "MantInspecciones".
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
           STRING "MantInspecciones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantInspecciones.
