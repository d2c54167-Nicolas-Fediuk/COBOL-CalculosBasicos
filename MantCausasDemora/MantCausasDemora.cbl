      ******************************************************************
      *Mantenimiento de la tabla de causas de demora
      *(CAUSASDEMORA.DAT): cada codigo de dos caracteres con su
      *descripcion y el grupo al que pertenece:
      *  T  tecnica (mantenimiento, falla de la aeronave)
      *  M  meteorologia
      *  A  transito aereo (ATC, restricciones de flujo)
      *  C  tripulacion
      *  R  arribo tardio de la aeronave (demora arrastrada del
      *     vuelo anterior)
      *CargaVuelos pide un codigo activo de esta tabla para todo vuelo
      *que sale despues de su horario programado, y el reporte de
      *puntualidad (Puntualidad) agrupa las demoras por causa y
      *separa los minutos arrastrados (grupo R).
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la tabla de causas de
      *                 demora.
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
       PROGRAM-ID. MantCausasDemora.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAUSASDEMORA ASSIGN TO "CAUSASDEMORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAUSAS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Un codigo de demora por linea con su grupo.
       FD  CAUSASDEMORA
           RECORDING MODE IS F.
       01  CDM-REGISTRO.
           05  CDM-CODIGO            PIC X(02).
           05  CDM-DESCRIPCION       PIC X(30).
           05  CDM-GRUPO             PIC X(01).
           05  CDM-ESTADO            PIC X(01).

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
       77  FS-CAUSAS                PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  CODIGO-BUSCADO           PIC X(02) VALUE SPACES.

       01  GRUPO-INGRESADO          PIC X(01) VALUE SPACE.
           88  GRUPO-VALIDO         VALUE "T" "M" "A" "C" "R".

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-CAUSAS            PIC X(01) VALUE "N".
           88  FIN-CAUSAS           VALUE "S".
       01  SW-CAUSA-UBICADA         PIC X(01) VALUE "N".
           88  CAUSA-UBICADA        VALUE "S".
       01  SW-CDM-COMPLETO          PIC X(01) VALUE "S".
           88  CDM-COMPLETO         VALUE "S".

      *----------------------------------------------------------------
      * TABLA DE CAUSAS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-CAUSAS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CAUSAS.
           05  CDT-ENTRY OCCURS 100 TIMES INDEXED BY IX-CDT.
               10  CDT-CODIGO        PIC X(02).
               10  CDT-DESCRIPCION   PIC X(30).
               10  CDT-GRUPO         PIC X(01).
               10  CDT-ESTADO        PIC X(01).

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
           PERFORM 1000-CARGAR-CAUSAS THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los codigos que quedaron afuera.
           IF NOT CDM-COMPLETO
               DISPLAY "CAUSASDEMORA.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "CAUSASDEMORA excede la tabla, corrida "
                   "rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-CAUSAS THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-CAUSAS - levanta la tabla de causas a memoria
      ******************************************************************
       1000-CARGAR-CAUSAS.
           MOVE ZERO TO CANT-CAUSAS.
           OPEN INPUT CAUSASDEMORA.
           IF FS-CAUSAS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CAUSAS.
           PERFORM 1100-LEER-CAUSA THRU 1100-EXIT
               UNTIL FIN-CAUSAS.
           CLOSE CAUSASDEMORA.
       1000-EXIT.
           EXIT.

       1100-LEER-CAUSA.
           READ CAUSASDEMORA
               AT END
                   MOVE "S" TO SW-FIN-CAUSAS
               NOT AT END
                   IF CANT-CAUSAS < 100
                       ADD 1 TO CANT-CAUSAS
                       SET IX-CDT TO CANT-CAUSAS
                       MOVE CDM-CODIGO      TO CDT-CODIGO (IX-CDT)
                       MOVE CDM-DESCRIPCION TO CDT-DESCRIPCION (IX-CDT)
                       MOVE CDM-GRUPO       TO CDT-GRUPO (IX-CDT)
                       MOVE CDM-ESTADO      TO CDT-ESTADO (IX-CDT)
                   ELSE
                       MOVE "N" TO SW-CDM-COMPLETO
                       DISPLAY "CAUSASDEMORA.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- CAUSAS DE DEMORA -----".
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

       2500-UBICAR-CAUSA.
           MOVE "N" TO SW-CAUSA-UBICADA.
           PERFORM VARYING IX-CDT FROM 1 BY 1
               UNTIL IX-CDT > CANT-CAUSAS
                   OR CDT-CODIGO (IX-CDT) = CODIGO-BUSCADO
               CONTINUE
           END-PERFORM.
           IF IX-CDT NOT > CANT-CAUSAS
               MOVE "S" TO SW-CAUSA-UBICADA
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - descripcion y grupo de la causa
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese la descripcion de la causa:".
           ACCEPT CDT-DESCRIPCION (IX-CDT).
           IF CDT-DESCRIPCION (IX-CDT) = SPACES
               DISPLAY "La descripcion no puede quedar en blanco. "
                   "Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
       2800-GRUPO.
           DISPLAY "Ingrese el grupo: T tecnica, M meteorologia, "
               "A transito aereo, C tripulacion,".
           DISPLAY "  R arribo tardio de la aeronave:".
           ACCEPT GRUPO-INGRESADO.
           IF NOT GRUPO-VALIDO
               DISPLAY "Grupo invalido. Reingrese."
               GO TO 2800-GRUPO
           END-IF.
           MOVE GRUPO-INGRESADO TO CDT-GRUPO (IX-CDT).
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA
      ******************************************************************
       3000-ALTA.
           DISPLAY "Ingrese el codigo de demora (2 caracteres):".
           ACCEPT CODIGO-BUSCADO.
           IF CODIGO-BUSCADO = SPACES
               DISPLAY "Codigo invalido, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-CAUSA THRU 2500-EXIT.
           IF CAUSA-UBICADA
               IF CDT-ESTADO (IX-CDT) = "B"
                   DISPLAY "El codigo " CODIGO-BUSCADO
                       " esta dado de baja, se reactiva."
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "El codigo " CODIGO-BUSCADO
                   " ya esta en la tabla, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-CAUSAS >= 100
               DISPLAY "Tabla de causas llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-CAUSAS.
           SET IX-CDT TO CANT-CAUSAS.
           MOVE CODIGO-BUSCADO TO CDT-CODIGO (IX-CDT).
       3000-DATOS.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           MOVE "A" TO CDT-ESTADO (IX-CDT).
           DISPLAY "Alta grabada.".
           STRING "Alta causa=" CDT-CODIGO (IX-CDT)
               " grupo=" CDT-GRUPO (IX-CDT)
               " " CDT-DESCRIPCION (IX-CDT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION
      ******************************************************************
       4000-MODIFICACION.
           DISPLAY "Ingrese el codigo de demora a modificar:".
           ACCEPT CODIGO-BUSCADO.
           PERFORM 2500-UBICAR-CAUSA THRU 2500-EXIT.
           IF NOT CAUSA-UBICADA
               DISPLAY "Codigo inexistente en la tabla."
               GO TO 4000-EXIT
           END-IF.
           STRING "Modif causa=" CDT-CODIGO (IX-CDT)
               " antes grupo=" CDT-GRUPO (IX-CDT)
               " " CDT-DESCRIPCION (IX-CDT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           STRING "Modif causa=" CDT-CODIGO (IX-CDT)
               " despues grupo=" CDT-GRUPO (IX-CDT)
               " " CDT-DESCRIPCION (IX-CDT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el codigo sale de uso sin borrar su linea; los
      *             vuelos ya cargados con el lo conservan
      ******************************************************************
       5000-BAJA.
           DISPLAY "Ingrese el codigo de demora a dar de baja:".
           ACCEPT CODIGO-BUSCADO.
           PERFORM 2500-UBICAR-CAUSA THRU 2500-EXIT.
           IF NOT CAUSA-UBICADA
               DISPLAY "Codigo inexistente en la tabla."
               GO TO 5000-EXIT
           END-IF.
           IF CDT-ESTADO (IX-CDT) = "B"
               DISPLAY "El codigo ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO CDT-ESTADO (IX-CDT).
           DISPLAY "Codigo dado de baja (estado B).".
           STRING "Baja causa=" CDT-CODIGO (IX-CDT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-CAUSAS = ZERO
               DISPLAY "Sin codigos en la tabla de causas."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-CDT FROM 1 BY 1
               UNTIL IX-CDT > CANT-CAUSAS
               DISPLAY "Causa " CDT-CODIGO (IX-CDT)
                   " grupo=" CDT-GRUPO (IX-CDT)
                   " " CDT-DESCRIPCION (IX-CDT)
                   " estado=" CDT-ESTADO (IX-CDT)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-CAUSAS - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-CAUSAS.
           OPEN OUTPUT CAUSASDEMORA.
           PERFORM VARYING IX-CDT FROM 1 BY 1
               UNTIL IX-CDT > CANT-CAUSAS
               MOVE CDT-CODIGO (IX-CDT)      TO CDM-CODIGO
               MOVE CDT-DESCRIPCION (IX-CDT) TO CDM-DESCRIPCION
               MOVE CDT-GRUPO (IX-CDT)       TO CDM-GRUPO
               MOVE CDT-ESTADO (IX-CDT)      TO CDM-ESTADO
               WRITE CDM-REGISTRO
           END-PERFORM.
           CLOSE CAUSASDEMORA.
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
               FOR ALL "MantCausasDemora".
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
           STRING "MantCausasDemora " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantCausasDemora.
