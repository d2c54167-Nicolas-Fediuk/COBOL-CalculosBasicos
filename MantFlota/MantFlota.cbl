      ******************************************************************
      *Mantenimiento de la flota por matricula (FLOTA.DAT). Hasta ahora
      *el padron de aeronaves (AERONAVES.DAT) solo conocia tipos; cada
      *avion real se da de alta aca con su tipo (activo en el padron),
      *la fecha en que entro a la flota y las horas de bloque y ciclos
      *que traia a esa fecha. Las horas y ciclos posteriores no se
      *tipean: salen de los vuelos grabados con la matricula en
      *VUELOS.DAT.
      *La opcion R asienta una inspeccion cumplida en INSPREALIZ.DAT:
      *matricula, codigo del programa de su tipo (PROGINSP.DAT), fecha
      *y las horas y ciclos que el avion tenia a esa fecha, calculados
      *sobre VUELOS.DAT. Desde ese punto se vuelve a contar el
      *intervalo del programa.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del mantenimiento de la flota.
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
       PROGRAM-ID. MantFlota.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOTA ASSIGN TO "FLOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLOTA.
           SELECT AERONAVES ASSIGN TO "AERONAVES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AER-TIPO
               FILE STATUS IS FS-AERONAVES.
           SELECT PROGINSP ASSIGN TO "PROGINSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROGINSP.
           SELECT INSPREALIZ ASSIGN TO "INSPREALIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSPREALIZ.
           SELECT VUELOS ASSIGN TO "VUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VUELOS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Una linea por avion de la flota.
       FD  FLOTA
           RECORDING MODE IS F.
       01  FLT-REGISTRO.
           05  FLT-MATRICULA         PIC X(06).
           05  FLT-TIPO              PIC X(06).
           05  FLT-FECHA-ALTA        PIC 9(08).
           05  FLT-HORAS-INICIAL     PIC 9(06).
           05  FLT-CICLOS-INICIAL    PIC 9(06).
           05  FLT-ESTADO            PIC X(01).

       FD  AERONAVES.
       01  AER-REGISTRO.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

      *    Programas de inspeccion por tipo (MantInspecciones).
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

      *    Inspecciones cumplidas: solo se agregan lineas.
       FD  INSPREALIZ
           RECORDING MODE IS F.
       01  IRE-REGISTRO.
           05  IRE-MATRICULA         PIC X(06).
           05  IRE-CODIGO            PIC X(04).
           05  IRE-FECHA             PIC 9(08).
           05  IRE-HORAS             PIC 9(06).
           05  IRE-CICLOS            PIC 9(06).
           05  IRE-OPERADOR          PIC X(04).

       FD  VUELOS
           RECORDING MODE IS F.
       01  VUE-REGISTRO.
           05  VUE-NUMERO            PIC X(06).
           05  VUE-FECHA             PIC 9(08).
           05  VUE-TIPO-AERONAVE     PIC X(06).
           05  VUE-ASIENTOS-OCUP     PIC 9(3).
           05  VUE-INGRESO           PIC 9(08)V99.
           05  VUE-CLASES.
               10  VUE-CLASE OCCURS 3 TIMES.
                   15  VUE-OCUP-CLASE    PIC 9(03).
                   15  VUE-INGRESO-CLASE PIC 9(08)V99.
           05  VUE-CON-HORARIO       PIC X(01).
           05  VUE-SALIDA-PROG       PIC 9(04).
           05  VUE-CALZOS-FUERA      PIC 9(04).
           05  VUE-CALZOS-DENTRO     PIC 9(04).
           05  VUE-DEMORA-MIN        PIC 9(04).
           05  VUE-CAUSA-DEMORA      PIC X(02).
           05  VUE-MATRICULA         PIC X(06).

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
       77  FS-FLOTA                 PIC X(02) VALUE SPACES.
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-PROGINSP              PIC X(02) VALUE SPACES.
       77  FS-INSPREALIZ            PIC X(02) VALUE SPACES.
       77  FS-VUELOS                PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  MATRICULA-BUSCADA        PIC X(06) VALUE SPACES.
       77  TIPO-INGRESADO           PIC X(06) VALUE SPACES.
       77  CODIGO-INGRESADO         PIC X(04) VALUE SPACES.
       77  DESCRIPCION-PROGRAMA     PIC X(30) VALUE SPACES.

       01  FECHA-INGRESADA          PIC 9(08).
       01  FILLER REDEFINES FECHA-INGRESADA.
           05  FI-AAAA              PIC 9(04).
           05  FI-MM                PIC 9(02).
           05  FI-DD                PIC 9(02).

       77  DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.

      *    Horas de bloque de un vuelo: calzos dentro menos calzos
      *    fuera, con el cruce de medianoche.
       01  HORA-CALZOS              PIC 9(04) VALUE ZERO.
       01  FILLER REDEFINES HORA-CALZOS.
           05  HC-HH                PIC 9(02).
           05  HC-MM                PIC 9(02).
       77  MIN-FUERA                PIC 9(04) COMP VALUE ZERO.
       77  MIN-BLOQUE               PIC S9(05) COMP VALUE ZERO.
       77  MINUTOS-ACUM             PIC 9(08) COMP VALUE ZERO.
       77  CICLOS-ACUM              PIC 9(06) COMP VALUE ZERO.
       77  HORAS-A-FECHA            PIC 9(06) VALUE ZERO.
       77  CICLOS-A-FECHA           PIC 9(06) VALUE ZERO.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-INSPECCION    VALUE "R" "r".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-FLOTA             PIC X(01) VALUE "N".
           88  FIN-FLOTA            VALUE "S".
       01  SW-AVION-UBICADO         PIC X(01) VALUE "N".
           88  AVION-UBICADO        VALUE "S".
       01  SW-FLOTA-COMPLETA        PIC X(01) VALUE "S".
           88  FLOTA-COMPLETA       VALUE "S".
       01  SW-TIPO-OK               PIC X(01) VALUE "N".
           88  TIPO-OK              VALUE "S".
       01  SW-FECHA-OK              PIC X(01) VALUE "N".
           88  FECHA-OK             VALUE "S".
       01  SW-FIN-PROGINSP          PIC X(01) VALUE "N".
           88  FIN-PROGINSP         VALUE "S".
       01  SW-PROGRAMA-OK           PIC X(01) VALUE "N".
           88  PROGRAMA-OK          VALUE "S".
       01  SW-FIN-VUELOS            PIC X(01) VALUE "N".
           88  FIN-VUELOS           VALUE "S".
       01  SW-CONFIRMA              PIC X(01) VALUE "N".
           88  INSPECCION-CONFIRMADA VALUE "S" "s".

      *----------------------------------------------------------------
      * FLOTA EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-AVIONES             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-FLOTA.
           05  FLM-ENTRY OCCURS 100 TIMES INDEXED BY IX-FLM.
               10  FLM-MATRICULA     PIC X(06).
               10  FLM-TIPO          PIC X(06).
               10  FLM-FECHA-ALTA    PIC 9(08).
               10  FLM-HORAS-INICIAL PIC 9(06).
               10  FLM-CICLOS-INICIAL PIC 9(06).
               10  FLM-ESTADO        PIC X(01).

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
           PERFORM 1000-CARGAR-FLOTA THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los aviones que quedaron afuera.
           IF NOT FLOTA-COMPLETA
               DISPLAY "FLOTA.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "FLOTA excede la tabla, corrida rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-FLOTA THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-FLOTA - levanta FLOTA.DAT a memoria
      ******************************************************************
       1000-CARGAR-FLOTA.
           MOVE ZERO TO CANT-AVIONES.
           OPEN INPUT FLOTA.
           IF FS-FLOTA NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-FLOTA.
           PERFORM 1100-LEER-AVION THRU 1100-EXIT
               UNTIL FIN-FLOTA.
           CLOSE FLOTA.
       1000-EXIT.
           EXIT.

       1100-LEER-AVION.
           READ FLOTA
               AT END
                   MOVE "S" TO SW-FIN-FLOTA
               NOT AT END
                   IF CANT-AVIONES < 100
                       ADD 1 TO CANT-AVIONES
                       SET IX-FLM TO CANT-AVIONES
                       MOVE FLT-MATRICULA  TO FLM-MATRICULA (IX-FLM)
                       MOVE FLT-TIPO       TO FLM-TIPO (IX-FLM)
                       MOVE FLT-FECHA-ALTA TO FLM-FECHA-ALTA (IX-FLM)
                       MOVE FLT-HORAS-INICIAL
                           TO FLM-HORAS-INICIAL (IX-FLM)
                       MOVE FLT-CICLOS-INICIAL
                           TO FLM-CICLOS-INICIAL (IX-FLM)
                       MOVE FLT-ESTADO     TO FLM-ESTADO (IX-FLM)
                   ELSE
                       MOVE "N" TO SW-FLOTA-COMPLETA
                       DISPLAY "FLOTA.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- FLOTA POR MATRICULA -----".
           DISPLAY "A) Alta  M) Modificacion  B) Baja".
           DISPLAY "L) Listar  R) Registrar inspeccion cumplida".
           DISPLAY "S) Salir".
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
               WHEN OPCION-INSPECCION
                   PERFORM 5700-INSPECCION-CUMPLIDA THRU 5700-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2500-UBICAR-AVION.
           MOVE "N" TO SW-AVION-UBICADO.
           PERFORM VARYING IX-FLM FROM 1 BY 1
               UNTIL IX-FLM > CANT-AVIONES
                   OR FLM-MATRICULA (IX-FLM) = MATRICULA-BUSCADA
               CONTINUE
           END-PERFORM.
           IF IX-FLM NOT > CANT-AVIONES
               MOVE "S" TO SW-AVION-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2700-VALIDAR-FECHA - fecha calendaria real, con febrero
      *                      bisiesto incluido
      ******************************************************************
       2700-VALIDAR-FECHA.
           MOVE "N" TO SW-FECHA-OK.
           IF FECHA-INGRESADA NOT NUMERIC
               OR FI-AAAA < 1950 OR FI-MM < 1 OR FI-MM > 12
               GO TO 2700-EXIT
           END-IF.
           EVALUATE FI-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO DIAS-DEL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO DIAS-DEL-MES
               WHEN 02
                   DIVIDE FI-AAAA BY 4 GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = ZERO
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
           END-EVALUATE.
           IF FI-DD < 1 OR FI-DD > DIAS-DEL-MES
               GO TO 2700-EXIT
           END-IF.
           MOVE "S" TO SW-FECHA-OK.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - tipo activo en el padron, fecha de alta en
      *                    la flota y horas y ciclos a esa fecha
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese el tipo de aeronave:".
           ACCEPT TIPO-INGRESADO.
           PERFORM 2900-VALIDAR-TIPO THRU 2900-EXIT.
           IF NOT TIPO-OK
               DISPLAY "Tipo inexistente o retirado en el padron. "
                   "Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
           MOVE TIPO-INGRESADO TO FLM-TIPO (IX-FLM).
       2800-FECHA.
           DISPLAY "Ingrese la fecha de alta en la flota (AAAAMMDD):".
           ACCEPT FECHA-INGRESADA.
           PERFORM 2700-VALIDAR-FECHA THRU 2700-EXIT.
           IF NOT FECHA-OK
               DISPLAY "Fecha invalida. Reingrese."
               GO TO 2800-FECHA
           END-IF.
           MOVE FECHA-INGRESADA TO FLM-FECHA-ALTA (IX-FLM).
       2800-HORAS.
           DISPLAY "Ingrese las horas de bloque a la fecha de alta:".
           ACCEPT FLM-HORAS-INICIAL (IX-FLM).
           IF FLM-HORAS-INICIAL (IX-FLM) NOT NUMERIC
               DISPLAY "Horas invalidas. Reingrese."
               GO TO 2800-HORAS
           END-IF.
       2800-CICLOS.
           DISPLAY "Ingrese los ciclos a la fecha de alta:".
           ACCEPT FLM-CICLOS-INICIAL (IX-FLM).
           IF FLM-CICLOS-INICIAL (IX-FLM) NOT NUMERIC
               DISPLAY "Ciclos invalidos. Reingrese."
               GO TO 2800-CICLOS
           END-IF.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-VALIDAR-TIPO - el tipo debe existir en el padron y estar
      *                     activo; sin padron se acepta tal cual
      ******************************************************************
       2900-VALIDAR-TIPO.
           MOVE "N" TO SW-TIPO-OK.
           OPEN INPUT AERONAVES.
           IF FS-AERONAVES NOT = "00"
               DISPLAY "Sin padron de aeronaves (FS=" FS-AERONAVES
                   "), el tipo se acepta tal cual."
               MOVE "S" TO SW-TIPO-OK
               GO TO 2900-EXIT
           END-IF.
           MOVE TIPO-INGRESADO TO AER-TIPO.
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
           DISPLAY "Ingrese la matricula:".
           ACCEPT MATRICULA-BUSCADA.
           IF MATRICULA-BUSCADA = SPACES
               DISPLAY "Matricula en blanco, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-AVION THRU 2500-EXIT.
           IF AVION-UBICADO
               IF FLM-ESTADO (IX-FLM) = "B"
                   DISPLAY "La matricula esta dada de baja, se "
                       "reactiva."
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "La matricula ya existe, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-AVIONES >= 100
               DISPLAY "Tabla de flota llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-AVIONES.
           SET IX-FLM TO CANT-AVIONES.
           MOVE MATRICULA-BUSCADA TO FLM-MATRICULA (IX-FLM).
       3000-DATOS.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           MOVE "A" TO FLM-ESTADO (IX-FLM).
           DISPLAY "Alta grabada.".
           STRING "Alta flota matricula=" FLM-MATRICULA (IX-FLM)
               " tipo=" FLM-TIPO (IX-FLM)
               " alta=" FLM-FECHA-ALTA (IX-FLM)
               " horas=" FLM-HORAS-INICIAL (IX-FLM)
               " ciclos=" FLM-CICLOS-INICIAL (IX-FLM)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION
      ******************************************************************
       4000-MODIFICACION.
           DISPLAY "Ingrese la matricula:".
           ACCEPT MATRICULA-BUSCADA.
           PERFORM 2500-UBICAR-AVION THRU 2500-EXIT.
           IF NOT AVION-UBICADO
               DISPLAY "Matricula inexistente."
               GO TO 4000-EXIT
           END-IF.
           STRING "Modif flota matricula=" FLM-MATRICULA (IX-FLM)
               " antes tipo=" FLM-TIPO (IX-FLM)
               " alta=" FLM-FECHA-ALTA (IX-FLM)
               " horas=" FLM-HORAS-INICIAL (IX-FLM)
               " ciclos=" FLM-CICLOS-INICIAL (IX-FLM)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           STRING "Modif flota matricula=" FLM-MATRICULA (IX-FLM)
               " despues tipo=" FLM-TIPO (IX-FLM)
               " alta=" FLM-FECHA-ALTA (IX-FLM)
               " horas=" FLM-HORAS-INICIAL (IX-FLM)
               " ciclos=" FLM-CICLOS-INICIAL (IX-FLM)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el avion sale de la flota sin borrar su linea
      ******************************************************************
       5000-BAJA.
           DISPLAY "Ingrese la matricula:".
           ACCEPT MATRICULA-BUSCADA.
           PERFORM 2500-UBICAR-AVION THRU 2500-EXIT.
           IF NOT AVION-UBICADO
               DISPLAY "Matricula inexistente."
               GO TO 5000-EXIT
           END-IF.
           IF FLM-ESTADO (IX-FLM) = "B"
               DISPLAY "La matricula ya estaba dada de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO FLM-ESTADO (IX-FLM).
           DISPLAY "Matricula dada de baja (estado B).".
           STRING "Baja flota matricula=" FLM-MATRICULA (IX-FLM)
               " tipo=" FLM-TIPO (IX-FLM)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-AVIONES = ZERO
               DISPLAY "Sin aviones en la flota."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-FLM FROM 1 BY 1
               UNTIL IX-FLM > CANT-AVIONES
               DISPLAY FLM-MATRICULA (IX-FLM) " " FLM-TIPO (IX-FLM)
                   " alta=" FLM-FECHA-ALTA (IX-FLM)
                   " horas=" FLM-HORAS-INICIAL (IX-FLM)
                   " ciclos=" FLM-CICLOS-INICIAL (IX-FLM)
                   " estado=" FLM-ESTADO (IX-FLM)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 5700-INSPECCION-CUMPLIDA - asienta en INSPREALIZ el programa
      *                            cumplido con las horas y ciclos que
      *                            el avion tenia a la fecha
      ******************************************************************
       5700-INSPECCION-CUMPLIDA.
           DISPLAY "Ingrese la matricula:".
           ACCEPT MATRICULA-BUSCADA.
           PERFORM 2500-UBICAR-AVION THRU 2500-EXIT.
           IF NOT AVION-UBICADO
               DISPLAY "Matricula inexistente."
               GO TO 5700-EXIT
           END-IF.
           IF FLM-ESTADO (IX-FLM) NOT = "A"
               DISPLAY "La matricula esta dada de baja."
               GO TO 5700-EXIT
           END-IF.
           DISPLAY "Ingrese el codigo de inspeccion cumplida:".
           ACCEPT CODIGO-INGRESADO.
           PERFORM 5750-BUSCAR-PROGRAMA THRU 5750-EXIT.
           IF NOT PROGRAMA-OK
               DISPLAY "El tipo " FLM-TIPO (IX-FLM)
                   " no tiene ese programa activo."
               GO TO 5700-EXIT
           END-IF.
           DISPLAY "  " DESCRIPCION-PROGRAMA.
       5700-FECHA.
           DISPLAY "Ingrese la fecha en que se cumplio (AAAAMMDD):".
           ACCEPT FECHA-INGRESADA.
           PERFORM 2700-VALIDAR-FECHA THRU 2700-EXIT.
           IF NOT FECHA-OK
               DISPLAY "Fecha invalida. Reingrese."
               GO TO 5700-FECHA
           END-IF.
           IF FECHA-INGRESADA < FLM-FECHA-ALTA (IX-FLM)
               DISPLAY "Fecha anterior al alta en la flota. "
                   "Reingrese."
               GO TO 5700-FECHA
           END-IF.
           PERFORM 5800-HORAS-A-FECHA THRU 5800-EXIT.
           DISPLAY "Horas de bloque a la fecha: " HORAS-A-FECHA
               "  ciclos: " CICLOS-A-FECHA.
           DISPLAY "Confirma la inspeccion cumplida (S/N)?".
           ACCEPT SW-CONFIRMA.
           IF NOT INSPECCION-CONFIRMADA
               DISPLAY "Inspeccion no registrada."
               GO TO 5700-EXIT
           END-IF.
           OPEN EXTEND INSPREALIZ.
           IF FS-INSPREALIZ NOT = "00"
               OPEN OUTPUT INSPREALIZ
           END-IF.
           MOVE FLM-MATRICULA (IX-FLM) TO IRE-MATRICULA.
           MOVE CODIGO-INGRESADO       TO IRE-CODIGO.
           MOVE FECHA-INGRESADA        TO IRE-FECHA.
           MOVE HORAS-A-FECHA          TO IRE-HORAS.
           MOVE CICLOS-A-FECHA         TO IRE-CICLOS.
           MOVE OPERADOR-CODIGO        TO IRE-OPERADOR.
           WRITE IRE-REGISTRO.
           CLOSE INSPREALIZ.
           DISPLAY "Inspeccion registrada.".
           STRING "Inspeccion cumplida matricula=" IRE-MATRICULA
               " codigo=" IRE-CODIGO
               " fecha=" IRE-FECHA
               " horas=" IRE-HORAS
               " ciclos=" IRE-CICLOS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5700-EXIT.
           EXIT.

      ******************************************************************
      * 5750-BUSCAR-PROGRAMA - el codigo tiene que ser un programa
      *                        activo del tipo del avion
      ******************************************************************
       5750-BUSCAR-PROGRAMA.
           MOVE "N" TO SW-PROGRAMA-OK.
           OPEN INPUT PROGINSP.
           IF FS-PROGINSP NOT = "00"
               DISPLAY "Sin PROGINSP.DAT (FS=" FS-PROGINSP ")."
               GO TO 5750-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROGINSP.
           PERFORM 5760-LEER-PROGRAMA THRU 5760-EXIT
               UNTIL FIN-PROGINSP OR PROGRAMA-OK.
           CLOSE PROGINSP.
       5750-EXIT.
           EXIT.

       5760-LEER-PROGRAMA.
           READ PROGINSP
               AT END
                   MOVE "S" TO SW-FIN-PROGINSP
               NOT AT END
                   IF PIN-TIPO = FLM-TIPO (IX-FLM)
                       AND PIN-CODIGO = CODIGO-INGRESADO
                       AND PIN-ESTADO = "A"
                       MOVE "S" TO SW-PROGRAMA-OK
                       MOVE PIN-DESCRIPCION TO DESCRIPCION-PROGRAMA
                   END-IF
           END-READ.
       5760-EXIT.
           EXIT.

      ******************************************************************
      * 5800-HORAS-A-FECHA - horas y ciclos de alta mas los vuelos de
      *                      la matricula hasta la fecha inclusive;
      *                      cada vuelo es un ciclo y suma sus horas
      *                      de calzo a calzo (el vuelo sin calzos
      *                      cargados suma solo el ciclo)
      ******************************************************************
       5800-HORAS-A-FECHA.
           MOVE ZERO TO MINUTOS-ACUM CICLOS-ACUM.
           OPEN INPUT VUELOS.
           IF FS-VUELOS = "00"
               MOVE "N" TO SW-FIN-VUELOS
               PERFORM 5850-LEER-VUELO THRU 5850-EXIT
                   UNTIL FIN-VUELOS
               CLOSE VUELOS
           END-IF.
           COMPUTE HORAS-A-FECHA = FLM-HORAS-INICIAL (IX-FLM)
               + MINUTOS-ACUM / 60.
           COMPUTE CICLOS-A-FECHA = FLM-CICLOS-INICIAL (IX-FLM)
               + CICLOS-ACUM.
       5800-EXIT.
           EXIT.

       5850-LEER-VUELO.
           READ VUELOS
               AT END
                   MOVE "S" TO SW-FIN-VUELOS
               NOT AT END
                   IF VUE-MATRICULA = FLM-MATRICULA (IX-FLM)
                       AND VUE-FECHA NOT > FECHA-INGRESADA
                       AND VUE-FECHA NOT < FLM-FECHA-ALTA (IX-FLM)
                       PERFORM 5870-TIEMPO-BLOQUE THRU 5870-EXIT
                   END-IF
           END-READ.
       5850-EXIT.
           EXIT.

       5870-TIEMPO-BLOQUE.
           ADD 1 TO CICLOS-ACUM.
           IF VUE-CALZOS-FUERA NOT NUMERIC
               OR VUE-CALZOS-DENTRO NOT NUMERIC
               GO TO 5870-EXIT
           END-IF.
           MOVE VUE-CALZOS-FUERA TO HORA-CALZOS.
           COMPUTE MIN-FUERA = HC-HH * 60 + HC-MM.
           MOVE VUE-CALZOS-DENTRO TO HORA-CALZOS.
           COMPUTE MIN-BLOQUE = HC-HH * 60 + HC-MM - MIN-FUERA.
           IF MIN-BLOQUE < ZERO
               ADD 1440 TO MIN-BLOQUE
           END-IF.
           ADD MIN-BLOQUE TO MINUTOS-ACUM.
       5870-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-FLOTA - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-FLOTA.
           OPEN OUTPUT FLOTA.
           PERFORM VARYING IX-FLM FROM 1 BY 1
               UNTIL IX-FLM > CANT-AVIONES
               MOVE FLM-MATRICULA (IX-FLM)      TO FLT-MATRICULA
               MOVE FLM-TIPO (IX-FLM)           TO FLT-TIPO
               MOVE FLM-FECHA-ALTA (IX-FLM)     TO FLT-FECHA-ALTA
               MOVE FLM-HORAS-INICIAL (IX-FLM)  TO FLT-HORAS-INICIAL
               MOVE FLM-CICLOS-INICIAL (IX-FLM) TO FLT-CICLOS-INICIAL
               MOVE FLM-ESTADO (IX-FLM)         TO FLT-ESTADO
               WRITE FLT-REGISTRO
           END-PERFORM.
           CLOSE FLOTA.
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
               FOR ALL "MantFlota".
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
           STRING "MantFlota " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantFlota.
