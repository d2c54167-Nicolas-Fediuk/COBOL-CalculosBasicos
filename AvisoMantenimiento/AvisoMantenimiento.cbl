      ******************************************************************
      *Pronostico diario de mantenimiento. Para la fecha de proceso
      *pedida arma las horas de bloque y los ciclos de cada matricula
      *activa de la flota (FLOTA.DAT): los que traia al alta mas los
      *vuelos grabados con su matricula en VUELOS.DAT hasta esa fecha
      *(cada vuelo es un ciclo y suma sus horas de calzo a calzo).
      *Contra cada programa de inspeccion activo de su tipo
      *(PROGINSP.DAT) mide lo que falta desde la ultima vez que se
      *cumplio (INSPREALIZ.DAT; si nunca se cumplio, desde el alta en
      *la flota) en horas, ciclos y dias, y lista en
      *REPORTE-MANTENIMIENTO.DAT:
      *  VENCIDA  = algun intervalo ya se alcanzo; el avion queda
      *             bloqueado en CargaVuelos hasta registrar la
      *             inspeccion
      *  PROXIMA  = falta menos que el umbral en horas, ciclos o dias
      *Los programas lejos de vencer no se listan.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del pronostico de
      *                 mantenimiento.
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
       PROGRAM-ID. AvisoMantenimiento.
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
           SELECT PROGINSP ASSIGN TO "PROGINSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROGINSP.
           SELECT INSPREALIZ ASSIGN TO "INSPREALIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSPREALIZ.
           SELECT VUELOS ASSIGN TO "VUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VUELOS.
           SELECT REPORTE-MANTENIMIENTO
               ASSIGN TO "REPORTE-MANTENIMIENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT RUNCONTROL ASSIGN TO "RUNCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCONTROL.

       DATA DIVISION.
       FILE SECTION.
      *    Flota por matricula (MantFlota).
       FD  FLOTA
           RECORDING MODE IS F.
       01  FLT-REGISTRO.
           05  FLT-MATRICULA         PIC X(06).
           05  FLT-TIPO              PIC X(06).
           05  FLT-FECHA-ALTA        PIC 9(08).
           05  FLT-HORAS-INICIAL     PIC 9(06).
           05  FLT-CICLOS-INICIAL    PIC 9(06).
           05  FLT-ESTADO            PIC X(01).

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

      *    Inspecciones cumplidas (MantFlota, opcion R).
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

       FD  REPORTE-MANTENIMIENTO
           RECORDING MODE IS F.
       01  REP-LINEA                PIC X(140).

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

      *    Registro de inicio y fin de cada corrida.
       FD  RUNCONTROL
           RECORDING MODE IS F.
       01  RUN-REGISTRO.
           05  RUN-PROGRAMA         PIC X(20).
           05  RUN-FECHA            PIC 9(08).
           05  RUN-HORA             PIC 9(06).
           05  RUN-EVENTO           PIC X(06).
           05  RUN-ESTADO           PIC X(05).
           05  RUN-CANT             PIC 9(07).

       WORKING-STORAGE SECTION.
       77  FS-FLOTA                 PIC X(02) VALUE SPACES.
       77  FS-PROGINSP              PIC X(02) VALUE SPACES.
       77  FS-INSPREALIZ            PIC X(02) VALUE SPACES.
       77  FS-VUELOS                PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

      *    Umbrales del aviso de proxima inspeccion.
       77  UMBRAL-HORAS             PIC 9(03) VALUE 050.
       77  UMBRAL-CICLOS            PIC 9(03) VALUE 030.
       77  UMBRAL-DIAS              PIC 9(03) VALUE 015.

       77  CANT-VUELOS-LEIDOS       PIC 9(07) COMP VALUE ZERO.
       77  CANT-EVALUADOS           PIC 9(05) COMP VALUE ZERO.
       77  CANT-PROXIMAS            PIC 9(05) COMP VALUE ZERO.
       77  CANT-VENCIDAS            PIC 9(05) COMP VALUE ZERO.
       77  CANT-BLOQUEADOS          PIC 9(05) COMP VALUE ZERO.
       77  CANT-LISTADAS            PIC 9(05) COMP VALUE ZERO.

       01  FECHA-PROCESO            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-PROCESO.
           05  FP-AAAA              PIC 9(04).
           05  FP-MM                PIC 9(02).
           05  FP-DD                PIC 9(02).
       77  SERIAL-PROCESO           PIC 9(07) COMP VALUE ZERO.

      *    Dias corridos de una fecha AAAAMMDD, para restar fechas.
       01  FECHA-SERIAL             PIC 9(08).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-AAAA              PIC 9(04).
           05  FS-MM                PIC 9(02).
           05  FS-DD                PIC 9(02).
       77  SERIAL-CALCULO           PIC 9(07) COMP VALUE ZERO.
       77  DIAS-ACUM-MES            PIC 9(03) COMP VALUE ZERO.
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

      *    Punto de partida del intervalo y lo que falta para vencer.
       77  BASE-FECHA               PIC 9(08) VALUE ZERO.
       77  BASE-HORAS               PIC 9(06) VALUE ZERO.
       77  BASE-CICLOS              PIC 9(06) VALUE ZERO.
       77  HORAS-ACTUALES           PIC 9(06) VALUE ZERO.
       77  CICLOS-ACTUALES          PIC 9(06) VALUE ZERO.
       77  FALTAN-HORAS             PIC S9(06) COMP VALUE ZERO.
       77  FALTAN-CICLOS            PIC S9(06) COMP VALUE ZERO.
       77  FALTAN-DIAS              PIC S9(06) COMP VALUE ZERO.
       77  ESTADO-INSPECCION        PIC X(07) VALUE SPACES.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-FLOTA             PIC X(01) VALUE "N".
           88  FIN-FLOTA            VALUE "S".
       01  SW-FIN-PROGINSP          PIC X(01) VALUE "N".
           88  FIN-PROGINSP         VALUE "S".
       01  SW-FIN-INSPREALIZ        PIC X(01) VALUE "N".
           88  FIN-INSPREALIZ       VALUE "S".
       01  SW-FIN-VUELOS            PIC X(01) VALUE "N".
           88  FIN-VUELOS           VALUE "S".
       01  SW-VENCIDA               PIC X(01) VALUE "N".
           88  INSPECCION-VENCIDA   VALUE "S".
       01  SW-PROXIMA               PIC X(01) VALUE "N".
           88  INSPECCION-PROXIMA   VALUE "S".
       01  SW-AVION-BLOQUEADO       PIC X(01) VALUE "N".
           88  AVION-BLOQUEADO      VALUE "S".

      *----------------------------------------------------------------
      * FLOTA, PROGRAMAS E INSPECCIONES EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-AVIONES             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-FLOTA.
           05  FLM-ENTRY OCCURS 100 TIMES INDEXED BY IX-FLM.
               10  FLM-MATRICULA     PIC X(06).
               10  FLM-TIPO          PIC X(06).
               10  FLM-FECHA-ALTA    PIC 9(08).
               10  FLM-HORAS-INICIAL PIC 9(06).
               10  FLM-CICLOS-INICIAL PIC 9(06).
               10  FLM-MINUTOS       PIC 9(08) COMP.
               10  FLM-CICLOS        PIC 9(06) COMP.

       77  CANT-PROGRAMAS           PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PROGRAMAS.
           05  PTB-ENTRY OCCURS 200 TIMES INDEXED BY IX-PTB.
               10  PTB-TIPO          PIC X(06).
               10  PTB-CODIGO        PIC X(04).
               10  PTB-DESCRIPCION   PIC X(30).
               10  PTB-CADA-HORAS    PIC 9(05).
               10  PTB-CADA-CICLOS   PIC 9(05).
               10  PTB-CADA-DIAS     PIC 9(04).

      *    La ultima inspeccion cumplida de cada matricula y programa.
       77  CANT-ULTIMAS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-ULTIMAS.
           05  ULT-ENTRY OCCURS 500 TIMES INDEXED BY IX-ULT.
               10  ULT-MATRICULA     PIC X(06).
               10  ULT-CODIGO        PIC X(04).
               10  ULT-FECHA         PIC 9(08).
               10  ULT-HORAS         PIC 9(06).
               10  ULT-CICLOS        PIC 9(06).

      *    Columnas del listado: lo que falta, o n/a si el programa
      *    no controla ese intervalo.
       01  LIN-HORAS                PIC X(07) VALUE SPACES.
       01  LIN-CICLOS               PIC X(07) VALUE SPACES.
       01  LIN-DIAS                 PIC X(07) VALUE SPACES.
       01  ED-FALTA                 PIC -----9.

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
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZ9.
       01  WS-ED-CANT4              PIC ZZZZ9.
       01  WS-ED-HORAS              PIC ZZZZZ9.
       01  WS-ED-CICLOS             PIC ZZZZZ9.

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

      *----------------------------------------------------------------
      * REGISTRO DE CORRIDAS (RUNCONTROL)
      *----------------------------------------------------------------
       77  FS-RUNCONTROL            PIC X(02) VALUE SPACES.
       77  RUN-EVENTO-W             PIC X(06) VALUE SPACES.
       77  RUN-ESTADO-W             PIC X(05) VALUE SPACES.
       77  RUN-CANT-W               PIC 9(07) VALUE ZERO.

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
               MOVE "INICIO" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE ZERO TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 1100-CARGAR-FLOTA THRU 1100-EXIT
               PERFORM 1200-CARGAR-PROGRAMAS THRU 1200-EXIT
               PERFORM 1300-CARGAR-INSPECCIONES THRU 1300-EXIT
               PERFORM 2000-ACUMULAR-VUELOS THRU 2000-EXIT
               PERFORM 3000-PRONOSTICO THRU 3000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-LISTADAS TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
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
               FOR ALL "AvisoMantenimiento".
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
           STRING "AvisoMantenimiento " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 0600-REGISTRAR-CORRIDA - asienta el evento armado por el
      *                          llamador en RUNCONTROL
      ******************************************************************
       0600-REGISTRAR-CORRIDA.
           OPEN EXTEND RUNCONTROL.
           IF FS-RUNCONTROL NOT = "00"
               OPEN OUTPUT RUNCONTROL
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE "AvisoMantenimiento" TO RUN-PROGRAMA.
           MOVE WS-FECHA-AUDIT TO RUN-FECHA.
           MOVE WS-HORA-AUDIT (1:6) TO RUN-HORA.
           MOVE RUN-EVENTO-W TO RUN-EVENTO.
           MOVE RUN-ESTADO-W TO RUN-ESTADO.
           MOVE RUN-CANT-W   TO RUN-CANT.
           WRITE RUN-REGISTRO.
           CLOSE RUNCONTROL.
       0600-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - fecha de proceso y apertura de los archivos
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "Ingrese la fecha de proceso (AAAAMMDD):".
           ACCEPT FECHA-PROCESO.
           IF FECHA-PROCESO NOT NUMERIC
               OR FP-AAAA < 2000 OR FP-MM < 1 OR FP-MM > 12
               OR FP-DD < 1 OR FP-DD > 31
               DISPLAY "Fecha de proceso invalida."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FLOTA.
           IF FS-FLOTA NOT = "00"
               DISPLAY "No se pudo abrir FLOTA.DAT, FS=" FS-FLOTA
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-MANTENIMIENTO.
           MOVE FECHA-PROCESO TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-PROCESO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-FLOTA - solo las matriculas activas, con las horas
      *                     y ciclos que traian al alta
      ******************************************************************
       1100-CARGAR-FLOTA.
           MOVE "N" TO SW-FIN-FLOTA.
           PERFORM 1150-LEER-FLOTA THRU 1150-EXIT
               UNTIL FIN-FLOTA.
       1100-EXIT.
           EXIT.

       1150-LEER-FLOTA.
           READ FLOTA
               AT END
                   MOVE "S" TO SW-FIN-FLOTA
               NOT AT END
                   IF FLT-ESTADO = "A"
                       IF CANT-AVIONES < 100
                           ADD 1 TO CANT-AVIONES
                           SET IX-FLM TO CANT-AVIONES
                           MOVE FLT-MATRICULA
                               TO FLM-MATRICULA (IX-FLM)
                           MOVE FLT-TIPO TO FLM-TIPO (IX-FLM)
                           MOVE FLT-FECHA-ALTA
                               TO FLM-FECHA-ALTA (IX-FLM)
                           MOVE FLT-HORAS-INICIAL
                               TO FLM-HORAS-INICIAL (IX-FLM)
                           MOVE FLT-CICLOS-INICIAL
                               TO FLM-CICLOS-INICIAL (IX-FLM)
                           MOVE ZERO TO FLM-MINUTOS (IX-FLM)
                                        FLM-CICLOS (IX-FLM)
                       ELSE
                           DISPLAY "FLOTA.DAT excede la tabla."
                       END-IF
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-PROGRAMAS - programas de inspeccion activos
      ******************************************************************
       1200-CARGAR-PROGRAMAS.
           OPEN INPUT PROGINSP.
           IF FS-PROGINSP NOT = "00"
               DISPLAY "Sin PROGINSP.DAT (FS=" FS-PROGINSP
                   "), no hay inspecciones que pronosticar."
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROGINSP.
           PERFORM 1250-LEER-PROGRAMA THRU 1250-EXIT
               UNTIL FIN-PROGINSP.
           CLOSE PROGINSP.
       1200-EXIT.
           EXIT.

       1250-LEER-PROGRAMA.
           READ PROGINSP
               AT END
                   MOVE "S" TO SW-FIN-PROGINSP
               NOT AT END
                   IF PIN-ESTADO = "A"
                       IF CANT-PROGRAMAS < 200
                           ADD 1 TO CANT-PROGRAMAS
                           SET IX-PTB TO CANT-PROGRAMAS
                           MOVE PIN-TIPO   TO PTB-TIPO (IX-PTB)
                           MOVE PIN-CODIGO TO PTB-CODIGO (IX-PTB)
                           MOVE PIN-DESCRIPCION
                               TO PTB-DESCRIPCION (IX-PTB)
                           MOVE PIN-CADA-HORAS
                               TO PTB-CADA-HORAS (IX-PTB)
                           MOVE PIN-CADA-CICLOS
                               TO PTB-CADA-CICLOS (IX-PTB)
                           MOVE PIN-CADA-DIAS
                               TO PTB-CADA-DIAS (IX-PTB)
                       ELSE
                           DISPLAY "PROGINSP.DAT excede la tabla."
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARGAR-INSPECCIONES - de cada matricula y programa queda
      *                            la inspeccion de fecha mas alta que
      *                            no supere la fecha de proceso
      ******************************************************************
       1300-CARGAR-INSPECCIONES.
           OPEN INPUT INSPREALIZ.
           IF FS-INSPREALIZ NOT = "00"
               DISPLAY "Sin INSPREALIZ.DAT (FS=" FS-INSPREALIZ
                   "), los intervalos se cuentan desde el alta."
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-INSPREALIZ.
           PERFORM 1350-LEER-INSPECCION THRU 1350-EXIT
               UNTIL FIN-INSPREALIZ.
           CLOSE INSPREALIZ.
       1300-EXIT.
           EXIT.

       1350-LEER-INSPECCION.
           READ INSPREALIZ
               AT END
                   MOVE "S" TO SW-FIN-INSPREALIZ
                   GO TO 1350-EXIT
           END-READ.
           IF IRE-FECHA > FECHA-PROCESO
               GO TO 1350-EXIT
           END-IF.
           PERFORM VARYING IX-ULT FROM 1 BY 1
               UNTIL IX-ULT > CANT-ULTIMAS
                   OR (ULT-MATRICULA (IX-ULT) = IRE-MATRICULA
                       AND ULT-CODIGO (IX-ULT) = IRE-CODIGO)
               CONTINUE
           END-PERFORM.
           IF IX-ULT > CANT-ULTIMAS
               IF CANT-ULTIMAS NOT < 500
                   DISPLAY "INSPREALIZ.DAT excede la tabla."
                   GO TO 1350-EXIT
               END-IF
               ADD 1 TO CANT-ULTIMAS
               SET IX-ULT TO CANT-ULTIMAS
               MOVE IRE-MATRICULA TO ULT-MATRICULA (IX-ULT)
               MOVE IRE-CODIGO    TO ULT-CODIGO (IX-ULT)
               MOVE ZERO          TO ULT-FECHA (IX-ULT)
           END-IF.
           IF IRE-FECHA NOT < ULT-FECHA (IX-ULT)
               MOVE IRE-FECHA  TO ULT-FECHA (IX-ULT)
               MOVE IRE-HORAS  TO ULT-HORAS (IX-ULT)
               MOVE IRE-CICLOS TO ULT-CICLOS (IX-ULT)
           END-IF.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACUMULAR-VUELOS - horas de bloque y ciclos de cada
      *                        matricula desde su alta hasta la fecha
      *                        de proceso; sin VUELOS.DAT quedan los
      *                        del alta
      ******************************************************************
       2000-ACUMULAR-VUELOS.
           OPEN INPUT VUELOS.
           IF FS-VUELOS NOT = "00"
               DISPLAY "Sin VUELOS.DAT (FS=" FS-VUELOS
                   "), se toman las horas y ciclos del alta."
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-VUELOS.
           PERFORM 2100-LEER-VUELO THRU 2100-EXIT
               UNTIL FIN-VUELOS.
           CLOSE VUELOS.
       2000-EXIT.
           EXIT.

       2100-LEER-VUELO.
           READ VUELOS
               AT END
                   MOVE "S" TO SW-FIN-VUELOS
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CANT-VUELOS-LEIDOS.
           IF VUE-MATRICULA = SPACES
               OR VUE-FECHA > FECHA-PROCESO
               GO TO 2100-EXIT
           END-IF.
           PERFORM VARYING IX-FLM FROM 1 BY 1
               UNTIL IX-FLM > CANT-AVIONES
                   OR FLM-MATRICULA (IX-FLM) = VUE-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IX-FLM > CANT-AVIONES
               GO TO 2100-EXIT
           END-IF.
           IF VUE-FECHA < FLM-FECHA-ALTA (IX-FLM)
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO FLM-CICLOS (IX-FLM).
           IF VUE-CALZOS-FUERA NOT NUMERIC
               OR VUE-CALZOS-DENTRO NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE VUE-CALZOS-FUERA TO HORA-CALZOS.
           COMPUTE MIN-FUERA = HC-HH * 60 + HC-MM.
           MOVE VUE-CALZOS-DENTRO TO HORA-CALZOS.
           COMPUTE MIN-BLOQUE = HC-HH * 60 + HC-MM - MIN-FUERA.
           IF MIN-BLOQUE < ZERO
               ADD 1440 TO MIN-BLOQUE
           END-IF.
           ADD MIN-BLOQUE TO FLM-MINUTOS (IX-FLM).
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRONOSTICO - cada matricula contra los programas de su tipo
      ******************************************************************
       3000-PRONOSTICO.
           MOVE SPACES TO REP-LINEA.
           STRING "=== PRONOSTICO DE MANTENIMIENTO AL " FECHA-PROCESO
               " ===   aviso: faltan hasta " UMBRAL-HORAS " horas, "
               UMBRAL-CICLOS " ciclos o " UMBRAL-DIAS " dias"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "MATRIC TIPO   INSP DESCRIPCION                    "
               TO REP-LINEA.
           MOVE "FALTAN: HORAS CICLOS   DIAS  ESTADO"
               TO REP-LINEA (52:).
           WRITE REP-LINEA.
           PERFORM 3100-EVALUAR-AVION THRU 3100-EXIT
               VARYING IX-FLM FROM 1 BY 1
               UNTIL IX-FLM > CANT-AVIONES.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-EVALUADOS TO WS-ED-CANT.
           MOVE CANT-VENCIDAS TO WS-ED-CANT2.
           MOVE CANT-PROXIMAS TO WS-ED-CANT3.
           MOVE CANT-BLOQUEADOS TO WS-ED-CANT4.
           STRING "Matriculas evaluadas: " WS-ED-CANT
               "   inspecciones vencidas: " WS-ED-CANT2
               "   proximas: " WS-ED-CANT3
               "   aviones bloqueados: " WS-ED-CANT4
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-EVALUAR-AVION - horas y ciclos actuales de la matricula
      ******************************************************************
       3100-EVALUAR-AVION.
           ADD 1 TO CANT-EVALUADOS.
           MOVE "N" TO SW-AVION-BLOQUEADO.
           COMPUTE HORAS-ACTUALES = FLM-HORAS-INICIAL (IX-FLM)
               + FLM-MINUTOS (IX-FLM) / 60.
           COMPUTE CICLOS-ACTUALES = FLM-CICLOS-INICIAL (IX-FLM)
               + FLM-CICLOS (IX-FLM).
           PERFORM 3200-EVALUAR-PROGRAMA THRU 3200-EXIT
               VARYING IX-PTB FROM 1 BY 1
               UNTIL IX-PTB > CANT-PROGRAMAS.
           IF AVION-BLOQUEADO
               ADD 1 TO CANT-BLOQUEADOS
               MOVE HORAS-ACTUALES TO WS-ED-HORAS
               MOVE CICLOS-ACTUALES TO WS-ED-CICLOS
               STRING "Matricula=" FLM-MATRICULA (IX-FLM)
                   " tipo=" FLM-TIPO (IX-FLM)
                   " con inspeccion vencida horas=" WS-ED-HORAS
                   " ciclos=" WS-ED-CICLOS
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-EVALUAR-PROGRAMA - lo que falta en cada intervalo desde la
      *                         ultima inspeccion (o desde el alta); el
      *                         intervalo en cero no se controla
      ******************************************************************
       3200-EVALUAR-PROGRAMA.
           IF PTB-TIPO (IX-PTB) NOT = FLM-TIPO (IX-FLM)
               GO TO 3200-EXIT
           END-IF.
           MOVE FLM-FECHA-ALTA (IX-FLM)     TO BASE-FECHA.
           MOVE FLM-HORAS-INICIAL (IX-FLM)  TO BASE-HORAS.
           MOVE FLM-CICLOS-INICIAL (IX-FLM) TO BASE-CICLOS.
           PERFORM VARYING IX-ULT FROM 1 BY 1
               UNTIL IX-ULT > CANT-ULTIMAS
                   OR (ULT-MATRICULA (IX-ULT) = FLM-MATRICULA (IX-FLM)
                       AND ULT-CODIGO (IX-ULT) = PTB-CODIGO (IX-PTB))
               CONTINUE
           END-PERFORM.
           IF IX-ULT NOT > CANT-ULTIMAS
               MOVE ULT-FECHA (IX-ULT)  TO BASE-FECHA
               MOVE ULT-HORAS (IX-ULT)  TO BASE-HORAS
               MOVE ULT-CICLOS (IX-ULT) TO BASE-CICLOS
           END-IF.
           MOVE "N" TO SW-VENCIDA SW-PROXIMA.
           MOVE "    n/a" TO LIN-HORAS LIN-CICLOS LIN-DIAS.
           IF PTB-CADA-HORAS (IX-PTB) > ZERO
               COMPUTE FALTAN-HORAS = BASE-HORAS
                   + PTB-CADA-HORAS (IX-PTB) - HORAS-ACTUALES
               MOVE FALTAN-HORAS TO ED-FALTA
               MOVE ED-FALTA TO LIN-HORAS (2:)
               IF FALTAN-HORAS NOT > ZERO
                   MOVE "S" TO SW-VENCIDA
               ELSE
                   IF FALTAN-HORAS NOT > UMBRAL-HORAS
                       MOVE "S" TO SW-PROXIMA
                   END-IF
               END-IF
           END-IF.
           IF PTB-CADA-CICLOS (IX-PTB) > ZERO
               COMPUTE FALTAN-CICLOS = BASE-CICLOS
                   + PTB-CADA-CICLOS (IX-PTB) - CICLOS-ACTUALES
               MOVE FALTAN-CICLOS TO ED-FALTA
               MOVE ED-FALTA TO LIN-CICLOS (2:)
               IF FALTAN-CICLOS NOT > ZERO
                   MOVE "S" TO SW-VENCIDA
               ELSE
                   IF FALTAN-CICLOS NOT > UMBRAL-CICLOS
                       MOVE "S" TO SW-PROXIMA
                   END-IF
               END-IF
           END-IF.
           IF PTB-CADA-DIAS (IX-PTB) > ZERO
               MOVE BASE-FECHA TO FECHA-SERIAL
               PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT
               COMPUTE FALTAN-DIAS = SERIAL-CALCULO
                   + PTB-CADA-DIAS (IX-PTB) - SERIAL-PROCESO
               MOVE FALTAN-DIAS TO ED-FALTA
               MOVE ED-FALTA TO LIN-DIAS (2:)
               IF FALTAN-DIAS NOT > ZERO
                   MOVE "S" TO SW-VENCIDA
               ELSE
                   IF FALTAN-DIAS NOT > UMBRAL-DIAS
                       MOVE "S" TO SW-PROXIMA
                   END-IF
               END-IF
           END-IF.
           IF INSPECCION-VENCIDA
               MOVE "VENCIDA" TO ESTADO-INSPECCION
               ADD 1 TO CANT-VENCIDAS
               MOVE "S" TO SW-AVION-BLOQUEADO
           ELSE
               IF INSPECCION-PROXIMA
                   MOVE "PROXIMA" TO ESTADO-INSPECCION
                   ADD 1 TO CANT-PROXIMAS
               ELSE
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           ADD 1 TO CANT-LISTADAS.
           MOVE SPACES TO REP-LINEA.
           STRING FLM-MATRICULA (IX-FLM) " " FLM-TIPO (IX-FLM)
               " " PTB-CODIGO (IX-PTB) " " PTB-DESCRIPCION (IX-PTB)
               "         " LIN-HORAS LIN-CICLOS LIN-DIAS
               "  " ESTADO-INSPECCION
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 6200-DIAS-CORRIDOS - dias corridos de FECHA-SERIAL desde una
      *                      base fija, para restar fechas
      ******************************************************************
       6200-DIAS-CORRIDOS.
           EVALUATE FS-MM
               WHEN 01 MOVE 000 TO DIAS-ACUM-MES
               WHEN 02 MOVE 031 TO DIAS-ACUM-MES
               WHEN 03 MOVE 059 TO DIAS-ACUM-MES
               WHEN 04 MOVE 090 TO DIAS-ACUM-MES
               WHEN 05 MOVE 120 TO DIAS-ACUM-MES
               WHEN 06 MOVE 151 TO DIAS-ACUM-MES
               WHEN 07 MOVE 181 TO DIAS-ACUM-MES
               WHEN 08 MOVE 212 TO DIAS-ACUM-MES
               WHEN 09 MOVE 243 TO DIAS-ACUM-MES
               WHEN 10 MOVE 273 TO DIAS-ACUM-MES
               WHEN 11 MOVE 304 TO DIAS-ACUM-MES
               WHEN 12 MOVE 334 TO DIAS-ACUM-MES
               WHEN OTHER MOVE 000 TO DIAS-ACUM-MES
           END-EVALUATE.
           COMPUTE SERIAL-CALCULO = FS-AAAA * 365
               + DIAS-ACUM-MES + FS-DD.
           DIVIDE FS-AAAA BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           ADD COCIENTE-BISIESTO TO SERIAL-CALCULO.
           IF RESTO-BISIESTO = ZERO AND FS-MM < 3
               SUBTRACT 1 FROM SERIAL-CALCULO
           END-IF.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE FLOTA.
           CLOSE REPORTE-MANTENIMIENTO.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-EVALUADOS TO WS-ED-CANT.
           DISPLAY "Matriculas evaluadas:     " WS-ED-CANT.
           MOVE CANT-VENCIDAS TO WS-ED-CANT2.
           DISPLAY "Inspecciones vencidas:    " WS-ED-CANT2.
           MOVE CANT-PROXIMAS TO WS-ED-CANT3.
           DISPLAY "Inspecciones proximas:    " WS-ED-CANT3.
           MOVE CANT-BLOQUEADOS TO WS-ED-CANT4.
           DISPLAY "Aviones bloqueados:       " WS-ED-CANT4.
           DISPLAY "Reporte en REPORTE-MANTENIMIENTO.DAT".
           DISPLAY "Proceso conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Pronostico fecha=" FECHA-PROCESO
               " evaluadas=" WS-ED-CANT
               " vencidas=" WS-ED-CANT2
               " proximas=" WS-ED-CANT3
               " bloqueados=" WS-ED-CANT4
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM AvisoMantenimiento.
