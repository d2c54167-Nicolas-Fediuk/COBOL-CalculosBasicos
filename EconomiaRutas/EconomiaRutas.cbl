      ******************************************************************
      *Economia de rutas del mes. Para el periodo pedido toma cada
      *vuelo de VUELOS.DAT, su ruta del itinerario (ITINERARIO.DAT),
      *la distancia ortodromica y el tiempo de bloque del par de
      *aeropuertos (DISTANCIAS.DAT) y la capacidad con que se proceso
      *en el historico de ocupacion (OCUPAHIST.DAT, o su corte
      *OCUPAHIST-AAAAMM.DAT si el mes ya se archivo; sin registro, la
      *capacidad del padron). Con eso calcula:
      *  ASK    = asientos ofrecidos x km
      *  RPK    = pasajeros x km
      *  yield  = ingreso / RPK
      *  RASK   = ingreso / ASK
      *  CASK   = costo / ASK
      *  margen = ingreso - costo
      *donde el costo de cada vuelo es el costo por salida mas las
      *horas de bloque por el costo horario de su tipo de aeronave
      *(COSTOSTIPO.DAT). Totales por ruta, por tipo y de la red en
      *REPORTE-ECONOMIA-RUTAS.DAT; al pie, las rutas cuyo CASK supera
      *al RASK del mes, para la reunion de planificacion de red.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la economia de rutas.
      * 2026-10-15  NF  ITI-REGISTRO suma al final el horario programado
      *                 de salida y llegada, y VUE-REGISTRO los horarios
      *                 reales y la demora con su causa; la economia de
      *                 rutas no los usa.
      * 2026-10-15  NF  VUELOS.DAT suma la matricula de la aeronave
      *                 (VUE-MATRICULA); este programa no la usa.
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
       PROGRAM-ID. EconomiaRutas.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VUELOS ASSIGN TO "VUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VUELOS.
           SELECT OCUPA-HIST ASSIGN TO "OCUPAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OCUPA-HIST.
           SELECT OCUPA-ARCHIVO ASSIGN TO NOMBRE-HIST-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OCUPA-ARCH.
           SELECT ITINERARIO ASSIGN TO "ITINERARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITINERARIO.
           SELECT DISTANCIAS ASSIGN TO "DISTANCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISTANCIAS.
           SELECT COSTOSTIPO ASSIGN TO "COSTOSTIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOSTIPO.
           SELECT AERONAVES ASSIGN TO "AERONAVES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AER-TIPO
               FILE STATUS IS FS-AERONAVES.
           SELECT REPORTE-ECONOMIA
               ASSIGN TO "REPORTE-ECONOMIA-RUTAS.DAT"
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

       FD  OCUPA-HIST
           RECORDING MODE IS F.
       01  OH-REGISTRO.
           05  OH-VUELO              PIC X(06).
           05  OH-FECHA              PIC 9(08).
           05  OH-TIPO-AERONAVE      PIC X(06).
           05  OH-CAPACIDAD          PIC 9(03).
           05  OH-ASIENTOS-OCUP      PIC 9(03).
           05  OH-PORC-OCUPACION     PIC 9(03)V9.
           05  OH-PORC-DISPONIBLE    PIC 9(03)V9.
           05  OH-INGRESO            PIC 9(08)V99.
           05  OH-CLASES.
               10  OH-CLASE OCCURS 3 TIMES.
                   15  OH-CAP-CLASE      PIC 9(03).
                   15  OH-OCUP-CLASE     PIC 9(03).
                   15  OH-PORC-CLASE     PIC 9(03)V9.
                   15  OH-INGRESO-CLASE  PIC 9(08)V99.

      *    Corte por periodo OCUPAHIST-AAAAMM.DAT que deja
      *    ArchivaMovimientos; mismo registro mas una cola TRAILER.
       FD  OCUPA-ARCHIVO
           RECORDING MODE IS F.
       01  OHA-REGISTRO.
           05  OHA-VUELO             PIC X(06).
           05  OHA-FECHA             PIC 9(08).
           05  OHA-TIPO-AERONAVE     PIC X(06).
           05  OHA-CAPACIDAD         PIC 9(03).
           05  FILLER                PIC X(81).

       FD  ITINERARIO
           RECORDING MODE IS F.
       01  ITI-REGISTRO.
           05  ITI-VUELO             PIC X(06).
           05  ITI-ORIGEN            PIC X(03).
           05  ITI-DESTINO           PIC X(03).
           05  ITI-DIAS-SEMANA       PIC X(07).
           05  ITI-TIPO-PROG         PIC X(06).
           05  ITI-ESTADO            PIC X(01).
           05  ITI-HORARIO.
               10  ITI-HORA-SALIDA   PIC 9(04).
               10  ITI-HORA-LLEGADA  PIC 9(04).

      *    Pares de aeropuertos, mantenidos por MantDistancias.
       FD  DISTANCIAS
           RECORDING MODE IS F.
       01  DST-REGISTRO.
           05  DST-ORIGEN            PIC X(03).
           05  DST-DESTINO           PIC X(03).
           05  DST-KM                PIC 9(05).
           05  DST-BLOQUE-MIN        PIC 9(04).
           05  DST-ESTADO            PIC X(01).

      *    Costos por tipo de aeronave, mantenidos por MantCostosTipo.
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

       FD  REPORTE-ECONOMIA
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
       77  FS-VUELOS                PIC X(02) VALUE SPACES.
       77  FS-OCUPA-HIST            PIC X(02) VALUE SPACES.
       77  FS-OCUPA-ARCH            PIC X(02) VALUE SPACES.
       77  FS-ITINERARIO            PIC X(02) VALUE SPACES.
       77  FS-DISTANCIAS            PIC X(02) VALUE SPACES.
       77  FS-COSTOSTIPO            PIC X(02) VALUE SPACES.
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  NOMBRE-HIST-ARCHIVO      PIC X(30) VALUE SPACES.
       77  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       77  CAPACIDAD-VUELO          PIC 9(03) VALUE ZERO.
       77  KM-VUELO                 PIC 9(05) VALUE ZERO.
       77  BLOQUE-VUELO             PIC 9(04) VALUE ZERO.
       77  COSTO-VUELO              PIC 9(09)V99 VALUE ZERO.
       77  ASK-VUELO                PIC 9(09) VALUE ZERO.
       77  RPK-VUELO                PIC 9(09) VALUE ZERO.

       01  PERIODO-PEDIDO.
           05  PPE-AAAA             PIC 9(04).
           05  PPE-MM               PIC 9(02).

       01  FECHA-VUELO.
           05  FV-PERIODO           PIC 9(06).
           05  FV-DD                PIC 9(02).

      *----------------------------------------------------------------
      * CONTADORES DE LA CORRIDA
      *----------------------------------------------------------------
       77  CANT-LEIDOS              PIC 9(07) COMP VALUE ZERO.
       77  CANT-DEL-MES             PIC 9(07) COMP VALUE ZERO.
       77  CANT-ANALIZADOS          PIC 9(07) COMP VALUE ZERO.
       77  CANT-SIN-RUTA            PIC 9(07) COMP VALUE ZERO.
       77  CANT-SIN-DISTANCIA       PIC 9(07) COMP VALUE ZERO.
       77  CANT-SIN-COSTO           PIC 9(07) COMP VALUE ZERO.
       77  CANT-CAP-PADRON          PIC 9(07) COMP VALUE ZERO.
       77  CANT-SIN-CAPACIDAD       PIC 9(07) COMP VALUE ZERO.
       77  CANT-MARCADAS            PIC 9(05) COMP VALUE ZERO.
       77  LEIDOS-OCUPA             PIC 9(07) COMP VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-AERONAVES-ABIERTO     PIC X(01) VALUE "N".
           88  AERONAVES-ABIERTO    VALUE "S".
       01  SW-FIN-VUELOS            PIC X(01) VALUE "N".
           88  FIN-VUELOS           VALUE "S".
       01  SW-FIN-OCUPA             PIC X(01) VALUE "N".
           88  FIN-OCUPA            VALUE "S".
       01  SW-FIN-ITINERARIO        PIC X(01) VALUE "N".
           88  FIN-ITINERARIO       VALUE "S".
       01  SW-FIN-DISTANCIAS        PIC X(01) VALUE "N".
           88  FIN-DISTANCIAS       VALUE "S".
       01  SW-FIN-COSTOSTIPO        PIC X(01) VALUE "N".
           88  FIN-COSTOSTIPO       VALUE "S".
       01  SW-DESDE-CORTE           PIC X(01) VALUE "N".
           88  DESDE-CORTE          VALUE "S".
       01  SW-COSTO-HALLADO         PIC X(01) VALUE "N".
           88  COSTO-HALLADO        VALUE "S".
       01  SW-CASK-ALTA             PIC X(01) VALUE "N".
           88  CASK-ALTA            VALUE "S".

      *----------------------------------------------------------------
      * ITINERARIO, DISTANCIAS Y COSTOS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-ITINERARIO          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-ITINERARIO.
           05  ITN-ENTRY OCCURS 200 TIMES INDEXED BY IX-ITN.
               10  ITN-VUELO         PIC X(06).
               10  ITN-ORIGEN        PIC X(03).
               10  ITN-DESTINO       PIC X(03).

       77  CANT-PARES               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-DISTANCIAS.
           05  DTB-ENTRY OCCURS 300 TIMES INDEXED BY IX-DTB.
               10  DTB-ORIGEN        PIC X(03).
               10  DTB-DESTINO       PIC X(03).
               10  DTB-KM            PIC 9(05).
               10  DTB-BLOQUE-MIN    PIC 9(04).

       77  CANT-COSTOS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-COSTOS.
           05  CTB-ENTRY OCCURS 50 TIMES INDEXED BY IX-CTB.
               10  CTB-TIPO          PIC X(06).
               10  CTB-COSTO-HORA    PIC 9(07)V99.
               10  CTB-COSTO-SALIDA  PIC 9(07)V99.

      *----------------------------------------------------------------
      * CAPACIDAD PROCESADA DE CADA VUELO DEL MES (OCUPAHIST)
      *----------------------------------------------------------------
       77  CANT-OCUPA               PIC 9(5) COMP VALUE ZERO.
       01  TABLA-OCUPA.
           05  OHT-ENTRY OCCURS 3000 TIMES INDEXED BY IX-OHT.
               10  OHT-VUELO         PIC X(06).
               10  OHT-FECHA         PIC 9(08).
               10  OHT-CAPACIDAD     PIC 9(03).

      *----------------------------------------------------------------
      * ACUMULADOS POR RUTA, POR TIPO Y DE LA RED
      *----------------------------------------------------------------
       77  CANT-RUTAS               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-RUTAS.
           05  RUT-ENTRY OCCURS 200 TIMES INDEXED BY IX-RUT.
               10  RUT-VUELO         PIC X(06).
               10  RUT-ORIGEN        PIC X(03).
               10  RUT-DESTINO       PIC X(03).
               10  RUT-KM            PIC 9(05).
               10  RUT-BLOQUE        PIC 9(04).
               10  RUT-VUELOS        PIC 9(05) COMP.
               10  RUT-ASIENTOS      PIC 9(07) COMP-3.
               10  RUT-PAX           PIC 9(07) COMP-3.
               10  RUT-ASK           PIC 9(13) COMP-3.
               10  RUT-RPK           PIC 9(13) COMP-3.
               10  RUT-INGRESO       PIC 9(11)V99 COMP-3.
               10  RUT-COSTO         PIC 9(11)V99 COMP-3.
               10  RUT-SIN-DIST      PIC X(01).
               10  RUT-SIN-COSTO     PIC X(01).
               10  RUT-MARCA         PIC X(01).

       77  CANT-TIPOS               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-TIPOS.
           05  TIP-ENTRY OCCURS 50 TIMES INDEXED BY IX-TIP.
               10  TIP-TIPO          PIC X(06).
               10  TIP-VUELOS        PIC 9(05) COMP.
               10  TIP-ASIENTOS      PIC 9(07) COMP-3.
               10  TIP-PAX           PIC 9(07) COMP-3.
               10  TIP-ASK           PIC 9(13) COMP-3.
               10  TIP-RPK           PIC 9(13) COMP-3.
               10  TIP-INGRESO       PIC 9(11)V99 COMP-3.
               10  TIP-COSTO         PIC 9(11)V99 COMP-3.
               10  TIP-SIN-COSTO     PIC X(01).

       01  TOTAL-RED.
           05  TRD-VUELOS           PIC 9(07) COMP VALUE ZERO.
           05  TRD-ASIENTOS         PIC 9(09) COMP-3 VALUE ZERO.
           05  TRD-PAX              PIC 9(09) COMP-3 VALUE ZERO.
           05  TRD-ASK              PIC 9(13) COMP-3 VALUE ZERO.
           05  TRD-RPK              PIC 9(13) COMP-3 VALUE ZERO.
           05  TRD-INGRESO          PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  TRD-COSTO            PIC 9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * INDICES DE UNA LINEA (RUTA, TIPO O RED)
      *----------------------------------------------------------------
       01  INDICES-LINEA.
           05  IND-ASK              PIC 9(13) COMP-3.
           05  IND-RPK              PIC 9(13) COMP-3.
           05  IND-INGRESO          PIC 9(11)V99 COMP-3.
           05  IND-COSTO            PIC 9(11)V99 COMP-3.
           05  IND-FACTOR           PIC 9(03)V9 COMP-3.
           05  IND-YIELD            PIC 9(03)V9(4) COMP-3.
           05  IND-RASK             PIC 9(03)V9(4) COMP-3.
           05  IND-CASK             PIC 9(03)V9(4) COMP-3.
           05  IND-MARGEN           PIC S9(11)V99 COMP-3.

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
       01  WS-ED-CANT2              PIC ZZZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZZZ9.
       01  WS-ED-KM                 PIC ZZZZ9.
       01  WS-ED-ASK                PIC ZZZZZZZZZZZZ9.
       01  WS-ED-RPK                PIC ZZZZZZZZZZZZ9.
       01  WS-ED-PORC               PIC ZZ9.9.
       01  WS-ED-INGRESO            PIC ZZZZZZZZZZ9.99.
       01  WS-ED-COSTO              PIC ZZZZZZZZZZ9.99.
       01  WS-ED-YIELD              PIC ZZ9.9999.
       01  WS-ED-RASK               PIC ZZ9.9999.
       01  WS-ED-CASK               PIC ZZ9.9999.
       01  WS-ED-MARGEN             PIC -ZZZZZZZZZZ9.99.

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
               PERFORM 1200-CARGAR-ITINERARIO THRU 1200-EXIT
               PERFORM 1300-CARGAR-DISTANCIAS THRU 1300-EXIT
               PERFORM 1400-CARGAR-COSTOS THRU 1400-EXIT
               PERFORM 1500-CARGAR-OCUPACION THRU 1500-EXIT
               PERFORM 2000-ANALIZAR-VUELOS THRU 2000-EXIT
               PERFORM 3000-LISTAR-RUTAS THRU 3000-EXIT
               PERFORM 3500-LISTAR-TIPOS THRU 3500-EXIT
               PERFORM 3800-TOTAL-RED THRU 3800-EXIT
               PERFORM 3900-RUTAS-MARCADAS THRU 3900-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-ANALIZADOS TO RUN-CANT-W
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
               FOR ALL "EconomiaRutas".
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
           STRING "EconomiaRutas " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           MOVE "EconomiaRutas" TO RUN-PROGRAMA.
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
      * 1000-INICIALIZAR - periodo pedido y apertura de los archivos
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "Ingrese el periodo a analizar (AAAAMM):".
           ACCEPT PERIODO-ACTUAL.
           MOVE PERIODO-ACTUAL TO PERIODO-PEDIDO.
           IF PPE-AAAA < 2000 OR PPE-MM < 1 OR PPE-MM > 12
               DISPLAY "Periodo invalido."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT VUELOS.
           IF FS-VUELOS NOT = "00"
               DISPLAY "No se pudo abrir VUELOS.DAT, FS=" FS-VUELOS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT AERONAVES.
           IF FS-AERONAVES = "00"
               MOVE "S" TO SW-AERONAVES-ABIERTO
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-ECONOMIA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-ITINERARIO - ruta de cada numero de vuelo; la baja
      *                          no importa, el mes puede ser anterior
      ******************************************************************
       1200-CARGAR-ITINERARIO.
           OPEN INPUT ITINERARIO.
           IF FS-ITINERARIO NOT = "00"
               DISPLAY "Sin ITINERARIO.DAT (FS=" FS-ITINERARIO
                   "), ningun vuelo tendra ruta."
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ITINERARIO.
           PERFORM 1250-LEER-ITINERARIO THRU 1250-EXIT
               UNTIL FIN-ITINERARIO.
           CLOSE ITINERARIO.
       1200-EXIT.
           EXIT.

       1250-LEER-ITINERARIO.
           READ ITINERARIO
               AT END
                   MOVE "S" TO SW-FIN-ITINERARIO
               NOT AT END
                   IF CANT-ITINERARIO < 200
                       ADD 1 TO CANT-ITINERARIO
                       SET IX-ITN TO CANT-ITINERARIO
                       MOVE ITI-VUELO   TO ITN-VUELO (IX-ITN)
                       MOVE ITI-ORIGEN  TO ITN-ORIGEN (IX-ITN)
                       MOVE ITI-DESTINO TO ITN-DESTINO (IX-ITN)
                   ELSE
                       DISPLAY "Tabla de itinerario llena, se "
                           "descarta " ITI-VUELO
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

       1300-CARGAR-DISTANCIAS.
           OPEN INPUT DISTANCIAS.
           IF FS-DISTANCIAS NOT = "00"
               DISPLAY "Sin DISTANCIAS.DAT (FS=" FS-DISTANCIAS
                   "), ninguna ruta tendra distancia."
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-DISTANCIAS.
           PERFORM 1350-LEER-DISTANCIA THRU 1350-EXIT
               UNTIL FIN-DISTANCIAS.
           CLOSE DISTANCIAS.
       1300-EXIT.
           EXIT.

      *    El par dado de baja no se carga.
       1350-LEER-DISTANCIA.
           READ DISTANCIAS
               AT END
                   MOVE "S" TO SW-FIN-DISTANCIAS
               NOT AT END
                   IF DST-ESTADO NOT = "B"
                       IF CANT-PARES < 300
                           ADD 1 TO CANT-PARES
                           SET IX-DTB TO CANT-PARES
                           MOVE DST-ORIGEN  TO DTB-ORIGEN (IX-DTB)
                           MOVE DST-DESTINO TO DTB-DESTINO (IX-DTB)
                           MOVE DST-KM      TO DTB-KM (IX-DTB)
                           MOVE DST-BLOQUE-MIN
                               TO DTB-BLOQUE-MIN (IX-DTB)
                       ELSE
                           DISPLAY "Tabla de distancias llena, se "
                               "descarta " DST-ORIGEN "-" DST-DESTINO
                       END-IF
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

       1400-CARGAR-COSTOS.
           OPEN INPUT COSTOSTIPO.
           IF FS-COSTOSTIPO NOT = "00"
               DISPLAY "Sin COSTOSTIPO.DAT (FS=" FS-COSTOSTIPO
                   "), los vuelos salen sin costo."
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-COSTOSTIPO.
           PERFORM 1450-LEER-COSTO THRU 1450-EXIT
               UNTIL FIN-COSTOSTIPO.
           CLOSE COSTOSTIPO.
       1400-EXIT.
           EXIT.

       1450-LEER-COSTO.
           READ COSTOSTIPO
               AT END
                   MOVE "S" TO SW-FIN-COSTOSTIPO
               NOT AT END
                   IF CTT-ESTADO NOT = "B"
                       IF CANT-COSTOS < 50
                           ADD 1 TO CANT-COSTOS
                           SET IX-CTB TO CANT-COSTOS
                           MOVE CTT-TIPO TO CTB-TIPO (IX-CTB)
                           MOVE CTT-COSTO-HORA
                               TO CTB-COSTO-HORA (IX-CTB)
                           MOVE CTT-COSTO-SALIDA
                               TO CTB-COSTO-SALIDA (IX-CTB)
                       ELSE
                           DISPLAY "Tabla de costos llena, se "
                               "descarta " CTT-TIPO
                       END-IF
                   END-IF
           END-READ.
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CARGAR-OCUPACION - capacidad con que se proceso cada vuelo
      *                         del periodo; si el historico vivo no
      *                         tiene el mes, se lee su corte
      ******************************************************************
       1500-CARGAR-OCUPACION.
           MOVE ZERO TO LEIDOS-OCUPA.
           OPEN INPUT OCUPA-HIST.
           IF FS-OCUPA-HIST = "00"
               MOVE "N" TO SW-FIN-OCUPA
               PERFORM 1550-LEER-OCUPA THRU 1550-EXIT
                   UNTIL FIN-OCUPA
               CLOSE OCUPA-HIST
           END-IF.
           IF LEIDOS-OCUPA > ZERO
               GO TO 1500-EXIT
           END-IF.
           MOVE SPACES TO NOMBRE-HIST-ARCHIVO.
           STRING "OCUPAHIST-" PERIODO-ACTUAL ".DAT"
               DELIMITED BY SIZE INTO NOMBRE-HIST-ARCHIVO.
           OPEN INPUT OCUPA-ARCHIVO.
           IF FS-OCUPA-ARCH NOT = "00"
               DISPLAY "El periodo no esta en OCUPAHIST.DAT ni en "
                   NOMBRE-HIST-ARCHIVO ": capacidad del padron."
               GO TO 1500-EXIT
           END-IF.
           MOVE "S" TO SW-DESDE-CORTE.
           MOVE "N" TO SW-FIN-OCUPA.
           PERFORM 1600-LEER-CORTE THRU 1600-EXIT
               UNTIL FIN-OCUPA.
           CLOSE OCUPA-ARCHIVO.
           MOVE LEIDOS-OCUPA TO WS-ED-CANT2.
           STRING "Economia periodo=" PERIODO-ACTUAL
               " capacidad leida del corte " NOMBRE-HIST-ARCHIVO
               " vuelos=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       1500-EXIT.
           EXIT.

       1550-LEER-OCUPA.
           READ OCUPA-HIST
               AT END
                   MOVE "S" TO SW-FIN-OCUPA
               NOT AT END
                   MOVE OH-FECHA TO FECHA-VUELO
                   IF FV-PERIODO = PERIODO-ACTUAL
                       ADD 1 TO LEIDOS-OCUPA
                       PERFORM 1650-GUARDAR-OCUPA THRU 1650-EXIT
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      *    La cola TRAILER del corte no trae fecha numerica y se
      *    saltea sola.
       1600-LEER-CORTE.
           READ OCUPA-ARCHIVO
               AT END
                   MOVE "S" TO SW-FIN-OCUPA
               NOT AT END
                   IF OHA-FECHA IS NUMERIC
                       MOVE OHA-FECHA TO FECHA-VUELO
                       IF FV-PERIODO = PERIODO-ACTUAL
                           MOVE OHA-VUELO     TO OH-VUELO
                           MOVE OHA-FECHA     TO OH-FECHA
                           MOVE OHA-CAPACIDAD TO OH-CAPACIDAD
                           ADD 1 TO LEIDOS-OCUPA
                           PERFORM 1650-GUARDAR-OCUPA THRU 1650-EXIT
                       END-IF
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

      *    Un vuelo reprocesado deja otra linea en el historico: vale
      *    la ultima.
       1650-GUARDAR-OCUPA.
           PERFORM VARYING IX-OHT FROM 1 BY 1
               UNTIL IX-OHT > CANT-OCUPA
                   OR (OHT-VUELO (IX-OHT) = OH-VUELO
                       AND OHT-FECHA (IX-OHT) = OH-FECHA)
               CONTINUE
           END-PERFORM.
           IF IX-OHT > CANT-OCUPA
               IF CANT-OCUPA >= 3000
                   DISPLAY "Tabla de ocupacion llena, se descarta "
                       OH-VUELO " " OH-FECHA
                   GO TO 1650-EXIT
               END-IF
               ADD 1 TO CANT-OCUPA
               SET IX-OHT TO CANT-OCUPA
               MOVE OH-VUELO TO OHT-VUELO (IX-OHT)
               MOVE OH-FECHA TO OHT-FECHA (IX-OHT)
           END-IF.
           MOVE OH-CAPACIDAD TO OHT-CAPACIDAD (IX-OHT).
       1650-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ANALIZAR-VUELOS - recorre VUELOS y costea los del periodo
      ******************************************************************
       2000-ANALIZAR-VUELOS.
           MOVE "N" TO SW-FIN-VUELOS.
           PERFORM 2100-LEER-VUELO THRU 2100-EXIT
               UNTIL FIN-VUELOS.
       2000-EXIT.
           EXIT.

       2100-LEER-VUELO.
           READ VUELOS
               AT END
                   MOVE "S" TO SW-FIN-VUELOS
               NOT AT END
                   ADD 1 TO CANT-LEIDOS
                   MOVE VUE-FECHA TO FECHA-VUELO
                   IF FV-PERIODO = PERIODO-ACTUAL
                       ADD 1 TO CANT-DEL-MES
                       PERFORM 2200-COSTEAR-VUELO THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COSTEAR-VUELO - ruta, distancia, capacidad y costo del
      *                      vuelo; el vuelo sin distancia queda en su
      *                      ruta pero fuera de los indices
      ******************************************************************
       2200-COSTEAR-VUELO.
           PERFORM VARYING IX-ITN FROM 1 BY 1
               UNTIL IX-ITN > CANT-ITINERARIO
                   OR ITN-VUELO (IX-ITN) = VUE-NUMERO
               CONTINUE
           END-PERFORM.
           IF IX-ITN > CANT-ITINERARIO
               ADD 1 TO CANT-SIN-RUTA
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-UBICAR-RUTA THRU 2300-EXIT.
           IF IX-RUT > CANT-RUTAS
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO RUT-VUELOS (IX-RUT).
           ADD VUE-INGRESO TO RUT-INGRESO (IX-RUT).
           IF RUT-SIN-DIST (IX-RUT) = "S"
               ADD 1 TO CANT-SIN-DISTANCIA
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2500-BUSCAR-CAPACIDAD THRU 2500-EXIT.
           PERFORM 2600-BUSCAR-COSTO THRU 2600-EXIT.
           COMPUTE ASK-VUELO = CAPACIDAD-VUELO * KM-VUELO.
           COMPUTE RPK-VUELO = VUE-ASIENTOS-OCUP * KM-VUELO.
           IF NOT COSTO-HALLADO
               MOVE "S" TO RUT-SIN-COSTO (IX-RUT)
           END-IF.
           ADD CAPACIDAD-VUELO   TO RUT-ASIENTOS (IX-RUT).
           ADD VUE-ASIENTOS-OCUP TO RUT-PAX (IX-RUT).
           ADD ASK-VUELO         TO RUT-ASK (IX-RUT).
           ADD RPK-VUELO         TO RUT-RPK (IX-RUT).
           ADD COSTO-VUELO       TO RUT-COSTO (IX-RUT).
           PERFORM 2400-UBICAR-TIPO THRU 2400-EXIT.
           IF IX-TIP NOT > CANT-TIPOS
               ADD 1 TO TIP-VUELOS (IX-TIP)
               ADD CAPACIDAD-VUELO   TO TIP-ASIENTOS (IX-TIP)
               ADD VUE-ASIENTOS-OCUP TO TIP-PAX (IX-TIP)
               ADD ASK-VUELO         TO TIP-ASK (IX-TIP)
               ADD RPK-VUELO         TO TIP-RPK (IX-TIP)
               ADD VUE-INGRESO       TO TIP-INGRESO (IX-TIP)
               ADD COSTO-VUELO       TO TIP-COSTO (IX-TIP)
               IF NOT COSTO-HALLADO
                   MOVE "S" TO TIP-SIN-COSTO (IX-TIP)
               END-IF
           END-IF.
           ADD 1 TO TRD-VUELOS.
           ADD CAPACIDAD-VUELO   TO TRD-ASIENTOS.
           ADD VUE-ASIENTOS-OCUP TO TRD-PAX.
           ADD ASK-VUELO         TO TRD-ASK.
           ADD RPK-VUELO         TO TRD-RPK.
           ADD VUE-INGRESO       TO TRD-INGRESO.
           ADD COSTO-VUELO       TO TRD-COSTO.
           ADD 1 TO CANT-ANALIZADOS.
       2200-EXIT.
           EXIT.

      *    La ruta se abre con el primer vuelo del numero; el par se
      *    busca una sola vez, en los dos sentidos, y la ruta guarda
      *    su distancia y su tiempo de bloque.
       2300-UBICAR-RUTA.
           PERFORM VARYING IX-RUT FROM 1 BY 1
               UNTIL IX-RUT > CANT-RUTAS
                   OR RUT-VUELO (IX-RUT) = VUE-NUMERO
               CONTINUE
           END-PERFORM.
           IF IX-RUT NOT > CANT-RUTAS
               MOVE RUT-KM (IX-RUT)     TO KM-VUELO
               MOVE RUT-BLOQUE (IX-RUT) TO BLOQUE-VUELO
               GO TO 2300-EXIT
           END-IF.
           IF CANT-RUTAS >= 200
               DISPLAY "Tabla de rutas llena, se descarta "
                   VUE-NUMERO
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO CANT-RUTAS.
           SET IX-RUT TO CANT-RUTAS.
           MOVE VUE-NUMERO TO RUT-VUELO (IX-RUT).
           MOVE ITN-ORIGEN (IX-ITN)  TO RUT-ORIGEN (IX-RUT).
           MOVE ITN-DESTINO (IX-ITN) TO RUT-DESTINO (IX-RUT).
           MOVE ZERO TO RUT-KM (IX-RUT).
           MOVE ZERO TO RUT-BLOQUE (IX-RUT).
           MOVE ZERO TO RUT-VUELOS (IX-RUT).
           MOVE ZERO TO RUT-ASIENTOS (IX-RUT).
           MOVE ZERO TO RUT-PAX (IX-RUT).
           MOVE ZERO TO RUT-ASK (IX-RUT).
           MOVE ZERO TO RUT-RPK (IX-RUT).
           MOVE ZERO TO RUT-INGRESO (IX-RUT).
           MOVE ZERO TO RUT-COSTO (IX-RUT).
           MOVE "N" TO RUT-SIN-DIST (IX-RUT).
           MOVE "N" TO RUT-SIN-COSTO (IX-RUT).
           MOVE "N" TO RUT-MARCA (IX-RUT).
           PERFORM 2350-UBICAR-PAR THRU 2350-EXIT.
           IF IX-DTB > CANT-PARES
               MOVE "S" TO RUT-SIN-DIST (IX-RUT)
               STRING "Economia ruta=" RUT-VUELO (IX-RUT)
                   " " RUT-ORIGEN (IX-RUT) "-" RUT-DESTINO (IX-RUT)
                   " sin distancia en DISTANCIAS, fuera de los "
                   "indices"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE DTB-KM (IX-DTB)         TO RUT-KM (IX-RUT).
           MOVE DTB-BLOQUE-MIN (IX-DTB) TO RUT-BLOQUE (IX-RUT).
           MOVE RUT-KM (IX-RUT)         TO KM-VUELO.
           MOVE RUT-BLOQUE (IX-RUT)     TO BLOQUE-VUELO.
       2300-EXIT.
           EXIT.

       2350-UBICAR-PAR.
           PERFORM VARYING IX-DTB FROM 1 BY 1
               UNTIL IX-DTB > CANT-PARES
                   OR (DTB-ORIGEN (IX-DTB) = RUT-ORIGEN (IX-RUT)
                       AND DTB-DESTINO (IX-DTB) = RUT-DESTINO (IX-RUT))
                   OR (DTB-ORIGEN (IX-DTB) = RUT-DESTINO (IX-RUT)
                       AND DTB-DESTINO (IX-DTB) = RUT-ORIGEN (IX-RUT))
               CONTINUE
           END-PERFORM.
       2350-EXIT.
           EXIT.

       2400-UBICAR-TIPO.
           PERFORM VARYING IX-TIP FROM 1 BY 1
               UNTIL IX-TIP > CANT-TIPOS
                   OR TIP-TIPO (IX-TIP) = VUE-TIPO-AERONAVE
               CONTINUE
           END-PERFORM.
           IF IX-TIP > CANT-TIPOS
               IF CANT-TIPOS >= 50
                   DISPLAY "Tabla de tipos llena, se descarta "
                       VUE-TIPO-AERONAVE
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO CANT-TIPOS
               SET IX-TIP TO CANT-TIPOS
               MOVE VUE-TIPO-AERONAVE TO TIP-TIPO (IX-TIP)
               MOVE ZERO TO TIP-VUELOS (IX-TIP)
               MOVE ZERO TO TIP-ASIENTOS (IX-TIP)
               MOVE ZERO TO TIP-PAX (IX-TIP)
               MOVE ZERO TO TIP-ASK (IX-TIP)
               MOVE ZERO TO TIP-RPK (IX-TIP)
               MOVE ZERO TO TIP-INGRESO (IX-TIP)
               MOVE ZERO TO TIP-COSTO (IX-TIP)
               MOVE "N" TO TIP-SIN-COSTO (IX-TIP)
           END-IF.
       2400-EXIT.
           EXIT.

      *    Capacidad con que el vuelo se proceso; sin historico, la
      *    del padron vigente.
       2500-BUSCAR-CAPACIDAD.
           PERFORM VARYING IX-OHT FROM 1 BY 1
               UNTIL IX-OHT > CANT-OCUPA
                   OR (OHT-VUELO (IX-OHT) = VUE-NUMERO
                       AND OHT-FECHA (IX-OHT) = VUE-FECHA)
               CONTINUE
           END-PERFORM.
           IF IX-OHT NOT > CANT-OCUPA
               MOVE OHT-CAPACIDAD (IX-OHT) TO CAPACIDAD-VUELO
               GO TO 2500-EXIT
           END-IF.
           MOVE ZERO TO CAPACIDAD-VUELO.
           IF AERONAVES-ABIERTO
               MOVE VUE-TIPO-AERONAVE TO AER-TIPO
               READ AERONAVES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AER-CAPACIDAD TO CAPACIDAD-VUELO
               END-READ
           END-IF.
           IF CAPACIDAD-VUELO = ZERO
               ADD 1 TO CANT-SIN-CAPACIDAD
           ELSE
               ADD 1 TO CANT-CAP-PADRON
           END-IF.
       2500-EXIT.
           EXIT.

      *    Costo del vuelo = costo por salida + horas de bloque por el
      *    costo horario del tipo.
       2600-BUSCAR-COSTO.
           MOVE "N" TO SW-COSTO-HALLADO.
           MOVE ZERO TO COSTO-VUELO.
           PERFORM VARYING IX-CTB FROM 1 BY 1
               UNTIL IX-CTB > CANT-COSTOS
                   OR CTB-TIPO (IX-CTB) = VUE-TIPO-AERONAVE
               CONTINUE
           END-PERFORM.
           IF IX-CTB > CANT-COSTOS
               ADD 1 TO CANT-SIN-COSTO
               GO TO 2600-EXIT
           END-IF.
           MOVE "S" TO SW-COSTO-HALLADO.
           COMPUTE COSTO-VUELO ROUNDED = CTB-COSTO-SALIDA (IX-CTB)
               + CTB-COSTO-HORA (IX-CTB) * BLOQUE-VUELO / 60.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-RUTAS - dos lineas por ruta: produccion y economia
      ******************************************************************
       3000-LISTAR-RUTAS.
           MOVE SPACES TO REP-LINEA.
           STRING "ECONOMIA DE RUTAS - PERIODO " PERIODO-ACTUAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF DESDE-CORTE
               MOVE SPACES TO REP-LINEA
               STRING "Capacidades leidas del corte "
                   NOMBRE-HIST-ARCHIVO
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "POR RUTA" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3100-LINEA-RUTA THRU 3100-EXIT
               VARYING IX-RUT FROM 1 BY 1
               UNTIL IX-RUT > CANT-RUTAS.
       3000-EXIT.
           EXIT.

       3100-LINEA-RUTA.
           MOVE RUT-VUELOS (IX-RUT) TO WS-ED-CANT.
           IF RUT-SIN-DIST (IX-RUT) = "S"
               MOVE RUT-INGRESO (IX-RUT) TO WS-ED-INGRESO
               MOVE SPACES TO REP-LINEA
               STRING "  " RUT-VUELO (IX-RUT) " "
                   RUT-ORIGEN (IX-RUT) "-" RUT-DESTINO (IX-RUT)
                   "  vuelos " WS-ED-CANT
                   " ingreso " WS-ED-INGRESO
                   "  SIN DISTANCIA EN DISTANCIAS.DAT, sin indices"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 3100-EXIT
           END-IF.
           MOVE RUT-ASK (IX-RUT)     TO IND-ASK.
           MOVE RUT-RPK (IX-RUT)     TO IND-RPK.
           MOVE RUT-INGRESO (IX-RUT) TO IND-INGRESO.
           MOVE RUT-COSTO (IX-RUT)   TO IND-COSTO.
           PERFORM 4000-CALCULAR-INDICES THRU 4000-EXIT.
           IF CASK-ALTA
               MOVE "S" TO RUT-MARCA (IX-RUT)
               ADD 1 TO CANT-MARCADAS
           END-IF.
           MOVE RUT-KM (IX-RUT)       TO WS-ED-KM.
           MOVE RUT-ASIENTOS (IX-RUT) TO WS-ED-CANT2.
           MOVE RUT-PAX (IX-RUT)      TO WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           STRING "  " RUT-VUELO (IX-RUT) " "
               RUT-ORIGEN (IX-RUT) "-" RUT-DESTINO (IX-RUT)
               " " WS-ED-KM " km  vuelos " WS-ED-CANT
               "  asientos " WS-ED-CANT2 "  pax " WS-ED-CANT3
               "  ASK " WS-ED-ASK "  RPK " WS-ED-RPK
               "  LF " WS-ED-PORC "%"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3200-LINEA-ECONOMIA THRU 3200-EXIT.
           IF RUT-SIN-COSTO (IX-RUT) = "S"
               MOVE SPACES TO REP-LINEA
               STRING "      (algun tipo de la ruta sin costos en "
                   "COSTOSTIPO.DAT: costo incompleto)"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       3100-EXIT.
           EXIT.

      *    Segunda linea comun a ruta, tipo y red, con la marca de
      *    CASK mayor que RASK.
       3200-LINEA-ECONOMIA.
           MOVE SPACES TO REP-LINEA.
           IF CASK-ALTA
               STRING "      ingreso " WS-ED-INGRESO
                   "  costo " WS-ED-COSTO
                   "  yield " WS-ED-YIELD
                   "  RASK " WS-ED-RASK "  CASK " WS-ED-CASK
                   "  margen " WS-ED-MARGEN "  *** CASK > RASK"
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "      ingreso " WS-ED-INGRESO
                   "  costo " WS-ED-COSTO
                   "  yield " WS-ED-YIELD
                   "  RASK " WS-ED-RASK "  CASK " WS-ED-CASK
                   "  margen " WS-ED-MARGEN
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LISTAR-TIPOS
      ******************************************************************
       3500-LISTAR-TIPOS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "POR TIPO DE AERONAVE" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3550-LINEA-TIPO THRU 3550-EXIT
               VARYING IX-TIP FROM 1 BY 1
               UNTIL IX-TIP > CANT-TIPOS.
       3500-EXIT.
           EXIT.

       3550-LINEA-TIPO.
           MOVE TIP-ASK (IX-TIP)     TO IND-ASK.
           MOVE TIP-RPK (IX-TIP)     TO IND-RPK.
           MOVE TIP-INGRESO (IX-TIP) TO IND-INGRESO.
           MOVE TIP-COSTO (IX-TIP)   TO IND-COSTO.
           PERFORM 4000-CALCULAR-INDICES THRU 4000-EXIT.
           MOVE TIP-VUELOS (IX-TIP)   TO WS-ED-CANT.
           MOVE TIP-ASIENTOS (IX-TIP) TO WS-ED-CANT2.
           MOVE TIP-PAX (IX-TIP)      TO WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           STRING "  " TIP-TIPO (IX-TIP)
               "           vuelos " WS-ED-CANT
               "  asientos " WS-ED-CANT2 "  pax " WS-ED-CANT3
               "  ASK " WS-ED-ASK "  RPK " WS-ED-RPK
               "  LF " WS-ED-PORC "%"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3200-LINEA-ECONOMIA THRU 3200-EXIT.
           IF TIP-SIN-COSTO (IX-TIP) = "S"
               MOVE SPACES TO REP-LINEA
               STRING "      (tipo sin costos en COSTOSTIPO.DAT: "
                   "costo cero)"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3800-TOTAL-RED - total de los vuelos con distancia y controles
      ******************************************************************
       3800-TOTAL-RED.
           MOVE TRD-ASK     TO IND-ASK.
           MOVE TRD-RPK     TO IND-RPK.
           MOVE TRD-INGRESO TO IND-INGRESO.
           MOVE TRD-COSTO   TO IND-COSTO.
           PERFORM 4000-CALCULAR-INDICES THRU 4000-EXIT.
           MOVE TRD-VUELOS   TO WS-ED-CANT.
           MOVE TRD-ASIENTOS TO WS-ED-CANT2.
           MOVE TRD-PAX      TO WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "TOTAL RED         vuelos " WS-ED-CANT
               "  asientos " WS-ED-CANT2 "  pax " WS-ED-CANT3
               "  ASK " WS-ED-ASK "  RPK " WS-ED-RPK
               "  LF " WS-ED-PORC "%"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3200-LINEA-ECONOMIA THRU 3200-EXIT.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-DEL-MES TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos del periodo en VUELOS.DAT:          "
               WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-RUTA TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos sin ruta en el itinerario:          "
               WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-DISTANCIA TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos de rutas sin distancia:             "
               WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-CAP-PADRON TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos con capacidad del padron:           "
               WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-CAPACIDAD TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos sin capacidad conocida (ASK cero):  "
               WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-COSTO TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos de tipos sin costos (costo cero):   "
               WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 3900-RUTAS-MARCADAS - rutas con CASK mayor que RASK, para la
      *                       reunion de planificacion de red
      ******************************************************************
       3900-RUTAS-MARCADAS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "RUTAS CON CASK MAYOR QUE RASK - PLANIFICACION DE RED"
               TO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-MARCADAS = ZERO
               MOVE "  Ninguna ruta del periodo tiene CASK > RASK."
                   TO REP-LINEA
               WRITE REP-LINEA
               GO TO 3900-EXIT
           END-IF.
           PERFORM 3950-LINEA-MARCADA THRU 3950-EXIT
               VARYING IX-RUT FROM 1 BY 1
               UNTIL IX-RUT > CANT-RUTAS.
           MOVE CANT-MARCADAS TO WS-ED-CANT.
           STRING "Economia periodo=" PERIODO-ACTUAL
               " rutas con CASK > RASK=" WS-ED-CANT
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3900-EXIT.
           EXIT.

       3950-LINEA-MARCADA.
           IF RUT-MARCA (IX-RUT) NOT = "S"
               GO TO 3950-EXIT
           END-IF.
           MOVE RUT-ASK (IX-RUT)     TO IND-ASK.
           MOVE RUT-RPK (IX-RUT)     TO IND-RPK.
           MOVE RUT-INGRESO (IX-RUT) TO IND-INGRESO.
           MOVE RUT-COSTO (IX-RUT)   TO IND-COSTO.
           PERFORM 4000-CALCULAR-INDICES THRU 4000-EXIT.
           MOVE RUT-VUELOS (IX-RUT) TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "  " RUT-VUELO (IX-RUT) " "
               RUT-ORIGEN (IX-RUT) "-" RUT-DESTINO (IX-RUT)
               "  vuelos " WS-ED-CANT
               "  LF " WS-ED-PORC "%"
               "  RASK " WS-ED-RASK "  CASK " WS-ED-CASK
               "  margen " WS-ED-MARGEN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CALCULAR-INDICES - factor, yield, RASK, CASK y margen de
      *                         los acumulados en INDICES-LINEA, ya
      *                         editados para la linea
      ******************************************************************
       4000-CALCULAR-INDICES.
           MOVE ZERO TO IND-FACTOR.
           MOVE ZERO TO IND-YIELD.
           MOVE ZERO TO IND-RASK.
           MOVE ZERO TO IND-CASK.
           IF IND-ASK > ZERO
               COMPUTE IND-FACTOR ROUNDED = IND-RPK * 100 / IND-ASK
               COMPUTE IND-RASK ROUNDED = IND-INGRESO / IND-ASK
                   ON SIZE ERROR
                       MOVE 999.9999 TO IND-RASK
               END-COMPUTE
               COMPUTE IND-CASK ROUNDED = IND-COSTO / IND-ASK
                   ON SIZE ERROR
                       MOVE 999.9999 TO IND-CASK
               END-COMPUTE
           END-IF.
           IF IND-RPK > ZERO
               COMPUTE IND-YIELD ROUNDED = IND-INGRESO / IND-RPK
                   ON SIZE ERROR
                       MOVE 999.9999 TO IND-YIELD
               END-COMPUTE
           END-IF.
           COMPUTE IND-MARGEN = IND-INGRESO - IND-COSTO.
      *    Sobre el mismo ASK, CASK > RASK es costo > ingreso; se
      *    compara sin el redondeo de los indices.
           MOVE "N" TO SW-CASK-ALTA.
           IF IND-ASK > ZERO AND IND-COSTO > IND-INGRESO
               MOVE "S" TO SW-CASK-ALTA
           END-IF.
           MOVE IND-ASK     TO WS-ED-ASK.
           MOVE IND-RPK     TO WS-ED-RPK.
           MOVE IND-FACTOR  TO WS-ED-PORC.
           MOVE IND-INGRESO TO WS-ED-INGRESO.
           MOVE IND-COSTO   TO WS-ED-COSTO.
           MOVE IND-YIELD   TO WS-ED-YIELD.
           MOVE IND-RASK    TO WS-ED-RASK.
           MOVE IND-CASK    TO WS-ED-CASK.
           MOVE IND-MARGEN  TO WS-ED-MARGEN.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE VUELOS.
           IF AERONAVES-ABIERTO
               CLOSE AERONAVES
           END-IF.
           CLOSE REPORTE-ECONOMIA.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-ANALIZADOS TO WS-ED-CANT2.
           DISPLAY "Vuelos analizados:        " WS-ED-CANT2.
           MOVE CANT-MARCADAS TO WS-ED-CANT.
           DISPLAY "Rutas con CASK > RASK:    " WS-ED-CANT.
           DISPLAY "Reporte conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM EconomiaRutas.
