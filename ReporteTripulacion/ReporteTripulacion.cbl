      ******************************************************************
      *Reporte diario de tripulaciones. Para la fecha pedida recorre
      *los vuelos activos del itinerario que operan ese dia de la
      *semana y lista la tripulacion asignada en ASIGNACIONES.DAT
      *(neta de anulaciones). Un vuelo esta completo con un comandante
      *(CM), un primer oficial (PO), un jefe de cabina (JC) y al menos
      *un tripulante de cabina (JC o TC) cada 50 asientos del tipo
      *programado (AERONAVES.DAT). Al pie:
      *  - los vuelos del dia sin tripulacion completa,
      *  - los tripulantes activos cuya licencia o psicofisico vence
      *    dentro de los 30 dias de la fecha o ya esta vencido.
      *Salida en REPORTE-TRIPULACION.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del reporte de tripulaciones.
      * 2026-10-15  NF  ITI-REGISTRO suma al final el horario programado
      *                 de salida y llegada; el control de dotacion no
      *                 los usa.
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
       PROGRAM-ID. ReporteTripulacion.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITINERARIO ASSIGN TO "ITINERARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITINERARIO.
           SELECT TRIPULANTES ASSIGN TO "TRIPULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIPULANTES.
           SELECT ASIGNACIONES ASSIGN TO "ASIGNACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIGNACIONES.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT AERONAVES ASSIGN TO "AERONAVES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AER-TIPO
               FILE STATUS IS FS-AERONAVES.
           SELECT REPORTE-TRIPULACION
               ASSIGN TO "REPORTE-TRIPULACION.DAT"
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

      *    Maestro de tripulantes, mantenido por MantTripulantes.
       FD  TRIPULANTES
           RECORDING MODE IS F.
       01  TRI-REGISTRO.
           05  TRI-LEGAJO            PIC 9(05).
           05  TRI-FUNCION           PIC X(02).
           05  TRI-HABILITACIONES.
               10  TRI-TIPO-HAB      PIC X(06) OCCURS 4 TIMES.
           05  TRI-VENCE-LICENCIA    PIC 9(08).
           05  TRI-VENCE-PSICOFISICO PIC 9(08).
           05  TRI-ESTADO            PIC X(01).

      *    Movimientos de AsignaTripulacion: A asigna, B anula.
       FD  ASIGNACIONES
           RECORDING MODE IS F.
       01  ASG-REGISTRO.
           05  ASG-VUELO             PIC X(06).
           05  ASG-FECHA             PIC 9(08).
           05  ASG-LEGAJO            PIC 9(05).
           05  ASG-FUNCION           PIC X(02).
           05  ASG-HORA-SALIDA       PIC 9(04).
           05  ASG-BLOQUE-MIN        PIC 9(04).
           05  ASG-SERVICIO-MIN      PIC 9(04).
           05  ASG-MOVIMIENTO        PIC X(01).

       FD  MAESTRO-EMPLEADOS.
       01  EMP-REGISTRO.
           05  EMP-LEGAJO           PIC 9(5).
           05  EMP-NOMBRE           PIC X(20).
           05  EMP-CATEGORIA        PIC X(06).
           05  EMP-VALOR-HORA       PIC 9(5)V99.
           05  EMP-VALOR-HORA-FIN   PIC 9(5)V99.
           05  EMP-DEDUCCION-PORC   PIC 9(3)V99.
           05  EMP-ESTADO           PIC X(01).
           05  EMP-FECHA-INGRESO    PIC 9(08).
           05  EMP-FECHA-EGRESO     PIC 9(08).
           05  EMP-MOTIVO-EGRESO    PIC X(01).
           05  EMP-TIPO-LIQUIDACION PIC X(01).
               88  EMP-MENSUALIZADO VALUE "M".
               88  EMP-JORNALIZADO  VALUE "H" " ".
           05  EMP-SUELDO-BASICO    PIC 9(7)V99.

       FD  AERONAVES.
       01  AER-REGISTRO.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

       FD  REPORTE-TRIPULACION
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
       77  FS-ITINERARIO            PIC X(02) VALUE SPACES.
       77  FS-TRIPULANTES           PIC X(02) VALUE SPACES.
       77  FS-ASIGNACIONES          PIC X(02) VALUE SPACES.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  NOMBRE-TRIPULANTE        PIC X(20) VALUE SPACES.
       77  CABINA-REQUERIDA         PIC 9(02) VALUE ZERO.
       77  DIAS-PARA-VENCER         PIC 9(02) VALUE 30.
       77  SERIAL-FECHA             PIC 9(07) COMP VALUE ZERO.
       77  DIAS-LICENCIA            PIC S9(07) COMP VALUE ZERO.
       77  DIAS-PSICOFISICO         PIC S9(07) COMP VALUE ZERO.

       01  FECHA-INGRESADA          PIC 9(08).
       01  FILLER REDEFINES FECHA-INGRESADA.
           05  FI-AAAA              PIC 9(04).
           05  FI-MM                PIC 9(02).
           05  FI-DD                PIC 9(02).

       77  DIAS-DEL-MES             PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * CONTADORES DE LA CORRIDA
      *----------------------------------------------------------------
       77  CANT-VUELOS-DIA          PIC 9(05) COMP VALUE ZERO.
       77  CANT-INCOMPLETOS         PIC 9(05) COMP VALUE ZERO.
       77  CANT-VENCIMIENTOS        PIC 9(05) COMP VALUE ZERO.
       77  CANT-CM                  PIC 9(02) COMP VALUE ZERO.
       77  CANT-PO                  PIC 9(02) COMP VALUE ZERO.
       77  CANT-JC                  PIC 9(02) COMP VALUE ZERO.
       77  CANT-TC                  PIC 9(02) COMP VALUE ZERO.
       77  CANT-CABINA              PIC 9(02) COMP VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FECHA-OK              PIC X(01) VALUE "S".
           88  FECHA-OK             VALUE "S".
       01  SW-MAESTRO-ABIERTO       PIC X(01) VALUE "N".
           88  MAESTRO-ABIERTO      VALUE "S".
       01  SW-AERONAVES-ABIERTO     PIC X(01) VALUE "N".
           88  AERONAVES-ABIERTO    VALUE "S".
       01  SW-FIN-ITINERARIO        PIC X(01) VALUE "N".
           88  FIN-ITINERARIO       VALUE "S".
       01  SW-FIN-TRIPULANTES       PIC X(01) VALUE "N".
           88  FIN-TRIPULANTES      VALUE "S".
       01  SW-FIN-ASIGNACIONES      PIC X(01) VALUE "N".
           88  FIN-ASIGNACIONES     VALUE "S".

      *----------------------------------------------------------------
      * ITINERARIO Y TRIPULANTES EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-ITINERARIO          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-ITINERARIO.
           05  ITN-ENTRY OCCURS 200 TIMES INDEXED BY IX-ITN.
               10  ITN-VUELO         PIC X(06).
               10  ITN-ORIGEN        PIC X(03).
               10  ITN-DESTINO       PIC X(03).
               10  ITN-DIAS          PIC X(07).
               10  ITN-TIPO          PIC X(06).
               10  ITN-ESTADO        PIC X(01).
               10  ITN-COMPLETO      PIC X(01).
               10  ITN-FALTANTE      PIC X(40).

       77  CANT-TRIPULANTES         PIC 9(3) COMP VALUE ZERO.
       01  TABLA-TRIPULANTES.
           05  TRT-ENTRY OCCURS 300 TIMES INDEXED BY IX-TRT.
               10  TRT-LEGAJO        PIC 9(05).
               10  TRT-FUNCION       PIC X(02).
               10  TRT-VENCE-LIC     PIC 9(08).
               10  TRT-VENCE-PSICO   PIC 9(08).
               10  TRT-ESTADO        PIC X(01).

      *----------------------------------------------------------------
      * ASIGNACIONES VIGENTES DE LA FECHA
      *----------------------------------------------------------------
       77  CANT-TAS                 PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ASIGNADAS.
           05  TAS-ENTRY OCCURS 2000 TIMES INDEXED BY IX-TAS.
               10  TAS-VUELO         PIC X(06).
               10  TAS-LEGAJO        PIC 9(05).
               10  TAS-FUNCION       PIC X(02).
               10  TAS-HORA-SALIDA   PIC 9(04).
               10  TAS-ACTIVA        PIC X(01).

      *----------------------------------------------------------------
      * CONVERSION DE FECHA A DIAS CORRIDOS
      *----------------------------------------------------------------
       01  FECHA-SERIAL             PIC 9(08).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-AAAA              PIC 9(04).
           05  FS-MM                PIC 9(02).
           05  FS-DD                PIC 9(02).
       77  SERIAL-CALCULO           PIC 9(07) COMP VALUE ZERO.
       77  DIAS-ACUM-MES            PIC 9(03) COMP VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * DIA DE SEMANA DE LA FECHA (ZELLER)
      *----------------------------------------------------------------
       77  ZEL-ANIO                 PIC 9(04) COMP VALUE ZERO.
       77  ZEL-MES                  PIC 9(02) COMP VALUE ZERO.
       77  ZEL-SIGLO                PIC 9(02) COMP VALUE ZERO.
       77  ZEL-RESTO-ANIO           PIC 9(02) COMP VALUE ZERO.
       77  ZEL-AUX                  PIC 9(04) COMP VALUE ZERO.
       77  ZEL-TERM-MES             PIC 9(04) COMP VALUE ZERO.
       77  ZEL-TERM-ANIO            PIC 9(02) COMP VALUE ZERO.
       77  ZEL-TERM-SIGLO           PIC 9(02) COMP VALUE ZERO.
       77  ZEL-CALCULO              PIC 9(06) COMP VALUE ZERO.
       77  ZEL-COCIENTE             PIC 9(06) COMP VALUE ZERO.
       77  DIA-SEMANA               PIC 9(01) VALUE ZERO.
      *    Posicion 1-7 (lunes a domingo) dentro de los dias del
      *    itinerario.
       77  POS-DIA                  PIC 9(01) VALUE ZERO.

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
       01  WS-ED-CM                 PIC Z9.
       01  WS-ED-PO                 PIC Z9.
       01  WS-ED-DIAS               PIC -ZZZZ9.
       01  WS-ED-DIAS2              PIC -ZZZZ9.

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
               PERFORM 1300-CARGAR-TRIPULANTES THRU 1300-EXIT
               PERFORM 1400-CARGAR-ASIGNACIONES THRU 1400-EXIT
               PERFORM 3000-LISTAR-VUELOS THRU 3000-EXIT
               PERFORM 3500-LISTAR-INCOMPLETOS THRU 3500-EXIT
               PERFORM 3800-LISTAR-VENCIMIENTOS THRU 3800-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-VUELOS-DIA TO RUN-CANT-W
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
               FOR ALL "ReporteTripulacion".
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
           STRING "ReporteTripulacion " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           MOVE "ReporteTripulacion" TO RUN-PROGRAMA.
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
      * 1000-INICIALIZAR - fecha pedida y apertura de los archivos
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "Ingrese la fecha a informar (AAAAMMDD):".
           ACCEPT FECHA-INGRESADA.
           PERFORM 1100-VALIDAR-FECHA THRU 1100-EXIT.
           IF NOT FECHA-OK
               DISPLAY "Fecha invalida."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE FECHA-INGRESADA TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-FECHA.
           PERFORM 1150-DIA-DE-SEMANA THRU 1150-EXIT.
           OPEN INPUT TRIPULANTES.
           IF FS-TRIPULANTES NOT = "00"
               DISPLAY "No se pudo abrir TRIPULANTES.DAT, FS="
                   FS-TRIPULANTES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT AERONAVES.
           IF FS-AERONAVES = "00"
               MOVE "S" TO SW-AERONAVES-ABIERTO
           END-IF.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO = "00"
               MOVE "S" TO SW-MAESTRO-ABIERTO
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-TRIPULACION.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-VALIDAR-FECHA - fecha calendaria real
      ******************************************************************
       1100-VALIDAR-FECHA.
           MOVE "S" TO SW-FECHA-OK.
           IF FECHA-INGRESADA IS NOT NUMERIC
               OR FI-AAAA < 2000 OR FI-MM < 1 OR FI-MM > 12
               MOVE "N" TO SW-FECHA-OK
               GO TO 1100-EXIT
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
               MOVE "N" TO SW-FECHA-OK
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-DIA-DE-SEMANA - congruencia de Zeller (0 sabado,
      *                      1 domingo) llevada a la posicion 1-7
      *                      lunes a domingo del itinerario
      ******************************************************************
       1150-DIA-DE-SEMANA.
           MOVE FI-AAAA TO ZEL-ANIO.
           MOVE FI-MM   TO ZEL-MES.
           IF ZEL-MES < 3
               ADD 12 TO ZEL-MES
               SUBTRACT 1 FROM ZEL-ANIO
           END-IF.
           DIVIDE ZEL-ANIO BY 100 GIVING ZEL-SIGLO
               REMAINDER ZEL-RESTO-ANIO.
      *    Cada division trunca al entero, como pide la formula.
           ADD 1 TO ZEL-MES GIVING ZEL-AUX.
           MULTIPLY ZEL-AUX BY 13 GIVING ZEL-AUX.
           DIVIDE ZEL-AUX BY 5 GIVING ZEL-TERM-MES.
           DIVIDE ZEL-RESTO-ANIO BY 4 GIVING ZEL-TERM-ANIO.
           DIVIDE ZEL-SIGLO BY 4 GIVING ZEL-TERM-SIGLO.
           COMPUTE ZEL-CALCULO = FI-DD + ZEL-TERM-MES
               + ZEL-RESTO-ANIO + ZEL-TERM-ANIO
               + ZEL-TERM-SIGLO + 5 * ZEL-SIGLO.
           DIVIDE ZEL-CALCULO BY 7 GIVING ZEL-COCIENTE
               REMAINDER DIA-SEMANA.
           EVALUATE DIA-SEMANA
               WHEN 0 MOVE 6 TO POS-DIA
               WHEN 1 MOVE 7 TO POS-DIA
               WHEN OTHER
                   SUBTRACT 1 FROM DIA-SEMANA GIVING POS-DIA
           END-EVALUATE.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-ITINERARIO
      ******************************************************************
       1200-CARGAR-ITINERARIO.
           OPEN INPUT ITINERARIO.
           IF FS-ITINERARIO NOT = "00"
               DISPLAY "Sin ITINERARIO.DAT (FS=" FS-ITINERARIO
                   "), no hay vuelos que informar."
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
                       MOVE ITI-VUELO       TO ITN-VUELO (IX-ITN)
                       MOVE ITI-ORIGEN      TO ITN-ORIGEN (IX-ITN)
                       MOVE ITI-DESTINO     TO ITN-DESTINO (IX-ITN)
                       MOVE ITI-DIAS-SEMANA TO ITN-DIAS (IX-ITN)
                       MOVE ITI-TIPO-PROG   TO ITN-TIPO (IX-ITN)
                       MOVE ITI-ESTADO      TO ITN-ESTADO (IX-ITN)
                       MOVE "S"             TO ITN-COMPLETO (IX-ITN)
                       MOVE SPACES          TO ITN-FALTANTE (IX-ITN)
                   ELSE
                       DISPLAY "Tabla de itinerario llena, se "
                           "descarta " ITI-VUELO
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARGAR-TRIPULANTES
      ******************************************************************
       1300-CARGAR-TRIPULANTES.
           MOVE "N" TO SW-FIN-TRIPULANTES.
           PERFORM 1350-LEER-TRIPULANTE THRU 1350-EXIT
               UNTIL FIN-TRIPULANTES.
       1300-EXIT.
           EXIT.

       1350-LEER-TRIPULANTE.
           READ TRIPULANTES
               AT END
                   MOVE "S" TO SW-FIN-TRIPULANTES
               NOT AT END
                   IF CANT-TRIPULANTES < 300
                       ADD 1 TO CANT-TRIPULANTES
                       SET IX-TRT TO CANT-TRIPULANTES
                       MOVE TRI-LEGAJO  TO TRT-LEGAJO (IX-TRT)
                       MOVE TRI-FUNCION TO TRT-FUNCION (IX-TRT)
                       MOVE TRI-VENCE-LICENCIA
                           TO TRT-VENCE-LIC (IX-TRT)
                       MOVE TRI-VENCE-PSICOFISICO
                           TO TRT-VENCE-PSICO (IX-TRT)
                       MOVE TRI-ESTADO  TO TRT-ESTADO (IX-TRT)
                   ELSE
                       DISPLAY "Tabla de tripulantes llena, se "
                           "descarta " TRI-LEGAJO
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARGAR-ASIGNACIONES - las de la fecha; cada registro B
      *                            anula su A
      ******************************************************************
       1400-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
           IF FS-ASIGNACIONES NOT = "00"
               DISPLAY "Sin ASIGNACIONES.DAT (FS=" FS-ASIGNACIONES
                   "), ningun vuelo tiene tripulacion."
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ASIGNACIONES.
           PERFORM 1450-LEER-ASIGNACION THRU 1450-EXIT
               UNTIL FIN-ASIGNACIONES.
           CLOSE ASIGNACIONES.
       1400-EXIT.
           EXIT.

       1450-LEER-ASIGNACION.
           READ ASIGNACIONES
               AT END
                   MOVE "S" TO SW-FIN-ASIGNACIONES
                   GO TO 1450-EXIT
           END-READ.
           IF ASG-FECHA NOT = FECHA-INGRESADA
               GO TO 1450-EXIT
           END-IF.
           IF ASG-MOVIMIENTO = "B"
               PERFORM VARYING IX-TAS FROM 1 BY 1
                   UNTIL IX-TAS > CANT-TAS
                       OR (TAS-VUELO (IX-TAS) = ASG-VUELO
                           AND TAS-LEGAJO (IX-TAS) = ASG-LEGAJO
                           AND TAS-ACTIVA (IX-TAS) = "S")
                   CONTINUE
               END-PERFORM
               IF IX-TAS NOT > CANT-TAS
                   MOVE "N" TO TAS-ACTIVA (IX-TAS)
               END-IF
               GO TO 1450-EXIT
           END-IF.
           IF CANT-TAS >= 2000
               DISPLAY "Tabla de asignaciones llena, se descarta "
                   ASG-VUELO " " ASG-LEGAJO
               GO TO 1450-EXIT
           END-IF.
           ADD 1 TO CANT-TAS.
           SET IX-TAS TO CANT-TAS.
           MOVE ASG-VUELO       TO TAS-VUELO (IX-TAS).
           MOVE ASG-LEGAJO      TO TAS-LEGAJO (IX-TAS).
           MOVE ASG-FUNCION     TO TAS-FUNCION (IX-TAS).
           MOVE ASG-HORA-SALIDA TO TAS-HORA-SALIDA (IX-TAS).
           MOVE "S"             TO TAS-ACTIVA (IX-TAS).
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-VUELOS - cada vuelo del dia con su tripulacion y
      *                      el control de dotacion minima
      ******************************************************************
       3000-LISTAR-VUELOS.
           MOVE SPACES TO REP-LINEA.
           STRING "TRIPULACIONES DEL DIA " FECHA-INGRESADA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3100-VUELO-DEL-DIA THRU 3100-EXIT
               VARYING IX-ITN FROM 1 BY 1
               UNTIL IX-ITN > CANT-ITINERARIO.
       3000-EXIT.
           EXIT.

       3100-VUELO-DEL-DIA.
           IF ITN-ESTADO (IX-ITN) NOT = "A"
               OR ITN-DIAS (IX-ITN) (POS-DIA:1) NOT = "S"
               MOVE "S" TO ITN-COMPLETO (IX-ITN)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CANT-VUELOS-DIA.
           MOVE ZERO TO CANT-CM.
           MOVE ZERO TO CANT-PO.
           MOVE ZERO TO CANT-JC.
           MOVE ZERO TO CANT-TC.
           MOVE SPACES TO REP-LINEA.
           STRING ITN-VUELO (IX-ITN) " "
               ITN-ORIGEN (IX-ITN) "-" ITN-DESTINO (IX-ITN)
               "  tipo " ITN-TIPO (IX-ITN)
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3200-LINEA-TRIPULANTE THRU 3200-EXIT
               VARYING IX-TAS FROM 1 BY 1
               UNTIL IX-TAS > CANT-TAS.
           PERFORM 3300-CONTROLAR-DOTACION THRU 3300-EXIT.
           MOVE CANT-CABINA      TO WS-ED-CANT.
           MOVE CABINA-REQUERIDA TO WS-ED-CANT2.
           MOVE CANT-CM          TO WS-ED-CM.
           MOVE CANT-PO          TO WS-ED-PO.
           MOVE SPACES TO REP-LINEA.
           IF ITN-COMPLETO (IX-ITN) = "S"
               STRING "      CM " WS-ED-CM "  PO " WS-ED-PO
                   "  cabina " WS-ED-CANT " de " WS-ED-CANT2
                   "  COMPLETA"
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "      CM " WS-ED-CM "  PO " WS-ED-PO
                   "  cabina " WS-ED-CANT " de " WS-ED-CANT2
                   "  *** INCOMPLETA: " ITN-FALTANTE (IX-ITN)
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
       3100-EXIT.
           EXIT.

       3200-LINEA-TRIPULANTE.
           IF TAS-VUELO (IX-TAS) NOT = ITN-VUELO (IX-ITN)
               OR TAS-ACTIVA (IX-TAS) NOT = "S"
               GO TO 3200-EXIT
           END-IF.
           EVALUATE TAS-FUNCION (IX-TAS)
               WHEN "CM" ADD 1 TO CANT-CM
               WHEN "PO" ADD 1 TO CANT-PO
               WHEN "JC" ADD 1 TO CANT-JC
               WHEN OTHER ADD 1 TO CANT-TC
           END-EVALUATE.
           PERFORM 3250-NOMBRE-TRIPULANTE THRU 3250-EXIT.
           MOVE SPACES TO REP-LINEA.
           STRING "    " TAS-FUNCION (IX-TAS) " "
               TAS-LEGAJO (IX-TAS) " " NOMBRE-TRIPULANTE
               "  salida " TAS-HORA-SALIDA (IX-TAS)
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3200-EXIT.
           EXIT.

       3250-NOMBRE-TRIPULANTE.
           MOVE SPACES TO NOMBRE-TRIPULANTE.
           IF NOT MAESTRO-ABIERTO
               GO TO 3250-EXIT
           END-IF.
           MOVE TAS-LEGAJO (IX-TAS) TO EMP-LEGAJO.
           READ MAESTRO-EMPLEADOS
               INVALID KEY
                   MOVE "(sin legajo)" TO NOMBRE-TRIPULANTE
               NOT INVALID KEY
                   MOVE EMP-NOMBRE TO NOMBRE-TRIPULANTE
           END-READ.
       3250-EXIT.
           EXIT.

      *    Un tripulante de cabina cada 50 asientos (al menos uno); el
      *    jefe de cabina cuenta dentro de la dotacion de cabina.
       3300-CONTROLAR-DOTACION.
           MOVE 1 TO CABINA-REQUERIDA.
           IF AERONAVES-ABIERTO
               MOVE ITN-TIPO (IX-ITN) TO AER-TIPO
               READ AERONAVES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE CABINA-REQUERIDA =
                           (AER-CAPACIDAD + 49) / 50
                       IF CABINA-REQUERIDA = ZERO
                           MOVE 1 TO CABINA-REQUERIDA
                       END-IF
               END-READ
           END-IF.
           ADD CANT-JC CANT-TC GIVING CANT-CABINA.
           MOVE "S" TO ITN-COMPLETO (IX-ITN).
           MOVE SPACES TO ITN-FALTANTE (IX-ITN).
           IF CANT-CM = ZERO
               MOVE "N" TO ITN-COMPLETO (IX-ITN)
               MOVE "CM" TO ITN-FALTANTE (IX-ITN) (1:2)
           END-IF.
           IF CANT-PO = ZERO
               MOVE "N" TO ITN-COMPLETO (IX-ITN)
               MOVE "PO" TO ITN-FALTANTE (IX-ITN) (4:2)
           END-IF.
           IF CANT-JC = ZERO
               MOVE "N" TO ITN-COMPLETO (IX-ITN)
               MOVE "JC" TO ITN-FALTANTE (IX-ITN) (7:2)
           END-IF.
           IF CANT-CABINA < CABINA-REQUERIDA
               MOVE "N" TO ITN-COMPLETO (IX-ITN)
               MOVE "cabina" TO ITN-FALTANTE (IX-ITN) (10:6)
           END-IF.
           IF ITN-COMPLETO (IX-ITN) = "N"
               ADD 1 TO CANT-INCOMPLETOS
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LISTAR-INCOMPLETOS - vuelos del dia sin tripulacion
      *                           completa
      ******************************************************************
       3500-LISTAR-INCOMPLETOS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "VUELOS SIN TRIPULACION COMPLETA" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3550-LINEA-INCOMPLETO THRU 3550-EXIT
               VARYING IX-ITN FROM 1 BY 1
               UNTIL IX-ITN > CANT-ITINERARIO.
           MOVE CANT-INCOMPLETOS TO WS-ED-CANT.
           MOVE CANT-VUELOS-DIA  TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos incompletos: " WS-ED-CANT
               " de " WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-INCOMPLETOS > ZERO
               STRING "Vuelos sin tripulacion completa fecha="
                   FECHA-INGRESADA " cantidad=" WS-ED-CANT
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3550-LINEA-INCOMPLETO.
           IF ITN-COMPLETO (IX-ITN) = "S"
               GO TO 3550-EXIT
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "  " ITN-VUELO (IX-ITN) " "
               ITN-ORIGEN (IX-ITN) "-" ITN-DESTINO (IX-ITN)
               "  falta: " ITN-FALTANTE (IX-ITN)
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3800-LISTAR-VENCIMIENTOS - licencia o psicofisico vencido o a
      *                            vencer dentro de los 30 dias
      ******************************************************************
       3800-LISTAR-VENCIMIENTOS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE DIAS-PARA-VENCER TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "TRIPULANTES CON LICENCIA O PSICOFISICO A VENCER "
               "EN" WS-ED-CANT " DIAS O VENCIDOS"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3850-LINEA-VENCIMIENTO THRU 3850-EXIT
               VARYING IX-TRT FROM 1 BY 1
               UNTIL IX-TRT > CANT-TRIPULANTES.
           MOVE CANT-VENCIMIENTOS TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "Tripulantes informados: " WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3800-EXIT.
           EXIT.

       3850-LINEA-VENCIMIENTO.
           IF TRT-ESTADO (IX-TRT) NOT = "A"
               GO TO 3850-EXIT
           END-IF.
           MOVE TRT-VENCE-LIC (IX-TRT) TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           COMPUTE DIAS-LICENCIA = SERIAL-CALCULO - SERIAL-FECHA.
           MOVE TRT-VENCE-PSICO (IX-TRT) TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           COMPUTE DIAS-PSICOFISICO = SERIAL-CALCULO - SERIAL-FECHA.
           IF DIAS-LICENCIA > DIAS-PARA-VENCER
               AND DIAS-PSICOFISICO > DIAS-PARA-VENCER
               GO TO 3850-EXIT
           END-IF.
           ADD 1 TO CANT-VENCIMIENTOS.
           MOVE SPACES TO NOMBRE-TRIPULANTE.
           IF MAESTRO-ABIERTO
               MOVE TRT-LEGAJO (IX-TRT) TO EMP-LEGAJO
               READ MAESTRO-EMPLEADOS
                   INVALID KEY
                       MOVE "(sin legajo)" TO NOMBRE-TRIPULANTE
                   NOT INVALID KEY
                       MOVE EMP-NOMBRE TO NOMBRE-TRIPULANTE
               END-READ
           END-IF.
           MOVE DIAS-LICENCIA    TO WS-ED-DIAS.
           MOVE DIAS-PSICOFISICO TO WS-ED-DIAS2.
           MOVE SPACES TO REP-LINEA.
           STRING "  " TRT-LEGAJO (IX-TRT) " " NOMBRE-TRIPULANTE
               " " TRT-FUNCION (IX-TRT)
               "  licencia " TRT-VENCE-LIC (IX-TRT)
               " (" WS-ED-DIAS " dias)"
               "  psicofisico " TRT-VENCE-PSICO (IX-TRT)
               " (" WS-ED-DIAS2 " dias)"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3850-EXIT.
           EXIT.

      ******************************************************************
      * 6200-DIAS-CORRIDOS - convierte FECHA-SERIAL en dias corridos
      *                      (anio por 365 mas bisiestos acumulados y
      *                      dias del anio), para restar dos fechas
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
           CLOSE TRIPULANTES.
           IF AERONAVES-ABIERTO
               CLOSE AERONAVES
           END-IF.
           IF MAESTRO-ABIERTO
               CLOSE MAESTRO-EMPLEADOS
           END-IF.
           CLOSE REPORTE-TRIPULACION.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-VUELOS-DIA TO WS-ED-CANT.
           DISPLAY "Vuelos del dia:            " WS-ED-CANT.
           MOVE CANT-INCOMPLETOS TO WS-ED-CANT.
           DISPLAY "Sin tripulacion completa:  " WS-ED-CANT.
           MOVE CANT-VENCIMIENTOS TO WS-ED-CANT.
           DISPLAY "Vencimientos a 30 dias:    " WS-ED-CANT.
           DISPLAY "Reporte conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM ReporteTripulacion.
