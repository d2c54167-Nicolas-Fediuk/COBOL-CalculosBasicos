      ******************************************************************
      *Puntualidad del mes. Para el periodo pedido toma cada vuelo de
      *VUELOS.DAT con horario medido (salida programada del itinerario
      *y calzos fuera reales que graba CargaVuelos) y calcula:
      *  OTP15      = % de vuelos que salieron dentro de los 15
      *               minutos del horario
      *  demora     = minutos de demora de salida promedio por vuelo
      *               medido (los puntuales suman cero)
      *  arrastrada = minutos de demora cuya causa es del grupo R,
      *               arribo tardio de la aeronave: demora que no se
      *               genero en el vuelo sino que vino del anterior
      *Se informa por ruta (origen-destino del itinerario), por tipo
      *de aeronave, por dia de la semana y por causa de demora (con la
      *descripcion y el grupo de CAUSASDEMORA.DAT), con el total de la
      *red, en REPORTE-PUNTUALIDAD.DAT. Los vuelos sin horario (fuera
      *del itinerario o cargados antes de la toma de calzos) se
      *cuentan aparte y no entran en los indices.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del reporte de puntualidad.
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
       PROGRAM-ID. Puntualidad.
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
           SELECT ITINERARIO ASSIGN TO "ITINERARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITINERARIO.
           SELECT CAUSASDEMORA ASSIGN TO "CAUSASDEMORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAUSAS.
           SELECT REPORTE-PUNTUALIDAD
               ASSIGN TO "REPORTE-PUNTUALIDAD.DAT"
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

      *    Tabla de causas de demora (MantCausasDemora).
       FD  CAUSASDEMORA
           RECORDING MODE IS F.
       01  CDM-REGISTRO.
           05  CDM-CODIGO            PIC X(02).
           05  CDM-DESCRIPCION       PIC X(30).
           05  CDM-GRUPO             PIC X(01).
           05  CDM-ESTADO            PIC X(01).

       FD  REPORTE-PUNTUALIDAD
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
       77  FS-ITINERARIO            PIC X(02) VALUE SPACES.
       77  FS-CAUSAS                PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
      *    Minutos de demora hasta los que la salida cuenta como a
      *    tiempo (OTP15).
       77  TOLERANCIA-OTP           PIC 9(02) VALUE 15.

       01  PERIODO-PEDIDO.
           05  PPE-AAAA             PIC 9(04).
           05  PPE-MM               PIC 9(02).

       01  FECHA-VUELO.
           05  FV-PERIODO           PIC 9(06).
           05  FV-DD                PIC 9(02).
       01  FILLER REDEFINES FECHA-VUELO.
           05  FV-AAAA              PIC 9(04).
           05  FV-MM                PIC 9(02).
           05  FILLER               PIC 9(02).

      *----------------------------------------------------------------
      * CONTADORES DE LA CORRIDA
      *----------------------------------------------------------------
       77  CANT-DEL-MES             PIC 9(07) COMP VALUE ZERO.
       77  CANT-SIN-HORARIO         PIC 9(07) COMP VALUE ZERO.
       77  CANT-MEDIDOS             PIC 9(07) COMP VALUE ZERO.
       77  CANT-SIN-RUTA            PIC 9(07) COMP VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-VUELOS            PIC X(01) VALUE "N".
           88  FIN-VUELOS           VALUE "S".
       01  SW-FIN-ITINERARIO        PIC X(01) VALUE "N".
           88  FIN-ITINERARIO       VALUE "S".
       01  SW-FIN-CAUSAS            PIC X(01) VALUE "N".
           88  FIN-CAUSAS           VALUE "S".

      *----------------------------------------------------------------
      * DIA DE LA SEMANA DEL VUELO (ZELLER)
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
      *    Posicion 1-7 (lunes a domingo) en la tabla de dias.
       77  POS-DIA                  PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------
      * VALORES DEL VUELO EN CURSO
      *----------------------------------------------------------------
       77  RUTA-ORIGEN              PIC X(03) VALUE SPACES.
       77  RUTA-DESTINO             PIC X(03) VALUE SPACES.
       77  GRUPO-CAUSA              PIC X(01) VALUE SPACE.
       01  VUELO-ACUM.
           05  VAC-VUELOS           PIC 9(05) COMP.
           05  VAC-A-TIEMPO         PIC 9(05) COMP.
           05  VAC-DEMORADOS        PIC 9(05) COMP.
           05  VAC-MINUTOS          PIC 9(07) COMP.
           05  VAC-ARRASTRE         PIC 9(07) COMP.

      *----------------------------------------------------------------
      * ACUMULADOR DE TRABAJO - mismo formato que el acumulador de
      * cada renglon de las tablas; se sube, se suma el vuelo y se
      * devuelve, y desde aca se arma la linea de indices
      *----------------------------------------------------------------
       01  IND-ACUM.
           05  IND-VUELOS           PIC 9(05) COMP.
           05  IND-A-TIEMPO         PIC 9(05) COMP.
           05  IND-DEMORADOS        PIC 9(05) COMP.
           05  IND-MINUTOS          PIC 9(07) COMP.
           05  IND-ARRASTRE         PIC 9(07) COMP.
       77  IND-ETIQUETA             PIC X(30) VALUE SPACES.

       01  TOTAL-RED.
           05  TRD-ACUM.
               10  TRD-VUELOS        PIC 9(05) COMP VALUE ZERO.
               10  TRD-A-TIEMPO      PIC 9(05) COMP VALUE ZERO.
               10  TRD-DEMORADOS     PIC 9(05) COMP VALUE ZERO.
               10  TRD-MINUTOS       PIC 9(07) COMP VALUE ZERO.
               10  TRD-ARRASTRE      PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * ITINERARIO Y CAUSAS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-ITINERARIO          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-ITINERARIO.
           05  ITN-ENTRY OCCURS 200 TIMES INDEXED BY IX-ITN.
               10  ITN-VUELO         PIC X(06).
               10  ITN-ORIGEN        PIC X(03).
               10  ITN-DESTINO       PIC X(03).

       77  CANT-CAUSAS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CAUSAS.
           05  CDT-ENTRY OCCURS 100 TIMES INDEXED BY IX-CDT.
               10  CDT-CODIGO        PIC X(02).
               10  CDT-DESCRIPCION   PIC X(30).
               10  CDT-GRUPO         PIC X(01).

      *----------------------------------------------------------------
      * ACUMULADOS POR RUTA, TIPO, DIA Y CAUSA
      *----------------------------------------------------------------
       77  CANT-RUTAS               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-RUTAS.
           05  RUT-ENTRY OCCURS 200 TIMES INDEXED BY IX-RUT.
               10  RUT-ORIGEN        PIC X(03).
               10  RUT-DESTINO       PIC X(03).
               10  RUT-ACUM.
                   15  RUT-VUELOS    PIC 9(05) COMP.
                   15  RUT-A-TIEMPO  PIC 9(05) COMP.
                   15  RUT-DEMORADOS PIC 9(05) COMP.
                   15  RUT-MINUTOS   PIC 9(07) COMP.
                   15  RUT-ARRASTRE  PIC 9(07) COMP.

       77  CANT-TIPOS               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-TIPOS.
           05  TIP-ENTRY OCCURS 30 TIMES INDEXED BY IX-TIP.
               10  TIP-TIPO          PIC X(06).
               10  TIP-ACUM.
                   15  TIP-VUELOS    PIC 9(05) COMP.
                   15  TIP-A-TIEMPO  PIC 9(05) COMP.
                   15  TIP-DEMORADOS PIC 9(05) COMP.
                   15  TIP-MINUTOS   PIC 9(07) COMP.
                   15  TIP-ARRASTRE  PIC 9(07) COMP.

       01  DIAS-VALORES.
           05  FILLER               PIC X(09) VALUE "Lunes".
           05  FILLER               PIC X(09) VALUE "Martes".
           05  FILLER               PIC X(09) VALUE "Miercoles".
           05  FILLER               PIC X(09) VALUE "Jueves".
           05  FILLER               PIC X(09) VALUE "Viernes".
           05  FILLER               PIC X(09) VALUE "Sabado".
           05  FILLER               PIC X(09) VALUE "Domingo".
       01  TABLA-NOMBRE-DIAS REDEFINES DIAS-VALORES.
           05  NDI-NOMBRE           PIC X(09) OCCURS 7 TIMES.

       01  TABLA-DIAS.
           05  DIA-ENTRY OCCURS 7 TIMES INDEXED BY IX-DIA.
               10  DIA-ACUM.
                   15  DIA-VUELOS    PIC 9(05) COMP.
                   15  DIA-A-TIEMPO  PIC 9(05) COMP.
                   15  DIA-DEMORADOS PIC 9(05) COMP.
                   15  DIA-MINUTOS   PIC 9(07) COMP.
                   15  DIA-ARRASTRE  PIC 9(07) COMP.

      *    Solo los vuelos demorados, por el codigo grabado.
       77  CANT-CAU                 PIC 9(3) COMP VALUE ZERO.
       01  TABLA-POR-CAUSA.
           05  CAU-ENTRY OCCURS 100 TIMES INDEXED BY IX-CAU.
               10  CAU-CODIGO        PIC X(02).
               10  CAU-DEMORADOS     PIC 9(05) COMP.
               10  CAU-MINUTOS       PIC 9(07) COMP.

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
       01  WS-ED-MIN                PIC ZZZZZZ9.
       01  WS-ED-MIN2               PIC ZZZZZZ9.
       01  WS-ED-PORC               PIC ZZ9.9.
       01  WS-ED-PORC2              PIC ZZ9.9.
       01  WS-ED-PROM               PIC ZZZ9.9.

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
               PERFORM 1300-CARGAR-CAUSAS THRU 1300-EXIT
               PERFORM 2000-PROCESAR-VUELOS THRU 2000-EXIT
               PERFORM 3000-REPORTE THRU 3000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-MEDIDOS TO RUN-CANT-W
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
               FOR ALL "Puntualidad".
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
           STRING "Puntualidad " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           MOVE "Puntualidad" TO RUN-PROGRAMA.
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
           DISPLAY "Ingrese el periodo a procesar (AAAAMM):".
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
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-PUNTUALIDAD.
           INITIALIZE TABLA-DIAS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-ITINERARIO - ruta de cada vuelo; sin itinerario los
      *                          vuelos quedan sin ruta
      ******************************************************************
       1200-CARGAR-ITINERARIO.
           OPEN INPUT ITINERARIO.
           IF FS-ITINERARIO NOT = "00"
               DISPLAY "Sin ITINERARIO.DAT (FS=" FS-ITINERARIO
                   "), no se abre por ruta."
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
                   GO TO 1250-EXIT
           END-READ.
           IF CANT-ITINERARIO >= 200
               DISPLAY "Tabla de itinerario llena, se descarta "
                   ITI-VUELO
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO CANT-ITINERARIO.
           SET IX-ITN TO CANT-ITINERARIO.
           MOVE ITI-VUELO   TO ITN-VUELO (IX-ITN).
           MOVE ITI-ORIGEN  TO ITN-ORIGEN (IX-ITN).
           MOVE ITI-DESTINO TO ITN-DESTINO (IX-ITN).
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARGAR-CAUSAS - descripcion y grupo de cada codigo; las
      *                      dadas de baja tambien, porque los vuelos
      *                      ya grabados las conservan
      ******************************************************************
       1300-CARGAR-CAUSAS.
           OPEN INPUT CAUSASDEMORA.
           IF FS-CAUSAS NOT = "00"
               DISPLAY "Sin CAUSASDEMORA.DAT (FS=" FS-CAUSAS
                   "), las causas salen sin descripcion."
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CAUSAS.
           PERFORM 1350-LEER-CAUSA THRU 1350-EXIT
               UNTIL FIN-CAUSAS.
           CLOSE CAUSASDEMORA.
       1300-EXIT.
           EXIT.

       1350-LEER-CAUSA.
           READ CAUSASDEMORA
               AT END
                   MOVE "S" TO SW-FIN-CAUSAS
                   GO TO 1350-EXIT
           END-READ.
           IF CANT-CAUSAS >= 100
               DISPLAY "Tabla de causas llena, se descarta "
                   CDM-CODIGO
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO CANT-CAUSAS.
           SET IX-CDT TO CANT-CAUSAS.
           MOVE CDM-CODIGO      TO CDT-CODIGO (IX-CDT).
           MOVE CDM-DESCRIPCION TO CDT-DESCRIPCION (IX-CDT).
           MOVE CDM-GRUPO       TO CDT-GRUPO (IX-CDT).
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-VUELOS - cada vuelo medido del periodo suma en
      *                        la red, su ruta, su tipo, su dia y, si
      *                        se demoro, su causa
      ******************************************************************
       2000-PROCESAR-VUELOS.
           MOVE "N" TO SW-FIN-VUELOS.
           PERFORM 2100-LEER-VUELO THRU 2100-EXIT
               UNTIL FIN-VUELOS.
       2000-EXIT.
           EXIT.

       2100-LEER-VUELO.
           READ VUELOS
               AT END
                   MOVE "S" TO SW-FIN-VUELOS
                   GO TO 2100-EXIT
           END-READ.
           MOVE VUE-FECHA TO FECHA-VUELO.
           IF FV-PERIODO NOT = PERIODO-ACTUAL
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CANT-DEL-MES.
           IF VUE-CON-HORARIO NOT = "S"
               OR VUE-DEMORA-MIN IS NOT NUMERIC
               ADD 1 TO CANT-SIN-HORARIO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CANT-MEDIDOS.
           PERFORM 2200-VALORES-VUELO THRU 2200-EXIT.
           ADD VAC-VUELOS    TO TRD-VUELOS.
           ADD VAC-A-TIEMPO  TO TRD-A-TIEMPO.
           ADD VAC-DEMORADOS TO TRD-DEMORADOS.
           ADD VAC-MINUTOS   TO TRD-MINUTOS.
           ADD VAC-ARRASTRE  TO TRD-ARRASTRE.
           PERFORM 2300-POR-RUTA THRU 2300-EXIT.
           PERFORM 2400-POR-TIPO THRU 2400-EXIT.
           PERFORM 2500-POR-DIA THRU 2500-EXIT.
           IF VUE-DEMORA-MIN > ZERO
               PERFORM 2600-POR-CAUSA THRU 2600-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-VALORES-VUELO - lo que el vuelo aporta a cada acumulado;
      *                      la demora de causa R es arrastrada
      ******************************************************************
       2200-VALORES-VUELO.
           MOVE ZERO TO VAC-A-TIEMPO VAC-DEMORADOS VAC-ARRASTRE.
           MOVE 1 TO VAC-VUELOS.
           MOVE VUE-DEMORA-MIN TO VAC-MINUTOS.
           IF VUE-DEMORA-MIN NOT > TOLERANCIA-OTP
               MOVE 1 TO VAC-A-TIEMPO
           END-IF.
           IF VUE-DEMORA-MIN = ZERO
               GO TO 2200-EXIT
           END-IF.
           MOVE 1 TO VAC-DEMORADOS.
           MOVE SPACE TO GRUPO-CAUSA.
           PERFORM VARYING IX-CDT FROM 1 BY 1
               UNTIL IX-CDT > CANT-CAUSAS
                   OR CDT-CODIGO (IX-CDT) = VUE-CAUSA-DEMORA
               CONTINUE
           END-PERFORM.
           IF IX-CDT NOT > CANT-CAUSAS
               MOVE CDT-GRUPO (IX-CDT) TO GRUPO-CAUSA
           END-IF.
           IF GRUPO-CAUSA = "R"
               MOVE VUE-DEMORA-MIN TO VAC-ARRASTRE
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-POR-RUTA - origen-destino del itinerario; el vuelo que ya
      *                 no esta en el itinerario va a la ruta ***-***
      ******************************************************************
       2300-POR-RUTA.
           MOVE "***" TO RUTA-ORIGEN RUTA-DESTINO.
           PERFORM VARYING IX-ITN FROM 1 BY 1
               UNTIL IX-ITN > CANT-ITINERARIO
                   OR ITN-VUELO (IX-ITN) = VUE-NUMERO
               CONTINUE
           END-PERFORM.
           IF IX-ITN NOT > CANT-ITINERARIO
               MOVE ITN-ORIGEN (IX-ITN)  TO RUTA-ORIGEN
               MOVE ITN-DESTINO (IX-ITN) TO RUTA-DESTINO
           ELSE
               ADD 1 TO CANT-SIN-RUTA
           END-IF.
           PERFORM VARYING IX-RUT FROM 1 BY 1
               UNTIL IX-RUT > CANT-RUTAS
                   OR (RUT-ORIGEN (IX-RUT) = RUTA-ORIGEN
                       AND RUT-DESTINO (IX-RUT) = RUTA-DESTINO)
               CONTINUE
           END-PERFORM.
           IF IX-RUT > CANT-RUTAS
               IF CANT-RUTAS >= 200
                   DISPLAY "Tabla de rutas llena, se descarta "
                       RUTA-ORIGEN "-" RUTA-DESTINO
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO CANT-RUTAS
               SET IX-RUT TO CANT-RUTAS
               MOVE RUTA-ORIGEN  TO RUT-ORIGEN (IX-RUT)
               MOVE RUTA-DESTINO TO RUT-DESTINO (IX-RUT)
               INITIALIZE RUT-ACUM (IX-RUT)
           END-IF.
           MOVE RUT-ACUM (IX-RUT) TO IND-ACUM.
           PERFORM 2900-SUMAR-VUELO THRU 2900-EXIT.
           MOVE IND-ACUM TO RUT-ACUM (IX-RUT).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-POR-TIPO
      ******************************************************************
       2400-POR-TIPO.
           PERFORM VARYING IX-TIP FROM 1 BY 1
               UNTIL IX-TIP > CANT-TIPOS
                   OR TIP-TIPO (IX-TIP) = VUE-TIPO-AERONAVE
               CONTINUE
           END-PERFORM.
           IF IX-TIP > CANT-TIPOS
               IF CANT-TIPOS >= 30
                   DISPLAY "Tabla de tipos llena, se descarta "
                       VUE-TIPO-AERONAVE
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO CANT-TIPOS
               SET IX-TIP TO CANT-TIPOS
               MOVE VUE-TIPO-AERONAVE TO TIP-TIPO (IX-TIP)
               INITIALIZE TIP-ACUM (IX-TIP)
           END-IF.
           MOVE TIP-ACUM (IX-TIP) TO IND-ACUM.
           PERFORM 2900-SUMAR-VUELO THRU 2900-EXIT.
           MOVE IND-ACUM TO TIP-ACUM (IX-TIP).
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-POR-DIA - congruencia de Zeller (0 sabado, 1 domingo)
      *                llevada a la posicion 1-7 lunes a domingo
      ******************************************************************
       2500-POR-DIA.
           MOVE FV-AAAA TO ZEL-ANIO.
           MOVE FV-MM   TO ZEL-MES.
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
           COMPUTE ZEL-CALCULO = FV-DD + ZEL-TERM-MES
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
           SET IX-DIA TO POS-DIA.
           MOVE DIA-ACUM (IX-DIA) TO IND-ACUM.
           PERFORM 2900-SUMAR-VUELO THRU 2900-EXIT.
           MOVE IND-ACUM TO DIA-ACUM (IX-DIA).
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-POR-CAUSA - el codigo tal como quedo grabado en el vuelo
      ******************************************************************
       2600-POR-CAUSA.
           PERFORM VARYING IX-CAU FROM 1 BY 1
               UNTIL IX-CAU > CANT-CAU
                   OR CAU-CODIGO (IX-CAU) = VUE-CAUSA-DEMORA
               CONTINUE
           END-PERFORM.
           IF IX-CAU > CANT-CAU
               IF CANT-CAU >= 100
                   DISPLAY "Tabla de causas llena, se descarta "
                       VUE-CAUSA-DEMORA
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO CANT-CAU
               SET IX-CAU TO CANT-CAU
               MOVE VUE-CAUSA-DEMORA TO CAU-CODIGO (IX-CAU)
               MOVE ZERO TO CAU-DEMORADOS (IX-CAU)
               MOVE ZERO TO CAU-MINUTOS (IX-CAU)
           END-IF.
           ADD 1 TO CAU-DEMORADOS (IX-CAU).
           ADD VUE-DEMORA-MIN TO CAU-MINUTOS (IX-CAU).
       2600-EXIT.
           EXIT.

      *    Suma el vuelo en curso al acumulador de trabajo.
       2900-SUMAR-VUELO.
           ADD VAC-VUELOS    TO IND-VUELOS.
           ADD VAC-A-TIEMPO  TO IND-A-TIEMPO.
           ADD VAC-DEMORADOS TO IND-DEMORADOS.
           ADD VAC-MINUTOS   TO IND-MINUTOS.
           ADD VAC-ARRASTRE  TO IND-ARRASTRE.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORTE
      ******************************************************************
       3000-REPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "=== PUNTUALIDAD DE SALIDAS DEL PERIODO "
               PERIODO-ACTUAL " ===   a tiempo: hasta "
               TOLERANCIA-OTP " minutos de demora"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "POR RUTA" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3100-LINEA-RUTA THRU 3100-EXIT
               VARYING IX-RUT FROM 1 BY 1
               UNTIL IX-RUT > CANT-RUTAS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "POR TIPO DE AERONAVE" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3200-LINEA-TIPO THRU 3200-EXIT
               VARYING IX-TIP FROM 1 BY 1
               UNTIL IX-TIP > CANT-TIPOS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "POR DIA DE LA SEMANA" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3300-LINEA-DIA THRU 3300-EXIT
               VARYING IX-DIA FROM 1 BY 1
               UNTIL IX-DIA > 7.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "POR CAUSA DE DEMORA (solo vuelos demorados)"
               TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3400-LINEA-CAUSA THRU 3400-EXIT
               VARYING IX-CAU FROM 1 BY 1
               UNTIL IX-CAU > CANT-CAU.
           PERFORM 3800-TOTAL-RED THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

       3100-LINEA-RUTA.
           MOVE RUT-ACUM (IX-RUT) TO IND-ACUM.
           MOVE SPACES TO IND-ETIQUETA.
           STRING RUT-ORIGEN (IX-RUT) "-" RUT-DESTINO (IX-RUT)
               DELIMITED BY SIZE INTO IND-ETIQUETA.
           PERFORM 3900-LINEA-INDICES THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3200-LINEA-TIPO.
           MOVE TIP-ACUM (IX-TIP) TO IND-ACUM.
           MOVE TIP-TIPO (IX-TIP) TO IND-ETIQUETA.
           PERFORM 3900-LINEA-INDICES THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

       3300-LINEA-DIA.
           MOVE DIA-ACUM (IX-DIA) TO IND-ACUM.
           MOVE NDI-NOMBRE (IX-DIA) TO IND-ETIQUETA.
           PERFORM 3900-LINEA-INDICES THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

       3400-LINEA-CAUSA.
           MOVE "(sin descripcion)" TO IND-ETIQUETA.
           MOVE SPACE TO GRUPO-CAUSA.
           PERFORM VARYING IX-CDT FROM 1 BY 1
               UNTIL IX-CDT > CANT-CAUSAS
                   OR CDT-CODIGO (IX-CDT) = CAU-CODIGO (IX-CAU)
               CONTINUE
           END-PERFORM.
           IF IX-CDT NOT > CANT-CAUSAS
               MOVE CDT-DESCRIPCION (IX-CDT) TO IND-ETIQUETA
               MOVE CDT-GRUPO (IX-CDT) TO GRUPO-CAUSA
           END-IF.
           MOVE CAU-DEMORADOS (IX-CAU) TO WS-ED-CANT.
           MOVE CAU-MINUTOS (IX-CAU) TO WS-ED-MIN.
           COMPUTE WS-ED-PROM ROUNDED =
               CAU-MINUTOS (IX-CAU) / CAU-DEMORADOS (IX-CAU).
           IF TRD-MINUTOS > ZERO
               COMPUTE WS-ED-PORC ROUNDED =
                   CAU-MINUTOS (IX-CAU) * 100 / TRD-MINUTOS
           ELSE
               MOVE ZERO TO WS-ED-PORC
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "  " CAU-CODIGO (IX-CAU) " " IND-ETIQUETA
               " grupo " GRUPO-CAUSA
               "  demorados " WS-ED-CANT
               "  minutos " WS-ED-MIN
               "  promedio " WS-ED-PROM
               "  del total " WS-ED-PORC "%"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3800-TOTAL-RED - total de los vuelos medidos y controles
      ******************************************************************
       3800-TOTAL-RED.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TRD-ACUM TO IND-ACUM.
           MOVE "TOTAL RED" TO IND-ETIQUETA.
           PERFORM 3900-LINEA-INDICES THRU 3900-EXIT.
           IF TRD-MINUTOS > ZERO
               COMPUTE WS-ED-PORC ROUNDED =
                   TRD-ARRASTRE * 100 / TRD-MINUTOS
           ELSE
               MOVE ZERO TO WS-ED-PORC
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "      minutos de demora arrastrados por arribo "
               "tardio: " WS-ED-PORC "% del total"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-DEL-MES TO WS-ED-MIN.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos del periodo en VUELOS.DAT:        "
               WS-ED-MIN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-HORARIO TO WS-ED-MIN.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelos sin horario (no medidos):         "
               WS-ED-MIN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-RUTA TO WS-ED-MIN.
           MOVE SPACES TO REP-LINEA.
           STRING "Medidos sin ruta en el itinerario (***): "
               WS-ED-MIN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 3900-LINEA-INDICES - linea comun a ruta, tipo, dia y red desde
      *                      IND-ACUM
      ******************************************************************
       3900-LINEA-INDICES.
           MOVE IND-VUELOS    TO WS-ED-CANT.
           MOVE IND-A-TIEMPO  TO WS-ED-CANT2.
           MOVE IND-DEMORADOS TO WS-ED-CANT3.
           MOVE IND-MINUTOS   TO WS-ED-MIN.
           MOVE IND-ARRASTRE  TO WS-ED-MIN2.
           IF IND-VUELOS > ZERO
               COMPUTE WS-ED-PORC ROUNDED =
                   IND-A-TIEMPO * 100 / IND-VUELOS
               COMPUTE WS-ED-PROM ROUNDED =
                   IND-MINUTOS / IND-VUELOS
           ELSE
               MOVE ZERO TO WS-ED-PORC
               MOVE ZERO TO WS-ED-PROM
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "  " IND-ETIQUETA (1:12)
               " vuelos " WS-ED-CANT
               "  a tiempo " WS-ED-CANT2
               "  OTP15 " WS-ED-PORC "%"
               "  demorados " WS-ED-CANT3
               "  demora prom " WS-ED-PROM
               "  minutos " WS-ED-MIN
               "  arrastrados " WS-ED-MIN2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE VUELOS.
           CLOSE REPORTE-PUNTUALIDAD.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-DEL-MES TO WS-ED-MIN.
           DISPLAY "Vuelos del periodo:       " WS-ED-MIN.
           MOVE CANT-MEDIDOS TO WS-ED-MIN.
           DISPLAY "Vuelos con horario:       " WS-ED-MIN.
           MOVE CANT-SIN-HORARIO TO WS-ED-MIN.
           DISPLAY "Vuelos sin horario:       " WS-ED-MIN.
           IF TRD-VUELOS > ZERO
               COMPUTE WS-ED-PORC ROUNDED =
                   TRD-A-TIEMPO * 100 / TRD-VUELOS
           ELSE
               MOVE ZERO TO WS-ED-PORC
           END-IF.
           DISPLAY "OTP15 de la red:          " WS-ED-PORC "%".
           DISPLAY "Reporte en REPORTE-PUNTUALIDAD.DAT".
           DISPLAY "Proceso conformado por: " OPERADOR-FIRMA.
           MOVE CANT-MEDIDOS TO WS-ED-CANT.
           MOVE CANT-SIN-HORARIO TO WS-ED-CANT2.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Puntualidad periodo=" PERIODO-ACTUAL
               " medidos=" WS-ED-CANT
               " sin horario=" WS-ED-CANT2
               " OTP15=" WS-ED-PORC
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM Puntualidad.
