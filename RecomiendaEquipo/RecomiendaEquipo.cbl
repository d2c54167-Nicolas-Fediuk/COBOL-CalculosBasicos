      ******************************************************************
      *Recomendacion de equipo por vuelo. La tendencia de ocupacion
      *dice si una ruta sube o baja, pero la decision que se toma es
      *cambiar el tipo programado del itinerario (ITI-TIPO-PROG) por
      *uno mas grande o mas chico. Para la ventana de meses pedida
      *(hasta 12) toma cada vuelo del historico de ocupacion
      *(OCUPAHIST.DAT, o el corte OCUPAHIST-AAAAMM.DAT del mes que ya
      *se archivo) y, por vuelo activo del itinerario:
      *  - cuenta los dias en SOBREVENTA (ocupados por encima de la
      *    capacidad procesada) y los dias por debajo del umbral de
      *    ocupacion
      *  - simula con cada tipo activo del padron (AERONAVES.DAT) los
      *    pasajeros que hubiera llevado, el factor de ocupacion y los
      *    derramados (la demanda que no entra). La demanda de cada dia
      *    son los ocupados: en sobreventa es un piso, la demanda real
      *    pudo ser mayor
      *  - propone SUBIR de equipo si la sobreventa se repite, o BAJAR
      *    si el vuelo vive por debajo del umbral, con el cambio de
      *    asientos por vuelo y en la ventana
      *El candidato es el tipo mas chico que deja los derramados
      *dentro de la tolerancia; al subir, si ninguno alcanza, el mas
      *grande. El listado va a REPORTE-EQUIPO.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la recomendacion de equipo.
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
       PROGRAM-ID. RecomiendaEquipo.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCUPA-HIST ASSIGN TO "OCUPAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OCUPA-HIST.
           SELECT OCUPA-ARCHIVO ASSIGN TO NOMBRE-HIST-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OCUPA-ARCH.
           SELECT ITINERARIO ASSIGN TO "ITINERARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITINERARIO.
           SELECT AERONAVES ASSIGN TO "AERONAVES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AER-TIPO
               FILE STATUS IS FS-AERONAVES.
           SELECT REPORTE-EQUIPO ASSIGN TO "REPORTE-EQUIPO.DAT"
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
      *    ArchivaMovimientos (misma linea mas la cola TRAILER, que
      *    no es numerica y se saltea sola).
       FD  OCUPA-ARCHIVO
           RECORDING MODE IS F.
       01  OHA-REGISTRO.
           05  OHA-VUELO             PIC X(06).
           05  OHA-FECHA             PIC 9(08).
           05  OHA-TIPO-AERONAVE     PIC X(06).
           05  OHA-CAPACIDAD         PIC 9(03).
           05  OHA-ASIENTOS-OCUP     PIC 9(03).
           05  OHA-PORC-OCUPACION    PIC 9(03)V9.
           05  OHA-PORC-DISPONIBLE   PIC 9(03)V9.
           05  OHA-INGRESO           PIC 9(08)V99.
           05  OHA-CLASES.
               10  OHA-CLASE OCCURS 3 TIMES.
                   15  OHA-CAP-CLASE     PIC 9(03).
                   15  OHA-OCUP-CLASE    PIC 9(03).
                   15  OHA-PORC-CLASE    PIC 9(03)V9.
                   15  OHA-INGRESO-CLASE PIC 9(08)V99.

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

       FD  AERONAVES.
       01  AER-REGISTRO.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

       FD  REPORTE-EQUIPO
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
       77  FS-OCUPA-HIST            PIC X(02) VALUE SPACES.
       77  FS-OCUPA-ARCH            PIC X(02) VALUE SPACES.
       77  FS-ITINERARIO            PIC X(02) VALUE SPACES.
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  NOMBRE-HIST-ARCHIVO      PIC X(30) VALUE SPACES.

      *    Criterios de la recomendacion.
       77  UMBRAL-BAJO-LF           PIC 9(03) VALUE 050.
       77  CORTE-SOBREVENTA         PIC 9(03) VALUE 020.
       77  CORTE-BAJO-UMBRAL        PIC 9(03) VALUE 050.
       77  TOLERANCIA-DERRAME       PIC 9(03) VALUE 005.

       77  CANT-LEIDOS              PIC 9(07) COMP VALUE ZERO.
       77  CANT-CONSIDERADOS        PIC 9(07) COMP VALUE ZERO.
       77  CANT-FUERA-ITINERARIO    PIC 9(07) COMP VALUE ZERO.
       77  CANT-SUBIR               PIC 9(05) COMP VALUE ZERO.
       77  CANT-BAJAR               PIC 9(05) COMP VALUE ZERO.
       77  LEIDOS-CORTE             PIC 9(07) COMP VALUE ZERO.

       01  PERIODO-DESDE            PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-DESDE.
           05  PD-AAAA              PIC 9(04).
           05  PD-MM                PIC 9(02).
       01  PERIODO-HASTA            PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-HASTA.
           05  PH-AAAA              PIC 9(04).
           05  PH-MM                PIC 9(02).
       01  PERIODO-ARMADO           PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-ARMADO.
           05  PR-AAAA              PIC 9(04).
           05  PR-MM                PIC 9(02).

       01  FECHA-VUELO.
           05  FV-PERIODO           PIC 9(06).
           05  FV-DD                PIC 9(02).

      *    Calculos del vuelo y del candidato.
       77  DEMANDA-DIA              PIC 9(03) VALUE ZERO.
       77  PORC-DIA                 PIC 9(03)V9 VALUE ZERO.
       77  PORC-SOBREVENTA          PIC 9(03)V9 VALUE ZERO.
       77  PORC-BAJO                PIC 9(03)V9 VALUE ZERO.
       77  LF-CALCULO               PIC 9(03)V9 VALUE ZERO.
       77  DERRAME-PERMITIDO        PIC 9(07) COMP VALUE ZERO.
       77  DIF-ASIENTOS             PIC S9(04) COMP VALUE ZERO.
       77  DIF-VENTANA              PIC S9(08) COMP VALUE ZERO.
       77  RECOMENDACION            PIC X(08) VALUE SPACES.
       77  MARCA-ALTERNATIVA        PIC X(08) VALUE SPACES.
       77  IX-CANDIDATO             PIC 9(02) COMP VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-OCUPA             PIC X(01) VALUE "N".
           88  FIN-OCUPA            VALUE "S".
       01  SW-FIN-ITINERARIO        PIC X(01) VALUE "N".
           88  FIN-ITINERARIO       VALUE "S".
       01  SW-FIN-PADRON            PIC X(01) VALUE "N".
           88  FIN-PADRON           VALUE "S".

      *----------------------------------------------------------------
      * MESES DE LA VENTANA - vuelos leidos de cada mes, para ir al
      * corte del mes que el historico vivo ya no tiene
      *----------------------------------------------------------------
       77  CANT-MESES               PIC 9(02) COMP VALUE ZERO.
       01  TABLA-MESES.
           05  MES-ENTRY OCCURS 12 TIMES INDEXED BY IX-MES.
               10  MES-PERIODO       PIC 9(06).
               10  MES-LEIDOS        PIC 9(07) COMP.

      *----------------------------------------------------------------
      * TIPOS ACTIVOS DEL PADRON
      *----------------------------------------------------------------
       77  CANT-TIPOS               PIC 9(02) COMP VALUE ZERO.
       01  TABLA-TIPOS.
           05  TPO-ENTRY OCCURS 20 TIMES INDEXED BY IX-TPO.
               10  TPO-TIPO          PIC X(06).
               10  TPO-CAPACIDAD     PIC 9(03).

      *----------------------------------------------------------------
      * VUELOS DEL ITINERARIO - lo observado en la ventana y la
      * simulacion con cada tipo del padron, en el orden de TPO-ENTRY
      *----------------------------------------------------------------
       77  CANT-ITINERARIO          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-ITINERARIO.
           05  ITN-ENTRY OCCURS 200 TIMES INDEXED BY IX-ITN.
               10  ITN-VUELO         PIC X(06).
               10  ITN-ORIGEN        PIC X(03).
               10  ITN-DESTINO       PIC X(03).
               10  ITN-TIPO          PIC X(06).
               10  ITN-CAPACIDAD     PIC 9(03).
               10  ITN-VUELOS        PIC 9(05) COMP.
               10  ITN-SOBREVENTA    PIC 9(05) COMP.
               10  ITN-BAJOS         PIC 9(05) COMP.
               10  ITN-DEMANDA       PIC 9(07) COMP.
               10  ITN-CAP-VOLADA    PIC 9(07) COMP.
               10  ITN-SIM OCCURS 20 TIMES.
                   15  SIM-LLEVADOS  PIC 9(07) COMP.
                   15  SIM-DERRAMADOS PIC 9(07) COMP.

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
       01  WS-ED-CANT7              PIC ZZZZZZ9.
       01  WS-ED-PORC               PIC ZZ9.9.
       01  WS-ED-PORC2              PIC ZZ9.9.
       01  WS-ED-PORC3              PIC ZZ9.9.
       01  WS-ED-PROM               PIC ZZ9.9.
       01  WS-ED-DIF                PIC +ZZ9.
       01  WS-ED-DIF-VENTANA        PIC +ZZZZZZ9.

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
               PERFORM 1200-CARGAR-TIPOS THRU 1200-EXIT
               PERFORM 1300-CARGAR-ITINERARIO THRU 1300-EXIT
               PERFORM 2000-LEER-HISTORICO THRU 2000-EXIT
               PERFORM 2500-CONTROLAR-CORTES THRU 2500-EXIT
               PERFORM 3000-RECOMENDAR THRU 3000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-CONSIDERADOS TO RUN-CANT-W
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
               FOR ALL "RecomiendaEquipo".
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
           STRING "RecomiendaEquipo " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           MOVE "RecomiendaEquipo" TO RUN-PROGRAMA.
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
      * 1000-INICIALIZAR - ventana pedida (hasta 12 meses) y apertura
      *                    de los archivos
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "Ingrese el primer mes de la ventana (AAAAMM):".
           ACCEPT PERIODO-DESDE.
           DISPLAY "Ingrese el ultimo mes de la ventana (AAAAMM):".
           ACCEPT PERIODO-HASTA.
           IF PERIODO-DESDE NOT NUMERIC OR PERIODO-HASTA NOT NUMERIC
               OR PD-AAAA < 2000 OR PD-MM < 1 OR PD-MM > 12
               OR PH-AAAA < 2000 OR PH-MM < 1 OR PH-MM > 12
               OR PERIODO-HASTA < PERIODO-DESDE
               DISPLAY "Ventana invalida."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE ZERO TO CANT-MESES.
           MOVE PERIODO-DESDE TO PERIODO-ARMADO.
           PERFORM 1100-ARMAR-MES THRU 1100-EXIT
               UNTIL PERIODO-ARMADO > PERIODO-HASTA
                   OR CANT-MESES > 12.
           IF CANT-MESES > 12
               DISPLAY "La ventana no puede pasar de 12 meses."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ITINERARIO.
           IF FS-ITINERARIO NOT = "00"
               DISPLAY "No se pudo abrir ITINERARIO.DAT, FS="
                   FS-ITINERARIO
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT AERONAVES.
           IF FS-AERONAVES NOT = "00"
               DISPLAY "No se pudo abrir AERONAVES.DAT, FS="
                   FS-AERONAVES
               CLOSE ITINERARIO
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-EQUIPO.
       1000-EXIT.
           EXIT.

       1100-ARMAR-MES.
           ADD 1 TO CANT-MESES.
           IF CANT-MESES > 12
               GO TO 1100-EXIT
           END-IF.
           SET IX-MES TO CANT-MESES.
           MOVE PERIODO-ARMADO TO MES-PERIODO (IX-MES).
           MOVE ZERO TO MES-LEIDOS (IX-MES).
           IF PR-MM = 12
               ADD 1 TO PR-AAAA
               MOVE 01 TO PR-MM
           ELSE
               ADD 1 TO PR-MM
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-TIPOS - tipos activos del padron con su capacidad
      ******************************************************************
       1200-CARGAR-TIPOS.
           MOVE "N" TO SW-FIN-PADRON.
           PERFORM 1250-LEER-TIPO THRU 1250-EXIT
               UNTIL FIN-PADRON.
       1200-EXIT.
           EXIT.

       1250-LEER-TIPO.
           READ AERONAVES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PADRON
               NOT AT END
                   IF AER-ESTADO = "A" AND AER-CAPACIDAD > ZERO
                       IF CANT-TIPOS < 20
                           ADD 1 TO CANT-TIPOS
                           SET IX-TPO TO CANT-TIPOS
                           MOVE AER-TIPO      TO TPO-TIPO (IX-TPO)
                           MOVE AER-CAPACIDAD TO TPO-CAPACIDAD (IX-TPO)
                       ELSE
                           DISPLAY "Tabla de tipos llena, se descarta "
                               AER-TIPO
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARGAR-ITINERARIO - vuelos activos con su tipo programado;
      *                          el tipo que no esta activo en el
      *                          padron queda con capacidad cero
      ******************************************************************
       1300-CARGAR-ITINERARIO.
           MOVE "N" TO SW-FIN-ITINERARIO.
           PERFORM 1350-LEER-ITINERARIO THRU 1350-EXIT
               UNTIL FIN-ITINERARIO.
       1300-EXIT.
           EXIT.

       1350-LEER-ITINERARIO.
           READ ITINERARIO
               AT END
                   MOVE "S" TO SW-FIN-ITINERARIO
                   GO TO 1350-EXIT
           END-READ.
           IF ITI-ESTADO NOT = "A"
               GO TO 1350-EXIT
           END-IF.
           IF CANT-ITINERARIO >= 200
               DISPLAY "ITINERARIO.DAT excede la tabla, se descarta "
                   ITI-VUELO
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO CANT-ITINERARIO.
           SET IX-ITN TO CANT-ITINERARIO.
           INITIALIZE ITN-ENTRY (IX-ITN).
           MOVE ITI-VUELO     TO ITN-VUELO (IX-ITN).
           MOVE ITI-ORIGEN    TO ITN-ORIGEN (IX-ITN).
           MOVE ITI-DESTINO   TO ITN-DESTINO (IX-ITN).
           MOVE ITI-TIPO-PROG TO ITN-TIPO (IX-ITN).
           PERFORM VARYING IX-TPO FROM 1 BY 1
               UNTIL IX-TPO > CANT-TIPOS
                   OR TPO-TIPO (IX-TPO) = ITI-TIPO-PROG
               CONTINUE
           END-PERFORM.
           IF IX-TPO NOT > CANT-TIPOS
               MOVE TPO-CAPACIDAD (IX-TPO) TO ITN-CAPACIDAD (IX-ITN)
           END-IF.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LEER-HISTORICO - vuelos de la ventana en el historico vivo
      ******************************************************************
       2000-LEER-HISTORICO.
           OPEN INPUT OCUPA-HIST.
           IF FS-OCUPA-HIST NOT = "00"
               DISPLAY "Sin OCUPAHIST.DAT (FS=" FS-OCUPA-HIST
                   "), se buscan los cortes de cada mes."
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-OCUPA.
           PERFORM 2100-LEER-OCUPA THRU 2100-EXIT
               UNTIL FIN-OCUPA.
           CLOSE OCUPA-HIST.
       2000-EXIT.
           EXIT.

       2100-LEER-OCUPA.
           READ OCUPA-HIST
               AT END
                   MOVE "S" TO SW-FIN-OCUPA
               NOT AT END
                   ADD 1 TO CANT-LEIDOS
                   MOVE OH-FECHA TO FECHA-VUELO
                   PERFORM 2200-UBICAR-MES THRU 2200-EXIT
                   IF IX-MES NOT > CANT-MESES
                       ADD 1 TO MES-LEIDOS (IX-MES)
                       PERFORM 2300-ACUMULAR-VUELO THRU 2300-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-UBICAR-MES.
           PERFORM VARYING IX-MES FROM 1 BY 1
               UNTIL IX-MES > CANT-MESES
                   OR MES-PERIODO (IX-MES) = FV-PERIODO
               CONTINUE
           END-PERFORM.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ACUMULAR-VUELO - lo observado en el dia y lo que hubiera
      *                       pasado con cada tipo del padron
      ******************************************************************
       2300-ACUMULAR-VUELO.
           PERFORM VARYING IX-ITN FROM 1 BY 1
               UNTIL IX-ITN > CANT-ITINERARIO
                   OR ITN-VUELO (IX-ITN) = OH-VUELO
               CONTINUE
           END-PERFORM.
           IF IX-ITN > CANT-ITINERARIO
               ADD 1 TO CANT-FUERA-ITINERARIO
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO CANT-CONSIDERADOS.
           MOVE OH-ASIENTOS-OCUP TO DEMANDA-DIA.
           ADD 1 TO ITN-VUELOS (IX-ITN).
           ADD DEMANDA-DIA TO ITN-DEMANDA (IX-ITN).
           ADD OH-CAPACIDAD TO ITN-CAP-VOLADA (IX-ITN).
           IF DEMANDA-DIA > OH-CAPACIDAD
               ADD 1 TO ITN-SOBREVENTA (IX-ITN)
           ELSE
               IF OH-CAPACIDAD > ZERO
                   COMPUTE PORC-DIA = DEMANDA-DIA * 100 / OH-CAPACIDAD
                   IF PORC-DIA < UMBRAL-BAJO-LF
                       ADD 1 TO ITN-BAJOS (IX-ITN)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2350-SIMULAR-TIPO THRU 2350-EXIT
               VARYING IX-TPO FROM 1 BY 1
               UNTIL IX-TPO > CANT-TIPOS.
       2300-EXIT.
           EXIT.

       2350-SIMULAR-TIPO.
           IF DEMANDA-DIA > TPO-CAPACIDAD (IX-TPO)
               ADD TPO-CAPACIDAD (IX-TPO)
                   TO SIM-LLEVADOS (IX-ITN IX-TPO)
               COMPUTE SIM-DERRAMADOS (IX-ITN IX-TPO) =
                   SIM-DERRAMADOS (IX-ITN IX-TPO)
                   + DEMANDA-DIA - TPO-CAPACIDAD (IX-TPO)
           ELSE
               ADD DEMANDA-DIA TO SIM-LLEVADOS (IX-ITN IX-TPO)
           END-IF.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CONTROLAR-CORTES - el mes de la ventana que el historico
      *                         vivo no tiene ya paso al corte
      *                         OCUPAHIST-AAAAMM.DAT: se lee de ahi
      ******************************************************************
       2500-CONTROLAR-CORTES.
           PERFORM 2550-LEER-CORTE-MES THRU 2550-EXIT
               VARYING IX-MES FROM 1 BY 1
               UNTIL IX-MES > CANT-MESES.
       2500-EXIT.
           EXIT.

       2550-LEER-CORTE-MES.
           IF MES-LEIDOS (IX-MES) > ZERO
               GO TO 2550-EXIT
           END-IF.
           MOVE SPACES TO NOMBRE-HIST-ARCHIVO.
           STRING "OCUPAHIST-" MES-PERIODO (IX-MES) ".DAT"
               DELIMITED BY SIZE INTO NOMBRE-HIST-ARCHIVO.
           OPEN INPUT OCUPA-ARCHIVO.
           IF FS-OCUPA-ARCH NOT = "00"
               DISPLAY "El periodo " MES-PERIODO (IX-MES)
                   " no esta en OCUPAHIST.DAT ni en "
                   NOMBRE-HIST-ARCHIVO "."
               STRING "Equipo periodo=" MES-PERIODO (IX-MES)
                   " SIN HISTORICO, la ventana sale sin ese mes"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2550-EXIT
           END-IF.
           MOVE ZERO TO LEIDOS-CORTE.
           MOVE "N" TO SW-FIN-OCUPA.
           PERFORM 2600-LEER-CORTE THRU 2600-EXIT
               UNTIL FIN-OCUPA.
           CLOSE OCUPA-ARCHIVO.
           MOVE LEIDOS-CORTE TO WS-ED-CANT7.
           STRING "Equipo periodo=" MES-PERIODO (IX-MES)
               " leido del corte " NOMBRE-HIST-ARCHIVO
               " vuelos=" WS-ED-CANT7
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2550-EXIT.
           EXIT.

      *    La cola TRAILER del corte no trae fecha numerica y se
      *    saltea sola.
       2600-LEER-CORTE.
           READ OCUPA-ARCHIVO
               AT END
                   MOVE "S" TO SW-FIN-OCUPA
               NOT AT END
                   IF OHA-FECHA IS NUMERIC
                       MOVE OHA-FECHA TO FECHA-VUELO
                       IF FV-PERIODO = MES-PERIODO (IX-MES)
                           MOVE OHA-REGISTRO TO OH-REGISTRO
                           ADD 1 TO LEIDOS-CORTE
                           ADD 1 TO CANT-LEIDOS
                           ADD 1 TO MES-LEIDOS (IX-MES)
                           PERFORM 2300-ACUMULAR-VUELO THRU 2300-EXIT
                       END-IF
                   END-IF
           END-READ.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RECOMENDAR - un bloque por vuelo del itinerario
      ******************************************************************
       3000-RECOMENDAR.
           MOVE SPACES TO REP-LINEA.
           STRING "=== RECOMENDACION DE EQUIPO " PERIODO-DESDE
               " a " PERIODO-HASTA " ===   bajo umbral: ocupacion "
               "menor a " UMBRAL-BAJO-LF "%   tolerancia de "
               "derramados: " TOLERANCIA-DERRAME "% de la demanda"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "SUBIR con sobreventa en " CORTE-SOBREVENTA
               "% de los vuelos o mas; BAJAR con " CORTE-BAJO-UMBRAL
               "% o mas bajo umbral. En sobreventa la demanda del "
               "dia es un piso."
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3100-VUELO THRU 3100-EXIT
               VARYING IX-ITN FROM 1 BY 1
               UNTIL IX-ITN > CANT-ITINERARIO.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-CONSIDERADOS TO WS-ED-CANT7.
           MOVE CANT-SUBIR TO WS-ED-CANT.
           MOVE CANT-BAJAR TO WS-ED-CANT2.
           STRING "Vuelos del historico considerados: " WS-ED-CANT7
               "   proponer SUBIR: " WS-ED-CANT
               "   proponer BAJAR: " WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           MOVE CANT-FUERA-ITINERARIO TO WS-ED-CANT7.
           STRING "Vuelos del historico fuera del itinerario activo "
               "(no considerados): " WS-ED-CANT7
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-VUELO - lo observado, cada alternativa y la propuesta
      ******************************************************************
       3100-VUELO.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE ITN-CAPACIDAD (IX-ITN) TO WS-ED-CANT3.
           MOVE ITN-VUELOS (IX-ITN) TO WS-ED-CANT.
           IF ITN-VUELOS (IX-ITN) = ZERO
               STRING "Vuelo " ITN-VUELO (IX-ITN) " "
                   ITN-ORIGEN (IX-ITN) "-" ITN-DESTINO (IX-ITN)
                   " prog=" ITN-TIPO (IX-ITN) " cap=" WS-ED-CANT3
                   "   sin vuelos en la ventana"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 3100-EXIT
           END-IF.
           IF ITN-CAP-VOLADA (IX-ITN) > ZERO
               COMPUTE WS-ED-PORC ROUNDED = ITN-DEMANDA (IX-ITN)
                   * 100 / ITN-CAP-VOLADA (IX-ITN)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-ED-PORC
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-ED-PORC
           END-IF.
           COMPUTE PORC-SOBREVENTA ROUNDED = ITN-SOBREVENTA (IX-ITN)
               * 100 / ITN-VUELOS (IX-ITN).
           COMPUTE PORC-BAJO ROUNDED = ITN-BAJOS (IX-ITN)
               * 100 / ITN-VUELOS (IX-ITN).
           MOVE PORC-SOBREVENTA TO WS-ED-PORC2.
           MOVE PORC-BAJO TO WS-ED-PORC3.
           COMPUTE WS-ED-PROM ROUNDED = ITN-DEMANDA (IX-ITN)
               / ITN-VUELOS (IX-ITN).
           STRING "Vuelo " ITN-VUELO (IX-ITN) " "
               ITN-ORIGEN (IX-ITN) "-" ITN-DESTINO (IX-ITN)
               " prog=" ITN-TIPO (IX-ITN) " cap=" WS-ED-CANT3
               " vuelos=" WS-ED-CANT
               " LF%=" WS-ED-PORC
               " sobreventa%=" WS-ED-PORC2
               " bajoUmbral%=" WS-ED-PORC3
               " demanda/vuelo=" WS-ED-PROM
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3200-ELEGIR-CANDIDATO THRU 3200-EXIT.
           PERFORM 3300-ALTERNATIVA THRU 3300-EXIT
               VARYING IX-TPO FROM 1 BY 1
               UNTIL IX-TPO > CANT-TIPOS.
           MOVE SPACES TO REP-LINEA.
           IF IX-CANDIDATO = ZERO
               STRING "    Propuesta: MANTENER " ITN-TIPO (IX-ITN)
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 3100-EXIT
           END-IF.
           SET IX-TPO TO IX-CANDIDATO.
           COMPUTE DIF-ASIENTOS = TPO-CAPACIDAD (IX-TPO)
               - ITN-CAPACIDAD (IX-ITN).
           COMPUTE DIF-VENTANA = DIF-ASIENTOS * ITN-VUELOS (IX-ITN).
           MOVE DIF-ASIENTOS TO WS-ED-DIF.
           MOVE DIF-VENTANA TO WS-ED-DIF-VENTANA.
           STRING "    Propuesta: " RECOMENDACION " de "
               ITN-TIPO (IX-ITN) " a " TPO-TIPO (IX-TPO)
               "  asientos por vuelo " WS-ED-DIF
               "  en la ventana " WS-ED-DIF-VENTANA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Equipo vuelo=" ITN-VUELO (IX-ITN)
               " propuesta=" RECOMENDACION
               " de " ITN-TIPO (IX-ITN) " a " TPO-TIPO (IX-TPO)
               " asientos/vuelo=" WS-ED-DIF
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-ELEGIR-CANDIDATO - con sobreventa repetida, el tipo mas
      *                         chico de los mas grandes que deja los
      *                         derramados en la tolerancia (o el mas
      *                         grande si ninguno alcanza); con el
      *                         vuelo bajo umbral, el mas chico de los
      *                         mas chicos que la deja en la tolerancia
      ******************************************************************
       3200-ELEGIR-CANDIDATO.
           MOVE ZERO TO IX-CANDIDATO.
           MOVE SPACES TO RECOMENDACION.
           IF ITN-CAPACIDAD (IX-ITN) = ZERO
               GO TO 3200-EXIT
           END-IF.
           COMPUTE DERRAME-PERMITIDO = ITN-DEMANDA (IX-ITN)
               * TOLERANCIA-DERRAME / 100.
           IF PORC-SOBREVENTA NOT < CORTE-SOBREVENTA
               MOVE "SUBIR" TO RECOMENDACION
               PERFORM 3250-CANDIDATO-SUBIR THRU 3250-EXIT
                   VARYING IX-TPO FROM 1 BY 1
                   UNTIL IX-TPO > CANT-TIPOS
               IF IX-CANDIDATO > ZERO
                   ADD 1 TO CANT-SUBIR
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF PORC-BAJO NOT < CORTE-BAJO-UMBRAL
               MOVE "BAJAR" TO RECOMENDACION
               PERFORM 3270-CANDIDATO-BAJAR THRU 3270-EXIT
                   VARYING IX-TPO FROM 1 BY 1
                   UNTIL IX-TPO > CANT-TIPOS
               IF IX-CANDIDATO > ZERO
                   ADD 1 TO CANT-BAJAR
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3250-CANDIDATO-SUBIR.
           IF TPO-CAPACIDAD (IX-TPO) NOT > ITN-CAPACIDAD (IX-ITN)
               GO TO 3250-EXIT
           END-IF.
           IF IX-CANDIDATO = ZERO
               SET IX-CANDIDATO TO IX-TPO
               GO TO 3250-EXIT
           END-IF.
      *    El candidato que ya entra en la tolerancia solo se cambia
      *    por uno mas chico que tambien entre; el que no entra, por
      *    cualquiera que entre o por uno mas grande.
           IF SIM-DERRAMADOS (IX-ITN IX-CANDIDATO)
               NOT > DERRAME-PERMITIDO
               IF SIM-DERRAMADOS (IX-ITN IX-TPO)
                   NOT > DERRAME-PERMITIDO
                   AND TPO-CAPACIDAD (IX-TPO)
                       < TPO-CAPACIDAD (IX-CANDIDATO)
                   SET IX-CANDIDATO TO IX-TPO
               END-IF
           ELSE
               IF SIM-DERRAMADOS (IX-ITN IX-TPO)
                   NOT > DERRAME-PERMITIDO
                   OR TPO-CAPACIDAD (IX-TPO)
                       > TPO-CAPACIDAD (IX-CANDIDATO)
                   SET IX-CANDIDATO TO IX-TPO
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

       3270-CANDIDATO-BAJAR.
           IF TPO-CAPACIDAD (IX-TPO) NOT < ITN-CAPACIDAD (IX-ITN)
               OR SIM-DERRAMADOS (IX-ITN IX-TPO) > DERRAME-PERMITIDO
               GO TO 3270-EXIT
           END-IF.
           IF IX-CANDIDATO = ZERO
               SET IX-CANDIDATO TO IX-TPO
               GO TO 3270-EXIT
           END-IF.
           IF TPO-CAPACIDAD (IX-TPO) < TPO-CAPACIDAD (IX-CANDIDATO)
               SET IX-CANDIDATO TO IX-TPO
           END-IF.
       3270-EXIT.
           EXIT.

      ******************************************************************
      * 3300-ALTERNATIVA - el vuelo simulado con otro tipo del padron
      ******************************************************************
       3300-ALTERNATIVA.
           IF TPO-TIPO (IX-TPO) = ITN-TIPO (IX-ITN)
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO MARCA-ALTERNATIVA.
           IF IX-CANDIDATO > ZERO
               AND IX-TPO = IX-CANDIDATO
               MOVE "<< " TO MARCA-ALTERNATIVA
               MOVE RECOMENDACION TO MARCA-ALTERNATIVA (4:)
           END-IF.
           COMPUTE LF-CALCULO ROUNDED = SIM-LLEVADOS (IX-ITN IX-TPO)
               * 100 / (TPO-CAPACIDAD (IX-TPO) * ITN-VUELOS (IX-ITN))
               ON SIZE ERROR
                   MOVE ZERO TO LF-CALCULO
           END-COMPUTE.
           MOVE LF-CALCULO TO WS-ED-PORC.
           MOVE TPO-CAPACIDAD (IX-TPO) TO WS-ED-CANT3.
           MOVE SIM-DERRAMADOS (IX-ITN IX-TPO) TO WS-ED-CANT7.
           COMPUTE WS-ED-PROM ROUNDED = SIM-DERRAMADOS (IX-ITN IX-TPO)
               / ITN-VUELOS (IX-ITN).
           COMPUTE DIF-ASIENTOS = TPO-CAPACIDAD (IX-TPO)
               - ITN-CAPACIDAD (IX-ITN).
           MOVE DIF-ASIENTOS TO WS-ED-DIF.
           MOVE SPACES TO REP-LINEA.
           STRING "    con " TPO-TIPO (IX-TPO) " cap=" WS-ED-CANT3
               " LF%=" WS-ED-PORC
               " derramados=" WS-ED-CANT7
               " (" WS-ED-PROM "/vuelo)"
               " asientos/vuelo " WS-ED-DIF
               " " MARCA-ALTERNATIVA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE ITINERARIO.
           CLOSE AERONAVES.
           CLOSE REPORTE-EQUIPO.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-CONSIDERADOS TO WS-ED-CANT7.
           DISPLAY "Vuelos considerados:      " WS-ED-CANT7.
           MOVE CANT-SUBIR TO WS-ED-CANT.
           DISPLAY "Propuestas de subir:      " WS-ED-CANT.
           MOVE CANT-BAJAR TO WS-ED-CANT2.
           DISPLAY "Propuestas de bajar:      " WS-ED-CANT2.
           DISPLAY "Reporte en REPORTE-EQUIPO.DAT".
           DISPLAY "Proceso conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Equipo ventana=" PERIODO-DESDE "-" PERIODO-HASTA
               " considerados=" WS-ED-CANT7
               " subir=" WS-ED-CANT
               " bajar=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM RecomiendaEquipo.
