      ******************************************************************
      *Horas de vuelo de la tripulacion en el mes. Para el periodo
      *pedido toma las asignaciones vigentes de ASIGNACIONES.DAT (netas
      *de anulaciones) cuyo vuelo se realizo, es decir que esta cargado
      *en VUELOS.DAT en la misma fecha, y suma por legajo los vuelos y
      *los minutos de bloque. El resultado queda en
      *HORASVUELO-AAAAMM.DAT, un registro por legajo con las horas con
      *dos decimales, como novedad de horas de vuelo para la
      *liquidacion de sueldos. Las asignaciones de vuelos no cargados
      *se cuentan aparte y no suman horas.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de las horas de vuelo del mes.
      * 2026-10-15  NF  VUE-REGISTRO suma al final la salida
      *                 programada, los calzos fuera y dentro reales y
      *                 la demora con su causa; este programa no los
      *                 usa.
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
       PROGRAM-ID. HorasVuelo.
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
           SELECT ASIGNACIONES ASSIGN TO "ASIGNACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIGNACIONES.
           SELECT HORAS-VUELO ASSIGN TO NOMBRE-HORAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORAS.
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

      *    Novedad de horas de vuelo del periodo, una por legajo.
       FD  HORAS-VUELO
           RECORDING MODE IS F.
       01  HVU-REGISTRO.
           05  HVU-LEGAJO            PIC 9(05).
           05  HVU-PERIODO           PIC 9(06).
           05  HVU-FUNCION           PIC X(02).
           05  HVU-VUELOS            PIC 9(03).
           05  HVU-MINUTOS           PIC 9(05).
           05  HVU-HORAS             PIC 9(03)V99.

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
       77  FS-ASIGNACIONES          PIC X(02) VALUE SPACES.
       77  FS-HORAS                 PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  NOMBRE-HORAS             PIC X(30) VALUE SPACES.
       77  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.

       01  PERIODO-PEDIDO.
           05  PPE-AAAA             PIC 9(04).
           05  PPE-MM               PIC 9(02).

       01  FECHA-VUELO.
           05  FV-PERIODO           PIC 9(06).
           05  FV-DD                PIC 9(02).

      *----------------------------------------------------------------
      * CONTADORES DE LA CORRIDA
      *----------------------------------------------------------------
       77  CANT-VOLADOS             PIC 9(07) COMP VALUE ZERO.
       77  CANT-NO-VOLADOS          PIC 9(07) COMP VALUE ZERO.
       77  CANT-GRABADOS            PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-MINUTOS            PIC 9(09) COMP VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-VUELOS            PIC X(01) VALUE "N".
           88  FIN-VUELOS           VALUE "S".
       01  SW-FIN-ASIGNACIONES      PIC X(01) VALUE "N".
           88  FIN-ASIGNACIONES     VALUE "S".

      *----------------------------------------------------------------
      * VUELOS REALIZADOS EN EL PERIODO
      *----------------------------------------------------------------
       77  CANT-VUE                 PIC 9(4) COMP VALUE ZERO.
       01  TABLA-VUELOS.
           05  VTB-ENTRY OCCURS 3000 TIMES INDEXED BY IX-VTB.
               10  VTB-VUELO         PIC X(06).
               10  VTB-FECHA         PIC 9(08).

      *----------------------------------------------------------------
      * ASIGNACIONES VIGENTES DEL PERIODO
      *----------------------------------------------------------------
       77  CANT-TAS                 PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ASIGNADAS.
           05  TAS-ENTRY OCCURS 3000 TIMES INDEXED BY IX-TAS.
               10  TAS-VUELO         PIC X(06).
               10  TAS-FECHA         PIC 9(08).
               10  TAS-LEGAJO        PIC 9(05).
               10  TAS-FUNCION       PIC X(02).
               10  TAS-BLOQUE        PIC 9(04).
               10  TAS-ACTIVA        PIC X(01).

      *----------------------------------------------------------------
      * HORAS POR LEGAJO
      *----------------------------------------------------------------
       77  CANT-LEGAJOS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-HORAS.
           05  HTB-ENTRY OCCURS 300 TIMES INDEXED BY IX-HTB.
               10  HTB-LEGAJO        PIC 9(05).
               10  HTB-FUNCION       PIC X(02).
               10  HTB-VUELOS        PIC 9(03) COMP.
               10  HTB-MINUTOS       PIC 9(05) COMP.

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
       01  WS-ED-CANT               PIC ZZZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZZZ9.
       01  WS-ED-HORAS              PIC ZZZZZZ9.99.

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
               PERFORM 1200-CARGAR-VUELOS THRU 1200-EXIT
               PERFORM 1400-CARGAR-ASIGNACIONES THRU 1400-EXIT
               PERFORM 2000-ACUMULAR-HORAS THRU 2000-EXIT
               PERFORM 3000-GRABAR-NOVEDADES THRU 3000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-GRABADOS TO RUN-CANT-W
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
               FOR ALL "HorasVuelo".
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
           STRING "HorasVuelo " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           MOVE "HorasVuelo" TO RUN-PROGRAMA.
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
           OPEN INPUT ASIGNACIONES.
           IF FS-ASIGNACIONES NOT = "00"
               DISPLAY "No se pudo abrir ASIGNACIONES.DAT, FS="
                   FS-ASIGNACIONES
               CLOSE VUELOS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           MOVE SPACES TO NOMBRE-HORAS.
           STRING "HORASVUELO-" PERIODO-ACTUAL ".DAT"
               DELIMITED BY SIZE INTO NOMBRE-HORAS.
           OPEN OUTPUT HORAS-VUELO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-VUELOS - vuelos cargados del periodo
      ******************************************************************
       1200-CARGAR-VUELOS.
           MOVE "N" TO SW-FIN-VUELOS.
           PERFORM 1250-LEER-VUELO THRU 1250-EXIT
               UNTIL FIN-VUELOS.
       1200-EXIT.
           EXIT.

       1250-LEER-VUELO.
           READ VUELOS
               AT END
                   MOVE "S" TO SW-FIN-VUELOS
                   GO TO 1250-EXIT
           END-READ.
           MOVE VUE-FECHA TO FECHA-VUELO.
           IF FV-PERIODO NOT = PERIODO-ACTUAL
               GO TO 1250-EXIT
           END-IF.
           IF CANT-VUE >= 3000
               DISPLAY "Tabla de vuelos llena, se descarta "
                   VUE-NUMERO " " VUE-FECHA
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO CANT-VUE.
           SET IX-VTB TO CANT-VUE.
           MOVE VUE-NUMERO TO VTB-VUELO (IX-VTB).
           MOVE VUE-FECHA  TO VTB-FECHA (IX-VTB).
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARGAR-ASIGNACIONES - las del periodo; cada registro B
      *                            anula su A
      ******************************************************************
       1400-CARGAR-ASIGNACIONES.
           MOVE "N" TO SW-FIN-ASIGNACIONES.
           PERFORM 1450-LEER-ASIGNACION THRU 1450-EXIT
               UNTIL FIN-ASIGNACIONES.
       1400-EXIT.
           EXIT.

       1450-LEER-ASIGNACION.
           READ ASIGNACIONES
               AT END
                   MOVE "S" TO SW-FIN-ASIGNACIONES
                   GO TO 1450-EXIT
           END-READ.
           MOVE ASG-FECHA TO FECHA-VUELO.
           IF FV-PERIODO NOT = PERIODO-ACTUAL
               GO TO 1450-EXIT
           END-IF.
           IF ASG-MOVIMIENTO = "B"
               PERFORM VARYING IX-TAS FROM 1 BY 1
                   UNTIL IX-TAS > CANT-TAS
                       OR (TAS-VUELO (IX-TAS) = ASG-VUELO
                           AND TAS-FECHA (IX-TAS) = ASG-FECHA
                           AND TAS-LEGAJO (IX-TAS) = ASG-LEGAJO
                           AND TAS-ACTIVA (IX-TAS) = "S")
                   CONTINUE
               END-PERFORM
               IF IX-TAS NOT > CANT-TAS
                   MOVE "N" TO TAS-ACTIVA (IX-TAS)
               END-IF
               GO TO 1450-EXIT
           END-IF.
           IF CANT-TAS >= 3000
               DISPLAY "Tabla de asignaciones llena, se descarta "
                   ASG-VUELO " " ASG-FECHA " " ASG-LEGAJO
               GO TO 1450-EXIT
           END-IF.
           ADD 1 TO CANT-TAS.
           SET IX-TAS TO CANT-TAS.
           MOVE ASG-VUELO      TO TAS-VUELO (IX-TAS).
           MOVE ASG-FECHA      TO TAS-FECHA (IX-TAS).
           MOVE ASG-LEGAJO     TO TAS-LEGAJO (IX-TAS).
           MOVE ASG-FUNCION    TO TAS-FUNCION (IX-TAS).
           MOVE ASG-BLOQUE-MIN TO TAS-BLOQUE (IX-TAS).
           MOVE "S"            TO TAS-ACTIVA (IX-TAS).
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACUMULAR-HORAS - minutos de bloque de cada asignacion
      *                       vigente cuyo vuelo se realizo
      ******************************************************************
       2000-ACUMULAR-HORAS.
           PERFORM 2100-ASIGNACION-VOLADA THRU 2100-EXIT
               VARYING IX-TAS FROM 1 BY 1
               UNTIL IX-TAS > CANT-TAS.
       2000-EXIT.
           EXIT.

       2100-ASIGNACION-VOLADA.
           IF TAS-ACTIVA (IX-TAS) NOT = "S"
               GO TO 2100-EXIT
           END-IF.
           PERFORM VARYING IX-VTB FROM 1 BY 1
               UNTIL IX-VTB > CANT-VUE
                   OR (VTB-VUELO (IX-VTB) = TAS-VUELO (IX-TAS)
                       AND VTB-FECHA (IX-VTB) = TAS-FECHA (IX-TAS))
               CONTINUE
           END-PERFORM.
           IF IX-VTB > CANT-VUE
               ADD 1 TO CANT-NO-VOLADOS
               GO TO 2100-EXIT
           END-IF.
           PERFORM VARYING IX-HTB FROM 1 BY 1
               UNTIL IX-HTB > CANT-LEGAJOS
                   OR HTB-LEGAJO (IX-HTB) = TAS-LEGAJO (IX-TAS)
               CONTINUE
           END-PERFORM.
           IF IX-HTB > CANT-LEGAJOS
               IF CANT-LEGAJOS >= 300
                   DISPLAY "Tabla de legajos llena, se descarta "
                       TAS-LEGAJO (IX-TAS)
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO CANT-LEGAJOS
               SET IX-HTB TO CANT-LEGAJOS
               MOVE TAS-LEGAJO (IX-TAS)  TO HTB-LEGAJO (IX-HTB)
               MOVE TAS-FUNCION (IX-TAS) TO HTB-FUNCION (IX-HTB)
               MOVE ZERO TO HTB-VUELOS (IX-HTB)
               MOVE ZERO TO HTB-MINUTOS (IX-HTB)
           END-IF.
           ADD 1 TO CANT-VOLADOS.
           ADD 1 TO HTB-VUELOS (IX-HTB).
           ADD TAS-BLOQUE (IX-TAS) TO HTB-MINUTOS (IX-HTB).
           ADD TAS-BLOQUE (IX-TAS) TO TOTAL-MINUTOS.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRABAR-NOVEDADES - un registro por legajo con horas
      ******************************************************************
       3000-GRABAR-NOVEDADES.
           PERFORM 3100-GRABAR-LEGAJO THRU 3100-EXIT
               VARYING IX-HTB FROM 1 BY 1
               UNTIL IX-HTB > CANT-LEGAJOS.
       3000-EXIT.
           EXIT.

       3100-GRABAR-LEGAJO.
           MOVE HTB-LEGAJO (IX-HTB)  TO HVU-LEGAJO.
           MOVE PERIODO-ACTUAL       TO HVU-PERIODO.
           MOVE HTB-FUNCION (IX-HTB) TO HVU-FUNCION.
           MOVE HTB-VUELOS (IX-HTB)  TO HVU-VUELOS.
           MOVE HTB-MINUTOS (IX-HTB) TO HVU-MINUTOS.
           COMPUTE HVU-HORAS ROUNDED = HTB-MINUTOS (IX-HTB) / 60.
           WRITE HVU-REGISTRO.
           ADD 1 TO CANT-GRABADOS.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE VUELOS.
           CLOSE ASIGNACIONES.
           CLOSE HORAS-VUELO.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-VOLADOS TO WS-ED-CANT.
           DISPLAY "Asignaciones voladas:     " WS-ED-CANT.
           MOVE CANT-NO-VOLADOS TO WS-ED-CANT2.
           DISPLAY "Asignaciones sin vuelo:   " WS-ED-CANT2.
           MOVE CANT-GRABADOS TO WS-ED-CANT3.
           DISPLAY "Legajos con horas:        " WS-ED-CANT3.
           COMPUTE WS-ED-HORAS ROUNDED = TOTAL-MINUTOS / 60.
           DISPLAY "Horas de vuelo del mes:" WS-ED-HORAS.
           DISPLAY "Novedad grabada en " NOMBRE-HORAS.
           DISPLAY "Proceso conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Horas de vuelo periodo=" PERIODO-ACTUAL
               " voladas=" WS-ED-CANT " sin vuelo=" WS-ED-CANT2
               " legajos=" WS-ED-CANT3 " horas=" WS-ED-HORAS
               " archivo=" NOMBRE-HORAS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM HorasVuelo.
