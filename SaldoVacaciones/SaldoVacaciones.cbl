      ******************************************************************
      *Saldo de vacaciones por legajo y centro de costo, para que
      *personal arme la temporada sabiendo quien tiene dias pendientes
      *en vez de descubrir en marzo quien nunca descanso. Lista, para
      *la temporada pedida, los dias otorgados por OtorgaVacaciones,
      *los tomados con licencias V (CargaLicencias) y los pendientes
      *de cada legajo de VACSALDOS.DAT, agrupados por el centro de
      *costo del ultimo sueldo del legajo en SUELDOMES.DAT (GRAL si
      *no tiene sueldos), con subtotal por centro y total general. El
      *legajo que no tomo ningun dia sale marcado SIN GOZAR y el que
      *tomo mas de lo otorgado (exceso autorizado) sale EXCEDIDO. Es
      *un listado: no graba en los saldos.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del saldo de vacaciones.
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
       PROGRAM-ID. SaldoVacaciones.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VACSALDOS ASSIGN TO "VACSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-CLAVE
               FILE STATUS IS FS-VACSALDOS.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT SUELDOMES ASSIGN TO "SUELDOMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               FILE STATUS IS FS-SUELDOMES.
           SELECT ORDEN-SALDOS ASSIGN TO "SORTWK1".
           SELECT REPORTE-SALDOS ASSIGN TO "REPORTE-SALDO-VAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Saldo de vacaciones por legajo y anio de otorgamiento: los
      *    dias otorgados por antiguedad y los ya tomados con licencias
      *    V (los descuenta CargaLicencias).
       FD  VACSALDOS.
       01  VAC-REGISTRO.
           05  VAC-CLAVE.
               10  VAC-LEGAJO       PIC 9(05).
               10  VAC-ANIO         PIC 9(04).
           05  VAC-DIAS-OTORGADOS   PIC 9(03).
           05  VAC-DIAS-TOMADOS     PIC 9(03).
           05  VAC-ANTIGUEDAD       PIC 9(02).
           05  VAC-FECHA-OTORGA     PIC 9(08).

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

      *    Acumulado indexado con clave periodo/legajo/concepto.
       FD  SUELDOMES.
       01  SM-REGISTRO.
           05  SM-CLAVE.
               10  SM-PERIODO       PIC 9(6).
               10  SM-LEGAJO        PIC 9(5).
               10  SM-CONCEPTO      PIC X(03).
           05  SM-SUELDO-BRUTO      PIC 9(7)V99.
           05  SM-SUELDO-NETO       PIC 9(7)V99.
           05  SM-CENTRO-COSTO      PIC X(04).

      *    Saldos de la temporada ordenados por centro y legajo.
       SD  ORDEN-SALDOS.
       01  SRT-REGISTRO.
           05  SRT-CENTRO            PIC X(04).
           05  SRT-LEGAJO            PIC 9(05).
           05  SRT-NOMBRE            PIC X(20).
           05  SRT-ESTADO            PIC X(01).
           05  SRT-OTORGADOS         PIC 9(03).
           05  SRT-TOMADOS           PIC 9(03).

       FD  REPORTE-SALDOS
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

       WORKING-STORAGE SECTION.
       77  FS-VACSALDOS             PIC X(02) VALUE SPACES.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-SUELDOMES             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  ANIO-TEMPORADA           PIC 9(04) VALUE ZERO.
       77  PERIODO-DESDE            PIC 9(06) VALUE ZERO.
       77  PERIODO-HASTA            PIC 9(06) VALUE ZERO.
       77  CENTRO-EN-CURSO          PIC X(04) VALUE SPACES.
       77  CENTRO-LEGAJO            PIC X(04) VALUE SPACES.
       77  DIAS-PENDIENTES          PIC S9(04) VALUE ZERO.
       77  CANT-LEGAJOS             PIC 9(5) COMP VALUE ZERO.
       77  CANT-SIN-GOZAR           PIC 9(5) COMP VALUE ZERO.

       01  TOTALES-CENTRO.
           05  CEN-OTORGADOS        PIC 9(07) COMP.
           05  CEN-TOMADOS          PIC 9(07) COMP.
           05  CEN-PENDIENTES       PIC S9(07) COMP.
       01  TOTALES-GENERALES.
           05  GEN-OTORGADOS        PIC 9(07) COMP.
           05  GEN-TOMADOS          PIC 9(07) COMP.
           05  GEN-PENDIENTES       PIC S9(07) COMP.

      *----------------------------------------------------------------
      * CENTRO DE COSTO POR LEGAJO - el del ultimo sueldo de la
      * temporada en SUELDOMES
      *----------------------------------------------------------------
       77  CANT-CENTROS             PIC 9(4) COMP VALUE ZERO.
       01  TABLA-CENTROS.
           05  CEN-ENTRY OCCURS 2000 TIMES INDEXED BY IX-CEN.
               10  CEN-LEGAJO        PIC 9(05).
               10  CEN-CENTRO        PIC X(04).

       01  SW-FIN-SUELDOMES         PIC X(01) VALUE "N".
           88  FIN-SUELDOMES        VALUE "S".
       01  SW-FIN-SALDOS            PIC X(01) VALUE "N".
           88  FIN-SALDOS           VALUE "S".
       01  SW-FIN-ORDEN             PIC X(01) VALUE "N".
           88  FIN-ORDEN            VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".

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
       01  WS-ED-OTORGADOS          PIC ZZZZZZ9.
       01  WS-ED-TOMADOS            PIC ZZZZZZ9.
       01  WS-ED-PENDIENTES         PIC -ZZZZZZ9.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.

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
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF INIT-OK
               PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT
               IF NOT OPERADOR-OK
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               DISPLAY "Ingrese el anio de la temporada (AAAA):"
               ACCEPT ANIO-TEMPORADA
               PERFORM 1500-CARGAR-CENTROS THRU 1500-EXIT
               PERFORM 2000-ORDENAR-Y-LISTAR THRU 2000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           OPEN INPUT VACSALDOS.
           IF FS-VACSALDOS NOT = "00"
               DISPLAY "No se pudo abrir VACSALDOS.DAT, FS="
                   FS-VACSALDOS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO NOT = "00"
               DISPLAY "No se pudo abrir MAESTROEMP.DAT, FS="
                   FS-MAESTRO
               CLOSE VACSALDOS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-SALDOS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CARGAR-CENTROS - centro de costo del ultimo sueldo de cada
      *                       legajo desde enero de la temporada hasta
      *                       su cierre en abril del anio siguiente;
      *                       sin SUELDOMES todos quedan en GRAL
      ******************************************************************
       1500-CARGAR-CENTROS.
           MOVE ZERO TO CANT-CENTROS.
           OPEN INPUT SUELDOMES.
           IF FS-SUELDOMES NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           COMPUTE PERIODO-DESDE = ANIO-TEMPORADA * 100 + 1.
           COMPUTE PERIODO-HASTA = (ANIO-TEMPORADA + 1) * 100 + 4.
           MOVE PERIODO-DESDE TO SM-PERIODO.
           MOVE ZERO TO SM-LEGAJO.
           MOVE LOW-VALUES TO SM-CONCEPTO.
           MOVE "N" TO SW-FIN-SUELDOMES.
           START SUELDOMES KEY NOT < SM-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SUELDOMES
           END-START.
           PERFORM 1550-LEER-SUELDOMES THRU 1550-EXIT
               UNTIL FIN-SUELDOMES.
           CLOSE SUELDOMES.
       1500-EXIT.
           EXIT.

       1550-LEER-SUELDOMES.
           READ SUELDOMES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SUELDOMES
                   GO TO 1550-EXIT
           END-READ.
           IF SM-PERIODO > PERIODO-HASTA
               MOVE "S" TO SW-FIN-SUELDOMES
               GO TO 1550-EXIT
           END-IF.
           IF SM-CONCEPTO NOT = "SUE"
               GO TO 1550-EXIT
           END-IF.
           PERFORM VARYING IX-CEN FROM 1 BY 1
               UNTIL IX-CEN > CANT-CENTROS
                   OR CEN-LEGAJO (IX-CEN) = SM-LEGAJO
               CONTINUE
           END-PERFORM.
           IF IX-CEN > CANT-CENTROS
               IF CANT-CENTROS >= 2000
                   DISPLAY "Tabla de centros llena, se descarta el "
                       "legajo " SM-LEGAJO
                   GO TO 1550-EXIT
               END-IF
               ADD 1 TO CANT-CENTROS
               SET IX-CEN TO CANT-CENTROS
               MOVE SM-LEGAJO TO CEN-LEGAJO (IX-CEN)
           END-IF.
      *    El acumulado viene en orden de periodo: el ultimo pisa.
           MOVE SM-CENTRO-COSTO TO CEN-CENTRO (IX-CEN).
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ORDENAR-Y-LISTAR - los saldos de la temporada ordenados
      *                         por centro y legajo, con corte por
      *                         centro
      ******************************************************************
       2000-ORDENAR-Y-LISTAR.
           MOVE SPACES TO REP-LINEA.
           STRING "=== SALDO DE VACACIONES TEMPORADA "
               ANIO-TEMPORADA " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "LEGAJO NOMBRE               E  OTORGADOS  TOMADOS"
               "  PENDIENTES"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           INITIALIZE TOTALES-GENERALES.
           SORT ORDEN-SALDOS
               ON ASCENDING KEY SRT-CENTRO SRT-LEGAJO
               INPUT PROCEDURE IS 2100-SOLTAR-SALDOS
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2500-LISTAR-POR-CENTRO
                   THRU 2500-EXIT.
           MOVE GEN-OTORGADOS  TO WS-ED-OTORGADOS.
           MOVE GEN-TOMADOS    TO WS-ED-TOMADOS.
           MOVE GEN-PENDIENTES TO WS-ED-PENDIENTES.
           MOVE CANT-LEGAJOS   TO WS-ED-CANT.
           MOVE CANT-SIN-GOZAR TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "TOTAL GENERAL legajos " WS-ED-CANT
               " otorgados " WS-ED-OTORGADOS
               " tomados " WS-ED-TOMADOS
               " pendientes " WS-ED-PENDIENTES
               " sin gozar " WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           DISPLAY "Saldo generado en REPORTE-SALDO-VAC.DAT.".
           STRING "Saldo vacaciones temporada=" ANIO-TEMPORADA
               " legajos=" WS-ED-CANT
               " pendientes=" WS-ED-PENDIENTES
               " sin gozar=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-SALDOS.
           MOVE ZERO TO VAC-LEGAJO.
           MOVE ZERO TO VAC-ANIO.
           MOVE "N" TO SW-FIN-SALDOS.
           START VACSALDOS KEY NOT < VAC-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SALDOS
           END-START.
           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
               UNTIL FIN-SALDOS.
       2100-EXIT.
           EXIT.

       2200-LEER-SALDO.
           READ VACSALDOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SALDOS
                   GO TO 2200-EXIT
           END-READ.
           IF VAC-ANIO NOT = ANIO-TEMPORADA
               GO TO 2200-EXIT
           END-IF.
           MOVE "GRAL" TO CENTRO-LEGAJO.
           PERFORM VARYING IX-CEN FROM 1 BY 1
               UNTIL IX-CEN > CANT-CENTROS
               IF CEN-LEGAJO (IX-CEN) = VAC-LEGAJO
                   MOVE CEN-CENTRO (IX-CEN) TO CENTRO-LEGAJO
               END-IF
           END-PERFORM.
           MOVE VAC-LEGAJO TO EMP-LEGAJO.
           READ MAESTRO-EMPLEADOS
               INVALID KEY
                   MOVE "(sin maestro)" TO EMP-NOMBRE
                   MOVE SPACE TO EMP-ESTADO
           END-READ.
           MOVE CENTRO-LEGAJO      TO SRT-CENTRO.
           MOVE VAC-LEGAJO         TO SRT-LEGAJO.
           MOVE EMP-NOMBRE         TO SRT-NOMBRE.
           MOVE EMP-ESTADO         TO SRT-ESTADO.
           MOVE VAC-DIAS-OTORGADOS TO SRT-OTORGADOS.
           MOVE VAC-DIAS-TOMADOS   TO SRT-TOMADOS.
           RELEASE SRT-REGISTRO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LISTAR-POR-CENTRO - una linea por legajo y el subtotal de
      *                          cada centro de costo
      ******************************************************************
       2500-LISTAR-POR-CENTRO.
           MOVE SPACES TO CENTRO-EN-CURSO.
           MOVE "N" TO SW-FIN-ORDEN.
           PERFORM 2600-RETORNAR-SALDO THRU 2600-EXIT
               UNTIL FIN-ORDEN.
           IF CENTRO-EN-CURSO NOT = SPACES
               PERFORM 2700-SUBTOTAL-CENTRO THRU 2700-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2600-RETORNAR-SALDO.
           RETURN ORDEN-SALDOS
               AT END
                   MOVE "S" TO SW-FIN-ORDEN
                   GO TO 2600-EXIT
           END-RETURN.
           IF SRT-CENTRO NOT = CENTRO-EN-CURSO
               IF CENTRO-EN-CURSO NOT = SPACES
                   PERFORM 2700-SUBTOTAL-CENTRO THRU 2700-EXIT
               END-IF
               MOVE SRT-CENTRO TO CENTRO-EN-CURSO
               INITIALIZE TOTALES-CENTRO
               MOVE SPACES TO REP-LINEA
               STRING "--- CENTRO DE COSTO " SRT-CENTRO " ---"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           COMPUTE DIAS-PENDIENTES = SRT-OTORGADOS - SRT-TOMADOS.
           ADD 1 TO CANT-LEGAJOS.
           ADD SRT-OTORGADOS   TO CEN-OTORGADOS GEN-OTORGADOS.
           ADD SRT-TOMADOS     TO CEN-TOMADOS GEN-TOMADOS.
           ADD DIAS-PENDIENTES TO CEN-PENDIENTES GEN-PENDIENTES.
           MOVE SRT-OTORGADOS   TO WS-ED-OTORGADOS.
           MOVE SRT-TOMADOS     TO WS-ED-TOMADOS.
           MOVE DIAS-PENDIENTES TO WS-ED-PENDIENTES.
           MOVE SPACES TO REP-LINEA.
           STRING SRT-LEGAJO "  " SRT-NOMBRE " " SRT-ESTADO
               "  " WS-ED-OTORGADOS "  " WS-ED-TOMADOS
               "  " WS-ED-PENDIENTES
               DELIMITED BY SIZE INTO REP-LINEA.
           EVALUATE TRUE
               WHEN SRT-TOMADOS > SRT-OTORGADOS
                   MOVE "EXCEDIDO" TO REP-LINEA (70:8)
               WHEN SRT-TOMADOS = ZERO AND SRT-OTORGADOS > ZERO
                   MOVE "SIN GOZAR" TO REP-LINEA (70:9)
                   ADD 1 TO CANT-SIN-GOZAR
           END-EVALUATE.
           WRITE REP-LINEA.
       2600-EXIT.
           EXIT.

       2700-SUBTOTAL-CENTRO.
           MOVE CEN-OTORGADOS  TO WS-ED-OTORGADOS.
           MOVE CEN-TOMADOS    TO WS-ED-TOMADOS.
           MOVE CEN-PENDIENTES TO WS-ED-PENDIENTES.
           MOVE SPACES TO REP-LINEA.
           STRING "SUBTOTAL " CENTRO-EN-CURSO
               "  otorgados " WS-ED-OTORGADOS
               "  tomados " WS-ED-TOMADOS
               "  pendientes " WS-ED-PENDIENTES
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       2700-EXIT.
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
               FOR ALL "SaldoVacaciones".
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
           STRING "SaldoVacaciones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE VACSALDOS.
           CLOSE MAESTRO-EMPLEADOS.
           CLOSE REPORTE-SALDOS.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Saldo conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO REP-LINEA.
           STRING "Conformado por: " OPERADOR-FIRMA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM SaldoVacaciones.
