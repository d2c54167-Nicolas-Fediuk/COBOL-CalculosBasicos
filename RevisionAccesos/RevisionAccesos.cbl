      ******************************************************************
      *Revision de segregacion de funciones sobre el maestro de
      *operadores. La lista de programas de OPERADORES.DAT es libre y
      *"*" los autoriza todos, de modo que nada impide que un mismo
      *operador modifique tarifas, liquide y pague. Esta corrida
      *cruza cada operador activo con la matriz de funciones
      *incompatibles (CONFLICTOS.DAT, de MantConflictos) y deja en
      *REPORTE-ACCESOS.DAT:
      *  - los operadores que reunen los dos programas de un par;
      *  - los que tienen autorizacion total ("*");
      *  - los que no registran un acceso en la auditoria en los
      *    ultimos N dias (se pide N, 90 por omision): se recorren los
      *    cortes mensuales AUDITLOG-AAAAMM.DAT que cubren el plazo y
      *    el log vivo, y se toma la ultima linea ACCESO de cada
      *    operador;
      *  - el estado de la recertificacion del trimestre en curso
      *    (RECERTIFICA.DAT, de RecertificaAccesos), con el plazo.
      *Asienta INICIO y FIN en RUNCONTROL.DAT para correr en el plan
      *nocturno; la cantidad del FIN es el total de observaciones.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la revision de accesos.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisionAccesos.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLICTOS ASSIGN TO "CONFLICTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFLICTOS.
           SELECT RECERTIFICA ASSIGN TO "RECERTIFICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECERTIFICA.
           SELECT AUDIT-LECTURA ASSIGN TO NOMBRE-LEIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LECTURA.
           SELECT REPORTE-ACCESOS ASSIGN TO "REPORTE-ACCESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT RUNCONTROL ASSIGN TO "RUNCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Pares de programas que un mismo operador no debe tener.
       FD  CONFLICTOS
           RECORDING MODE IS F.
       01  CNF-REGISTRO.
           05  CNF-PROGRAMA-A        PIC X(20).
           05  CNF-PROGRAMA-B        PIC X(20).
           05  CNF-MOTIVO            PIC X(40).
           05  CNF-ESTADO            PIC X(01).

      *    Decisiones de recertificacion, en orden de grabacion: para
      *    un operador y un trimestre vale la ultima.
       FD  RECERTIFICA
           RECORDING MODE IS F.
       01  REC-REGISTRO.
           05  REC-OPERADOR          PIC X(04).
           05  REC-CICLO.
               10  REC-ANIO          PIC 9(04).
               10  REC-TRIMESTRE     PIC 9(01).
           05  REC-DECISION          PIC X(01).
           05  REC-FECHA             PIC 9(08).
           05  REC-SUPERVISOR        PIC X(04).
           05  REC-PROGRAMAS         PIC X(80).

      *    Corte mensual o log vivo de la auditoria, en lectura.
       FD  AUDIT-LECTURA
           RECORDING MODE IS F.
       01  LEC-LINEA.
           05  LEC-CONTENIDO        PIC X(180).
           05  FILLER               PIC X(29).

       FD  REPORTE-ACCESOS
           RECORDING MODE IS F.
       01  REP-LINEA                PIC X(140).

      *    Bitacora de corridas: INICIO y FIN con estado y cantidad de
      *    registros, para el verificador de fin de dia.
       FD  RUNCONTROL
           RECORDING MODE IS F.
       01  RUN-REGISTRO.
           05  RUN-PROGRAMA         PIC X(20).
           05  RUN-FECHA            PIC 9(08).
           05  RUN-HORA             PIC 9(06).
           05  RUN-EVENTO           PIC X(06).
           05  RUN-ESTADO           PIC X(05).
           05  RUN-CANT             PIC 9(07).

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
       77  FS-RECERTIFICA           PIC X(02) VALUE SPACES.
       77  FS-LECTURA               PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  NOMBRE-LEIDO             PIC X(30) VALUE SPACES.

       01  FECHA-HOY                PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-HOY.
           05  PERIODO-HOY          PIC 9(06).
           05  FILLER               PIC 9(02).
       01  FILLER REDEFINES FECHA-HOY.
           05  HOY-AAAA             PIC 9(04).
           05  HOY-MM               PIC 9(02).
           05  HOY-DD               PIC 9(02).
       77  DIAS-INACTIVIDAD         PIC 9(03) VALUE ZERO.
       77  MESES-ATRAS              PIC 9(03) COMP VALUE ZERO.
       77  DIAS-SIN-ACCESO          PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-HOY               PIC 9(07) COMP VALUE ZERO.
       01  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-ACTUAL.
           05  PA-AAAA              PIC 9(04).
           05  PA-MM                PIC 9(02).
       77  PERIODO-DESDE            PIC 9(06) VALUE ZERO.

      *    Trimestre en curso y plazo de su recertificacion: el ultimo
      *    dia del primer mes del trimestre.
       01  CICLO-ACTUAL.
           05  CIC-ANIO             PIC 9(04).
           05  CIC-TRIMESTRE        PIC 9(01).
       77  MES-INICIO-CICLO         PIC 9(02) VALUE ZERO.
       01  FECHA-LIMITE             PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-LIMITE.
           05  LIM-AAAA             PIC 9(04).
           05  LIM-MM               PIC 9(02).
           05  LIM-DD               PIC 9(02).

       01  SW-FIN-OPERADORES-TAB    PIC X(01) VALUE "N".
           88  FIN-OPERADORES-TAB   VALUE "S".
       01  SW-FIN-RECERTIFICA       PIC X(01) VALUE "N".
           88  FIN-RECERTIFICA      VALUE "S".
       01  SW-FIN-LECTURA           PIC X(01) VALUE "N".
           88  FIN-LECTURA          VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-PLAZO-VENCIDO         PIC X(01) VALUE "N".
           88  PLAZO-VENCIDO        VALUE "S".

      *----------------------------------------------------------------
      * OPERADORES EN MEMORIA, CON SU ULTIMO ACCESO Y LA DECISION DE
      * RECERTIFICACION DEL TRIMESTRE
      *----------------------------------------------------------------
       77  CANT-OPERADORES          PIC 9(3) COMP VALUE ZERO.
       77  CODIGO-BUSCADO           PIC X(04) VALUE SPACES.
       01  TABLA-OPERADORES.
           05  OPT-ENTRY OCCURS 100 TIMES INDEXED BY IX-OPT.
               10  OPT-CODIGO        PIC X(04).
               10  OPT-NOMBRE        PIC X(30).
               10  OPT-PROGRAMAS     PIC X(80).
               10  OPT-ESTADO        PIC X(01).
               10  OPT-ULTIMO-ACCESO PIC 9(08).
               10  OPT-DECISION      PIC X(01).
               10  OPT-FECHA-DECISION PIC 9(08).
               10  OPT-SUPERVISOR    PIC X(04).

      *----------------------------------------------------------------
      * LECTURA DE LAS LINEAS DE ACCESO DE LA AUDITORIA
      *----------------------------------------------------------------
       01  TOKEN-PROGRAMA           PIC X(20).
       01  TOKEN-FECHA              PIC X(10).
       01  TOKEN-HORA               PIC X(08).
       01  TOKEN-ACCION             PIC X(10).
       01  TOKEN-OPERADOR           PIC X(20).
       01  FECHA-LINEA              PIC 9(08) VALUE ZERO.
       01  FECHA-LINEA-X REDEFINES FECHA-LINEA PIC X(08).

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
      * CONTADORES
      *----------------------------------------------------------------
       77  CANT-CORTES              PIC 9(3) COMP VALUE ZERO.
       77  CANT-LINEAS              PIC 9(7) COMP VALUE ZERO.
       77  CANT-INCOMPATIBLES       PIC 9(3) COMP VALUE ZERO.
       77  CANT-PARES               PIC 9(5) COMP VALUE ZERO.
       77  CANT-COMODIN             PIC 9(3) COMP VALUE ZERO.
       77  CANT-INACTIVOS           PIC 9(3) COMP VALUE ZERO.
       77  CANT-PENDIENTES          PIC 9(3) COMP VALUE ZERO.
       77  CANT-SUSPENDIDOS         PIC 9(3) COMP VALUE ZERO.
       77  CANT-SECCION             PIC 9(3) COMP VALUE ZERO.
       77  CANT-OBSERVACIONES       PIC 9(7) COMP VALUE ZERO.
       01  WS-ED-CANT               PIC Z(6)9.
       01  WS-ED-CANT2              PIC Z(6)9.
       01  WS-ED-CANT3              PIC Z(6)9.
       01  WS-ED-CANT4              PIC Z(6)9.
       01  WS-ED-DIAS               PIC Z(6)9.

      *----------------------------------------------------------------
      * MATRIZ DE FUNCIONES INCOMPATIBLES (CONFLICTOS)
      *----------------------------------------------------------------
       77  FS-CONFLICTOS            PIC X(02) VALUE SPACES.
       01  SW-FIN-CONFLICTOS        PIC X(01) VALUE "N".
           88  FIN-CONFLICTOS       VALUE "S".
       77  CANT-CONFLICTOS          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CONFLICTOS.
           05  CFT-ENTRY OCCURS 100 TIMES INDEXED BY IX-CFT.
               10  CFT-PROGRAMA-A    PIC X(20).
               10  CFT-PROGRAMA-B    PIC X(20).
               10  CFT-MOTIVO        PIC X(40).
      *    Lista de programas que se cruza con la matriz; cada
      *    programa se busca por su nombre completo entre espacios,
      *    para que un nombre no coincida con parte de otro.
       77  LISTA-REVISADA           PIC X(80) VALUE SPACES.
       77  LISTA-BUSQUEDA           PIC X(82) VALUE SPACES.
       77  PROGRAMA-BUSCADO         PIC X(20) VALUE SPACES.
       77  TOKEN-BUSCADO            PIC X(22) VALUE SPACES.
       77  LARGO-TOKEN              PIC 9(02) COMP VALUE ZERO.
       77  CONT-TOKEN               PIC 9(02) COMP VALUE ZERO.
       77  CANT-CONFLICTOS-OPR      PIC 9(3) COMP VALUE ZERO.
       01  SW-TIENE-PROGRAMA        PIC X(01) VALUE "N".
           88  TIENE-PROGRAMA       VALUE "S".
       01  SW-COMODIN               PIC X(01) VALUE "N".
           88  LISTA-COMODIN        VALUE "S".

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
               PERFORM 2000-ULTIMOS-ACCESOS THRU 2000-EXIT
               PERFORM 3000-INCOMPATIBLES THRU 3000-EXIT
               PERFORM 3200-COMODIN THRU 3200-EXIT
               PERFORM 3400-INACTIVOS THRU 3400-EXIT
               PERFORM 3600-RECERTIFICACION THRU 3600-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-OBSERVACIONES TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - plazo de inactividad, trimestre en curso y
      *                    carga de operadores, matriz y decisiones
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Dias sin actividad a informar (Enter = 90):".
           ACCEPT DIAS-INACTIVIDAD.
           IF DIAS-INACTIVIDAD NOT NUMERIC OR DIAS-INACTIVIDAD = ZERO
               MOVE 90 TO DIAS-INACTIVIDAD
           END-IF.
           MOVE FECHA-HOY TO FECHA-SERIAL.
           PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-HOY.
           PERFORM 1600-PLAZO-TRIMESTRE THRU 1600-EXIT.
           PERFORM 1100-CARGAR-OPERADORES THRU 1100-EXIT.
           IF NOT INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-ACCESOS.
           MOVE DIAS-INACTIVIDAD TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "=== REVISION DE ACCESOS Y SEGREGACION DE FUNCIONES "
               "AL " FECHA-HOY " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "Plazo de inactividad:" WS-ED-DIAS " dias"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 1200-CARGAR-CONFLICTOS THRU 1200-EXIT.
           PERFORM 1300-CARGAR-RECERTIFICA THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-OPERADORES - sin maestro no hay nada que revisar
      ******************************************************************
       1100-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No se pudo abrir OPERADORES.DAT, FS="
                   FS-OPERADORES
               MOVE "N" TO SW-INIT-OK
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-OPERADORES-TAB.
           PERFORM 1150-LEER-OPERADOR THRU 1150-EXIT
               UNTIL FIN-OPERADORES-TAB.
           CLOSE OPERADORES.
       1100-EXIT.
           EXIT.

       1150-LEER-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE "S" TO SW-FIN-OPERADORES-TAB
               NOT AT END
                   IF CANT-OPERADORES < 100
                       ADD 1 TO CANT-OPERADORES
                       SET IX-OPT TO CANT-OPERADORES
                       MOVE OPR-CODIGO    TO OPT-CODIGO (IX-OPT)
                       MOVE OPR-NOMBRE    TO OPT-NOMBRE (IX-OPT)
                       MOVE OPR-PROGRAMAS TO OPT-PROGRAMAS (IX-OPT)
                       MOVE OPR-ESTADO    TO OPT-ESTADO (IX-OPT)
                       MOVE ZERO  TO OPT-ULTIMO-ACCESO (IX-OPT)
                       MOVE SPACE TO OPT-DECISION (IX-OPT)
                       MOVE ZERO  TO OPT-FECHA-DECISION (IX-OPT)
                       MOVE SPACES TO OPT-SUPERVISOR (IX-OPT)
                   ELSE
                       DISPLAY "Tabla de operadores llena, se "
                           "descarta " OPR-CODIGO
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-CONFLICTOS - los pares vigentes de la matriz de
      *                          funciones incompatibles; sin archivo
      *                          no hay pares que controlar
      ******************************************************************
       1200-CARGAR-CONFLICTOS.
           MOVE ZERO TO CANT-CONFLICTOS.
           OPEN INPUT CONFLICTOS.
           IF FS-CONFLICTOS NOT = "00"
               DISPLAY "Sin CONFLICTOS.DAT (FS=" FS-CONFLICTOS
                   "), no se controlan funciones incompatibles."
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CONFLICTOS.
           PERFORM 1250-LEER-CONFLICTO THRU 1250-EXIT
               UNTIL FIN-CONFLICTOS.
           CLOSE CONFLICTOS.
       1200-EXIT.
           EXIT.

       1250-LEER-CONFLICTO.
           READ CONFLICTOS
               AT END
                   MOVE "S" TO SW-FIN-CONFLICTOS
               NOT AT END
                   IF CNF-ESTADO = "A"
                       IF CANT-CONFLICTOS < 100
                           ADD 1 TO CANT-CONFLICTOS
                           SET IX-CFT TO CANT-CONFLICTOS
                           MOVE CNF-PROGRAMA-A
                               TO CFT-PROGRAMA-A (IX-CFT)
                           MOVE CNF-PROGRAMA-B
                               TO CFT-PROGRAMA-B (IX-CFT)
                           MOVE CNF-MOTIVO TO CFT-MOTIVO (IX-CFT)
                       ELSE
                           DISPLAY "Tabla de conflictos llena, se "
                               "descarta " CNF-PROGRAMA-A " "
                               CNF-PROGRAMA-B
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARGAR-RECERTIFICA - la ultima decision del trimestre en
      *                           curso para cada operador
      ******************************************************************
       1300-CARGAR-RECERTIFICA.
           OPEN INPUT RECERTIFICA.
           IF FS-RECERTIFICA NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-RECERTIFICA.
           PERFORM 1350-LEER-RECERTIFICA THRU 1350-EXIT
               UNTIL FIN-RECERTIFICA.
           CLOSE RECERTIFICA.
       1300-EXIT.
           EXIT.

       1350-LEER-RECERTIFICA.
           READ RECERTIFICA
               AT END
                   MOVE "S" TO SW-FIN-RECERTIFICA
               NOT AT END
                   IF REC-CICLO = CICLO-ACTUAL
                       MOVE REC-OPERADOR TO CODIGO-BUSCADO
                       PERFORM 2400-BUSCAR-OPERADOR THRU 2400-EXIT
                       IF IX-OPT NOT > CANT-OPERADORES
                           MOVE REC-DECISION
                               TO OPT-DECISION (IX-OPT)
                           MOVE REC-FECHA
                               TO OPT-FECHA-DECISION (IX-OPT)
                           MOVE REC-SUPERVISOR
                               TO OPT-SUPERVISOR (IX-OPT)
                       END-IF
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1500-DIAS-CORRIDOS - convierte FECHA-SERIAL en dias corridos
      *                      (anio por 365 mas bisiestos acumulados y
      *                      dias del anio), para restar dos fechas
      ******************************************************************
       1500-DIAS-CORRIDOS.
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
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1600-PLAZO-TRIMESTRE - trimestre de la fecha del dia y plazo
      *                        de su recertificacion (ultimo dia del
      *                        primer mes del trimestre)
      ******************************************************************
       1600-PLAZO-TRIMESTRE.
           MOVE HOY-AAAA TO CIC-ANIO.
           COMPUTE CIC-TRIMESTRE = (HOY-MM - 1) / 3 + 1.
           COMPUTE MES-INICIO-CICLO = (CIC-TRIMESTRE - 1) * 3 + 1.
           MOVE HOY-AAAA         TO LIM-AAAA.
           MOVE MES-INICIO-CICLO TO LIM-MM.
           IF MES-INICIO-CICLO = 4
               MOVE 30 TO LIM-DD
           ELSE
               MOVE 31 TO LIM-DD
           END-IF.
           IF FECHA-HOY > FECHA-LIMITE
               MOVE "S" TO SW-PLAZO-VENCIDO
           END-IF.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ULTIMOS-ACCESOS - recorre los cortes mensuales que cubren
      *                        el plazo de inactividad y despues el log
      *                        vivo, cerrado mientras se lee; el corte
      *                        que no existe se saltea
      ******************************************************************
       2000-ULTIMOS-ACCESOS.
           MOVE PERIODO-HOY TO PERIODO-ACTUAL.
           COMPUTE MESES-ATRAS = DIAS-INACTIVIDAD / 30 + 1.
           PERFORM 2050-MES-ANTERIOR THRU 2050-EXIT
               MESES-ATRAS TIMES.
           MOVE PERIODO-ACTUAL TO PERIODO-DESDE.
           PERFORM 2100-LEER-CORTE THRU 2100-EXIT
               UNTIL PERIODO-ACTUAL > PERIODO-HOY.
           MOVE "AUDITLOG.DAT" TO NOMBRE-LEIDO.
           CLOSE AUDITLOG.
           OPEN INPUT AUDIT-LECTURA.
           IF FS-LECTURA = "00"
               MOVE "N" TO SW-FIN-LECTURA
               PERFORM 2200-LEER-LINEA THRU 2200-EXIT
                   UNTIL FIN-LECTURA
               CLOSE AUDIT-LECTURA
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
      *    El operador que corre la revision acaba de acceder.
           MOVE OPERADOR-CODIGO TO CODIGO-BUSCADO.
           PERFORM 2400-BUSCAR-OPERADOR THRU 2400-EXIT.
           IF IX-OPT NOT > CANT-OPERADORES
               MOVE FECHA-HOY TO OPT-ULTIMO-ACCESO (IX-OPT)
           END-IF.
           MOVE CANT-CORTES TO WS-ED-CANT.
           MOVE CANT-LINEAS TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Auditoria leida desde " PERIODO-DESDE
               ": cortes=" WS-ED-CANT
               " lineas=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       2000-EXIT.
           EXIT.

       2050-MES-ANTERIOR.
           IF PA-MM = 1
               MOVE 12 TO PA-MM
               SUBTRACT 1 FROM PA-AAAA
           ELSE
               SUBTRACT 1 FROM PA-MM
           END-IF.
       2050-EXIT.
           EXIT.

       2100-LEER-CORTE.
           MOVE SPACES TO NOMBRE-LEIDO.
           STRING "AUDITLOG-" PERIODO-ACTUAL ".DAT"
               DELIMITED BY SIZE INTO NOMBRE-LEIDO.
           OPEN INPUT AUDIT-LECTURA.
           IF FS-LECTURA = "00"
               ADD 1 TO CANT-CORTES
               MOVE "N" TO SW-FIN-LECTURA
               PERFORM 2200-LEER-LINEA THRU 2200-EXIT
                   UNTIL FIN-LECTURA
               CLOSE AUDIT-LECTURA
           END-IF.
           IF PA-MM = 12
               ADD 1 TO PA-AAAA
               MOVE 1 TO PA-MM
           ELSE
               ADD 1 TO PA-MM
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LEER-LINEA.
           READ AUDIT-LECTURA
               AT END
                   MOVE "S" TO SW-FIN-LECTURA
               NOT AT END
                   ADD 1 TO CANT-LINEAS
                   PERFORM 2300-ANALIZAR-LINEA THRU 2300-EXIT
           END-READ.
       2200-EXIT.
           EXIT.

      *    Solo cuentan las lineas "ACCESO operador=XXXX" que deja el
      *    control de acceso de cada programa; un acceso rechazado no
      *    es actividad.
       2300-ANALIZAR-LINEA.
           MOVE SPACES TO TOKEN-PROGRAMA TOKEN-FECHA TOKEN-HORA
               TOKEN-ACCION TOKEN-OPERADOR.
           UNSTRING LEC-CONTENIDO DELIMITED BY ALL " "
               INTO TOKEN-PROGRAMA TOKEN-FECHA TOKEN-HORA
                   TOKEN-ACCION TOKEN-OPERADOR.
           IF TOKEN-ACCION NOT = "ACCESO"
               OR TOKEN-OPERADOR (1:9) NOT = "operador="
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO FECHA-LINEA-X.
           STRING TOKEN-FECHA (1:4) TOKEN-FECHA (6:2)
               TOKEN-FECHA (9:2)
               DELIMITED BY SIZE INTO FECHA-LINEA-X.
           IF FECHA-LINEA-X NOT NUMERIC
               GO TO 2300-EXIT
           END-IF.
           MOVE TOKEN-OPERADOR (10:4) TO CODIGO-BUSCADO.
           PERFORM 2400-BUSCAR-OPERADOR THRU 2400-EXIT.
           IF IX-OPT NOT > CANT-OPERADORES
               IF FECHA-LINEA > OPT-ULTIMO-ACCESO (IX-OPT)
                   MOVE FECHA-LINEA TO OPT-ULTIMO-ACCESO (IX-OPT)
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *    Ubica CODIGO-BUSCADO en la tabla; IX-OPT queda pasado de
      *    CANT-OPERADORES si no esta.
       2400-BUSCAR-OPERADOR.
           PERFORM VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES
                   OR OPT-CODIGO (IX-OPT) = CODIGO-BUSCADO
               CONTINUE
           END-PERFORM.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCOMPATIBLES - operadores activos que reunen los dos
      *                      programas de un par de la matriz
      ******************************************************************
       3000-INCOMPATIBLES.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "FUNCIONES INCOMPATIBLES" TO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-CONFLICTOS = ZERO
               MOVE "  Sin pares vigentes en la matriz de conflictos."
                   TO REP-LINEA
               WRITE REP-LINEA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-REVISAR-OPERADOR THRU 3100-EXIT
               VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES.
           IF CANT-INCOMPATIBLES = ZERO
               MOVE "  Ningun operador reune funciones incompatibles."
                   TO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       3000-EXIT.
           EXIT.

       3100-REVISAR-OPERADOR.
           IF OPT-ESTADO (IX-OPT) NOT = "A"
               GO TO 3100-EXIT
           END-IF.
           MOVE OPT-PROGRAMAS (IX-OPT) TO LISTA-REVISADA.
           PERFORM 6500-REVISAR-CONFLICTOS THRU 6500-EXIT.
           IF CANT-CONFLICTOS-OPR > ZERO
               ADD 1 TO CANT-INCOMPATIBLES
               ADD CANT-CONFLICTOS-OPR TO CANT-PARES
               ADD CANT-CONFLICTOS-OPR TO CANT-OBSERVACIONES
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COMODIN - operadores activos con autorizacion total
      ******************************************************************
       3200-COMODIN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "AUTORIZACION TOTAL (*)" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3300-REVISAR-COMODIN THRU 3300-EXIT
               VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES.
           IF CANT-COMODIN = ZERO
               MOVE "  Ningun operador activo con autorizacion total."
                   TO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       3200-EXIT.
           EXIT.

       3300-REVISAR-COMODIN.
           IF OPT-ESTADO (IX-OPT) NOT = "A"
               OR OPT-PROGRAMAS (IX-OPT) (1:1) NOT = "*"
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO CANT-COMODIN.
           ADD 1 TO CANT-OBSERVACIONES.
           MOVE SPACES TO REP-LINEA.
           STRING "  " OPT-CODIGO (IX-OPT) " " OPT-NOMBRE (IX-OPT)
               "  autoriza todos los programas"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-INACTIVOS - operadores activos sin acceso en el plazo
      ******************************************************************
       3400-INACTIVOS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE DIAS-INACTIVIDAD TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "SIN ACTIVIDAD EN LOS ULTIMOS" WS-ED-DIAS " DIAS"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3500-REVISAR-ACTIVIDAD THRU 3500-EXIT
               VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES.
           IF CANT-INACTIVOS = ZERO
               MOVE "  Todos los operadores activos registran accesos."
                   TO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       3400-EXIT.
           EXIT.

       3500-REVISAR-ACTIVIDAD.
           IF OPT-ESTADO (IX-OPT) NOT = "A"
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO REP-LINEA.
           IF OPT-ULTIMO-ACCESO (IX-OPT) = ZERO
               STRING "  " OPT-CODIGO (IX-OPT) " " OPT-NOMBRE (IX-OPT)
                   "  sin accesos desde " PERIODO-DESDE
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               MOVE OPT-ULTIMO-ACCESO (IX-OPT) TO FECHA-SERIAL
               PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT
               COMPUTE DIAS-SIN-ACCESO = SERIAL-HOY - SERIAL-CALCULO
               IF DIAS-SIN-ACCESO NOT > DIAS-INACTIVIDAD
                   GO TO 3500-EXIT
               END-IF
               MOVE DIAS-SIN-ACCESO TO WS-ED-DIAS
               STRING "  " OPT-CODIGO (IX-OPT) " " OPT-NOMBRE (IX-OPT)
                   "  ultimo acceso " OPT-ULTIMO-ACCESO (IX-OPT)
                   " hace" WS-ED-DIAS " dias"
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           ADD 1 TO CANT-INACTIVOS.
           ADD 1 TO CANT-OBSERVACIONES.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-RECERTIFICACION - decision del trimestre en curso para
      *                        cada operador activo o suspendido
      ******************************************************************
       3600-RECERTIFICACION.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "RECERTIFICACION DEL TRIMESTRE " CIC-TRIMESTRE
               "/" CIC-ANIO "  plazo " FECHA-LIMITE
               DELIMITED BY SIZE INTO REP-LINEA.
           IF PLAZO-VENCIDO
               MOVE "(vencido)" TO REP-LINEA (55:9)
           END-IF.
           WRITE REP-LINEA.
           PERFORM 3700-ESTADO-RECERTIFICACION THRU 3700-EXIT
               VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES.
       3600-EXIT.
           EXIT.

       3700-ESTADO-RECERTIFICACION.
           IF OPT-ESTADO (IX-OPT) NOT = "A"
               AND OPT-ESTADO (IX-OPT) NOT = "S"
               GO TO 3700-EXIT
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "  " OPT-CODIGO (IX-OPT) " " OPT-NOMBRE (IX-OPT)
               DELIMITED BY SIZE INTO REP-LINEA.
           EVALUATE OPT-DECISION (IX-OPT)
               WHEN "C"
                   MOVE "confirmado" TO REP-LINEA (40:12)
               WHEN "M"
                   MOVE "modificado" TO REP-LINEA (40:12)
               WHEN "R"
                   MOVE "revocado" TO REP-LINEA (40:12)
               WHEN "S"
                   MOVE "SUSPENDIDO" TO REP-LINEA (40:12)
               WHEN OTHER
                   MOVE "PENDIENTE" TO REP-LINEA (40:12)
           END-EVALUATE.
           IF OPT-DECISION (IX-OPT) = SPACE
               ADD 1 TO CANT-PENDIENTES
               ADD 1 TO CANT-OBSERVACIONES
           ELSE
               STRING OPT-FECHA-DECISION (IX-OPT)
                   " supervisor " OPT-SUPERVISOR (IX-OPT)
                   DELIMITED BY SIZE INTO REP-LINEA (53:30)
           END-IF.
           IF OPT-ESTADO (IX-OPT) = "S"
               ADD 1 TO CANT-SUSPENDIDOS
               MOVE "operador suspendido" TO REP-LINEA (85:20)
           END-IF.
           WRITE REP-LINEA.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN - totales de la revision
      ******************************************************************
       5000-RESUMEN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-INCOMPATIBLES TO WS-ED-CANT.
           MOVE CANT-PARES         TO WS-ED-CANT2.
           MOVE CANT-COMODIN       TO WS-ED-CANT3.
           MOVE CANT-INACTIVOS     TO WS-ED-CANT4.
           MOVE SPACES TO REP-LINEA.
           STRING "Operadores con funciones incompatibles="
               WS-ED-CANT " pares=" WS-ED-CANT2
               " autorizacion total=" WS-ED-CANT3
               " sin actividad=" WS-ED-CANT4
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-PENDIENTES  TO WS-ED-CANT.
           MOVE CANT-SUSPENDIDOS TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Recertificacion pendientes=" WS-ED-CANT
               " suspendidos=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF PLAZO-VENCIDO AND CANT-PENDIENTES > ZERO
               MOVE SPACES TO REP-LINEA
               STRING "PLAZO VENCIDO: la recertificacion "
                   "(RecertificaAccesos) suspende a los pendientes."
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           MOVE CANT-OBSERVACIONES TO WS-ED-CANT3.
           DISPLAY "Revision de accesos: observaciones=" WS-ED-CANT3
               " (REPORTE-ACCESOS.DAT).".
           MOVE CANT-INCOMPATIBLES TO WS-ED-CANT.
           MOVE CANT-COMODIN       TO WS-ED-CANT2.
           MOVE CANT-PENDIENTES    TO WS-ED-CANT3.
           STRING "Revision accesos incompatibles=" WS-ED-CANT
               " autorizacion total=" WS-ED-CANT2
               " sin actividad=" WS-ED-CANT4
               " pendientes=" WS-ED-CANT3
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-REVISAR-CONFLICTOS - cruza LISTA-REVISADA con la matriz:
      *                           cuenta en CANT-CONFLICTOS-OPR los
      *                           pares que la lista tiene completos y
      *                           los informa de a uno (6530); la
      *                           lista "*" queda marcada como comodin
      ******************************************************************
       6500-REVISAR-CONFLICTOS.
           MOVE ZERO TO CANT-CONFLICTOS-OPR.
           MOVE "N" TO SW-COMODIN.
           IF LISTA-REVISADA (1:1) = "*"
               MOVE "S" TO SW-COMODIN
               GO TO 6500-EXIT
           END-IF.
           MOVE SPACES TO LISTA-BUSQUEDA.
           STRING " " LISTA-REVISADA
               DELIMITED BY SIZE INTO LISTA-BUSQUEDA.
           PERFORM 6510-REVISAR-PAR THRU 6510-EXIT
               VARYING IX-CFT FROM 1 BY 1
               UNTIL IX-CFT > CANT-CONFLICTOS.
       6500-EXIT.
           EXIT.

       6510-REVISAR-PAR.
           MOVE CFT-PROGRAMA-A (IX-CFT) TO PROGRAMA-BUSCADO.
           PERFORM 6520-TIENE-PROGRAMA THRU 6520-EXIT.
           IF NOT TIENE-PROGRAMA
               GO TO 6510-EXIT
           END-IF.
           MOVE CFT-PROGRAMA-B (IX-CFT) TO PROGRAMA-BUSCADO.
           PERFORM 6520-TIENE-PROGRAMA THRU 6520-EXIT.
           IF NOT TIENE-PROGRAMA
               GO TO 6510-EXIT
           END-IF.
           ADD 1 TO CANT-CONFLICTOS-OPR.
           PERFORM 6530-INFORMAR-CONFLICTO THRU 6530-EXIT.
       6510-EXIT.
           EXIT.

      *    PROGRAMA-BUSCADO esta en la lista si aparece entero, con un
      *    espacio antes y otro despues.
       6520-TIENE-PROGRAMA.
           MOVE "N" TO SW-TIENE-PROGRAMA.
           MOVE ZERO TO LARGO-TOKEN.
           INSPECT PROGRAMA-BUSCADO TALLYING LARGO-TOKEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LARGO-TOKEN = ZERO
               GO TO 6520-EXIT
           END-IF.
           MOVE SPACES TO TOKEN-BUSCADO.
           STRING " " PROGRAMA-BUSCADO (1:LARGO-TOKEN) " "
               DELIMITED BY SIZE INTO TOKEN-BUSCADO.
           ADD 2 TO LARGO-TOKEN.
           MOVE ZERO TO CONT-TOKEN.
           INSPECT LISTA-BUSQUEDA TALLYING CONT-TOKEN
               FOR ALL TOKEN-BUSCADO (1:LARGO-TOKEN).
           IF CONT-TOKEN > ZERO
               MOVE "S" TO SW-TIENE-PROGRAMA
           END-IF.
       6520-EXIT.
           EXIT.

      *    Cada par incompatible del operador en revision.
       6530-INFORMAR-CONFLICTO.
           MOVE SPACES TO REP-LINEA.
           STRING "  " OPT-CODIGO (IX-OPT) " " OPT-NOMBRE (IX-OPT)
               "  " CFT-PROGRAMA-A (IX-CFT)
               " + " CFT-PROGRAMA-B (IX-CFT)
               "  " CFT-MOTIVO (IX-CFT)
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       6530-EXIT.
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
           MOVE "RevisionAccesos" TO RUN-PROGRAMA.
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
               FOR ALL "RevisionAccesos".
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
           STRING "RevisionAccesos " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE REPORTE-ACCESOS.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Revision conformada por: " OPERADOR-FIRMA.
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
       END PROGRAM RevisionAccesos.
