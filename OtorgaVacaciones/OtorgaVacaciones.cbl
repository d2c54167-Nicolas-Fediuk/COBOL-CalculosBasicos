      ******************************************************************
      *Otorgamiento anual de vacaciones: hasta ahora nadie sabia
      *cuantos dias le correspondian a cada legajo ni cuantos le
      *quedaban, y CargaLicencias aceptaba cualquier cantidad de dias
      *V. Esta corrida otorga a cada legajo activo los dias del anio
      *pedido segun la antiguedad al 31 de diciembre tomada de la
      *fecha de ingreso del maestro (hasta 5 anios 14 dias, hasta 10
      *21, hasta 20 28 y desde ahi 35; quien no llega a medio anio
      *trabajado recibe un dia cada veinte trabajados) y asienta el
      *saldo en VACSALDOS.DAT con clave legajo/anio. CargaLicencias
      *descuenta de ese saldo cada licencia V y SaldoVacaciones lista
      *lo otorgado, lo tomado y lo pendiente. Un legajo ya otorgado
      *en el anio no se vuelve a otorgar, asi la corrida se puede
      *repetir; el legajo sin fecha de ingreso queda listado aparte.
      *La simulacion lista el otorgamiento sin grabar.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del otorgamiento de vacaciones.
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
       PROGRAM-ID. OtorgaVacaciones.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT VACSALDOS ASSIGN TO "VACSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAC-CLAVE
               FILE STATUS IS FS-VACSALDOS.
           SELECT REPORTE-VACACIONES ASSIGN TO "REPORTE-VACACIONES.DAT"
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

       FD  REPORTE-VACACIONES
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
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-VACSALDOS             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  ANIO-OTORGA              PIC 9(04) VALUE ZERO.
       77  ANIOS-ANTIGUEDAD         PIC 9(02) VALUE ZERO.
       77  DIAS-A-OTORGAR           PIC 9(03) VALUE ZERO.
       77  CANT-OTORGADOS           PIC 9(5) COMP VALUE ZERO.
       77  CANT-YA-OTORGADOS        PIC 9(5) COMP VALUE ZERO.
       77  CANT-SIN-INGRESO         PIC 9(5) COMP VALUE ZERO.
       77  TOTAL-DIAS-OTORGADOS     PIC 9(7) COMP VALUE ZERO.

      *    Quien ingresa despues del 30 de junio no llega a medio anio
      *    trabajado: un dia cada veinte trabajados, tomando como
      *    trabajados cinco de cada siete dias corridos.
       77  FECHA-MEDIO-ANIO         PIC 9(08) VALUE ZERO.
       77  DIAS-HABILES-SEMANA      PIC 9(01) VALUE 5.
       77  DIAS-CORRIDOS-SEMANA     PIC 9(01) VALUE 7.
       77  DIAS-TRABAJO-POR-DIA     PIC 9(02) VALUE 20.
       77  DIAS-CORRIDOS-ANIO       PIC 9(03) VALUE ZERO.
       77  DIAS-DEL-ANIO            PIC 9(03) VALUE ZERO.
       77  DIA-DEL-ANIO             PIC 9(03) VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.

       01  FECHA-INGRESO            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-INGRESO.
           05  FI-AAAA              PIC 9(04).
           05  FI-MM                PIC 9(02).
           05  FI-DD                PIC 9(02).

      *    Dias acumulados al inicio de cada mes en un anio comun.
       01  ACUM-MESES-VALORES       PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  FILLER REDEFINES ACUM-MESES-VALORES.
           05  ACM-DIAS             PIC 9(03) OCCURS 12 TIMES.

       01  SW-SIMULACION            PIC X(01) VALUE "S".
           88  ES-SIMULACION        VALUE "S" "s".
       01  SW-FIN-PADRON            PIC X(01) VALUE "N".
           88  FIN-PADRON           VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-ANIO-OK               PIC X(01) VALUE "N".
           88  ANIO-OK              VALUE "S".
       01  SW-PROPORCIONAL          PIC X(01) VALUE "N".
           88  ES-PROPORCIONAL      VALUE "S".

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
       01  WS-ED-DIAS               PIC ZZ9.
       01  WS-ED-ANIOS              PIC Z9.
       01  WS-ED-TOTAL              PIC ZZZZZZ9.

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
               PERFORM 1200-PEDIR-ANIO THRU 1200-EXIT
               IF NOT ANIO-OK
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 1500-ABRIR-SALDOS THRU 1500-EXIT
               IF NOT INIT-OK
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2000-RECORRER-PLANTEL THRU 2000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO NOT = "00"
               DISPLAY "No se pudo abrir MAESTROEMP.DAT, FS="
                   FS-MAESTRO
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-VACACIONES.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-PEDIR-ANIO - anio de otorgamiento y simulacion
      ******************************************************************
       1200-PEDIR-ANIO.
           MOVE "N" TO SW-ANIO-OK.
           DISPLAY "Ingrese el anio de otorgamiento (AAAA):".
           ACCEPT ANIO-OTORGA.
           IF ANIO-OTORGA < 1900
               DISPLAY "Anio invalido."
               GO TO 1200-EXIT
           END-IF.
           DISPLAY "Es una simulacion (S = solo listar, "
               "N = otorgar en firme)?".
           ACCEPT SW-SIMULACION.
           MOVE "S" TO SW-ANIO-OK.
           COMPUTE FECHA-MEDIO-ANIO = ANIO-OTORGA * 10000 + 0630.
           DIVIDE ANIO-OTORGA BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = ZERO
               MOVE 366 TO DIAS-DEL-ANIO
           ELSE
               MOVE 365 TO DIAS-DEL-ANIO
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1500-ABRIR-SALDOS - el saldo de vacaciones se crea en la
      *                     primera corrida en firme
      ******************************************************************
       1500-ABRIR-SALDOS.
           IF ES-SIMULACION
               OPEN INPUT VACSALDOS
               GO TO 1500-EXIT
           END-IF.
           OPEN I-O VACSALDOS.
           IF FS-VACSALDOS NOT = "00"
               OPEN OUTPUT VACSALDOS
               IF FS-VACSALDOS = "00"
                   CLOSE VACSALDOS
                   OPEN I-O VACSALDOS
               END-IF
           END-IF.
           IF FS-VACSALDOS NOT = "00"
               DISPLAY "No se pudo abrir VACSALDOS.DAT, FS="
                   FS-VACSALDOS
               MOVE "N" TO SW-INIT-OK
           END-IF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RECORRER-PLANTEL - un otorgamiento por cada legajo activo
      ******************************************************************
       2000-RECORRER-PLANTEL.
           MOVE SPACES TO REP-LINEA.
           IF ES-SIMULACION
               STRING "=== SIMULACION DE OTORGAMIENTO DE VACACIONES "
                   "ANIO " ANIO-OTORGA " ==="
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "=== OTORGAMIENTO DE VACACIONES ANIO "
                   ANIO-OTORGA " ==="
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           MOVE ZERO TO EMP-LEGAJO.
           START MAESTRO-EMPLEADOS KEY NOT < EMP-LEGAJO
               INVALID KEY
                   DISPLAY "Maestro vacio."
                   GO TO 2000-EXIT
           END-START.
           MOVE "N" TO SW-FIN-PADRON.
           PERFORM 2100-LEER-SIGUIENTE THRU 2100-EXIT
               UNTIL FIN-PADRON.
           MOVE CANT-OTORGADOS    TO WS-ED-CANT.
           MOVE CANT-YA-OTORGADOS TO WS-ED-CANT2.
           MOVE CANT-SIN-INGRESO  TO WS-ED-CANT3.
           MOVE TOTAL-DIAS-OTORGADOS TO WS-ED-TOTAL.
           DISPLAY "Legajos otorgados: " WS-ED-CANT
               "  ya otorgados: " WS-ED-CANT2
               "  sin fecha de ingreso: " WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajos otorgados: " WS-ED-CANT
               "  dias: " WS-ED-TOTAL
               "  ya otorgados: " WS-ED-CANT2
               "  sin fecha de ingreso: " WS-ED-CANT3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Otorgamiento vacaciones anio=" ANIO-OTORGA
               " simulacion=" SW-SIMULACION
               " otorgados=" WS-ED-CANT
               " dias=" WS-ED-TOTAL
               " ya otorgados=" WS-ED-CANT2
               " sin ingreso=" WS-ED-CANT3
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-SIGUIENTE.
           READ MAESTRO-EMPLEADOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PADRON
               NOT AT END
                   IF EMP-ESTADO = "A"
                       PERFORM 2200-OTORGAR-LEGAJO THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-OTORGAR-LEGAJO - dias por antiguedad al 31 de diciembre
      *                       del anio; el legajo ingresado despues
      *                       del anio no tiene nada que otorgar
      ******************************************************************
       2200-OTORGAR-LEGAJO.
           IF EMP-FECHA-INGRESO = ZERO
               ADD 1 TO CANT-SIN-INGRESO
               MOVE SPACES TO REP-LINEA
               STRING "Legajo " EMP-LEGAJO " " EMP-NOMBRE
                   " SIN FECHA DE INGRESO, cargarla con MantEmpleados"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 2200-EXIT
           END-IF.
           MOVE EMP-FECHA-INGRESO TO FECHA-INGRESO.
           IF FI-AAAA > ANIO-OTORGA
               GO TO 2200-EXIT
           END-IF.
           MOVE EMP-LEGAJO  TO VAC-LEGAJO.
           MOVE ANIO-OTORGA TO VAC-ANIO.
           READ VACSALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CANT-YA-OTORGADOS
                   MOVE VAC-DIAS-OTORGADOS TO WS-ED-DIAS
                   MOVE SPACES TO REP-LINEA
                   STRING "Legajo " EMP-LEGAJO " " EMP-NOMBRE
                       " ya otorgado en el anio: " WS-ED-DIAS " dias"
                       DELIMITED BY SIZE INTO REP-LINEA
                   WRITE REP-LINEA
                   GO TO 2200-EXIT
           END-READ.
           SUBTRACT FI-AAAA FROM ANIO-OTORGA GIVING ANIOS-ANTIGUEDAD.
           MOVE "N" TO SW-PROPORCIONAL.
           EVALUATE TRUE
               WHEN EMP-FECHA-INGRESO > FECHA-MEDIO-ANIO
                   PERFORM 2300-PROPORCIONAL THRU 2300-EXIT
               WHEN ANIOS-ANTIGUEDAD < 5
                   MOVE 14 TO DIAS-A-OTORGAR
               WHEN ANIOS-ANTIGUEDAD < 10
                   MOVE 21 TO DIAS-A-OTORGAR
               WHEN ANIOS-ANTIGUEDAD < 20
                   MOVE 28 TO DIAS-A-OTORGAR
               WHEN OTHER
                   MOVE 35 TO DIAS-A-OTORGAR
           END-EVALUATE.
           ADD 1 TO CANT-OTORGADOS.
           ADD DIAS-A-OTORGAR TO TOTAL-DIAS-OTORGADOS.
           MOVE DIAS-A-OTORGAR   TO WS-ED-DIAS.
           MOVE ANIOS-ANTIGUEDAD TO WS-ED-ANIOS.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajo " EMP-LEGAJO " " EMP-NOMBRE
               " ingreso " EMP-FECHA-INGRESO
               " antiguedad " WS-ED-ANIOS
               " dias " WS-ED-DIAS
               DELIMITED BY SIZE INTO REP-LINEA.
           IF ES-PROPORCIONAL
               MOVE "PROPORCIONAL" TO REP-LINEA (80:12)
           END-IF.
           WRITE REP-LINEA.
           IF ES-SIMULACION
               GO TO 2200-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           MOVE EMP-LEGAJO       TO VAC-LEGAJO.
           MOVE ANIO-OTORGA      TO VAC-ANIO.
           MOVE DIAS-A-OTORGAR   TO VAC-DIAS-OTORGADOS.
           MOVE ZERO             TO VAC-DIAS-TOMADOS.
           MOVE ANIOS-ANTIGUEDAD TO VAC-ANTIGUEDAD.
           MOVE WS-FECHA-AUDIT   TO VAC-FECHA-OTORGA.
           WRITE VAC-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el saldo del legajo "
                       EMP-LEGAJO ", FS=" FS-VACSALDOS
                   GO TO 2200-EXIT
           END-WRITE.
           STRING "Vacaciones legajo=" EMP-LEGAJO
               " anio=" ANIO-OTORGA
               " antiguedad=" WS-ED-ANIOS
               " otorgados=" WS-ED-DIAS
               " proporcional=" SW-PROPORCIONAL
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2200-EXIT.
           EXIT.

      *    Dias corridos desde el ingreso hasta el 31 de diciembre,
      *    llevados a dias trabajados y a un dia cada veinte.
       2300-PROPORCIONAL.
           MOVE "S" TO SW-PROPORCIONAL.
           COMPUTE DIA-DEL-ANIO = ACM-DIAS (FI-MM) + FI-DD.
           IF FI-MM > 2 AND DIAS-DEL-ANIO = 366
               ADD 1 TO DIA-DEL-ANIO
           END-IF.
           COMPUTE DIAS-CORRIDOS-ANIO = DIAS-DEL-ANIO - DIA-DEL-ANIO
               + 1.
           COMPUTE DIAS-A-OTORGAR = DIAS-CORRIDOS-ANIO
               * DIAS-HABILES-SEMANA / DIAS-CORRIDOS-SEMANA
               / DIAS-TRABAJO-POR-DIA.
       2300-EXIT.
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
               FOR ALL "OtorgaVacaciones".
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
           STRING "OtorgaVacaciones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE MAESTRO-EMPLEADOS.
           CLOSE VACSALDOS.
           CLOSE REPORTE-VACACIONES.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Otorgamiento conformado por: " OPERADOR-FIRMA.
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
       END PROGRAM OtorgaVacaciones.
