      ******************************************************************
      *Control presupuestario mensual: compara lo presupuestado en
      *PRESUPUESTO.DAT (MantPresupuesto) contra lo real que ya salio
      *para contaduria en los extractos GLEXTRACTO.DAT (sueldos,
      *comisiones, aguinaldo y provisiones) y GLVENTAS.DAT (caja y
      *ventas de las sucursales), por cuenta y centro de costo, para el
      *mes y acumulado en el anio.
      *Cada extracto se toma solo si su cabecera HD es del periodo
      *pedido y la cola TR confirma cantidad y hash de lineas; lo
      *tomado se guarda por periodo en EJECUCIONGL.DAT, porque los
      *extractos solo retienen el ultimo periodo extraido y el
      *acumulado necesita los meses anteriores. Si el extracto del mes
      *no esta, se usa lo que ya hubiera guardado de ese periodo.
      *El centro sale de la descripcion de la linea ("... CC xxxx" en
      *sueldos, "... SUCURSAL xxxx" en ventas); sin centro la linea
      *va al total de la cuenta. Lo real se expresa del lado natural
      *de la cuenta (CTA-LADO; para cuentas fuera del plan, el lado
      *que predomina en el anio). Los renglones cuyo desvio supera la
      *tolerancia en % (o con real sin presupuesto) llevan la marca
      *DESVIO FUERA DE TOLERANCIA, que levanta el digesto de
      *excepciones. REPORTE-PRESUPUESTO.DAT se retiene acumulado.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del control presupuestario.
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
       PROGRAM-ID. ControlPresupuesto.
       AUTHOR. N. FEDIUK.
       INSTALLATION. CONCESIONARIA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO ASSIGN TO "PRESUPUESTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS FS-PRESUPUESTO.
           SELECT EJECUCIONGL ASSIGN TO "EJECUCIONGL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EJE-CLAVE
               FILE STATUS IS FS-EJECUCION.
           SELECT GL-EXTRACTO ASSIGN TO "GLEXTRACTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL.
           SELECT GL-VENTAS ASSIGN TO "GLVENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLV.
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUENTAS.
           SELECT REPORTE-PRESUPUESTO
               ASSIGN TO "REPORTE-PRESUPUESTO.DAT"
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
      *    Importe presupuestado por cuenta, centro y periodo
      *    (MantPresupuesto).
       FD  PRESUPUESTO.
       01  PRE-REGISTRO.
           05  PRE-CLAVE.
               10  PRE-CUENTA       PIC X(10).
               10  PRE-CENTRO       PIC X(04).
               10  PRE-PERIODO      PIC 9(06).
           05  PRE-IMPORTE          PIC 9(9)V99.
           05  PRE-REVISION         PIC 9(03).
           05  PRE-FECHA            PIC 9(08).
           05  PRE-OPERADOR         PIC X(04).

      *    Lo real tomado de los extractos, por periodo, origen (S
      *    GLEXTRACTO, V GLVENTAS), cuenta y centro; el periodo de un
      *    origen se reemplaza entero cuando se vuelve a tomar.
       FD  EJECUCIONGL.
       01  EJE-REGISTRO.
           05  EJE-CLAVE.
               10  EJE-PERIODO      PIC 9(06).
               10  EJE-ORIGEN       PIC X(01).
               10  EJE-CUENTA       PIC X(10).
               10  EJE-CENTRO       PIC X(04).
           05  EJE-DEBE             PIC 9(9)V99.
           05  EJE-HABER            PIC 9(9)V99.
           05  EJE-FECHA            PIC 9(08).
           05  EJE-OPERADOR         PIC X(04).

       FD  GL-EXTRACTO
           RECORDING MODE IS F.
       01  GLX-LINEA                PIC X(80).

       FD  GL-VENTAS
           RECORDING MODE IS F.
       01  GLV-LINEA                PIC X(80).

      *    Plan de cuentas contable (MantCuentas).
       FD  CUENTAS
           RECORDING MODE IS F.
       01  CTA-REGISTRO.
           05  CTA-CUENTA            PIC X(10).
           05  CTA-DESCRIPCION       PIC X(30).
           05  CTA-LADO              PIC X(01).
           05  CTA-CONCEPTO          PIC X(03).
           05  CTA-CENTRO            PIC X(04).
           05  CTA-ESTADO            PIC X(01).

       FD  REPORTE-PRESUPUESTO
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
       77  FS-PRESUPUESTO           PIC X(02) VALUE SPACES.
       77  FS-EJECUCION             PIC X(02) VALUE SPACES.
       77  FS-GL                    PIC X(02) VALUE SPACES.
       77  FS-GLV                   PIC X(02) VALUE SPACES.
       77  FS-ORIGEN                PIC X(02) VALUE SPACES.
       77  FS-CUENTAS               PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  PERIODO-DESDE            PIC 9(06) VALUE ZERO.
       77  TOLERANCIA-PORC          PIC 9(03) VALUE ZERO.
       77  ORIGEN-ACTUAL            PIC X(01) VALUE SPACE.
       77  NOMBRE-ORIGEN            PIC X(14) VALUE SPACES.
       77  CANT-LINEAS-FEED         PIC 9(07) COMP VALUE ZERO.
       77  HASH-FEED                PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  CANT-GRABADOS            PIC 9(5) COMP VALUE ZERO.
       77  CANT-BORRADOS            PIC 9(5) COMP VALUE ZERO.
       77  CANT-FUERA               PIC 9(5) COMP VALUE ZERO.
       77  CENTRO-LINEA             PIC X(04) VALUE SPACES.
       77  DESC-PREFIJO             PIC X(40) VALUE SPACES.
       77  DESC-RESTO               PIC X(40) VALUE SPACES.
       77  DESC-DELIM               PIC X(10) VALUE SPACES.
       77  LADO-NATURAL             PIC X(01) VALUE SPACE.
       77  IMP-PRES                 PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  IMP-REAL                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  IMP-VAR                  PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  VAR-PORC                 PIC S9(5)V9 COMP-3 VALUE ZERO.
       77  VAR-PORC-ABS             PIC 9(5)V9 COMP-3 VALUE ZERO.
       77  TOT-PRES-ACUM            PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-GL                PIC X(01) VALUE "N".
           88  FIN-GL               VALUE "S".
       01  SW-FEED-OK               PIC X(01) VALUE "N".
           88  FEED-OK              VALUE "S".
       01  SW-COLA-LEIDA            PIC X(01) VALUE "N".
           88  COLA-LEIDA           VALUE "S".
       01  SW-FIN-PRESUPUESTO       PIC X(01) VALUE "N".
           88  FIN-PRESUPUESTO      VALUE "S".
       01  SW-FIN-EJECUCION         PIC X(01) VALUE "N".
           88  FIN-EJECUCION        VALUE "S".
       01  SW-FIN-CUENTAS           PIC X(01) VALUE "N".
           88  FIN-CUENTAS          VALUE "S".
       01  SW-FUERA                 PIC X(01) VALUE "N".
           88  FUERA-TOLERANCIA     VALUE "S".

       01  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-ACTUAL.
           05  PAC-AAAA             PIC 9(04).
           05  PAC-MM               PIC 9(02).

      *----------------------------------------------------------------
      * Linea de ancho fijo de los extractos contables, con cabecera
      * HD y cola TR (ExtractoGL / ExtractoVentas).
      *----------------------------------------------------------------
       01  GL-REGISTRO.
           05  GL-CUENTA            PIC X(10).
           05  GL-PERIODO           PIC 9(06).
           05  GL-IMPORTE           PIC 9(09)V99.
           05  GL-SIGNO             PIC X(01).
           05  GL-DESCRIPCION       PIC X(40).
           05  FILLER               PIC X(12).
       01  GL-ENCABEZADO REDEFINES GL-REGISTRO.
           05  GL-ENC-TIPO          PIC X(02).
           05  GL-ENC-PERIODO       PIC 9(06).
           05  GL-ENC-FECHA         PIC 9(08).
           05  GL-ENC-DESCRIPCION   PIC X(40).
           05  FILLER               PIC X(24).
       01  GL-COLA REDEFINES GL-REGISTRO.
           05  GL-COLA-TIPO         PIC X(02).
           05  GL-COLA-CANT         PIC 9(07).
           05  GL-COLA-HASH         PIC 9(13)V99.
           05  FILLER               PIC X(56).

      *----------------------------------------------------------------
      * CUENTAS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-CUENTAS             PIC 9(2) COMP VALUE ZERO.
       01  TABLA-CUENTAS.
           05  CTA-ENTRY OCCURS 50 TIMES INDEXED BY IX-CTA.
               10  CTA-CUENTA-T      PIC X(10).
               10  CTA-LADO-T        PIC X(01).

      *----------------------------------------------------------------
      * EXTRACTO DEL MES POR CUENTA Y CENTRO
      *----------------------------------------------------------------
       77  CANT-FEED                PIC 9(3) COMP VALUE ZERO.
       01  TABLA-FEED.
           05  FD-ENTRY OCCURS 300 TIMES INDEXED BY IX-FD.
               10  FD-CUENTA         PIC X(10).
               10  FD-CENTRO         PIC X(04).
               10  FD-DEBE           PIC 9(9)V99 COMP-3.
               10  FD-HABER          PIC 9(9)V99 COMP-3.

      *----------------------------------------------------------------
      * RENGLONES DEL REPORTE: PRESUPUESTO Y REAL, MES Y ACUMULADO
      *----------------------------------------------------------------
       77  CANT-LIN                 PIC 9(3) COMP VALUE ZERO.
       01  TABLA-LINEAS.
           05  LIN-ENTRY OCCURS 500 TIMES INDEXED BY IX-LIN.
               10  LIN-CUENTA        PIC X(10).
               10  LIN-CENTRO        PIC X(04).
               10  LIN-PRES-MES      PIC 9(11)V99 COMP-3.
               10  LIN-PRES-ACUM     PIC 9(11)V99 COMP-3.
               10  LIN-DEBE-MES      PIC 9(11)V99 COMP-3.
               10  LIN-HABER-MES     PIC 9(11)V99 COMP-3.
               10  LIN-DEBE-ACUM     PIC 9(11)V99 COMP-3.
               10  LIN-HABER-ACUM    PIC 9(11)V99 COMP-3.

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
       01  WS-ED-PRES               PIC ZZZZZZZZZZ9.99.
       01  WS-ED-REAL               PIC -ZZZZZZZZZZ9.99.
       01  WS-ED-VAR                PIC -ZZZZZZZZZZ9.99.
       01  WS-ED-PORC               PIC -ZZZZ9.9.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-TOL                PIC ZZ9.
       01  TEXTO-PORC               PIC X(09) VALUE SPACES.
       01  TEXTO-MARCA              PIC X(31) VALUE SPACES.

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
               PERFORM 1900-CARGAR-CUENTAS THRU 1900-EXIT
               MOVE "S" TO ORIGEN-ACTUAL
               MOVE "GLEXTRACTO.DAT" TO NOMBRE-ORIGEN
               PERFORM 2000-TOMAR-EXTRACTO THRU 2000-EXIT
               MOVE "V" TO ORIGEN-ACTUAL
               MOVE "GLVENTAS.DAT" TO NOMBRE-ORIGEN
               PERFORM 2000-TOMAR-EXTRACTO THRU 2000-EXIT
               PERFORM 3000-ARMAR-LINEAS THRU 3000-EXIT
               PERFORM 4000-IMPRIMIR THRU 4000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Ingrese el periodo a controlar (AAAAMM):".
           ACCEPT PERIODO-ACTUAL.
           IF PAC-MM < 1 OR PAC-MM > 12
               DISPLAY "Periodo invalido."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           COMPUTE PERIODO-DESDE = PAC-AAAA * 100 + 1.
           DISPLAY "Ingrese la tolerancia de desvio en % (0 = 10):".
           ACCEPT TOLERANCIA-PORC.
           IF TOLERANCIA-PORC = ZERO
               MOVE 10 TO TOLERANCIA-PORC
           END-IF.
           OPEN INPUT PRESUPUESTO.
           IF FS-PRESUPUESTO NOT = "00"
               DISPLAY "No se pudo abrir PRESUPUESTO.DAT, FS="
                   FS-PRESUPUESTO
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O EJECUCIONGL.
           IF FS-EJECUCION NOT = "00"
               OPEN OUTPUT EJECUCIONGL
               IF FS-EJECUCION = "00"
                   CLOSE EJECUCIONGL
                   OPEN I-O EJECUCIONGL
               END-IF
           END-IF.
           IF FS-EJECUCION NOT = "00"
               DISPLAY "No se pudo abrir EJECUCIONGL.DAT, FS="
                   FS-EJECUCION
               CLOSE PRESUPUESTO
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CARGAR-CUENTAS - lado natural de cada cuenta del plan
      ******************************************************************
       1900-CARGAR-CUENTAS.
           MOVE ZERO TO CANT-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FS-CUENTAS NOT = "00"
               DISPLAY "Sin CUENTAS.DAT: el lado de cada cuenta se "
                   "toma de los movimientos."
               GO TO 1900-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CUENTAS.
           PERFORM 1950-LEER-CUENTA THRU 1950-EXIT
               UNTIL FIN-CUENTAS.
           CLOSE CUENTAS.
       1900-EXIT.
           EXIT.

       1950-LEER-CUENTA.
           READ CUENTAS
               AT END
                   MOVE "S" TO SW-FIN-CUENTAS
               NOT AT END
                   IF CANT-CUENTAS < 50
                       ADD 1 TO CANT-CUENTAS
                       SET IX-CTA TO CANT-CUENTAS
                       MOVE CTA-CUENTA TO CTA-CUENTA-T (IX-CTA)
                       MOVE CTA-LADO   TO CTA-LADO-T (IX-CTA)
                   END-IF
           END-READ.
       1950-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TOMAR-EXTRACTO - valida cabecera y cola del extracto del
      *                       origen actual y, si es del periodo y
      *                       esta completo, reemplaza lo guardado
      ******************************************************************
       2000-TOMAR-EXTRACTO.
           MOVE "N" TO SW-FEED-OK.
           MOVE "N" TO SW-COLA-LEIDA.
           MOVE "N" TO SW-FIN-GL.
           MOVE ZERO TO CANT-FEED.
           MOVE ZERO TO CANT-LINEAS-FEED.
           MOVE ZERO TO HASH-FEED.
           IF ORIGEN-ACTUAL = "S"
               OPEN INPUT GL-EXTRACTO
               MOVE FS-GL TO FS-ORIGEN
           ELSE
               OPEN INPUT GL-VENTAS
               MOVE FS-GLV TO FS-ORIGEN
           END-IF.
           IF FS-ORIGEN NOT = "00"
               DISPLAY "Sin " NOMBRE-ORIGEN "; se usa lo ya guardado "
                   "del periodo."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LEER-GL THRU 2100-EXIT.
           IF FIN-GL OR GL-ENC-TIPO NOT = "HD"
               OR GL-ENC-PERIODO NOT = PERIODO-ACTUAL
               DISPLAY NOMBRE-ORIGEN " no corresponde al periodo "
                   PERIODO-ACTUAL "; se usa lo ya guardado."
               GO TO 2000-CERRAR
           END-IF.
           PERFORM 2100-LEER-GL THRU 2100-EXIT.
           PERFORM 2200-ACUMULAR-GL THRU 2200-EXIT
               UNTIL FIN-GL OR COLA-LEIDA.
           IF NOT COLA-LEIDA
               OR GL-COLA-CANT NOT = CANT-LINEAS-FEED
               OR GL-COLA-HASH NOT = HASH-FEED
               DISPLAY NOMBRE-ORIGEN " incompleto (cola TR no "
                   "coincide); se usa lo ya guardado."
               MOVE SPACES TO AUD-TEXTO
               STRING "ControlPresupuesto periodo=" PERIODO-ACTUAL
                   " " NOMBRE-ORIGEN " con cola TR no coincidente,"
                   " extracto RECHAZADO"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2000-CERRAR
           END-IF.
           MOVE "S" TO SW-FEED-OK.
       2000-CERRAR.
           IF ORIGEN-ACTUAL = "S"
               CLOSE GL-EXTRACTO
           ELSE
               CLOSE GL-VENTAS
           END-IF.
           IF FEED-OK
               PERFORM 2500-REEMPLAZAR-EJECUCION THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LEER-GL.
           IF ORIGEN-ACTUAL = "S"
               READ GL-EXTRACTO INTO GL-REGISTRO
                   AT END
                       MOVE "S" TO SW-FIN-GL
               END-READ
           ELSE
               READ GL-VENTAS INTO GL-REGISTRO
                   AT END
                       MOVE "S" TO SW-FIN-GL
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ACUMULAR-GL.
           IF GL-COLA-TIPO = "TR"
               MOVE "S" TO SW-COLA-LEIDA
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO CANT-LINEAS-FEED.
           ADD GL-IMPORTE TO HASH-FEED.
           PERFORM 2300-CENTRO-LINEA THRU 2300-EXIT.
           PERFORM VARYING IX-FD FROM 1 BY 1
               UNTIL IX-FD > CANT-FEED
                   OR (FD-CUENTA (IX-FD) = GL-CUENTA
                       AND FD-CENTRO (IX-FD) = CENTRO-LINEA)
               CONTINUE
           END-PERFORM.
           IF IX-FD > CANT-FEED
               IF CANT-FEED >= 300
                   DISPLAY "Tabla del extracto llena, se descarta "
                       GL-CUENTA " " CENTRO-LINEA
                   GO TO 2200-LEER
               END-IF
               ADD 1 TO CANT-FEED
               SET IX-FD TO CANT-FEED
               MOVE GL-CUENTA    TO FD-CUENTA (IX-FD)
               MOVE CENTRO-LINEA TO FD-CENTRO (IX-FD)
               MOVE ZERO TO FD-DEBE (IX-FD)
               MOVE ZERO TO FD-HABER (IX-FD)
           END-IF.
           IF GL-SIGNO = "D"
               ADD GL-IMPORTE TO FD-DEBE (IX-FD)
           ELSE
               ADD GL-IMPORTE TO FD-HABER (IX-FD)
           END-IF.
       2200-LEER.
           PERFORM 2100-LEER-GL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *    El centro viaja al final de la descripcion de la linea.
       2300-CENTRO-LINEA.
           MOVE SPACES TO CENTRO-LINEA.
           MOVE SPACES TO DESC-PREFIJO.
           MOVE SPACES TO DESC-RESTO.
           MOVE SPACES TO DESC-DELIM.
           UNSTRING GL-DESCRIPCION
               DELIMITED BY " CC " OR " SUCURSAL "
               INTO DESC-PREFIJO DELIMITER IN DESC-DELIM
                    DESC-RESTO.
           IF DESC-DELIM NOT = SPACES
               MOVE DESC-RESTO (1:4) TO CENTRO-LINEA
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2500-REEMPLAZAR-EJECUCION - borra el periodo/origen guardado y
      *                             graba lo tomado del extracto
      ******************************************************************
       2500-REEMPLAZAR-EJECUCION.
           MOVE ZERO TO CANT-BORRADOS.
           MOVE ZERO TO CANT-GRABADOS.
           MOVE LOW-VALUES     TO EJE-CLAVE.
           MOVE PERIODO-ACTUAL TO EJE-PERIODO.
           MOVE ORIGEN-ACTUAL  TO EJE-ORIGEN.
           MOVE "N" TO SW-FIN-EJECUCION.
           START EJECUCIONGL KEY NOT < EJE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-EJECUCION
           END-START.
           PERFORM 2550-BORRAR-EJECUCION THRU 2550-EXIT
               UNTIL FIN-EJECUCION.
           PERFORM 2600-GRABAR-EJECUCION THRU 2600-EXIT
               VARYING IX-FD FROM 1 BY 1
               UNTIL IX-FD > CANT-FEED.
           MOVE CANT-BORRADOS TO WS-ED-CANT.
           MOVE CANT-GRABADOS TO WS-ED-CANT2.
           DISPLAY NOMBRE-ORIGEN " tomado: cuentas/centro="
               WS-ED-CANT2 " (reemplazan " WS-ED-CANT ")".
           MOVE SPACES TO AUD-TEXTO.
           STRING "ControlPresupuesto periodo=" PERIODO-ACTUAL
               " " NOMBRE-ORIGEN " tomado renglones=" WS-ED-CANT2
               " reemplazados=" WS-ED-CANT
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2500-EXIT.
           EXIT.

       2550-BORRAR-EJECUCION.
           READ EJECUCIONGL NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-EJECUCION
                   GO TO 2550-EXIT
           END-READ.
           IF EJE-PERIODO NOT = PERIODO-ACTUAL
               OR EJE-ORIGEN NOT = ORIGEN-ACTUAL
               MOVE "S" TO SW-FIN-EJECUCION
               GO TO 2550-EXIT
           END-IF.
           DELETE EJECUCIONGL RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar " EJE-CUENTA " "
                       EJE-CENTRO ", FS=" FS-EJECUCION
               NOT INVALID KEY
                   ADD 1 TO CANT-BORRADOS
           END-DELETE.
       2550-EXIT.
           EXIT.

       2600-GRABAR-EJECUCION.
           MOVE PERIODO-ACTUAL      TO EJE-PERIODO.
           MOVE ORIGEN-ACTUAL       TO EJE-ORIGEN.
           MOVE FD-CUENTA (IX-FD)   TO EJE-CUENTA.
           MOVE FD-CENTRO (IX-FD)   TO EJE-CENTRO.
           MOVE FD-DEBE (IX-FD)     TO EJE-DEBE.
           MOVE FD-HABER (IX-FD)    TO EJE-HABER.
           MOVE FECHA-HOY           TO EJE-FECHA.
           MOVE OPERADOR-CODIGO     TO EJE-OPERADOR.
           WRITE EJE-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar " EJE-CUENTA " "
                       EJE-CENTRO ", FS=" FS-EJECUCION
               NOT INVALID KEY
                   ADD 1 TO CANT-GRABADOS
           END-WRITE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ARMAR-LINEAS - presupuesto y real del mes y del anio por
      *                     cuenta/centro
      ******************************************************************
       3000-ARMAR-LINEAS.
           MOVE ZERO TO CANT-LIN.
           MOVE LOW-VALUES TO PRE-CLAVE.
           MOVE "N" TO SW-FIN-PRESUPUESTO.
           START PRESUPUESTO KEY NOT < PRE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-PRESUPUESTO
           END-START.
           PERFORM 3100-SUMAR-PRESUPUESTO THRU 3100-EXIT
               UNTIL FIN-PRESUPUESTO.
           MOVE LOW-VALUES    TO EJE-CLAVE.
           MOVE PERIODO-DESDE TO EJE-PERIODO.
           MOVE "N" TO SW-FIN-EJECUCION.
           START EJECUCIONGL KEY NOT < EJE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-EJECUCION
           END-START.
           PERFORM 3200-SUMAR-EJECUCION THRU 3200-EXIT
               UNTIL FIN-EJECUCION.
       3000-EXIT.
           EXIT.

       3100-SUMAR-PRESUPUESTO.
           READ PRESUPUESTO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PRESUPUESTO
                   GO TO 3100-EXIT
           END-READ.
           IF PRE-PERIODO < PERIODO-DESDE
               OR PRE-PERIODO > PERIODO-ACTUAL
               GO TO 3100-EXIT
           END-IF.
           MOVE PRE-CUENTA TO GL-CUENTA.
           MOVE PRE-CENTRO TO CENTRO-LINEA.
           PERFORM 3300-UBICAR-LINEA THRU 3300-EXIT.
           IF IX-LIN > CANT-LIN
               GO TO 3100-EXIT
           END-IF.
           ADD PRE-IMPORTE TO LIN-PRES-ACUM (IX-LIN).
           IF PRE-PERIODO = PERIODO-ACTUAL
               ADD PRE-IMPORTE TO LIN-PRES-MES (IX-LIN)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-SUMAR-EJECUCION.
           READ EJECUCIONGL NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-EJECUCION
                   GO TO 3200-EXIT
           END-READ.
           IF EJE-PERIODO > PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-EJECUCION
               GO TO 3200-EXIT
           END-IF.
           MOVE EJE-CUENTA TO GL-CUENTA.
           MOVE EJE-CENTRO TO CENTRO-LINEA.
           PERFORM 3300-UBICAR-LINEA THRU 3300-EXIT.
           IF IX-LIN > CANT-LIN
               GO TO 3200-EXIT
           END-IF.
           ADD EJE-DEBE  TO LIN-DEBE-ACUM (IX-LIN).
           ADD EJE-HABER TO LIN-HABER-ACUM (IX-LIN).
           IF EJE-PERIODO = PERIODO-ACTUAL
               ADD EJE-DEBE  TO LIN-DEBE-MES (IX-LIN)
               ADD EJE-HABER TO LIN-HABER-MES (IX-LIN)
           END-IF.
       3200-EXIT.
           EXIT.

      *    Ubica (o agrega) el renglon de GL-CUENTA/CENTRO-LINEA; con
      *    la tabla llena deja IX-LIN fuera de rango.
       3300-UBICAR-LINEA.
           PERFORM VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > CANT-LIN
                   OR (LIN-CUENTA (IX-LIN) = GL-CUENTA
                       AND LIN-CENTRO (IX-LIN) = CENTRO-LINEA)
               CONTINUE
           END-PERFORM.
           IF IX-LIN NOT > CANT-LIN
               GO TO 3300-EXIT
           END-IF.
           IF CANT-LIN >= 500
               DISPLAY "Tabla de renglones llena, se descarta "
                   GL-CUENTA " " CENTRO-LINEA
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO CANT-LIN.
           SET IX-LIN TO CANT-LIN.
           MOVE GL-CUENTA    TO LIN-CUENTA (IX-LIN).
           MOVE CENTRO-LINEA TO LIN-CENTRO (IX-LIN).
           MOVE ZERO TO LIN-PRES-MES (IX-LIN).
           MOVE ZERO TO LIN-PRES-ACUM (IX-LIN).
           MOVE ZERO TO LIN-DEBE-MES (IX-LIN).
           MOVE ZERO TO LIN-HABER-MES (IX-LIN).
           MOVE ZERO TO LIN-DEBE-ACUM (IX-LIN).
           MOVE ZERO TO LIN-HABER-ACUM (IX-LIN).
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-IMPRIMIR - un renglon del mes y uno del acumulado por
      *                 cuenta/centro, con la marca de desvio
      ******************************************************************
       4000-IMPRIMIR.
           OPEN EXTEND REPORTE-PRESUPUESTO.
           IF FS-REPORTE NOT = "00"
               OPEN OUTPUT REPORTE-PRESUPUESTO
           END-IF.
           MOVE TOLERANCIA-PORC TO WS-ED-TOL.
           MOVE SPACES TO REP-LINEA.
           STRING "=== PRESUPUESTO CONTRA REAL PERIODO " PERIODO-ACTUAL
               " TOLERANCIA " WS-ED-TOL "% EMITIDO " FECHA-HOY " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           MOVE ZERO TO CANT-FUERA.
           MOVE ZERO TO TOT-PRES-ACUM.
           PERFORM 4100-IMPRIMIR-CUENTA THRU 4100-EXIT
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > CANT-LIN.
           MOVE CANT-LIN      TO WS-ED-CANT.
           MOVE CANT-FUERA    TO WS-ED-CANT2.
           MOVE TOT-PRES-ACUM TO WS-ED-PRES.
           MOVE SPACES TO REP-LINEA.
           STRING "Cuentas/centro=" WS-ED-CANT
               " renglones fuera de tolerancia=" WS-ED-CANT2
               " presupuesto acumulado=" WS-ED-PRES
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "ControlPresupuesto periodo=" PERIODO-ACTUAL
               " cuentas/centro=" WS-ED-CANT
               " fueraTolerancia=" WS-ED-CANT2
               " tolerancia=" WS-ED-TOL "%"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-CUENTA.
           PERFORM 4200-LADO-NATURAL THRU 4200-EXIT.
           ADD LIN-PRES-ACUM (IX-LIN) TO TOT-PRES-ACUM.
           MOVE LIN-PRES-MES (IX-LIN) TO IMP-PRES.
           IF LADO-NATURAL = "H"
               COMPUTE IMP-REAL = LIN-HABER-MES (IX-LIN)
                   - LIN-DEBE-MES (IX-LIN)
           ELSE
               COMPUTE IMP-REAL = LIN-DEBE-MES (IX-LIN)
                   - LIN-HABER-MES (IX-LIN)
           END-IF.
           PERFORM 4300-DESVIO THRU 4300-EXIT.
           MOVE SPACES TO REP-LINEA.
           STRING "Cta " LIN-CUENTA (IX-LIN)
               " CC " LIN-CENTRO (IX-LIN)
               " MES  pres=" WS-ED-PRES " real=" WS-ED-REAL
               " var=" WS-ED-VAR " " TEXTO-PORC TEXTO-MARCA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           MOVE LIN-PRES-ACUM (IX-LIN) TO IMP-PRES.
           IF LADO-NATURAL = "H"
               COMPUTE IMP-REAL = LIN-HABER-ACUM (IX-LIN)
                   - LIN-DEBE-ACUM (IX-LIN)
           ELSE
               COMPUTE IMP-REAL = LIN-DEBE-ACUM (IX-LIN)
                   - LIN-HABER-ACUM (IX-LIN)
           END-IF.
           PERFORM 4300-DESVIO THRU 4300-EXIT.
           MOVE SPACES TO REP-LINEA.
           STRING "Cta " LIN-CUENTA (IX-LIN)
               " CC " LIN-CENTRO (IX-LIN)
               " ACUM pres=" WS-ED-PRES " real=" WS-ED-REAL
               " var=" WS-ED-VAR " " TEXTO-PORC TEXTO-MARCA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
       4100-EXIT.
           EXIT.

      *    Lado natural: el del plan de cuentas; fuera del plan, el que
      *    predomina en el acumulado del anio.
       4200-LADO-NATURAL.
           PERFORM VARYING IX-CTA FROM 1 BY 1
               UNTIL IX-CTA > CANT-CUENTAS
                   OR CTA-CUENTA-T (IX-CTA) = LIN-CUENTA (IX-LIN)
               CONTINUE
           END-PERFORM.
           IF IX-CTA NOT > CANT-CUENTAS
               MOVE CTA-LADO-T (IX-CTA) TO LADO-NATURAL
               GO TO 4200-EXIT
           END-IF.
           IF LIN-HABER-ACUM (IX-LIN) > LIN-DEBE-ACUM (IX-LIN)
               MOVE "H" TO LADO-NATURAL
           ELSE
               MOVE "D" TO LADO-NATURAL
           END-IF.
       4200-EXIT.
           EXIT.

      *    Desvio de IMP-REAL contra IMP-PRES en importe y en %; marca
      *    el renglon cuando supera la tolerancia o no hay presupuesto
      *    para un real distinto de cero.
       4300-DESVIO.
           COMPUTE IMP-VAR = IMP-REAL - IMP-PRES.
           MOVE IMP-PRES TO WS-ED-PRES.
           MOVE IMP-REAL TO WS-ED-REAL.
           MOVE IMP-VAR  TO WS-ED-VAR.
           MOVE SPACES TO TEXTO-MARCA.
           MOVE "N" TO SW-FUERA.
           IF IMP-PRES = ZERO
               MOVE "SIN PRES." TO TEXTO-PORC
               IF IMP-REAL NOT = ZERO
                   MOVE "S" TO SW-FUERA
               END-IF
           ELSE
               COMPUTE VAR-PORC ROUNDED = IMP-VAR * 100 / IMP-PRES
                   ON SIZE ERROR
                       MOVE 99999.9 TO VAR-PORC
                       IF IMP-VAR < ZERO
                           MOVE -99999.9 TO VAR-PORC
                       END-IF
               END-COMPUTE
               MOVE VAR-PORC TO WS-ED-PORC
               MOVE SPACES TO TEXTO-PORC
               STRING WS-ED-PORC "%" DELIMITED BY SIZE
                   INTO TEXTO-PORC
               IF VAR-PORC < ZERO
                   COMPUTE VAR-PORC-ABS = VAR-PORC * -1
               ELSE
                   MOVE VAR-PORC TO VAR-PORC-ABS
               END-IF
               IF VAR-PORC-ABS > TOLERANCIA-PORC
                   MOVE "S" TO SW-FUERA
               END-IF
           END-IF.
           IF FUERA-TOLERANCIA
               MOVE " *** DESVIO FUERA DE TOLERANCIA" TO TEXTO-MARCA
               ADD 1 TO CANT-FUERA
           END-IF.
       4300-EXIT.
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
               FOR ALL "ControlPresupuesto".
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
           STRING "ControlPresupuesto " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE PRESUPUESTO.
           CLOSE EJECUCIONGL.
           CLOSE REPORTE-PRESUPUESTO.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE SPACES TO REP-LINEA.
           STRING "Control conformado por: " OPERADOR-FIRMA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               " periodo=" PERIODO-ACTUAL
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM ControlPresupuesto.
