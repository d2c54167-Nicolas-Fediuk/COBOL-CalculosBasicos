      ******************************************************************
      *Pronostico mensual de la recaudacion por sucursal. RECAUDHIST.DAT
      *(que deja Ejercicio5 mes a mes) tiene anos de totales por local;
      *esta corrida proyecta el periodo pedido (por omision el mes
      *siguiente) para cada sucursal activa del padron:
      *  - cada mes de historia (hasta 36 hacia atras) se reexpresa a
      *    pesos del ultimo indice de INDICES.DAT (ComparativoAnual),
      *    asi la inflacion no se lee como crecimiento;
      *  - el indice estacional del mes es el promedio de ese mes
      *    sobre el promedio de todos los meses tomados;
      *  - la tendencia es la diferencia entre el promedio de los
      *    ultimos 12 meses y el de los 12 anteriores, repartida por
      *    mes y llevada desde el centro del ultimo ano al periodo
      *    pedido (sin dos anos completos no se aplica tendencia);
      *  - el resultado en pesos constantes se lleva a pesos del
      *    periodo con el indice del periodo si ya esta cargado, o con
      *    la inflacion del ultimo mes supuesta constante.
      *Los pronosticos quedan en PRONOSTICOS.DAT, que toma tambien el
      *seguimiento diario (SeguimientoRecaud). En cada corrida los
      *pronosticos pendientes cuyo mes ya esta en RECAUDHIST se
      *cierran con el real y el desvio, y el reporte informa por
      *sucursal el desvio absoluto promedio de los meses cerrados,
      *para juzgar el metodo. El listado queda en
      *REPORTE-PRONOSTICO.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del pronostico de recaudacion.
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
       PROGRAM-ID. PronosticoRecaud.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECAUD-HIST ASSIGN TO "RECAUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECAUD-HIST.
           SELECT INDICES ASSIGN TO "INDICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDICES.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT PRONOSTICOS ASSIGN TO "PRONOSTICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRONOSTICOS.
           SELECT REPORTE-PRONOSTICO ASSIGN TO "REPORTE-PRONOSTICO.DAT"
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
      *    Recaudacion mensual por sucursal que acumula Ejercicio5; si
      *    el mes se corrio mas de una vez vale la ultima linea.
       FD  RECAUD-HIST
           RECORDING MODE IS F.
       01  RH-REGISTRO.
           05  RH-SUCURSAL           PIC X(04).
           05  RH-PERIODO            PIC 9(06).
           05  RH-CANT-SEMANAS       PIC 9(01).
           05  RH-SEMANA OCCURS 5 TIMES PIC 9(06)V99.
           05  RH-TOTAL-RECAUDADO    PIC 9(08)V99.
           05  RH-PROMEDIO           PIC 9(07)V99.

      *    Indice de precios por periodo, cargado todos los meses.
       FD  INDICES
           RECORDING MODE IS F.
       01  IND-REGISTRO.
           05  IND-PERIODO           PIC 9(06).
           05  IND-COEFICIENTE       PIC 9(07)V9(04).

      *    Padron de sucursales compartido por los programas de
      *    comercio.
       FD  SUCURSALES
           RECORDING MODE IS F.
       01  SUC-REGISTRO.
           05  SUC-CODIGO            PIC X(04).
           05  SUC-NOMBRE            PIC X(20).
           05  SUC-REGION            PIC X(10).
           05  SUC-ESTADO            PIC X(01).

      *    Un pronostico por sucursal y periodo: estado P pendiente,
      *    E evaluado contra el real; el desvio es el absoluto en por
      *    ciento del real y el sentido "+" si se pronostico de mas.
       FD  PRONOSTICOS
           RECORDING MODE IS F.
       01  PRN-REGISTRO.
           05  PRN-SUCURSAL          PIC X(04).
           05  PRN-PERIODO           PIC 9(06).
           05  PRN-FECHA             PIC 9(08).
           05  PRN-PRONOSTICO        PIC 9(08)V99.
           05  PRN-ESTADO            PIC X(01).
           05  PRN-REAL              PIC 9(08)V99.
           05  PRN-DESVIO            PIC 9(03)V99.
           05  PRN-SENTIDO           PIC X(01).

       FD  REPORTE-PRONOSTICO
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
       77  FS-RECAUD-HIST           PIC X(02) VALUE SPACES.
       77  FS-INDICES               PIC X(02) VALUE SPACES.
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  FS-PRONOSTICOS           PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  PERIODO-PEDIDO           PIC 9(06) VALUE ZERO.
       77  ORD-PEDIDO               PIC 9(06) COMP VALUE ZERO.

      *    Periodo AAAAMM y su numero de mes corrido, para contar
      *    meses entre dos periodos.
       01  PERIODO-CALCULO          PIC 9(06).
       01  FILLER REDEFINES PERIODO-CALCULO.
           05  PC-AAAA              PIC 9(04).
           05  PC-MM                PIC 9(02).
       77  ORD-CALCULO              PIC 9(06) COMP VALUE ZERO.

      *    Meses de historia que se toman hacia atras.
       77  MESES-HISTORIA           PIC 9(03) COMP VALUE 36.

       01  SW-FIN-ORIGEN            PIC X(01) VALUE "N".
           88  FIN-ORIGEN           VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-TABLAS-COMPLETAS      PIC X(01) VALUE "S".
           88  TABLAS-COMPLETAS     VALUE "S".
       01  SW-INDICES-OK            PIC X(01) VALUE "N".
           88  INDICES-OK           VALUE "S".

      *----------------------------------------------------------------
      * HISTORIA, INDICES, PADRON Y PRONOSTICOS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-HIST                PIC 9(4) COMP VALUE ZERO.
       01  TABLA-HIST.
           05  HIS-ENTRY OCCURS 3000 TIMES INDEXED BY IX-HIS.
               10  HIS-SUCURSAL      PIC X(04).
               10  HIS-PERIODO       PIC 9(06).
               10  HIS-ORDINAL       PIC 9(06) COMP.
               10  HIS-TOTAL         PIC 9(08)V99 COMP-3.

       77  CANT-INDICES             PIC 9(4) COMP VALUE ZERO.
       01  TABLA-INDICES.
           05  IDX-ENTRY OCCURS 600 TIMES INDEXED BY IX-IDX.
               10  IDX-PERIODO       PIC 9(06).
               10  IDX-COEFICIENTE   PIC 9(07)V9(04) COMP-3.

       77  CANT-SUCS                PIC 9(3) COMP VALUE ZERO.
       01  TABLA-SUCS.
           05  SCS-ENTRY OCCURS 100 TIMES INDEXED BY IX-SCS.
               10  SCS-CODIGO        PIC X(04).
               10  SCS-NOMBRE        PIC X(20).
               10  SCS-ESTADO        PIC X(01).

       77  CANT-PRON                PIC 9(4) COMP VALUE ZERO.
       01  TABLA-PRON.
           05  PRT-ENTRY OCCURS 3000 TIMES INDEXED BY IX-PRT.
               10  PRT-SUCURSAL      PIC X(04).
               10  PRT-PERIODO       PIC 9(06).
               10  PRT-FECHA         PIC 9(08).
               10  PRT-PRONOSTICO    PIC 9(08)V99.
               10  PRT-ESTADO        PIC X(01).
               10  PRT-REAL          PIC 9(08)V99.
               10  PRT-DESVIO        PIC 9(03)V99.
               10  PRT-SENTIDO       PIC X(01).

      *----------------------------------------------------------------
      * REEXPRESION A PESOS CONSTANTES
      *----------------------------------------------------------------
       77  PERIODO-BASE             PIC 9(06) VALUE ZERO.
       77  COEF-BASE                PIC 9(07)V9(04) COMP-3 VALUE ZERO.
       77  COEF-PREVIO              PIC 9(07)V9(04) COMP-3 VALUE ZERO.
       77  COEF-HALLADO             PIC 9(07)V9(04) COMP-3 VALUE ZERO.
       77  PERIODO-BUSCADO          PIC 9(06) VALUE ZERO.
       77  INFLACION-MES            PIC 9(03)V9(06) COMP-3 VALUE ZERO.
       77  FACTOR-NOMINAL           PIC 9(05)V9(06) COMP-3 VALUE ZERO.
       77  MESES-PROYECCION         PIC S9(04) COMP VALUE ZERO.
       77  IX-MES                   PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CALCULO POR SUCURSAL
      *----------------------------------------------------------------
       01  TABLA-ESTACIONAL.
           05  EST-ENTRY OCCURS 12 TIMES.
               10  EST-SUMA          PIC 9(11)V99 COMP-3.
               10  EST-CANT          PIC 9(03) COMP.
       77  MES-PEDIDO               PIC 9(02) VALUE ZERO.
       77  ORD-ULTIMO               PIC 9(06) COMP VALUE ZERO.
       77  ORD-DESDE                PIC 9(06) COMP VALUE ZERO.
       77  HORIZONTE                PIC 9(04) COMP VALUE ZERO.
       77  VALOR-REAL               PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  SUMA-TODO                PIC 9(12)V99 COMP-3 VALUE ZERO.
       77  CANT-TODO                PIC 9(03) COMP VALUE ZERO.
       77  SUMA-A1                  PIC 9(12)V99 COMP-3 VALUE ZERO.
       77  CANT-A1                  PIC 9(03) COMP VALUE ZERO.
       77  SUMA-A2                  PIC 9(12)V99 COMP-3 VALUE ZERO.
       77  CANT-A2                  PIC 9(03) COMP VALUE ZERO.
       77  CANT-SIN-INDICE          PIC 9(03) COMP VALUE ZERO.
       77  PROMEDIO-TODO            PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  PROMEDIO-A1              PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  PROMEDIO-A2              PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  INDICE-ESTACIONAL        PIC 9(03)V9(04) COMP-3 VALUE ZERO.
       77  TENDENCIA-MES            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  NIVEL-PROYECTADO         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  PRONOSTICO-REAL          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  PRONOSTICO-NOMINAL       PIC 9(08)V99 COMP-3 VALUE ZERO.
       77  DESVIO-CALCULO           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  SUMA-DESVIOS             PIC 9(07)V99 COMP-3 VALUE ZERO.
       77  CANT-EVALUADOS           PIC 9(04) COMP VALUE ZERO.
       77  DESVIO-PROMEDIO          PIC 9(05)V99 COMP-3 VALUE ZERO.

      *    Acumuladores de la corrida.
       77  CANT-PRONOSTICADAS       PIC 9(3) COMP VALUE ZERO.
       77  CANT-SIN-HISTORIA        PIC 9(3) COMP VALUE ZERO.
       77  CANT-CERRADOS            PIC 9(4) COMP VALUE ZERO.
       77  TOT-PRONOSTICO           PIC 9(11)V99 COMP-3 VALUE ZERO.

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
       01  WS-ED-VALOR1             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-TEND               PIC -(10)9.99.
       01  WS-ED-INDICE             PIC ZZ9.9999.
       01  WS-ED-PCT                PIC ZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZ9.
       01  WS-ED-CANT2              PIC ZZZ9.

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
               PERFORM 2000-CERRAR-PRONOSTICOS THRU 2000-EXIT
               PERFORM 3000-PRONOSTICAR THRU 3000-EXIT
               PERFORM 4000-PRECISION THRU 4000-EXIT
               PERFORM 6000-REGRABAR-PRONOSTICOS THRU 6000-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - periodo a pronosticar, indices, historia,
      *                    padron y pronosticos anteriores; con una
      *                    tabla truncada no se pronostica, porque
      *                    regrabar PRONOSTICOS perderia lineas
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY (1:6) TO PERIODO-CALCULO.
           IF PC-MM = 12
               ADD 1 TO PC-AAAA
               MOVE 1 TO PC-MM
           ELSE
               ADD 1 TO PC-MM
           END-IF.
           DISPLAY "Periodo a pronosticar (AAAAMM, por omision "
               PERIODO-CALCULO "):".
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO NOT NUMERIC OR PERIODO-PEDIDO = ZERO
               MOVE PERIODO-CALCULO TO PERIODO-PEDIDO
           END-IF.
           MOVE PERIODO-PEDIDO TO PERIODO-CALCULO.
           IF PC-AAAA < 2000 OR PC-MM < 1 OR PC-MM > 12
               DISPLAY "Periodo invalido, la corrida no sigue."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE PC-MM TO MES-PEDIDO.
           PERFORM 1500-ORDINAL THRU 1500-EXIT.
           MOVE ORD-CALCULO TO ORD-PEDIDO.
           PERFORM 1100-CARGAR-INDICES THRU 1100-EXIT.
           OPEN INPUT RECAUD-HIST.
           IF FS-RECAUD-HIST NOT = "00"
               DISPLAY "No se pudo abrir RECAUDHIST.DAT, FS="
                   FS-RECAUD-HIST
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1200-LEER-HISTORIA THRU 1200-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE RECAUD-HIST.
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES NOT = "00"
               DISPLAY "No se pudo abrir SUCURSALES.DAT, FS="
                   FS-SUCURSALES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1300-LEER-SUCURSAL THRU 1300-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE SUCURSALES.
           OPEN INPUT PRONOSTICOS.
           IF FS-PRONOSTICOS = "00"
               MOVE "N" TO SW-FIN-ORIGEN
               PERFORM 1400-LEER-PRONOSTICO THRU 1400-EXIT
                   UNTIL FIN-ORIGEN
               CLOSE PRONOSTICOS
           END-IF.
           IF NOT TABLAS-COMPLETAS
               DISPLAY "La historia, los indices, el padron o los "
                   "pronosticos exceden la tabla, la corrida no sigue."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-PRONOSTICO.
           MOVE SPACES TO REP-LINEA.
           STRING "=== PRONOSTICO DE RECAUDACION PERIODO "
               PERIODO-PEDIDO " AL " FECHA-HOY " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           IF INDICES-OK
               MOVE COEF-BASE TO WS-ED-INDICE
               MOVE INFLACION-MES TO WS-ED-PCT
               STRING "Pesos constantes de " PERIODO-BASE
                   "; inflacion mensual supuesta " WS-ED-PCT "%"
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "SIN INDICES: la historia se toma en pesos "
                   "corrientes y el pronostico sale nominal"
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
       1000-EXIT.
           EXIT.

      *    El ultimo coeficiente cargado de cada periodo reemplaza a
      *    los anteriores; la base es el periodo mas reciente y la
      *    inflacion supuesta la de ese mes contra el anterior.
       1100-CARGAR-INDICES.
           MOVE ZERO TO CANT-INDICES.
           MOVE ZERO TO PERIODO-BASE.
           OPEN INPUT INDICES.
           IF FS-INDICES NOT = "00"
               DISPLAY "Sin archivo de indices: el pronostico sale "
                   "nominal."
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1150-LEER-INDICE THRU 1150-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE INDICES.
           IF PERIODO-BASE = ZERO
               GO TO 1100-EXIT
           END-IF.
           MOVE PERIODO-BASE TO PERIODO-BUSCADO.
           PERFORM 3300-BUSCAR-COEFICIENTE THRU 3300-EXIT.
           MOVE COEF-HALLADO TO COEF-BASE.
           MOVE PERIODO-BASE TO PERIODO-CALCULO.
           IF PC-MM = 1
               SUBTRACT 1 FROM PC-AAAA
               MOVE 12 TO PC-MM
           ELSE
               SUBTRACT 1 FROM PC-MM
           END-IF.
           MOVE PERIODO-CALCULO TO PERIODO-BUSCADO.
           PERFORM 3300-BUSCAR-COEFICIENTE THRU 3300-EXIT.
           MOVE COEF-HALLADO TO COEF-PREVIO.
           MOVE ZERO TO INFLACION-MES.
           IF COEF-PREVIO > ZERO AND COEF-BASE > COEF-PREVIO
               COMPUTE INFLACION-MES ROUNDED =
                   (COEF-BASE - COEF-PREVIO) * 100 / COEF-PREVIO
                   ON SIZE ERROR
                       MOVE ZERO TO INFLACION-MES
               END-COMPUTE
           END-IF.
           IF COEF-BASE > ZERO
               MOVE "S" TO SW-INDICES-OK
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LEER-INDICE.
           READ INDICES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
                   GO TO 1150-EXIT
           END-READ.
           IF IND-COEFICIENTE NOT NUMERIC OR IND-COEFICIENTE = ZERO
               GO TO 1150-EXIT
           END-IF.
           PERFORM VARYING IX-IDX FROM 1 BY 1
               UNTIL IX-IDX > CANT-INDICES
                   OR IDX-PERIODO (IX-IDX) = IND-PERIODO
               CONTINUE
           END-PERFORM.
           IF IX-IDX > CANT-INDICES
               IF CANT-INDICES >= 600
                   MOVE "N" TO SW-TABLAS-COMPLETAS
                   GO TO 1150-EXIT
               END-IF
               ADD 1 TO CANT-INDICES
               SET IX-IDX TO CANT-INDICES
               MOVE IND-PERIODO TO IDX-PERIODO (IX-IDX)
           END-IF.
           MOVE IND-COEFICIENTE TO IDX-COEFICIENTE (IX-IDX).
           IF IND-PERIODO > PERIODO-BASE
               MOVE IND-PERIODO TO PERIODO-BASE
           END-IF.
       1150-EXIT.
           EXIT.

      *    Un mes corrido mas de una vez vale por su ultima linea.
       1200-LEER-HISTORIA.
           READ RECAUD-HIST
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
                   GO TO 1200-EXIT
           END-READ.
           IF RH-TOTAL-RECAUDADO NOT NUMERIC
               OR RH-PERIODO NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           PERFORM VARYING IX-HIS FROM 1 BY 1
               UNTIL IX-HIS > CANT-HIST
                   OR (HIS-SUCURSAL (IX-HIS) = RH-SUCURSAL
                       AND HIS-PERIODO (IX-HIS) = RH-PERIODO)
               CONTINUE
           END-PERFORM.
           IF IX-HIS > CANT-HIST
               IF CANT-HIST >= 3000
                   MOVE "N" TO SW-TABLAS-COMPLETAS
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO CANT-HIST
               SET IX-HIS TO CANT-HIST
               MOVE RH-SUCURSAL TO HIS-SUCURSAL (IX-HIS)
               MOVE RH-PERIODO  TO HIS-PERIODO (IX-HIS)
               MOVE RH-PERIODO  TO PERIODO-CALCULO
               PERFORM 1500-ORDINAL THRU 1500-EXIT
               MOVE ORD-CALCULO TO HIS-ORDINAL (IX-HIS)
           END-IF.
           MOVE RH-TOTAL-RECAUDADO TO HIS-TOTAL (IX-HIS).
       1200-EXIT.
           EXIT.

       1300-LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   IF CANT-SUCS < 100
                       ADD 1 TO CANT-SUCS
                       SET IX-SCS TO CANT-SUCS
                       MOVE SUC-CODIGO TO SCS-CODIGO (IX-SCS)
                       MOVE SUC-NOMBRE TO SCS-NOMBRE (IX-SCS)
                       MOVE SUC-ESTADO TO SCS-ESTADO (IX-SCS)
                   ELSE
                       MOVE "N" TO SW-TABLAS-COMPLETAS
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

       1400-LEER-PRONOSTICO.
           READ PRONOSTICOS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   IF CANT-PRON < 3000
                       ADD 1 TO CANT-PRON
                       SET IX-PRT TO CANT-PRON
                       MOVE PRN-SUCURSAL   TO PRT-SUCURSAL (IX-PRT)
                       MOVE PRN-PERIODO    TO PRT-PERIODO (IX-PRT)
                       MOVE PRN-FECHA      TO PRT-FECHA (IX-PRT)
                       MOVE PRN-PRONOSTICO TO PRT-PRONOSTICO (IX-PRT)
                       MOVE PRN-ESTADO     TO PRT-ESTADO (IX-PRT)
                       MOVE PRN-REAL       TO PRT-REAL (IX-PRT)
                       MOVE PRN-DESVIO     TO PRT-DESVIO (IX-PRT)
                       MOVE PRN-SENTIDO    TO PRT-SENTIDO (IX-PRT)
                   ELSE
                       MOVE "N" TO SW-TABLAS-COMPLETAS
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.

      *    PERIODO-CALCULO a numero de mes corrido en ORD-CALCULO.
       1500-ORDINAL.
           COMPUTE ORD-CALCULO = PC-AAAA * 12 + PC-MM - 1.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CERRAR-PRONOSTICOS - el pronostico pendiente cuyo mes ya
      *                           esta en la historia se cierra con
      *                           el real y su desvio
      ******************************************************************
       2000-CERRAR-PRONOSTICOS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "--- Pronosticos cerrados contra el real ---"
               TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 2100-CERRAR-PRONOSTICO THRU 2100-EXIT
               VARYING IX-PRT FROM 1 BY 1 UNTIL IX-PRT > CANT-PRON.
       2000-EXIT.
           EXIT.

       2100-CERRAR-PRONOSTICO.
           IF PRT-ESTADO (IX-PRT) NOT = "P"
               GO TO 2100-EXIT
           END-IF.
           PERFORM VARYING IX-HIS FROM 1 BY 1
               UNTIL IX-HIS > CANT-HIST
                   OR (HIS-SUCURSAL (IX-HIS) = PRT-SUCURSAL (IX-PRT)
                       AND HIS-PERIODO (IX-HIS) = PRT-PERIODO (IX-PRT))
               CONTINUE
           END-PERFORM.
           IF IX-HIS > CANT-HIST
               GO TO 2100-EXIT
           END-IF.
           MOVE HIS-TOTAL (IX-HIS) TO PRT-REAL (IX-PRT).
           MOVE "E" TO PRT-ESTADO (IX-PRT).
           COMPUTE DESVIO-CALCULO =
               PRT-PRONOSTICO (IX-PRT) - PRT-REAL (IX-PRT).
           IF DESVIO-CALCULO > ZERO
               MOVE "+" TO PRT-SENTIDO (IX-PRT)
           ELSE
               MOVE "-" TO PRT-SENTIDO (IX-PRT)
               COMPUTE DESVIO-CALCULO = ZERO - DESVIO-CALCULO
           END-IF.
           IF PRT-REAL (IX-PRT) = ZERO
               MOVE 999.99 TO PRT-DESVIO (IX-PRT)
           ELSE
               COMPUTE PRT-DESVIO (IX-PRT) ROUNDED =
                   DESVIO-CALCULO * 100 / PRT-REAL (IX-PRT)
                   ON SIZE ERROR
                       MOVE 999.99 TO PRT-DESVIO (IX-PRT)
               END-COMPUTE
           END-IF.
           ADD 1 TO CANT-CERRADOS.
           MOVE PRT-PRONOSTICO (IX-PRT) TO WS-ED-VALOR1.
           MOVE PRT-REAL (IX-PRT)       TO WS-ED-VALOR2.
           MOVE PRT-DESVIO (IX-PRT)     TO WS-ED-PCT.
           MOVE SPACES TO REP-LINEA.
           STRING "Sucursal " PRT-SUCURSAL (IX-PRT)
               " periodo " PRT-PERIODO (IX-PRT)
               " pronostico=" WS-ED-VALOR1
               " real=" WS-ED-VALOR2
               " desvio%=" WS-ED-PCT
               " sentido=" PRT-SENTIDO (IX-PRT)
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRONOSTICAR - un pronostico por sucursal activa del padron
      ******************************************************************
       3000-PRONOSTICAR.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "--- Pronostico por sucursal ---" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3050-FACTOR-NOMINAL THRU 3050-EXIT.
           PERFORM 3100-PRONOSTICAR-SUCURSAL THRU 3100-EXIT
               VARYING IX-SCS FROM 1 BY 1 UNTIL IX-SCS > CANT-SUCS.
       3000-EXIT.
           EXIT.

      *    De pesos constantes a pesos del periodo pedido: con el
      *    indice del periodo si ya esta cargado; si no, la inflacion
      *    del ultimo mes compuesta por los meses que faltan.
       3050-FACTOR-NOMINAL.
           MOVE 1 TO FACTOR-NOMINAL.
           IF NOT INDICES-OK
               GO TO 3050-EXIT
           END-IF.
           MOVE PERIODO-PEDIDO TO PERIODO-BUSCADO.
           PERFORM 3300-BUSCAR-COEFICIENTE THRU 3300-EXIT.
           IF COEF-HALLADO > ZERO
               COMPUTE FACTOR-NOMINAL ROUNDED =
                   COEF-HALLADO / COEF-BASE
                   ON SIZE ERROR
                       MOVE 1 TO FACTOR-NOMINAL
               END-COMPUTE
               GO TO 3050-EXIT
           END-IF.
           MOVE PERIODO-BASE TO PERIODO-CALCULO.
           PERFORM 1500-ORDINAL THRU 1500-EXIT.
           COMPUTE MESES-PROYECCION = ORD-PEDIDO - ORD-CALCULO.
           PERFORM 3060-COMPONER-MES THRU 3060-EXIT
               VARYING IX-MES FROM 1 BY 1
               UNTIL IX-MES > MESES-PROYECCION.
       3050-EXIT.
           EXIT.

       3060-COMPONER-MES.
           COMPUTE FACTOR-NOMINAL ROUNDED =
               FACTOR-NOMINAL * (100 + INFLACION-MES) / 100
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE.
       3060-EXIT.
           EXIT.

       3100-PRONOSTICAR-SUCURSAL.
           IF SCS-ESTADO (IX-SCS) NOT = "A"
               GO TO 3100-EXIT
           END-IF.
      *    Ultimo mes con historia antes del periodo pedido.
           MOVE ZERO TO ORD-ULTIMO.
           PERFORM VARYING IX-HIS FROM 1 BY 1
               UNTIL IX-HIS > CANT-HIST
               IF HIS-SUCURSAL (IX-HIS) = SCS-CODIGO (IX-SCS)
                   AND HIS-ORDINAL (IX-HIS) < ORD-PEDIDO
                   AND HIS-ORDINAL (IX-HIS) > ORD-ULTIMO
                   MOVE HIS-ORDINAL (IX-HIS) TO ORD-ULTIMO
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
               MOVE ZERO TO EST-SUMA (IX-MES)
               MOVE ZERO TO EST-CANT (IX-MES)
           END-PERFORM.
           MOVE ZERO TO SUMA-TODO CANT-TODO SUMA-A1 CANT-A1
               SUMA-A2 CANT-A2 CANT-SIN-INDICE.
           IF ORD-PEDIDO > MESES-HISTORIA
               COMPUTE ORD-DESDE = ORD-PEDIDO - MESES-HISTORIA
           ELSE
               MOVE ZERO TO ORD-DESDE
           END-IF.
           IF ORD-ULTIMO > ZERO
               PERFORM 3200-TOMAR-MES THRU 3200-EXIT
                   VARYING IX-HIS FROM 1 BY 1
                   UNTIL IX-HIS > CANT-HIST
           END-IF.
           IF CANT-TODO < 3
               ADD 1 TO CANT-SIN-HISTORIA
               MOVE CANT-TODO TO WS-ED-CANT
               MOVE SPACES TO REP-LINEA
               STRING "Sucursal " SCS-CODIGO (IX-SCS) " "
                   SCS-NOMBRE (IX-SCS)
                   " SIN PRONOSTICO: meses de historia utiles="
                   WS-ED-CANT
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3400-CALCULAR THRU 3400-EXIT.
           PERFORM 3500-GUARDAR-PRONOSTICO THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      *    Cada mes de la ventana, reexpresado, suma a su mes del ano,
      *    al promedio general y al ano al que pertenece para la
      *    tendencia.
       3200-TOMAR-MES.
           IF HIS-SUCURSAL (IX-HIS) NOT = SCS-CODIGO (IX-SCS)
               OR HIS-ORDINAL (IX-HIS) > ORD-ULTIMO
               OR HIS-ORDINAL (IX-HIS) < ORD-DESDE
               GO TO 3200-EXIT
           END-IF.
           IF INDICES-OK
               MOVE HIS-PERIODO (IX-HIS) TO PERIODO-BUSCADO
               PERFORM 3300-BUSCAR-COEFICIENTE THRU 3300-EXIT
               IF COEF-HALLADO = ZERO
                   ADD 1 TO CANT-SIN-INDICE
                   GO TO 3200-EXIT
               END-IF
               COMPUTE VALOR-REAL ROUNDED =
                   HIS-TOTAL (IX-HIS) * COEF-BASE / COEF-HALLADO
                   ON SIZE ERROR
                       ADD 1 TO CANT-SIN-INDICE
                       GO TO 3200-EXIT
               END-COMPUTE
           ELSE
               MOVE HIS-TOTAL (IX-HIS) TO VALOR-REAL
           END-IF.
           MOVE HIS-PERIODO (IX-HIS) TO PERIODO-CALCULO.
           ADD VALOR-REAL TO EST-SUMA (PC-MM).
           ADD 1 TO EST-CANT (PC-MM).
           ADD VALOR-REAL TO SUMA-TODO.
           ADD 1 TO CANT-TODO.
           IF HIS-ORDINAL (IX-HIS) + 12 > ORD-ULTIMO
               ADD VALOR-REAL TO SUMA-A1
               ADD 1 TO CANT-A1
           ELSE
               IF HIS-ORDINAL (IX-HIS) + 24 > ORD-ULTIMO
                   ADD VALOR-REAL TO SUMA-A2
                   ADD 1 TO CANT-A2
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *    Coeficiente de PERIODO-BUSCADO en COEF-HALLADO (cero si no
      *    esta cargado).
       3300-BUSCAR-COEFICIENTE.
           MOVE ZERO TO COEF-HALLADO.
           PERFORM VARYING IX-IDX FROM 1 BY 1
               UNTIL IX-IDX > CANT-INDICES
                   OR IDX-PERIODO (IX-IDX) = PERIODO-BUSCADO
               CONTINUE
           END-PERFORM.
           IF IX-IDX NOT > CANT-INDICES
               MOVE IDX-COEFICIENTE (IX-IDX) TO COEF-HALLADO
           END-IF.
       3300-EXIT.
           EXIT.

      *    Nivel del ultimo ano, tendencia mensual llevada desde el
      *    centro de ese ano al periodo pedido, e indice estacional.
       3400-CALCULAR.
           COMPUTE PROMEDIO-TODO ROUNDED = SUMA-TODO / CANT-TODO.
           COMPUTE PROMEDIO-A1 ROUNDED = SUMA-A1 / CANT-A1.
           MOVE ZERO TO TENDENCIA-MES.
           IF CANT-A1 = 12 AND CANT-A2 = 12
               COMPUTE PROMEDIO-A2 ROUNDED = SUMA-A2 / CANT-A2
               COMPUTE TENDENCIA-MES ROUNDED =
                   (PROMEDIO-A1 - PROMEDIO-A2) / 12
           END-IF.
           COMPUTE HORIZONTE = ORD-PEDIDO - ORD-ULTIMO.
           COMPUTE NIVEL-PROYECTADO ROUNDED =
               PROMEDIO-A1 + TENDENCIA-MES * (HORIZONTE + 5.5)
               ON SIZE ERROR
                   MOVE PROMEDIO-A1 TO NIVEL-PROYECTADO
           END-COMPUTE.
           IF NIVEL-PROYECTADO < ZERO
               MOVE ZERO TO NIVEL-PROYECTADO
           END-IF.
           MOVE 1 TO INDICE-ESTACIONAL.
           IF EST-CANT (MES-PEDIDO) > ZERO AND PROMEDIO-TODO > ZERO
               COMPUTE INDICE-ESTACIONAL ROUNDED =
                   EST-SUMA (MES-PEDIDO) / EST-CANT (MES-PEDIDO)
                   / PROMEDIO-TODO
                   ON SIZE ERROR
                       MOVE 1 TO INDICE-ESTACIONAL
               END-COMPUTE
           END-IF.
           COMPUTE PRONOSTICO-REAL ROUNDED =
               NIVEL-PROYECTADO * INDICE-ESTACIONAL
               ON SIZE ERROR
                   MOVE ZERO TO PRONOSTICO-REAL
           END-COMPUTE.
           COMPUTE PRONOSTICO-NOMINAL ROUNDED =
               PRONOSTICO-REAL * FACTOR-NOMINAL
               ON SIZE ERROR
                   MOVE 99999999.99 TO PRONOSTICO-NOMINAL
           END-COMPUTE.
       3400-EXIT.
           EXIT.

      *    Reemplaza el pronostico pendiente del mismo periodo; el ya
      *    cerrado contra el real no se toca.
       3500-GUARDAR-PRONOSTICO.
           PERFORM VARYING IX-PRT FROM 1 BY 1
               UNTIL IX-PRT > CANT-PRON
                   OR (PRT-SUCURSAL (IX-PRT) = SCS-CODIGO (IX-SCS)
                       AND PRT-PERIODO (IX-PRT) = PERIODO-PEDIDO)
               CONTINUE
           END-PERFORM.
           IF IX-PRT NOT > CANT-PRON
               IF PRT-ESTADO (IX-PRT) = "E"
                   MOVE SPACES TO REP-LINEA
                   STRING "Sucursal " SCS-CODIGO (IX-SCS)
                       " el periodo ya tiene real, no se pronostica"
                       DELIMITED BY SIZE INTO REP-LINEA
                   WRITE REP-LINEA
                   GO TO 3500-EXIT
               END-IF
           ELSE
               IF CANT-PRON >= 3000
                   DISPLAY "Tabla de pronosticos llena."
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO CANT-PRON
               SET IX-PRT TO CANT-PRON
               MOVE SCS-CODIGO (IX-SCS) TO PRT-SUCURSAL (IX-PRT)
               MOVE PERIODO-PEDIDO      TO PRT-PERIODO (IX-PRT)
           END-IF.
           MOVE FECHA-HOY          TO PRT-FECHA (IX-PRT).
           MOVE PRONOSTICO-NOMINAL TO PRT-PRONOSTICO (IX-PRT).
           MOVE "P"                TO PRT-ESTADO (IX-PRT).
           MOVE ZERO               TO PRT-REAL (IX-PRT).
           MOVE ZERO               TO PRT-DESVIO (IX-PRT).
           MOVE SPACE              TO PRT-SENTIDO (IX-PRT).
           ADD 1 TO CANT-PRONOSTICADAS.
           ADD PRONOSTICO-NOMINAL TO TOT-PRONOSTICO.
           MOVE PRONOSTICO-NOMINAL TO WS-ED-VALOR1.
           MOVE PRONOSTICO-REAL    TO WS-ED-VALOR2.
           MOVE INDICE-ESTACIONAL  TO WS-ED-INDICE.
           MOVE TENDENCIA-MES      TO WS-ED-TEND.
           MOVE CANT-TODO          TO WS-ED-CANT.
           MOVE CANT-SIN-INDICE    TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Sucursal " SCS-CODIGO (IX-SCS) " "
               SCS-NOMBRE (IX-SCS)
               " pronostico=" WS-ED-VALOR1
               " constante=" WS-ED-VALOR2
               " estacional=" WS-ED-INDICE
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "              tendencia/mes=" WS-ED-TEND
               " meses tomados=" WS-ED-CANT
               " sin indice=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Pronostico sucursal=" SCS-CODIGO (IX-SCS)
               " periodo=" PERIODO-PEDIDO
               " importe=" WS-ED-VALOR1
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRECISION - desvio absoluto promedio de los meses ya
      *                  cerrados, por sucursal
      ******************************************************************
       4000-PRECISION.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "--- Precision del pronostico por sucursal ---"
               TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 4100-PRECISION-SUCURSAL THRU 4100-EXIT
               VARYING IX-SCS FROM 1 BY 1 UNTIL IX-SCS > CANT-SUCS.
       4000-EXIT.
           EXIT.

       4100-PRECISION-SUCURSAL.
           MOVE ZERO TO SUMA-DESVIOS.
           MOVE ZERO TO CANT-EVALUADOS.
           PERFORM VARYING IX-PRT FROM 1 BY 1
               UNTIL IX-PRT > CANT-PRON
               IF PRT-SUCURSAL (IX-PRT) = SCS-CODIGO (IX-SCS)
                   AND PRT-ESTADO (IX-PRT) = "E"
                   ADD PRT-DESVIO (IX-PRT) TO SUMA-DESVIOS
                   ADD 1 TO CANT-EVALUADOS
               END-IF
           END-PERFORM.
           IF CANT-EVALUADOS = ZERO
               GO TO 4100-EXIT
           END-IF.
           COMPUTE DESVIO-PROMEDIO ROUNDED =
               SUMA-DESVIOS / CANT-EVALUADOS.
           MOVE CANT-EVALUADOS  TO WS-ED-CANT.
           MOVE DESVIO-PROMEDIO TO WS-ED-PCT.
           MOVE SPACES TO REP-LINEA.
           STRING "Sucursal " SCS-CODIGO (IX-SCS) " "
               SCS-NOMBRE (IX-SCS)
               " meses cerrados=" WS-ED-CANT
               " desvio absoluto promedio%=" WS-ED-PCT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN
      ******************************************************************
       5000-RESUMEN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOT-PRONOSTICO     TO WS-ED-VALOR1.
           MOVE CANT-PRONOSTICADAS TO WS-ED-CANT.
           MOVE CANT-SIN-HISTORIA  TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Sucursales pronosticadas=" WS-ED-CANT
               " sin historia suficiente=" WS-ED-CANT2
               " total pronosticado=" WS-ED-VALOR1
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY "Pronostico del periodo " PERIODO-PEDIDO
               " grabado en REPORTE-PRONOSTICO.DAT.".
           MOVE CANT-CERRADOS TO WS-ED-CANT2.
           STRING "Pronostico periodo=" PERIODO-PEDIDO
               " sucursales=" WS-ED-CANT
               " total=" WS-ED-VALOR1
               " cerrados contra el real=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-PRONOSTICOS - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-PRONOSTICOS.
           OPEN OUTPUT PRONOSTICOS.
           PERFORM VARYING IX-PRT FROM 1 BY 1
               UNTIL IX-PRT > CANT-PRON
               MOVE PRT-SUCURSAL (IX-PRT)   TO PRN-SUCURSAL
               MOVE PRT-PERIODO (IX-PRT)    TO PRN-PERIODO
               MOVE PRT-FECHA (IX-PRT)      TO PRN-FECHA
               MOVE PRT-PRONOSTICO (IX-PRT) TO PRN-PRONOSTICO
               MOVE PRT-ESTADO (IX-PRT)     TO PRN-ESTADO
               MOVE PRT-REAL (IX-PRT)       TO PRN-REAL
               MOVE PRT-DESVIO (IX-PRT)     TO PRN-DESVIO
               MOVE PRT-SENTIDO (IX-PRT)    TO PRN-SENTIDO
               WRITE PRN-REGISTRO
           END-PERFORM.
           CLOSE PRONOSTICOS.
       6000-EXIT.
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
               FOR ALL "PronosticoRecaud".
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
           STRING "PronosticoRecaud " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE REPORTE-PRONOSTICO.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Pronostico conformado por: " OPERADOR-FIRMA.
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
       END PROGRAM PronosticoRecaud.
