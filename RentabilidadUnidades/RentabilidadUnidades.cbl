      ******************************************************************
      *Rentabilidad por unidad vendida y valuacion del stock al cierre
      *del mes. Para el periodo pedido toma las ventas y devoluciones
      *(el corte OPERACIONES-AAAAMM.DAT si el periodo ya se extrajo,
      *si no el OPERACIONES.DAT vivo) y muestra de cada una el precio
      *(OPE-IMPORTE), el costo de la unidad (VEHICULOS.DAT; el usado
      *tomado, su valor de toma), el interes del floor plan devengado
      *en sus dias en stock con la tasa de cada mes de su linea
      *(TASASFP.DAT), la parte del premio del vendedor (el premio
      *liquidado en VTASMES.DAT repartido por sus autos netos) y el
      *margen neto; la devolucion revierte la venta. Totales por
      *vendedor, por modelo y general en REPORTE-RENTABILIDAD.DAT.
      *La segunda parte valua para contaduria las unidades sin vender
      *(D y R) ingresadas hasta el ultimo dia del periodo: costo mas
      *interes devengado a esa fecha, con totales por linea de floor
      *plan para cotejar con el resumen de cada linea, en
      *VALUACION-STOCK.DAT. Se corre la noche del cierre de mes; una
      *corrida posterior valua el stock que queda en ese momento.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la rentabilidad por unidad y
      *                 la valuacion del stock.
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
       PROGRAM-ID. RentabilidadUnidades.
       AUTHOR. N. FEDIUK.
       INSTALLATION. CONCESIONARIA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERACIONES ASSIGN TO "OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERACIONES.
           SELECT OPE-CORTE ASSIGN TO NOMBRE-CORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORTE.
           SELECT ORDEN-TRABAJO ASSIGN TO "RENTAB.SRT".
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           SELECT VEHICULOS ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-PATENTE
               FILE STATUS IS FS-VEHICULOS.
           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-LEGAJO
               FILE STATUS IS FS-VENDEDORES.
           SELECT VTASMES ASSIGN TO "VTASMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VTASMES.
           SELECT TASASFP ASSIGN TO "TASASFP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASASFP.
           SELECT REPORTE-RENTAB ASSIGN TO "REPORTE-RENTABILIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT VALUACION ASSIGN TO "VALUACION-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALUACION.
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
      *    Registro de operaciones capturado por CargaOperaciones.
       FD  OPERACIONES
           RECORDING MODE IS F.
       01  OPE-REGISTRO.
           05  OPE-FECHA             PIC 9(08).
           05  OPE-LEGAJO            PIC 9(05).
           05  OPE-PATENTE           PIC X(10).
           05  OPE-IMPORTE           PIC 9(7)V99.
           05  OPE-TIPO              PIC X(01).
           05  OPE-PATENTE-REL       PIC X(10).
           05  OPE-IMPORTE-CAJA      PIC 9(7)V99.
           05  OPE-CLIENTE           PIC X(11).

      *    Corte de un periodo extraido: la misma linea mas la cola
      *    TRAILER, que no tiene fecha numerica y se saltea.
       FD  OPE-CORTE
           RECORDING MODE IS F.
       01  COR-REGISTRO             PIC X(63).

       SD  ORDEN-TRABAJO.
       01  SRT-REGISTRO.
           05  SRT-LEGAJO            PIC 9(05).
           05  SRT-FECHA             PIC 9(08).
           05  SRT-TIPO              PIC X(01).
           05  SRT-PATENTE           PIC X(10).
           05  SRT-IMPORTE           PIC 9(7)V99.

      *    Estado de cada periodo: A abierto, C cerrado para captura,
      *    E extraido (lo mantiene CierrePeriodos).
       FD  CIERRES
           RECORDING MODE IS F.
       01  CIE-REGISTRO.
           05  CIE-PERIODO           PIC 9(06).
           05  CIE-ESTADO            PIC X(01).

      *    Maestro de vehiculos: D disponible, R reservado, V vendido,
      *    B retirado. Costo de compra (el usado, su valor de toma) y
      *    linea de floor plan (en blanco, fondos propios).
       FD  VEHICULOS.
       01  VEH-REGISTRO.
           05  VEH-PATENTE           PIC X(10).
           05  VEH-MODELO            PIC X(20).
           05  VEH-FECHA-INGRESO     PIC 9(08).
           05  VEH-ESTADO            PIC X(01).
           05  VEH-ORIGEN            PIC X(01).
           05  VEH-VALOR-TOMA        PIC 9(7)V99.
           05  VEH-RESERVA           PIC 9(06).
           05  VEH-COSTO             PIC 9(9)V99.
           05  VEH-LINEA-FP          PIC X(04).

       FD  VENDEDORES.
       01  VEN-REGISTRO.
           05  VEN-LEGAJO            PIC 9(5).
           05  VEN-NOMBRE            PIC X(20).
           05  VEN-AUTOS-VENDIDOS    PIC 9(3).
           05  VEN-AUTOS-DEVUELTOS   PIC 9(3).
           05  VEN-CUOTA-MENSUAL     PIC 9(3).
           05  VEN-ESTADO            PIC X(01).
           05  VEN-SUPERVISOR        PIC 9(5).

      *    Historico mensual de la liquidacion de comisiones
      *    (Ejercicio2); VTM-TIPO S es el override del supervisor.
       FD  VTASMES
           RECORDING MODE IS F.
       01  VTM-REGISTRO.
           05  VTM-LEGAJO            PIC 9(5).
           05  VTM-PERIODO           PIC 9(6).
           05  VTM-AUTOS-NETOS       PIC 9(3).
           05  VTM-PREMIO-TOTAL      PIC 9(7)V99.
           05  VTM-CUOTA-MENSUAL     PIC 9(3).
           05  VTM-TIPO              PIC X(01).
               88  VTM-ES-OVERRIDE   VALUE "S".

      *    Tasas mensuales del floor plan por linea (MantTasasFP).
       FD  TASASFP
           RECORDING MODE IS F.
       01  FPT-REGISTRO.
           05  FPT-LINEA             PIC X(04).
           05  FPT-PERIODO           PIC 9(06).
           05  FPT-TASA              PIC 9(02)V9(04).

       FD  REPORTE-RENTAB
           RECORDING MODE IS F.
       01  REP-LINEA                PIC X(140).

       FD  VALUACION
           RECORDING MODE IS F.
       01  VAL-LINEA                PIC X(140).

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

       WORKING-STORAGE SECTION.
       77  FS-OPERACIONES           PIC X(02) VALUE SPACES.
       77  FS-CORTE                 PIC X(02) VALUE SPACES.
       77  FS-CIERRES               PIC X(02) VALUE SPACES.
       77  FS-VEHICULOS             PIC X(02) VALUE SPACES.
       77  FS-VENDEDORES            PIC X(02) VALUE SPACES.
       77  FS-VTASMES               PIC X(02) VALUE SPACES.
       77  FS-TASASFP               PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-VALUACION             PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       77  ESTADO-PERIODO           PIC X(01) VALUE SPACE.
       77  NOMBRE-CORTE             PIC X(30) VALUE SPACES.
       77  LEGAJO-EN-CURSO          PIC 9(05) VALUE ZERO.
       77  NOMBRE-VENDEDOR          PIC X(20) VALUE SPACES.
       77  MODELO-UNIDAD            PIC X(20) VALUE SPACES.
       77  MARCA-LINEA              PIC X(12) VALUE SPACES.
       77  TEXTO-LINEA              PIC X(14) VALUE SPACES.
       77  CANT-OPERACIONES         PIC 9(5) COMP VALUE ZERO.
       77  CANT-SIN-COSTO           PIC 9(5) COMP VALUE ZERO.
       77  CANT-SIN-TASA            PIC 9(5) COMP VALUE ZERO.
       77  CANT-VALUADAS            PIC 9(5) COMP VALUE ZERO.
       77  SIGNO-OPERACION          PIC S9(01) VALUE +1.
       77  DIAS-EN-STOCK            PIC 9(05) VALUE ZERO.

      *    Periodo pedido y su ultimo dia, fecha de corte de la
      *    valuacion.
       01  PERIODO-PEDIDO.
           05  PPE-AAAA             PIC 9(04).
           05  PPE-MM               PIC 9(02).
       01  FECHA-CORTE.
           05  FCO-PERIODO          PIC 9(06).
           05  FCO-DD               PIC 9(02).
       01  FECHA-OPERACION.
           05  FO-PERIODO           PIC 9(06).
           05  FO-DD                PIC 9(02).

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-CIERRES           PIC X(01) VALUE "N".
           88  FIN-CIERRES          VALUE "S".
       01  SW-FIN-OPERACIONES       PIC X(01) VALUE "N".
           88  FIN-OPERACIONES      VALUE "S".
       01  SW-FIN-ORDEN             PIC X(01) VALUE "N".
           88  FIN-ORDEN            VALUE "S".
       01  SW-FIN-VTASMES           PIC X(01) VALUE "N".
           88  FIN-VTASMES          VALUE "S".
       01  SW-FIN-TASAS             PIC X(01) VALUE "N".
           88  FIN-TASAS            VALUE "S".
       01  SW-FIN-VEHICULOS         PIC X(01) VALUE "N".
           88  FIN-VEHICULOS        VALUE "S".
       01  SW-DESDE-CORTE           PIC X(01) VALUE "N".
           88  DESDE-CORTE          VALUE "S".
       01  SW-VENDEDORES-ABIERTO    PIC X(01) VALUE "N".
           88  VENDEDORES-ABIERTO   VALUE "S".
       01  SW-HAY-VENDEDOR          PIC X(01) VALUE "N".
           88  HAY-VENDEDOR         VALUE "S".
       01  SW-SIN-TASA              PIC X(01) VALUE "N".
           88  SIN-TASA             VALUE "S".

      *----------------------------------------------------------------
      * IMPORTES DE LA OPERACION Y ACUMULADORES (VENDEDOR Y GENERAL)
      *----------------------------------------------------------------
       01  IMPORTES-OPERACION.
           05  IOP-PRECIO           PIC S9(9)V99 COMP-3.
           05  IOP-COSTO            PIC S9(9)V99 COMP-3.
           05  IOP-INTERES          PIC S9(9)V99 COMP-3.
           05  IOP-PREMIO           PIC S9(9)V99 COMP-3.
           05  IOP-MARGEN           PIC S9(9)V99 COMP-3.
       01  TOTALES-VENDEDOR.
           05  TVE-UNIDADES         PIC S9(5) COMP.
           05  TVE-PRECIO           PIC S9(11)V99 COMP-3.
           05  TVE-COSTO            PIC S9(11)V99 COMP-3.
           05  TVE-INTERES          PIC S9(11)V99 COMP-3.
           05  TVE-PREMIO           PIC S9(11)V99 COMP-3.
           05  TVE-MARGEN           PIC S9(11)V99 COMP-3.
       01  TOTALES-GENERAL.
           05  TGE-UNIDADES         PIC S9(5) COMP.
           05  TGE-PRECIO           PIC S9(11)V99 COMP-3.
           05  TGE-COSTO            PIC S9(11)V99 COMP-3.
           05  TGE-INTERES          PIC S9(11)V99 COMP-3.
           05  TGE-PREMIO           PIC S9(11)V99 COMP-3.
           05  TGE-MARGEN           PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      * TOTALES POR MODELO; pasada la tabla, el resto se junta en la
      * ultima posicion
      *----------------------------------------------------------------
       77  CANT-MODELOS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-MODELOS.
           05  MOD-ENTRY OCCURS 200 TIMES INDEXED BY IX-MOD.
               10  MOD-MODELO        PIC X(20).
               10  MOD-UNIDADES      PIC S9(5) COMP.
               10  MOD-PRECIO        PIC S9(11)V99 COMP-3.
               10  MOD-COSTO         PIC S9(11)V99 COMP-3.
               10  MOD-INTERES       PIC S9(11)V99 COMP-3.
               10  MOD-PREMIO        PIC S9(11)V99 COMP-3.
               10  MOD-MARGEN        PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      * PREMIOS LIQUIDADOS DEL PERIODO POR VENDEDOR (VTASMES)
      *----------------------------------------------------------------
       77  CANT-PREMIOS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PREMIOS.
           05  PRM-ENTRY OCCURS 500 TIMES INDEXED BY IX-PRM.
               10  PRM-LEGAJO        PIC 9(05).
               10  PRM-AUTOS         PIC 9(03).
               10  PRM-PREMIO        PIC 9(7)V99 COMP-3.

      *----------------------------------------------------------------
      * TASAS DEL FLOOR PLAN POR LINEA Y PERIODO
      *----------------------------------------------------------------
       77  CANT-TASAS               PIC 9(4) COMP VALUE ZERO.
       01  TABLA-TASAS.
           05  TFP-ENTRY OCCURS 1000 TIMES INDEXED BY IX-TFP.
               10  TFP-LINEA         PIC X(04).
               10  TFP-PERIODO       PIC 9(06).
               10  TFP-TASA          PIC 9(02)V9(04).

      *----------------------------------------------------------------
      * VALUACION POR LINEA DE FLOOR PLAN (EN BLANCO, FONDOS PROPIOS)
      *----------------------------------------------------------------
       77  CANT-LINEAS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-LINEAS.
           05  LIN-ENTRY OCCURS 50 TIMES INDEXED BY IX-LIN.
               10  LIN-LINEA         PIC X(04).
               10  LIN-UNIDADES      PIC 9(5) COMP.
               10  LIN-COSTO         PIC 9(11)V99 COMP-3.
               10  LIN-INTERES       PIC 9(11)V99 COMP-3.
       01  TOTALES-VALUACION.
           05  TVA-UNIDADES         PIC 9(5) COMP.
           05  TVA-COSTO            PIC 9(11)V99 COMP-3.
           05  TVA-INTERES          PIC 9(11)V99 COMP-3.
       77  VALOR-UNIDAD             PIC 9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * DEVENGAMIENTO DEL INTERES: COSTO x TASA MENSUAL x DIAS / 30,
      * MES A MES ENTRE EL INGRESO Y LA FECHA HASTA
      *----------------------------------------------------------------
       77  COSTO-CALC               PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  LINEA-CALC               PIC X(04) VALUE SPACES.
       77  FECHA-DESDE              PIC 9(08) VALUE ZERO.
       77  FECHA-HASTA              PIC 9(08) VALUE ZERO.
       77  SERIAL-DESDE             PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-HASTA             PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-INICIO-MES        PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-FIN-MES           PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-BAJO              PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-ALTO              PIC 9(07) COMP VALUE ZERO.
       77  DIAS-MES                 PIC 9(05) COMP VALUE ZERO.
       77  PERIODO-HASTA            PIC 9(06) VALUE ZERO.
       77  PERIODO-TASA             PIC 9(06) VALUE ZERO.
       77  PERIODO-HALLADO          PIC 9(06) VALUE ZERO.
       77  TASA-MES                 PIC 9(02)V9(04) VALUE ZERO.
       77  INTERES-ACUM             PIC 9(9)V9(6) COMP-3 VALUE ZERO.
       77  INTERES-CALC             PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  MES-CURSO.
           05  MCU-AAAA             PIC 9(04).
           05  MCU-MM               PIC 9(02).

      *----------------------------------------------------------------
      * CONVERSION DE FECHA A DIAS CORRIDOS
      *----------------------------------------------------------------
       01  FECHA-SERIAL             PIC 9(08).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-AAAA              PIC 9(04).
           05  FS-MM                PIC 9(02).
           05  FS-DD                PIC 9(02).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-PERIODO           PIC 9(06).
           05  FILLER               PIC 9(02).
       77  SERIAL-CALCULO           PIC 9(07) COMP VALUE ZERO.
       77  DIAS-ACUM-MES            PIC 9(03) COMP VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.

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
       01  WS-ED-PRECIO             PIC -ZZZZZZZZZZ9.99.
       01  WS-ED-COSTO              PIC -ZZZZZZZZZZ9.99.
       01  WS-ED-INTERES            PIC -ZZZZZZZZ9.99.
       01  WS-ED-PREMIO             PIC -ZZZZZZZZ9.99.
       01  WS-ED-MARGEN             PIC -ZZZZZZZZZZ9.99.
       01  WS-ED-VALOR              PIC ZZZZZZZZZZ9.99.
       01  WS-ED-DIAS               PIC ZZZZ9.
       01  WS-ED-CANT               PIC -ZZZZ9.
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
               PERFORM 1800-CARGAR-TASAS THRU 1800-EXIT
               PERFORM 1900-CARGAR-PREMIOS THRU 1900-EXIT
               PERFORM 2000-RENTABILIDAD THRU 2000-EXIT
               PERFORM 4000-VALUACION THRU 4000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-OPERACIONES TO RUN-CANT-W
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
               FOR ALL "RentabilidadUnidades".
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
           STRING "RentabilidadUnidades " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           MOVE "RentabilidadUnidades" TO RUN-PROGRAMA.
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
      * 1000-INICIALIZAR - periodo pedido y su ultimo dia, origen de
      *                    las operaciones (corte si el periodo esta
      *                    extraido) y apertura de los archivos
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
           PERFORM 1100-FECHA-CORTE THRU 1100-EXIT.
           PERFORM 1200-ESTADO-PERIODO THRU 1200-EXIT.
           IF ESTADO-PERIODO = "E"
               MOVE "S" TO SW-DESDE-CORTE
               MOVE SPACES TO NOMBRE-CORTE
               STRING "OPERACIONES-" PERIODO-ACTUAL ".DAT"
                   DELIMITED BY SIZE INTO NOMBRE-CORTE
               OPEN INPUT OPE-CORTE
               MOVE FS-CORTE TO FS-OPERACIONES
           ELSE
               OPEN INPUT OPERACIONES
           END-IF.
           IF FS-OPERACIONES NOT = "00"
               IF DESDE-CORTE
                   DISPLAY "No se pudo abrir " NOMBRE-CORTE ", FS="
                       FS-OPERACIONES
               ELSE
                   DISPLAY "No se pudo abrir OPERACIONES.DAT, FS="
                       FS-OPERACIONES
               END-IF
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT VEHICULOS.
           IF FS-VEHICULOS NOT = "00"
               DISPLAY "No se pudo abrir VEHICULOS.DAT, FS="
                   FS-VEHICULOS
               IF DESDE-CORTE
                   CLOSE OPE-CORTE
               ELSE
                   CLOSE OPERACIONES
               END-IF
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES = "00"
               MOVE "S" TO SW-VENDEDORES-ABIERTO
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-RENTAB.
           OPEN OUTPUT VALUACION.
       1000-EXIT.
           EXIT.

      *    Ultimo dia del periodo: dia 1 del mes siguiente menos uno,
      *    en dias corridos.
       1100-FECHA-CORTE.
           MOVE PERIODO-ACTUAL TO FCO-PERIODO.
           MOVE PERIODO-ACTUAL TO MES-CURSO.
           PERFORM 5400-MES-SIGUIENTE THRU 5400-EXIT.
           MOVE MES-CURSO TO FS-PERIODO.
           MOVE 01 TO FS-DD.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-FIN-MES.
           MOVE PERIODO-ACTUAL TO FS-PERIODO.
           MOVE 01 TO FS-DD.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           COMPUTE FCO-DD = SERIAL-FIN-MES - SERIAL-CALCULO.
       1100-EXIT.
           EXIT.

       1200-ESTADO-PERIODO.
           MOVE SPACE TO ESTADO-PERIODO.
           OPEN INPUT CIERRES.
           IF FS-CIERRES NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CIERRES.
           PERFORM 1250-LEER-CIERRE THRU 1250-EXIT
               UNTIL FIN-CIERRES.
           CLOSE CIERRES.
       1200-EXIT.
           EXIT.

       1250-LEER-CIERRE.
           READ CIERRES
               AT END
                   MOVE "S" TO SW-FIN-CIERRES
               NOT AT END
                   IF CIE-PERIODO = PERIODO-ACTUAL
                       MOVE CIE-ESTADO TO ESTADO-PERIODO
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1800-CARGAR-TASAS - tasas del floor plan a memoria
      ******************************************************************
       1800-CARGAR-TASAS.
           MOVE ZERO TO CANT-TASAS.
           OPEN INPUT TASASFP.
           IF FS-TASASFP NOT = "00"
               DISPLAY "Sin TASASFP.DAT, no se devenga interes de "
                   "floor plan."
               GO TO 1800-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-TASAS.
           PERFORM 1850-LEER-TASA THRU 1850-EXIT
               UNTIL FIN-TASAS.
           CLOSE TASASFP.
       1800-EXIT.
           EXIT.

       1850-LEER-TASA.
           READ TASASFP
               AT END
                   MOVE "S" TO SW-FIN-TASAS
               NOT AT END
                   IF CANT-TASAS < 1000
                       ADD 1 TO CANT-TASAS
                       SET IX-TFP TO CANT-TASAS
                       MOVE FPT-LINEA   TO TFP-LINEA (IX-TFP)
                       MOVE FPT-PERIODO TO TFP-PERIODO (IX-TFP)
                       MOVE FPT-TASA    TO TFP-TASA (IX-TFP)
                   ELSE
                       DISPLAY "TASASFP.DAT excede la tabla, se "
                           "ignora la linea " FPT-LINEA " "
                           FPT-PERIODO
                   END-IF
           END-READ.
       1850-EXIT.
           EXIT.

      ******************************************************************
      * 1900-CARGAR-PREMIOS - premio liquidado a cada vendedor en el
      *                       periodo; si la liquidacion se repitio,
      *                       rige la ultima linea
      ******************************************************************
       1900-CARGAR-PREMIOS.
           MOVE ZERO TO CANT-PREMIOS.
           OPEN INPUT VTASMES.
           IF FS-VTASMES NOT = "00"
               GO TO 1900-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-VTASMES.
           PERFORM 1950-LEER-VTASMES THRU 1950-EXIT
               UNTIL FIN-VTASMES.
           CLOSE VTASMES.
       1900-EXIT.
           EXIT.

       1950-LEER-VTASMES.
           READ VTASMES
               AT END
                   MOVE "S" TO SW-FIN-VTASMES
                   GO TO 1950-EXIT
           END-READ.
           IF VTM-PERIODO NOT = PERIODO-ACTUAL OR VTM-ES-OVERRIDE
               GO TO 1950-EXIT
           END-IF.
           PERFORM VARYING IX-PRM FROM 1 BY 1
               UNTIL IX-PRM > CANT-PREMIOS
                   OR PRM-LEGAJO (IX-PRM) = VTM-LEGAJO
               CONTINUE
           END-PERFORM.
           IF IX-PRM > CANT-PREMIOS
               IF CANT-PREMIOS >= 500
                   DISPLAY "Tabla de premios llena, el legajo "
                       VTM-LEGAJO " queda sin premio."
                   GO TO 1950-EXIT
               END-IF
               ADD 1 TO CANT-PREMIOS
               SET IX-PRM TO CANT-PREMIOS
               MOVE VTM-LEGAJO TO PRM-LEGAJO (IX-PRM)
           END-IF.
           MOVE VTM-AUTOS-NETOS  TO PRM-AUTOS (IX-PRM).
           MOVE VTM-PREMIO-TOTAL TO PRM-PREMIO (IX-PRM).
       1950-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RENTABILIDAD - ventas y devoluciones del periodo por
      *                     vendedor y fecha, con corte por vendedor
      ******************************************************************
       2000-RENTABILIDAD.
           MOVE SPACES TO REP-LINEA.
           STRING "=== RENTABILIDAD POR UNIDAD VENDIDA === periodo "
               PERIODO-ACTUAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           IF DESDE-CORTE
               STRING "Operaciones del corte " NOMBRE-CORTE
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "Operaciones de OPERACIONES.DAT (periodo sin "
                   "extraer)"
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           IF CANT-PREMIOS = ZERO
               MOVE SPACES TO REP-LINEA
               STRING "Premios del periodo sin liquidar en VTASMES: "
                   "el margen no descuenta premio."
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           INITIALIZE TOTALES-GENERAL.
           MOVE ZERO TO LEGAJO-EN-CURSO.
           MOVE "N" TO SW-HAY-VENDEDOR.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SRT-LEGAJO SRT-FECHA SRT-PATENTE
               INPUT PROCEDURE IS 2100-SOLTAR-OPERACIONES
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-LISTAR-RENTABILIDAD
                   THRU 3000-EXIT.
           IF DESDE-CORTE
               CLOSE OPE-CORTE
           ELSE
               CLOSE OPERACIONES
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-OPERACIONES.
           MOVE "N" TO SW-FIN-OPERACIONES.
           PERFORM 2200-LEER-OPERACION THRU 2200-EXIT
               UNTIL FIN-OPERACIONES.
       2100-EXIT.
           EXIT.

       2200-LEER-OPERACION.
           IF DESDE-CORTE
               READ OPE-CORTE INTO OPE-REGISTRO
                   AT END
                       MOVE "S" TO SW-FIN-OPERACIONES
                       GO TO 2200-EXIT
               END-READ
               IF OPE-FECHA IS NOT NUMERIC
                   GO TO 2200-EXIT
               END-IF
           ELSE
               READ OPERACIONES
                   AT END
                       MOVE "S" TO SW-FIN-OPERACIONES
                       GO TO 2200-EXIT
               END-READ
           END-IF.
           MOVE OPE-FECHA TO FECHA-OPERACION.
           IF FO-PERIODO NOT = PERIODO-ACTUAL
               GO TO 2200-EXIT
           END-IF.
      *    La toma de un usado no es una venta: su resultado aparece
      *    cuando se vende el usado.
           IF OPE-TIPO NOT = "V" AND OPE-TIPO NOT = "D"
               GO TO 2200-EXIT
           END-IF.
           MOVE OPE-LEGAJO  TO SRT-LEGAJO.
           MOVE OPE-FECHA   TO SRT-FECHA.
           MOVE OPE-TIPO    TO SRT-TIPO.
           MOVE OPE-PATENTE TO SRT-PATENTE.
           MOVE OPE-IMPORTE TO SRT-IMPORTE.
           RELEASE SRT-REGISTRO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-RENTABILIDAD - una linea por operacion, total por
      *                            vendedor, general y por modelo
      ******************************************************************
       3000-LISTAR-RENTABILIDAD.
           MOVE "N" TO SW-FIN-ORDEN.
           PERFORM 3100-RETORNAR-OPERACION THRU 3100-EXIT
               UNTIL FIN-ORDEN.
           IF HAY-VENDEDOR
               PERFORM 3400-TOTAL-VENDEDOR THRU 3400-EXIT
           END-IF.
           PERFORM 3500-TOTAL-GENERAL THRU 3500-EXIT.
           PERFORM 3600-TOTALES-MODELO THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

       3100-RETORNAR-OPERACION.
           RETURN ORDEN-TRABAJO
               AT END
                   MOVE "S" TO SW-FIN-ORDEN
                   GO TO 3100-EXIT
           END-RETURN.
           IF NOT HAY-VENDEDOR OR SRT-LEGAJO NOT = LEGAJO-EN-CURSO
               IF HAY-VENDEDOR
                   PERFORM 3400-TOTAL-VENDEDOR THRU 3400-EXIT
               END-IF
               PERFORM 3200-CABECERA-VENDEDOR THRU 3200-EXIT
           END-IF.
           PERFORM 3300-DETALLE-OPERACION THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-CABECERA-VENDEDOR.
           MOVE "S" TO SW-HAY-VENDEDOR.
           MOVE SRT-LEGAJO TO LEGAJO-EN-CURSO.
           INITIALIZE TOTALES-VENDEDOR.
           MOVE SPACES TO NOMBRE-VENDEDOR.
           IF VENDEDORES-ABIERTO
               MOVE SRT-LEGAJO TO VEN-LEGAJO
               READ VENDEDORES
                   INVALID KEY
                       MOVE "(no figura en el padron)"
                           TO NOMBRE-VENDEDOR
                   NOT INVALID KEY
                       MOVE VEN-NOMBRE TO NOMBRE-VENDEDOR
               END-READ
           END-IF.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "Vendedor " SRT-LEGAJO " " NOMBRE-VENDEDOR
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "  fecha    t patente    modelo               "
               " dias           precio           costo"
               "       interes        premio          margen"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-DETALLE-OPERACION - costo, interes de los dias en stock y
      *                          parte del premio de la unidad; la
      *                          devolucion entra con signo negativo
      ******************************************************************
       3300-DETALLE-OPERACION.
           ADD 1 TO CANT-OPERACIONES.
           IF SRT-TIPO = "D"
               MOVE -1 TO SIGNO-OPERACION
           ELSE
               MOVE +1 TO SIGNO-OPERACION
           END-IF.
           MOVE SPACES TO MARCA-LINEA.
           MOVE SRT-PATENTE TO VEH-PATENTE.
           READ VEHICULOS
               INVALID KEY
                   MOVE "(sin maestro)" TO MODELO-UNIDAD
                   MOVE "*SIN MAESTRO" TO MARCA-LINEA
                   MOVE ZERO TO COSTO-CALC
                   MOVE SPACES TO LINEA-CALC
                   MOVE SRT-FECHA TO FECHA-DESDE
               NOT INVALID KEY
                   MOVE VEH-MODELO TO MODELO-UNIDAD
                   PERFORM 5500-COSTO-UNIDAD THRU 5500-EXIT
                   MOVE VEH-FECHA-INGRESO TO FECHA-DESDE
           END-READ.
           MOVE SRT-FECHA TO FECHA-HASTA.
           PERFORM 5000-DEVENGAR-INTERES THRU 5000-EXIT.
           IF COSTO-CALC = ZERO AND MARCA-LINEA = SPACES
               MOVE "*SIN COSTO" TO MARCA-LINEA
               ADD 1 TO CANT-SIN-COSTO
           END-IF.
           IF SIN-TASA AND MARCA-LINEA = SPACES
               MOVE "*SIN TASA" TO MARCA-LINEA
               ADD 1 TO CANT-SIN-TASA
           END-IF.
           PERFORM 3350-PREMIO-UNIDAD THRU 3350-EXIT.
           COMPUTE IOP-PRECIO  = SRT-IMPORTE * SIGNO-OPERACION.
           COMPUTE IOP-COSTO   = COSTO-CALC * SIGNO-OPERACION.
           COMPUTE IOP-INTERES = INTERES-CALC * SIGNO-OPERACION.
           MULTIPLY SIGNO-OPERACION BY IOP-PREMIO.
           COMPUTE IOP-MARGEN = IOP-PRECIO - IOP-COSTO
               - IOP-INTERES - IOP-PREMIO.
           MOVE IOP-PRECIO    TO WS-ED-PRECIO.
           MOVE IOP-COSTO     TO WS-ED-COSTO.
           MOVE IOP-INTERES   TO WS-ED-INTERES.
           MOVE IOP-PREMIO    TO WS-ED-PREMIO.
           MOVE IOP-MARGEN    TO WS-ED-MARGEN.
           MOVE DIAS-EN-STOCK TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "  " SRT-FECHA " " SRT-TIPO " " SRT-PATENTE
               " " MODELO-UNIDAD " " WS-ED-DIAS
               " " WS-ED-PRECIO " " WS-ED-COSTO
               " " WS-ED-INTERES " " WS-ED-PREMIO
               " " WS-ED-MARGEN " " MARCA-LINEA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           ADD SIGNO-OPERACION TO TVE-UNIDADES.
           ADD IOP-PRECIO  TO TVE-PRECIO.
           ADD IOP-COSTO   TO TVE-COSTO.
           ADD IOP-INTERES TO TVE-INTERES.
           ADD IOP-PREMIO  TO TVE-PREMIO.
           ADD IOP-MARGEN  TO TVE-MARGEN.
           PERFORM 3700-ACUMULAR-MODELO THRU 3700-EXIT.
       3300-EXIT.
           EXIT.

      *    El premio del periodo se reparte en partes iguales entre los
      *    autos netos del vendedor; la devolucion descuenta una parte.
       3350-PREMIO-UNIDAD.
           MOVE ZERO TO IOP-PREMIO.
           PERFORM VARYING IX-PRM FROM 1 BY 1
               UNTIL IX-PRM > CANT-PREMIOS
                   OR PRM-LEGAJO (IX-PRM) = SRT-LEGAJO
               CONTINUE
           END-PERFORM.
           IF IX-PRM > CANT-PREMIOS
               GO TO 3350-EXIT
           END-IF.
           IF PRM-AUTOS (IX-PRM) > ZERO
               DIVIDE PRM-PREMIO (IX-PRM) BY PRM-AUTOS (IX-PRM)
                   GIVING IOP-PREMIO ROUNDED
           END-IF.
       3350-EXIT.
           EXIT.

       3400-TOTAL-VENDEDOR.
           MOVE TVE-UNIDADES TO WS-ED-CANT.
           MOVE TVE-PRECIO   TO WS-ED-PRECIO.
           MOVE TVE-COSTO    TO WS-ED-COSTO.
           MOVE TVE-INTERES  TO WS-ED-INTERES.
           MOVE TVE-PREMIO   TO WS-ED-PREMIO.
           MOVE TVE-MARGEN   TO WS-ED-MARGEN.
           MOVE SPACES TO REP-LINEA.
           STRING "  Total vendedor " LEGAJO-EN-CURSO
               "  unidades netas" WS-ED-CANT "       "
               " " WS-ED-PRECIO " " WS-ED-COSTO
               " " WS-ED-INTERES " " WS-ED-PREMIO
               " " WS-ED-MARGEN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           ADD TVE-UNIDADES TO TGE-UNIDADES.
           ADD TVE-PRECIO   TO TGE-PRECIO.
           ADD TVE-COSTO    TO TGE-COSTO.
           ADD TVE-INTERES  TO TGE-INTERES.
           ADD TVE-PREMIO   TO TGE-PREMIO.
           ADD TVE-MARGEN   TO TGE-MARGEN.
       3400-EXIT.
           EXIT.

       3500-TOTAL-GENERAL.
           MOVE TGE-UNIDADES TO WS-ED-CANT.
           MOVE TGE-PRECIO   TO WS-ED-PRECIO.
           MOVE TGE-COSTO    TO WS-ED-COSTO.
           MOVE TGE-INTERES  TO WS-ED-INTERES.
           MOVE TGE-PREMIO   TO WS-ED-PREMIO.
           MOVE TGE-MARGEN   TO WS-ED-MARGEN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "TOTAL DEL PERIODO      unidades netas" WS-ED-CANT
               "        " WS-ED-PRECIO " " WS-ED-COSTO
               " " WS-ED-INTERES " " WS-ED-PREMIO
               " " WS-ED-MARGEN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-COSTO TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Operaciones sin costo cargado (margen sobre costo "
               "cero): " WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-TASA TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Operaciones con algun mes sin tasa de su linea "
               "(interes parcial): " WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3500-EXIT.
           EXIT.

       3600-TOTALES-MODELO.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "TOTALES POR MODELO" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3650-LINEA-MODELO THRU 3650-EXIT
               VARYING IX-MOD FROM 1 BY 1
               UNTIL IX-MOD > CANT-MODELOS.
       3600-EXIT.
           EXIT.

       3650-LINEA-MODELO.
           MOVE MOD-UNIDADES (IX-MOD) TO WS-ED-CANT.
           MOVE MOD-PRECIO (IX-MOD)   TO WS-ED-PRECIO.
           MOVE MOD-COSTO (IX-MOD)    TO WS-ED-COSTO.
           MOVE MOD-INTERES (IX-MOD)  TO WS-ED-INTERES.
           MOVE MOD-PREMIO (IX-MOD)   TO WS-ED-PREMIO.
           MOVE MOD-MARGEN (IX-MOD)   TO WS-ED-MARGEN.
           MOVE SPACES TO REP-LINEA.
           STRING "  " MOD-MODELO (IX-MOD)
               " unidades netas" WS-ED-CANT "       "
               " " WS-ED-PRECIO " " WS-ED-COSTO
               " " WS-ED-INTERES " " WS-ED-PREMIO
               " " WS-ED-MARGEN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3650-EXIT.
           EXIT.

       3700-ACUMULAR-MODELO.
           PERFORM VARYING IX-MOD FROM 1 BY 1
               UNTIL IX-MOD > CANT-MODELOS
                   OR MOD-MODELO (IX-MOD) = MODELO-UNIDAD
               CONTINUE
           END-PERFORM.
           IF IX-MOD > CANT-MODELOS
               IF CANT-MODELOS = 200
                   SET IX-MOD TO 200
                   GO TO 3700-SUMAR
               END-IF
               ADD 1 TO CANT-MODELOS
               SET IX-MOD TO CANT-MODELOS
               IF CANT-MODELOS < 200
                   MOVE MODELO-UNIDAD TO MOD-MODELO (IX-MOD)
               ELSE
                   MOVE "(otros modelos)" TO MOD-MODELO (IX-MOD)
               END-IF
               MOVE ZERO TO MOD-UNIDADES (IX-MOD)
               MOVE ZERO TO MOD-PRECIO (IX-MOD)
               MOVE ZERO TO MOD-COSTO (IX-MOD)
               MOVE ZERO TO MOD-INTERES (IX-MOD)
               MOVE ZERO TO MOD-PREMIO (IX-MOD)
               MOVE ZERO TO MOD-MARGEN (IX-MOD)
           END-IF.
       3700-SUMAR.
           ADD SIGNO-OPERACION TO MOD-UNIDADES (IX-MOD).
           ADD IOP-PRECIO  TO MOD-PRECIO (IX-MOD).
           ADD IOP-COSTO   TO MOD-COSTO (IX-MOD).
           ADD IOP-INTERES TO MOD-INTERES (IX-MOD).
           ADD IOP-PREMIO  TO MOD-PREMIO (IX-MOD).
           ADD IOP-MARGEN  TO MOD-MARGEN (IX-MOD).
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 4000-VALUACION - unidades sin vender ingresadas hasta el corte,
      *                  a costo mas interes devengado al corte, con
      *                  totales por linea de floor plan
      ******************************************************************
       4000-VALUACION.
           MOVE SPACES TO VAL-LINEA.
           STRING "=== VALUACION DEL STOCK SIN VENDER === periodo "
               PERIODO-ACTUAL " corte " FECHA-CORTE
               DELIMITED BY SIZE INTO VAL-LINEA.
           WRITE VAL-LINEA.
           MOVE SPACES TO VAL-LINEA.
           STRING "  patente    modelo               ingreso   dias"
               " linea          costo       interes"
               "          valor est"
               DELIMITED BY SIZE INTO VAL-LINEA.
           WRITE VAL-LINEA.
           INITIALIZE TOTALES-VALUACION.
           MOVE ZERO TO CANT-LINEAS.
           MOVE LOW-VALUES TO VEH-PATENTE.
           START VEHICULOS KEY NOT < VEH-PATENTE
               INVALID KEY
                   MOVE "S" TO SW-FIN-VEHICULOS
               NOT INVALID KEY
                   MOVE "N" TO SW-FIN-VEHICULOS
           END-START.
           PERFORM 4100-VALUAR-UNIDAD THRU 4100-EXIT
               UNTIL FIN-VEHICULOS.
           PERFORM 4300-TOTALES-VALUACION THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

       4100-VALUAR-UNIDAD.
           READ VEHICULOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-VEHICULOS
                   GO TO 4100-EXIT
           END-READ.
           IF VEH-ESTADO NOT = "D" AND VEH-ESTADO NOT = "R"
               GO TO 4100-EXIT
           END-IF.
           IF VEH-FECHA-INGRESO > FECHA-CORTE
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO MARCA-LINEA.
           PERFORM 5500-COSTO-UNIDAD THRU 5500-EXIT.
           MOVE VEH-FECHA-INGRESO TO FECHA-DESDE.
           MOVE FECHA-CORTE TO FECHA-HASTA.
           PERFORM 5000-DEVENGAR-INTERES THRU 5000-EXIT.
           IF COSTO-CALC = ZERO
               MOVE "*SIN COSTO" TO MARCA-LINEA
           END-IF.
           IF SIN-TASA AND MARCA-LINEA = SPACES
               MOVE "*SIN TASA" TO MARCA-LINEA
           END-IF.
           ADD COSTO-CALC INTERES-CALC GIVING VALOR-UNIDAD.
           ADD 1 TO CANT-VALUADAS.
           MOVE COSTO-CALC    TO WS-ED-COSTO.
           MOVE INTERES-CALC  TO WS-ED-INTERES.
           MOVE VALOR-UNIDAD  TO WS-ED-VALOR.
           MOVE DIAS-EN-STOCK TO WS-ED-DIAS.
           MOVE SPACES TO VAL-LINEA.
           STRING "  " VEH-PATENTE " " VEH-MODELO
               " " VEH-FECHA-INGRESO " " WS-ED-DIAS
               " " LINEA-CALC " " WS-ED-COSTO
               " " WS-ED-INTERES " " WS-ED-VALOR
               " " VEH-ESTADO "   " MARCA-LINEA
               DELIMITED BY SIZE INTO VAL-LINEA.
           WRITE VAL-LINEA.
           ADD 1            TO TVA-UNIDADES.
           ADD COSTO-CALC   TO TVA-COSTO.
           ADD INTERES-CALC TO TVA-INTERES.
           PERFORM 4200-ACUMULAR-LINEA THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4200-ACUMULAR-LINEA.
           PERFORM VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > CANT-LINEAS
                   OR LIN-LINEA (IX-LIN) = LINEA-CALC
               CONTINUE
           END-PERFORM.
           IF IX-LIN > CANT-LINEAS
               IF CANT-LINEAS >= 50
                   DISPLAY "Tabla de lineas llena, la linea "
                       LINEA-CALC " va solo al total."
                   GO TO 4200-EXIT
               END-IF
               ADD 1 TO CANT-LINEAS
               SET IX-LIN TO CANT-LINEAS
               MOVE LINEA-CALC TO LIN-LINEA (IX-LIN)
               MOVE ZERO TO LIN-UNIDADES (IX-LIN)
               MOVE ZERO TO LIN-COSTO (IX-LIN)
               MOVE ZERO TO LIN-INTERES (IX-LIN)
           END-IF.
           ADD 1            TO LIN-UNIDADES (IX-LIN).
           ADD COSTO-CALC   TO LIN-COSTO (IX-LIN).
           ADD INTERES-CALC TO LIN-INTERES (IX-LIN).
       4200-EXIT.
           EXIT.

       4300-TOTALES-VALUACION.
           MOVE SPACES TO VAL-LINEA.
           WRITE VAL-LINEA.
           MOVE "TOTALES POR LINEA DE FLOOR PLAN" TO VAL-LINEA.
           WRITE VAL-LINEA.
           PERFORM 4350-LINEA-TOTAL THRU 4350-EXIT
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > CANT-LINEAS.
           ADD TVA-COSTO TVA-INTERES GIVING VALOR-UNIDAD.
           MOVE TVA-UNIDADES TO WS-ED-CANT2.
           MOVE TVA-COSTO    TO WS-ED-COSTO.
           MOVE TVA-INTERES  TO WS-ED-INTERES.
           MOVE VALOR-UNIDAD TO WS-ED-VALOR.
           MOVE SPACES TO VAL-LINEA.
           STRING "  TOTAL STOCK    unidades " WS-ED-CANT2
               "  costo " WS-ED-COSTO
               "  interes " WS-ED-INTERES
               "  valuacion " WS-ED-VALOR
               DELIMITED BY SIZE INTO VAL-LINEA.
           WRITE VAL-LINEA.
           MOVE SPACES TO AUD-TEXTO.
           MOVE CANT-OPERACIONES TO WS-ED-CANT.
           STRING "Periodo=" PERIODO-ACTUAL
               " operaciones=" WS-ED-CANT
               " stock valuado=" WS-ED-CANT2
               " valuacion=" WS-ED-VALOR
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4300-EXIT.
           EXIT.

       4350-LINEA-TOTAL.
           ADD LIN-COSTO (IX-LIN) LIN-INTERES (IX-LIN)
               GIVING VALOR-UNIDAD.
           MOVE LIN-UNIDADES (IX-LIN) TO WS-ED-CANT2.
           MOVE LIN-COSTO (IX-LIN)    TO WS-ED-COSTO.
           MOVE LIN-INTERES (IX-LIN)  TO WS-ED-INTERES.
           MOVE VALOR-UNIDAD          TO WS-ED-VALOR.
           MOVE SPACES TO VAL-LINEA.
           IF LIN-LINEA (IX-LIN) = SPACES
               MOVE "fondos propios" TO TEXTO-LINEA
           ELSE
               MOVE SPACES TO TEXTO-LINEA
               STRING "linea " LIN-LINEA (IX-LIN)
                   DELIMITED BY SIZE INTO TEXTO-LINEA
           END-IF.
           STRING "  " TEXTO-LINEA " unidades " WS-ED-CANT2
               "  costo " WS-ED-COSTO
               "  interes " WS-ED-INTERES
               "  valuacion " WS-ED-VALOR
               DELIMITED BY SIZE INTO VAL-LINEA.
           WRITE VAL-LINEA.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 5000-DEVENGAR-INTERES - interes del floor plan de COSTO-CALC
      *                         en LINEA-CALC entre FECHA-DESDE y
      *                         FECHA-HASTA: por cada mes, los dias en
      *                         stock de ese mes por la tasa mensual
      *                         del mes / 30. Un mes sin tasa usa la
      *                         ultima anterior de la linea; sin
      *                         ninguna, no devenga y marca SIN-TASA
      ******************************************************************
       5000-DEVENGAR-INTERES.
           MOVE ZERO TO INTERES-ACUM.
           MOVE ZERO TO INTERES-CALC.
           MOVE ZERO TO DIAS-EN-STOCK.
           MOVE "N" TO SW-SIN-TASA.
           MOVE FECHA-DESDE TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-DESDE.
           MOVE FECHA-HASTA TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-HASTA.
           IF SERIAL-HASTA NOT > SERIAL-DESDE
               GO TO 5000-EXIT
           END-IF.
           SUBTRACT SERIAL-DESDE FROM SERIAL-HASTA
               GIVING DIAS-EN-STOCK.
           IF LINEA-CALC = SPACES OR COSTO-CALC = ZERO
               OR FECHA-DESDE < 19000101
               GO TO 5000-EXIT
           END-IF.
           MOVE FECHA-HASTA (1:6) TO PERIODO-HASTA.
           MOVE FECHA-DESDE (1:6) TO MES-CURSO.
           PERFORM 5100-INTERES-MES THRU 5100-EXIT
               UNTIL MES-CURSO > PERIODO-HASTA.
           COMPUTE INTERES-CALC ROUNDED = INTERES-ACUM.
       5000-EXIT.
           EXIT.

       5100-INTERES-MES.
           MOVE MES-CURSO TO FS-PERIODO.
           MOVE 01 TO FS-DD.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           COMPUTE SERIAL-INICIO-MES = SERIAL-CALCULO - 1.
           MOVE MES-CURSO TO PERIODO-TASA.
           PERFORM 5400-MES-SIGUIENTE THRU 5400-EXIT.
           MOVE MES-CURSO TO FS-PERIODO.
           MOVE 01 TO FS-DD.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           COMPUTE SERIAL-FIN-MES = SERIAL-CALCULO - 1.
           IF SERIAL-DESDE > SERIAL-INICIO-MES
               MOVE SERIAL-DESDE TO SERIAL-BAJO
           ELSE
               MOVE SERIAL-INICIO-MES TO SERIAL-BAJO
           END-IF.
           IF SERIAL-HASTA < SERIAL-FIN-MES
               MOVE SERIAL-HASTA TO SERIAL-ALTO
           ELSE
               MOVE SERIAL-FIN-MES TO SERIAL-ALTO
           END-IF.
           IF SERIAL-ALTO NOT > SERIAL-BAJO
               GO TO 5100-EXIT
           END-IF.
           SUBTRACT SERIAL-BAJO FROM SERIAL-ALTO GIVING DIAS-MES.
           PERFORM 5200-BUSCAR-TASA THRU 5200-EXIT.
           COMPUTE INTERES-ACUM = INTERES-ACUM
               + COSTO-CALC * TASA-MES * DIAS-MES / 3000.
       5100-EXIT.
           EXIT.

      *    Tasa de la linea para PERIODO-TASA: la del periodo o la del
      *    ultimo anterior cargado.
       5200-BUSCAR-TASA.
           MOVE ZERO TO TASA-MES.
           MOVE ZERO TO PERIODO-HALLADO.
           PERFORM 5250-COMPARAR-TASA THRU 5250-EXIT
               VARYING IX-TFP FROM 1 BY 1
               UNTIL IX-TFP > CANT-TASAS.
           IF PERIODO-HALLADO = ZERO
               MOVE "S" TO SW-SIN-TASA
           END-IF.
       5200-EXIT.
           EXIT.

       5250-COMPARAR-TASA.
           IF TFP-LINEA (IX-TFP) = LINEA-CALC
               AND TFP-PERIODO (IX-TFP) NOT > PERIODO-TASA
               AND TFP-PERIODO (IX-TFP) > PERIODO-HALLADO
               MOVE TFP-PERIODO (IX-TFP) TO PERIODO-HALLADO
               MOVE TFP-TASA (IX-TFP)    TO TASA-MES
           END-IF.
       5250-EXIT.
           EXIT.

       5400-MES-SIGUIENTE.
           IF MCU-MM = 12
               ADD 1 TO MCU-AAAA
               MOVE 01 TO MCU-MM
           ELSE
               ADD 1 TO MCU-MM
           END-IF.
       5400-EXIT.
           EXIT.

      *    Costo de la unidad leida: el de compra, o el valor de toma
      *    del usado ingresado antes de registrarse el costo.
       5500-COSTO-UNIDAD.
           MOVE VEH-COSTO TO COSTO-CALC.
           IF COSTO-CALC = ZERO AND VEH-ORIGEN = "U"
               MOVE VEH-VALOR-TOMA TO COSTO-CALC
           END-IF.
           MOVE VEH-LINEA-FP TO LINEA-CALC.
       5500-EXIT.
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
           CLOSE VEHICULOS.
           IF VENDEDORES-ABIERTO
               CLOSE VENDEDORES
           END-IF.
           CLOSE REPORTE-RENTAB.
           CLOSE VALUACION.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-OPERACIONES TO WS-ED-CANT2.
           DISPLAY "Operaciones analizadas: " WS-ED-CANT2.
           MOVE CANT-VALUADAS TO WS-ED-CANT2.
           DISPLAY "Unidades valuadas:      " WS-ED-CANT2.
           DISPLAY "Reporte conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM RentabilidadUnidades.
