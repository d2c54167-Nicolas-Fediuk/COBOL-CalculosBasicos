      ******************************************************************
      *Seguimiento diario de la recaudacion del mes contra el
      *pronostico que deja PronosticoRecaud en PRONOSTICOS.DAT. Para la
      *fecha de corte (por omision hoy) suma por sucursal la caja
      *diaria del mes hasta el corte (CAJADIARIA.DAT, con las reversas
      *de enmienda restando) y la compara con el pronostico prorrateado
      *por los dias habiles transcurridos: son habiles los dias del mes
      *que no figuran en FERIADOS.DAT, igual que los dias esperados con
      *caja del informe mensual. La sucursal que se aparta del plan mas
      *que el umbral pedido (por omision 10%) queda marcada DEBAJO o
      *ENCIMA DEL PLAN, y la que tiene caja sin pronostico se informa
      *aparte. Asienta INICIO y FIN en RUNCONTROL.DAT, asi puede ir
      *como paso del plan nocturno. El listado queda en
      *REPORTE-SEGUIMIENTO.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del seguimiento de recaudacion.
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
       PROGRAM-ID. SeguimientoRecaud.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJA-DIARIA ASSIGN TO "CAJADIARIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJA.
           SELECT PRONOSTICOS ASSIGN TO "PRONOSTICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRONOSTICOS.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FERIADOS.
           SELECT REPORTE-SEGUIMIENTO
               ASSIGN TO "REPORTE-SEGUIMIENTO.DAT"
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
      *    Caja diaria que captura CargaCaja; tipo N alta, R reversa y
      *    E reemplazo de una enmienda (la linea vieja sin tipo es
      *    alta).
       FD  CAJA-DIARIA
           RECORDING MODE IS F.
       01  CAJ-REGISTRO.
           05  CAJ-SUCURSAL          PIC X(04).
           05  CAJ-FECHA             PIC 9(08).
           05  CAJ-IMPORTE           PIC 9(06)V99.
           05  CAJ-TIPO              PIC X(01).
           05  CAJ-MEDIOS            PIC X(32).

      *    Pronosticos de PronosticoRecaud: uno por sucursal y periodo.
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

      *    Padron de sucursales compartido por los programas de
      *    comercio.
       FD  SUCURSALES
           RECORDING MODE IS F.
       01  SUC-REGISTRO.
           05  SUC-CODIGO            PIC X(04).
           05  SUC-NOMBRE            PIC X(20).
           05  SUC-REGION            PIC X(10).
           05  SUC-ESTADO            PIC X(01).

      *    Calendario de feriados que mantiene MantFeriados.
       FD  FERIADOS
           RECORDING MODE IS F.
       01  FER-REGISTRO.
           05  FER-FECHA             PIC 9(08).
           05  FER-DESCRIPCION       PIC X(30).

       FD  REPORTE-SEGUIMIENTO
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
       77  FS-CAJA                  PIC X(02) VALUE SPACES.
       77  FS-PRONOSTICOS           PIC X(02) VALUE SPACES.
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  FS-FERIADOS              PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       01  FECHA-CORTE              PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-CORTE.
           05  FC-PERIODO           PIC 9(06).
           05  FILLER REDEFINES FC-PERIODO.
               10  FC-AAAA          PIC 9(04).
               10  FC-MM            PIC 9(02).
           05  FC-DD                PIC 9(02).
       01  FECHA-CAJA               PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-CAJA.
           05  FJ-PERIODO           PIC 9(06).
           05  FJ-DD                PIC 9(02).
       01  FECHA-FERIADO            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-FERIADO.
           05  FF-PERIODO           PIC 9(06).
           05  FF-DD                PIC 9(02).

      *    Porcentaje de apartamiento del plan que se marca.
       77  UMBRAL-PCT               PIC 9(03) VALUE 10.

      *    Dias del mes y feriados del periodo del corte.
       77  DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(01) VALUE ZERO.
       77  IX-DIA                   PIC 9(02) COMP VALUE ZERO.
       01  TABLA-FERIADOS.
           05  DIA-FERIADO OCCURS 31 TIMES PIC X(01).
       77  HABILES-MES              PIC 9(02) VALUE ZERO.
       77  HABILES-CORRIDOS         PIC 9(02) VALUE ZERO.

       01  SW-FIN-ORIGEN            PIC X(01) VALUE "N".
           88  FIN-ORIGEN           VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".

      *----------------------------------------------------------------
      * SUCURSALES DEL SEGUIMIENTO
      *----------------------------------------------------------------
       77  CANT-SUCS                PIC 9(3) COMP VALUE ZERO.
       01  TABLA-SUCS.
           05  SCS-ENTRY OCCURS 100 TIMES INDEXED BY IX-SCS.
               10  SCS-CODIGO        PIC X(04).
               10  SCS-NOMBRE        PIC X(20).
               10  SCS-ESTADO        PIC X(01).
               10  SCS-CAJA          PIC S9(09)V99 COMP-3.
               10  SCS-DIAS-CAJA     PIC 9(02) COMP.
               10  SCS-PRONOSTICO    PIC 9(08)V99 COMP-3.
               10  SCS-CON-PRON      PIC X(01).
               10  SCS-DIA-CARGADO OCCURS 31 TIMES PIC X(01).

       77  PLAN-CORTE               PIC 9(09)V99 COMP-3 VALUE ZERO.
       77  DESVIO-PCT               PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  DESVIO-ABS               PIC 9(05)V99 COMP-3 VALUE ZERO.
       01  SITUACION                PIC X(20) VALUE SPACES.

      *    Acumuladores de la corrida.
       77  CANT-INFORMADAS          PIC 9(3) COMP VALUE ZERO.
       77  CANT-DEBAJO              PIC 9(3) COMP VALUE ZERO.
       77  CANT-ENCIMA              PIC 9(3) COMP VALUE ZERO.
       77  CANT-SIN-PRON            PIC 9(3) COMP VALUE ZERO.
       77  CANT-FUERA-PADRON        PIC 9(3) COMP VALUE ZERO.
       77  TOT-CAJA                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  TOT-PLAN                 PIC 9(11)V99 COMP-3 VALUE ZERO.

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
       01  WS-ED-VALOR1             PIC -(10)9.99.
       01  WS-ED-VALOR2             PIC -(10)9.99.
       01  WS-ED-VALOR3             PIC -(10)9.99.
       01  WS-ED-PCT                PIC -(4)9.99.
       01  WS-ED-CANT               PIC ZZ9.
       01  WS-ED-CANT2              PIC ZZ9.
       01  WS-ED-CANT3              PIC ZZ9.

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
               PERFORM 2000-SUMAR-CAJA THRU 2000-EXIT
               PERFORM 3000-SEGUIMIENTO THRU 3000-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-INFORMADAS TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - fecha de corte, umbral, dias habiles del
      *                    mes, padron y pronosticos del periodo
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Fecha de corte (AAAAMMDD, Enter = hoy):".
           ACCEPT FECHA-CORTE.
           IF FECHA-CORTE NOT NUMERIC OR FECHA-CORTE = ZERO
               MOVE FECHA-HOY TO FECHA-CORTE
           END-IF.
           PERFORM 1100-DIAS-DEL-MES THRU 1100-EXIT.
           IF FC-AAAA < 2000 OR FC-MM < 1 OR FC-MM > 12
               OR FC-DD < 1 OR FC-DD > DIAS-DEL-MES
               DISPLAY "Fecha de corte invalida, la corrida no sigue."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Umbral de apartamiento del plan en % (Enter = "
               "10):".
           ACCEPT UMBRAL-PCT.
           IF UMBRAL-PCT NOT NUMERIC OR UMBRAL-PCT = ZERO
               MOVE 10 TO UMBRAL-PCT
           END-IF.
           PERFORM 1200-CARGAR-FERIADOS THRU 1200-EXIT.
           MOVE ZERO TO HABILES-MES.
           MOVE ZERO TO HABILES-CORRIDOS.
           PERFORM VARYING IX-DIA FROM 1 BY 1
               UNTIL IX-DIA > DIAS-DEL-MES
               IF DIA-FERIADO (IX-DIA) = "N"
                   ADD 1 TO HABILES-MES
                   IF IX-DIA NOT > FC-DD
                       ADD 1 TO HABILES-CORRIDOS
                   END-IF
               END-IF
           END-PERFORM.
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
           ELSE
               DISPLAY "Sin archivo de pronosticos: se informa solo la "
                   "caja del mes."
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-SEGUIMIENTO.
           MOVE SPACES TO REP-LINEA.
           STRING "=== SEGUIMIENTO DE RECAUDACION AL " FECHA-CORTE
               " CONTRA EL PRONOSTICO DE " FC-PERIODO " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE HABILES-CORRIDOS TO WS-ED-CANT.
           MOVE HABILES-MES      TO WS-ED-CANT2.
           MOVE UMBRAL-PCT       TO WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           STRING "Dias habiles transcurridos=" WS-ED-CANT
               " de " WS-ED-CANT2
               "; se marca el apartamiento mayor a " WS-ED-CANT3 "%"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
       1000-EXIT.
           EXIT.

       1100-DIAS-DEL-MES.
           EVALUATE FC-MM
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
                   DIVIDE FC-AAAA BY 4 GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = ZERO
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-DEL-MES
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *    Sin calendario de feriados todos los dias del mes cuentan.
       1200-CARGAR-FERIADOS.
           PERFORM VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 31
               MOVE "N" TO DIA-FERIADO (IX-DIA)
           END-PERFORM.
           OPEN INPUT FERIADOS.
           IF FS-FERIADOS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1250-LEER-FERIADO THRU 1250-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE FERIADOS.
       1200-EXIT.
           EXIT.

       1250-LEER-FERIADO.
           READ FERIADOS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   MOVE FER-FECHA TO FECHA-FERIADO
                   IF FF-PERIODO = FC-PERIODO
                       AND FF-DD > ZERO AND FF-DD NOT > 31
                       MOVE "S" TO DIA-FERIADO (FF-DD)
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *    Entran las sucursales activas; la dada de baja solo si
      *    aparece con caja del mes.
       1300-LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
                   GO TO 1300-EXIT
           END-READ.
           IF CANT-SUCS >= 100
               DISPLAY "Padron de sucursales excede la tabla: "
                   SUC-CODIGO " no se sigue."
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO CANT-SUCS.
           SET IX-SCS TO CANT-SUCS.
           PERFORM 1350-LIMPIAR-SUCURSAL THRU 1350-EXIT.
           MOVE SUC-CODIGO TO SCS-CODIGO (IX-SCS).
           MOVE SUC-NOMBRE TO SCS-NOMBRE (IX-SCS).
           MOVE SUC-ESTADO TO SCS-ESTADO (IX-SCS).
       1300-EXIT.
           EXIT.

       1350-LIMPIAR-SUCURSAL.
           MOVE SPACES TO SCS-CODIGO (IX-SCS).
           MOVE SPACES TO SCS-NOMBRE (IX-SCS).
           MOVE SPACE  TO SCS-ESTADO (IX-SCS).
           MOVE ZERO   TO SCS-CAJA (IX-SCS).
           MOVE ZERO   TO SCS-DIAS-CAJA (IX-SCS).
           MOVE ZERO   TO SCS-PRONOSTICO (IX-SCS).
           MOVE "N"    TO SCS-CON-PRON (IX-SCS).
           PERFORM VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 31
               MOVE "N" TO SCS-DIA-CARGADO (IX-SCS IX-DIA)
           END-PERFORM.
       1350-EXIT.
           EXIT.

      *    Pronostico del periodo del corte; si hay mas de una linea
      *    para la sucursal vale la ultima.
       1400-LEER-PRONOSTICO.
           READ PRONOSTICOS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
                   GO TO 1400-EXIT
           END-READ.
           IF PRN-PERIODO NOT = FC-PERIODO
               OR PRN-PRONOSTICO NOT NUMERIC
               GO TO 1400-EXIT
           END-IF.
           PERFORM VARYING IX-SCS FROM 1 BY 1
               UNTIL IX-SCS > CANT-SUCS
                   OR SCS-CODIGO (IX-SCS) = PRN-SUCURSAL
               CONTINUE
           END-PERFORM.
           IF IX-SCS > CANT-SUCS
               GO TO 1400-EXIT
           END-IF.
           MOVE PRN-PRONOSTICO TO SCS-PRONOSTICO (IX-SCS).
           MOVE "S" TO SCS-CON-PRON (IX-SCS).
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SUMAR-CAJA - caja del mes hasta el corte por sucursal
      ******************************************************************
       2000-SUMAR-CAJA.
           OPEN INPUT CAJA-DIARIA.
           IF FS-CAJA NOT = "00"
               DISPLAY "Sin caja diaria cargada (FS=" FS-CAJA
                   "): la recaudacion del mes se toma en cero."
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2100-LEER-CAJA THRU 2100-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE CAJA-DIARIA.
       2000-EXIT.
           EXIT.

      *    La reversa de una enmienda resta; el alta y el reemplazo
      *    suman. La caja de una sucursal que no esta en el padron se
      *    sigue igual y se marca aparte.
       2100-LEER-CAJA.
           READ CAJA-DIARIA
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
                   GO TO 2100-EXIT
           END-READ.
           IF CAJ-FECHA NOT NUMERIC OR CAJ-IMPORTE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE CAJ-FECHA TO FECHA-CAJA.
           IF FJ-PERIODO NOT = FC-PERIODO
               OR FJ-DD < 1 OR FJ-DD > FC-DD
               GO TO 2100-EXIT
           END-IF.
           PERFORM VARYING IX-SCS FROM 1 BY 1
               UNTIL IX-SCS > CANT-SUCS
                   OR SCS-CODIGO (IX-SCS) = CAJ-SUCURSAL
               CONTINUE
           END-PERFORM.
           IF IX-SCS > CANT-SUCS
               IF CANT-SUCS >= 100
                   DISPLAY "Sucursal " CAJ-SUCURSAL
                       " fuera de la tabla, su caja no se sigue."
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO CANT-SUCS
               SET IX-SCS TO CANT-SUCS
               PERFORM 1350-LIMPIAR-SUCURSAL THRU 1350-EXIT
               MOVE CAJ-SUCURSAL TO SCS-CODIGO (IX-SCS)
               MOVE "(fuera del padron)" TO SCS-NOMBRE (IX-SCS)
               MOVE "?" TO SCS-ESTADO (IX-SCS)
           END-IF.
           IF CAJ-TIPO = "R"
               SUBTRACT CAJ-IMPORTE FROM SCS-CAJA (IX-SCS)
           ELSE
               ADD CAJ-IMPORTE TO SCS-CAJA (IX-SCS)
           END-IF.
           IF SCS-DIA-CARGADO (IX-SCS FJ-DD) = "N"
               MOVE "S" TO SCS-DIA-CARGADO (IX-SCS FJ-DD)
               ADD 1 TO SCS-DIAS-CAJA (IX-SCS)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SEGUIMIENTO - caja del mes contra el plan prorrateado
      ******************************************************************
       3000-SEGUIMIENTO.
           PERFORM 3100-SEGUIR-SUCURSAL THRU 3100-EXIT
               VARYING IX-SCS FROM 1 BY 1 UNTIL IX-SCS > CANT-SUCS.
       3000-EXIT.
           EXIT.

       3100-SEGUIR-SUCURSAL.
           IF SCS-ESTADO (IX-SCS) NOT = "A"
               AND SCS-DIAS-CAJA (IX-SCS) = ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CANT-INFORMADAS.
           IF SCS-ESTADO (IX-SCS) = "?"
               ADD 1 TO CANT-FUERA-PADRON
           END-IF.
           ADD SCS-CAJA (IX-SCS) TO TOT-CAJA.
           MOVE SCS-CAJA (IX-SCS) TO WS-ED-VALOR1.
           MOVE SCS-DIAS-CAJA (IX-SCS) TO WS-ED-CANT.
           IF SCS-CON-PRON (IX-SCS) NOT = "S"
               ADD 1 TO CANT-SIN-PRON
               MOVE SPACES TO REP-LINEA
               STRING "Sucursal " SCS-CODIGO (IX-SCS) " "
                   SCS-NOMBRE (IX-SCS)
                   " caja=" WS-ED-VALOR1
                   " dias con caja=" WS-ED-CANT
                   " SIN PRONOSTICO"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 3100-EXIT
           END-IF.
           MOVE ZERO TO PLAN-CORTE.
           IF HABILES-MES > ZERO
               COMPUTE PLAN-CORTE ROUNDED =
                   SCS-PRONOSTICO (IX-SCS) * HABILES-CORRIDOS
                   / HABILES-MES
           END-IF.
           ADD PLAN-CORTE TO TOT-PLAN.
           MOVE SPACES TO SITUACION.
           MOVE ZERO TO DESVIO-PCT.
           IF PLAN-CORTE > ZERO
               COMPUTE DESVIO-PCT ROUNDED =
                   (SCS-CAJA (IX-SCS) - PLAN-CORTE) * 100 / PLAN-CORTE
                   ON SIZE ERROR
                       MOVE 99999.99 TO DESVIO-PCT
               END-COMPUTE
           END-IF.
           IF DESVIO-PCT < ZERO
               COMPUTE DESVIO-ABS = ZERO - DESVIO-PCT
           ELSE
               MOVE DESVIO-PCT TO DESVIO-ABS
           END-IF.
           IF DESVIO-ABS > UMBRAL-PCT
               IF DESVIO-PCT < ZERO
                   MOVE "*** DEBAJO DEL PLAN" TO SITUACION
                   ADD 1 TO CANT-DEBAJO
               ELSE
                   MOVE "*** ENCIMA DEL PLAN" TO SITUACION
                   ADD 1 TO CANT-ENCIMA
               END-IF
           END-IF.
           MOVE SCS-PRONOSTICO (IX-SCS) TO WS-ED-VALOR2.
           MOVE PLAN-CORTE TO WS-ED-VALOR3.
           MOVE DESVIO-PCT TO WS-ED-PCT.
           MOVE SPACES TO REP-LINEA.
           STRING "Sucursal " SCS-CODIGO (IX-SCS) " "
               SCS-NOMBRE (IX-SCS)
               " caja=" WS-ED-VALOR1
               " plan al corte=" WS-ED-VALOR3
               " desvio%=" WS-ED-PCT " " SITUACION
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "              pronostico del mes=" WS-ED-VALOR2
               " dias con caja=" WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF SITUACION NOT = SPACES
               STRING "Seguimiento sucursal=" SCS-CODIGO (IX-SCS)
                   " corte=" FECHA-CORTE " desvio%=" WS-ED-PCT
                   " " SITUACION
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN
      ******************************************************************
       5000-RESUMEN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOT-CAJA TO WS-ED-VALOR1.
           MOVE TOT-PLAN TO WS-ED-VALOR3.
           MOVE SPACES TO REP-LINEA.
           STRING "Total caja del mes=" WS-ED-VALOR1
               " plan al corte=" WS-ED-VALOR3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-DEBAJO   TO WS-ED-CANT.
           MOVE CANT-ENCIMA   TO WS-ED-CANT2.
           MOVE CANT-SIN-PRON TO WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           STRING "Sucursales debajo del plan=" WS-ED-CANT
               " encima del plan=" WS-ED-CANT2
               " sin pronostico=" WS-ED-CANT3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-FUERA-PADRON > ZERO
               MOVE CANT-FUERA-PADRON TO WS-ED-CANT3
               MOVE SPACES TO REP-LINEA
               STRING "Sucursales con caja fuera del padron="
                   WS-ED-CANT3
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           DISPLAY "Seguimiento al " FECHA-CORTE
               ": debajo del plan=" WS-ED-CANT
               " encima=" WS-ED-CANT2
               " (REPORTE-SEGUIMIENTO.DAT).".
           STRING "Seguimiento corte=" FECHA-CORTE
               " caja=" WS-ED-VALOR1
               " plan=" WS-ED-VALOR3
               " debajo=" WS-ED-CANT
               " encima=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
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
               FOR ALL "SeguimientoRecaud".
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
           STRING "SeguimientoRecaud " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           MOVE "SeguimientoRecaud" TO RUN-PROGRAMA.
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
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE REPORTE-SEGUIMIENTO.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Seguimiento conformado por: " OPERADOR-FIRMA.
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
       END PROGRAM SeguimientoRecaud.
