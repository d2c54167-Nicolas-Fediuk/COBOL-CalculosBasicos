      ******************************************************************
      *Conciliacion de las liquidaciones de tarjetas y QR contra la
      *caja diaria. Lo cobrado en la sucursal con debito, credito o QR
      *(desglose de CAJADIARIA.DAT que captura CargaCaja) no entra en
      *efectivo: lo acredita despues el procesador, neto de su
      *arancel, y lo informa en el archivo de liquidaciones
      *(LIQTARJETAS.DAT) con una linea por sucursal, dia de venta y
      *medio. La corrida toma un periodo AAAAMM de fecha de venta y,
      *por sucursal, dia y medio, informa:
      *  IMPAGO             venta sin liquidacion pasado el plazo de
      *                     pago mas largo pactado para el medio
      *  DIFERENCIA         bruto liquidado distinto de lo cobrado
      *  ARANCEL            comision cobrada fuera del por ciento del
      *                     contrato (ARANCELES.DAT, MantAranceles)
      *  FUERA DE PLAZO     liquidacion pagada despues del plazo
      *  CONTRACARGO        desconocimiento del tarjetahabiente
      *  SIN VENTA          liquidacion de un dia sin cobro del medio
      *La linea que no se puede leer se rechaza y se cuenta. El listado
      *queda en REPORTE-TARJETAS.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la conciliacion de
      *                 liquidaciones de tarjetas y QR.
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
       PROGRAM-ID. ConciliaTarjetas.
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
           SELECT LIQTARJETAS ASSIGN TO "LIQTARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQTARJETAS.
           SELECT ARANCELES ASSIGN TO "ARANCELES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARANCELES.
           SELECT REPORTE-TARJETAS ASSIGN TO "REPORTE-TARJETAS.DAT"
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
      *    Caja diaria por sucursal y dia calendario, capturada por
      *    CargaCaja: tipo N alta, R reversa de enmienda, E reemplazo;
      *    al final el importe por medio de pago (la linea anterior al
      *    desglose no lo trae y es toda efectivo).
       FD  CAJA-DIARIA
           RECORDING MODE IS F.
       01  CAJ-REGISTRO.
           05  CAJ-SUCURSAL          PIC X(04).
           05  CAJ-FECHA             PIC 9(08).
           05  CAJ-IMPORTE           PIC 9(06)V99.
           05  CAJ-TIPO              PIC X(01).
           05  CAJ-MEDIOS.
               10  CAJ-EFECTIVO      PIC 9(06)V99.
               10  CAJ-DEBITO        PIC 9(06)V99.
               10  CAJ-CREDITO       PIC 9(06)V99.
               10  CAJ-QR            PIC 9(06)V99.
           05  FILLER REDEFINES CAJ-MEDIOS.
               10  CAJ-MEDIO OCCURS 4 TIMES PIC 9(06)V99.

      *    Liquidacion del procesador: una linea por sucursal, dia de
      *    venta y medio (D debito, C credito, Q QR). Tipo P pago,
      *    C contracargo. Neto = bruto - arancel.
       FD  LIQTARJETAS
           RECORDING MODE IS F.
       01  LQT-REGISTRO.
           05  LQT-PROCESADOR        PIC X(10).
           05  LQT-SUCURSAL          PIC X(04).
           05  LQT-FECHA-VENTA       PIC 9(08).
           05  LQT-FECHA-PAGO        PIC 9(08).
           05  LQT-MEDIO             PIC X(01).
           05  LQT-TIPO              PIC X(01).
           05  LQT-BRUTO             PIC 9(07)V99.
           05  LQT-ARANCEL           PIC 9(07)V99.
           05  LQT-NETO              PIC 9(07)V99.

      *    Contrato por procesador y medio, de MantAranceles.
       FD  ARANCELES
           RECORDING MODE IS F.
       01  ARA-REGISTRO.
           05  ARA-PROCESADOR        PIC X(10).
           05  ARA-MEDIO             PIC X(01).
           05  ARA-TASA              PIC 9(02)V99.
           05  ARA-PLAZO             PIC 9(03).
           05  ARA-ESTADO            PIC X(01).

       FD  REPORTE-TARJETAS
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
       77  FS-CAJA                  PIC X(02) VALUE SPACES.
       77  FS-LIQTARJETAS           PIC X(02) VALUE SPACES.
       77  FS-ARANCELES             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  PERIODO-PEDIDO           PIC 9(06) VALUE ZERO.
       01  PERIODO-VALIDA.
           05  PVA-AAAA             PIC 9(04).
           05  PVA-MM               PIC 9(02).

       01  FECHA-CAJA.
           05  FC-PERIODO           PIC 9(06).
           05  FC-DD                PIC 9(02).

      *    Tolerancia del arancel, en puntos porcentuales, y plazo que
      *    se supone cuando el medio no tiene ningun contrato vigente.
       77  TOLERANCIA-ARANCEL       PIC 9V99 VALUE 0.05.
       77  PLAZO-OMISION            PIC 9(03) VALUE 30.

       77  IX-MEDIO                 PIC 9(01) COMP VALUE ZERO.
       77  PCT-COBRADO              PIC 9(03)V99 COMP-3 VALUE ZERO.
       77  PCT-MINIMO               PIC 9(03)V99 COMP-3 VALUE ZERO.
       77  PCT-MAXIMO               PIC 9(03)V99 COMP-3 VALUE ZERO.
       77  DIAS-PAGO                PIC S9(05) COMP VALUE ZERO.
       77  DIFERENCIA-IMPORTE       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  SERIAL-VENTA             PIC 9(07) COMP VALUE ZERO.

      *    Codigo de cada medio en la liquidacion y en ARANCELES;
      *    la posicion 1 (efectivo) no se liquida.
       01  CODIGOS-MEDIO            PIC X(04) VALUE "EDCQ".
       01  FILLER REDEFINES CODIGOS-MEDIO.
           05  COD-MEDIO OCCURS 4 TIMES PIC X(01).
       01  TABLA-PLAZOS.
           05  PLAZO-MEDIO OCCURS 4 TIMES PIC 9(03).

      *    Acumuladores de la corrida.
       77  CANT-LIQUIDACIONES       PIC 9(07) COMP VALUE ZERO.
       77  CANT-RECHAZADAS          PIC 9(07) COMP VALUE ZERO.
       77  CANT-FUERA-PERIODO       PIC 9(07) COMP VALUE ZERO.
       77  CANT-CONCILIADAS         PIC 9(05) COMP VALUE ZERO.
       77  CANT-PENDIENTES          PIC 9(05) COMP VALUE ZERO.
       77  CANT-IMPAGAS             PIC 9(05) COMP VALUE ZERO.
       77  CANT-DIFERENCIAS         PIC 9(05) COMP VALUE ZERO.
       77  CANT-ARANCEL-MAL         PIC 9(05) COMP VALUE ZERO.
       77  CANT-FUERA-PLAZO         PIC 9(05) COMP VALUE ZERO.
       77  CANT-SIN-CONTRATO        PIC 9(05) COMP VALUE ZERO.
       77  CANT-CONTRACARGOS        PIC 9(05) COMP VALUE ZERO.
       77  CANT-SIN-VENTA           PIC 9(05) COMP VALUE ZERO.
       77  TOT-ESPERADO             PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  TOT-LIQUIDADO            PIC 9(09)V99 COMP-3 VALUE ZERO.
       77  TOT-ARANCELES            PIC 9(09)V99 COMP-3 VALUE ZERO.
       77  TOT-CONTRACARGOS         PIC 9(09)V99 COMP-3 VALUE ZERO.
       77  TOT-IMPAGO               PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  SW-FIN-CAJA              PIC X(01) VALUE "N".
           88  FIN-CAJA             VALUE "S".
       01  SW-FIN-LIQ               PIC X(01) VALUE "N".
           88  FIN-LIQ              VALUE "S".
       01  SW-FIN-ARANCELES         PIC X(01) VALUE "N".
           88  FIN-ARANCELES        VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-ESPERADO-COMPLETO     PIC X(01) VALUE "S".
           88  ESPERADO-COMPLETO    VALUE "S".
       01  SW-ARANCELES-COMPLETO    PIC X(01) VALUE "S".
           88  ARANCELES-COMPLETO   VALUE "S".
       01  SW-ESPERADO-UBICADO      PIC X(01) VALUE "N".
           88  ESPERADO-UBICADO     VALUE "S".
       01  SW-ARANCEL-UBICADO       PIC X(01) VALUE "N".
           88  ARANCEL-UBICADO      VALUE "S".
       01  SW-LINEA-OK              PIC X(01) VALUE "S".
           88  LINEA-OK             VALUE "S".

      *----------------------------------------------------------------
      * COBRADO POR SUCURSAL, DIA Y MEDIO Y LO LIQUIDADO CONTRA ELLO
      *----------------------------------------------------------------
       77  CANT-ESPERADO            PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ESPERADO.
           05  ESP-ENTRY OCCURS 5000 TIMES INDEXED BY IX-ESP.
               10  ESP-SUCURSAL      PIC X(04).
               10  ESP-FECHA         PIC 9(08).
               10  ESP-MEDIO         PIC 9(01).
               10  ESP-IMPORTE       PIC S9(09)V99 COMP-3.
               10  ESP-LIQUIDADO     PIC 9(09)V99 COMP-3.
               10  ESP-PAGOS         PIC 9(03) COMP.

      *----------------------------------------------------------------
      * CONTRATOS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-ARANCELES           PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ARANCELES.
           05  TAR-ENTRY OCCURS 300 TIMES INDEXED BY IX-TAR.
               10  TAR-PROCESADOR    PIC X(10).
               10  TAR-MEDIO         PIC X(01).
               10  TAR-TASA          PIC 9(02)V99.
               10  TAR-PLAZO         PIC 9(03).
               10  TAR-ESTADO        PIC X(01).

      *----------------------------------------------------------------
      * CONVERSION DE FECHA A DIAS CORRIDOS PARA LOS PLAZOS DE PAGO
      *----------------------------------------------------------------
       01  FECHA-SERIAL             PIC 9(08).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-AAAA              PIC 9(04).
           05  FS-MM                PIC 9(02).
           05  FS-DD                PIC 9(02).
       77  SERIAL-CALCULO           PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-HOY               PIC 9(07) COMP VALUE ZERO.
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
       01  WS-ED-CANT               PIC ZZZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZZZ9.
       01  WS-ED-DIAS               PIC ZZZZ9.
       01  WS-ED-PCT                PIC ZZ9.99.
       01  WS-ED-PCT2               PIC ZZ9.99.
       01  WS-ED-IMPORTE            PIC -(9)9.99.
       01  WS-ED-IMPORTE2           PIC -(9)9.99.
       01  WS-ED-IMPORTE3           PIC -(9)9.99.

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
                   CLOSE LIQTARJETAS
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2000-PROCESAR-LIQUIDACIONES THRU 2000-EXIT
               PERFORM 3000-CONTROLAR-VENTAS THRU 3000-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - periodo, contratos y cobrado por medio del
      *                    periodo; con una tabla truncada no se
      *                    concilia, porque faltarian ventas o plazos
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo de venta a conciliar (AAAAMM):".
           ACCEPT PERIODO-PEDIDO.
           MOVE PERIODO-PEDIDO TO PERIODO-VALIDA.
           IF PERIODO-PEDIDO NOT NUMERIC
               OR PVA-AAAA < 2000 OR PVA-MM < 1 OR PVA-MM > 12
               DISPLAY "Periodo invalido, la corrida no sigue."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE FECHA-HOY TO FECHA-SERIAL.
           PERFORM 1300-DIAS-CORRIDOS THRU 1300-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-HOY.
           PERFORM 1100-CARGAR-ARANCELES THRU 1100-EXIT.
           IF NOT ARANCELES-COMPLETO
               DISPLAY "ARANCELES.DAT excede la tabla, la corrida "
                   "no sigue."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE ZERO TO CANT-ESPERADO.
           OPEN INPUT CAJA-DIARIA.
           IF FS-CAJA NOT = "00"
               DISPLAY "No se pudo abrir CAJADIARIA.DAT, FS=" FS-CAJA
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CAJA.
           PERFORM 1200-LEER-CAJA THRU 1200-EXIT
               UNTIL FIN-CAJA.
           CLOSE CAJA-DIARIA.
           IF NOT ESPERADO-COMPLETO
               DISPLAY "La caja del periodo excede la tabla, la "
                   "corrida no sigue."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT LIQTARJETAS.
           IF FS-LIQTARJETAS NOT = "00"
               DISPLAY "No se pudo abrir LIQTARJETAS.DAT, FS="
                   FS-LIQTARJETAS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-TARJETAS.
           MOVE SPACES TO REP-LINEA.
           STRING "=== CONCILIACION DE TARJETAS Y QR - PERIODO DE "
               "VENTA " PERIODO-PEDIDO " AL " FECHA-HOY " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       1000-EXIT.
           EXIT.

      *    Los plazos por medio son el mas largo de los contratos
      *    vigentes; sin contrato se supone el plazo por omision.
       1100-CARGAR-ARANCELES.
           MOVE ZERO TO CANT-ARANCELES.
           PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
               MOVE ZERO TO PLAZO-MEDIO (IX-MEDIO)
           END-PERFORM.
           OPEN INPUT ARANCELES.
           IF FS-ARANCELES = "00"
               MOVE "N" TO SW-FIN-ARANCELES
               PERFORM 1150-LEER-ARANCEL THRU 1150-EXIT
                   UNTIL FIN-ARANCELES
               CLOSE ARANCELES
           ELSE
               DISPLAY "Sin ARANCELES.DAT: no se controla el arancel."
           END-IF.
           PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
               IF PLAZO-MEDIO (IX-MEDIO) = ZERO
                   MOVE PLAZO-OMISION TO PLAZO-MEDIO (IX-MEDIO)
               END-IF
           END-PERFORM.
       1100-EXIT.
           EXIT.

       1150-LEER-ARANCEL.
           READ ARANCELES
               AT END
                   MOVE "S" TO SW-FIN-ARANCELES
               NOT AT END
                   IF CANT-ARANCELES < 300
                       ADD 1 TO CANT-ARANCELES
                       SET IX-TAR TO CANT-ARANCELES
                       MOVE ARA-PROCESADOR TO TAR-PROCESADOR (IX-TAR)
                       MOVE ARA-MEDIO      TO TAR-MEDIO (IX-TAR)
                       MOVE ARA-TASA       TO TAR-TASA (IX-TAR)
                       MOVE ARA-PLAZO      TO TAR-PLAZO (IX-TAR)
                       MOVE ARA-ESTADO     TO TAR-ESTADO (IX-TAR)
                       PERFORM 1160-PLAZO-MEDIO THRU 1160-EXIT
                   ELSE
                       MOVE "N" TO SW-ARANCELES-COMPLETO
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

       1160-PLAZO-MEDIO.
           IF ARA-ESTADO NOT = "A"
               GO TO 1160-EXIT
           END-IF.
           PERFORM VARYING IX-MEDIO FROM 2 BY 1
               UNTIL IX-MEDIO > 4 OR COD-MEDIO (IX-MEDIO) = ARA-MEDIO
               CONTINUE
           END-PERFORM.
           IF IX-MEDIO > 4
               GO TO 1160-EXIT
           END-IF.
           IF ARA-PLAZO > PLAZO-MEDIO (IX-MEDIO)
               MOVE ARA-PLAZO TO PLAZO-MEDIO (IX-MEDIO)
           END-IF.
       1160-EXIT.
           EXIT.

      *    La reversa de una enmienda resta; el alta y el reemplazo
      *    suman. La linea sin desglose es toda efectivo y no aporta.
       1200-LEER-CAJA.
           READ CAJA-DIARIA
               AT END
                   MOVE "S" TO SW-FIN-CAJA
                   GO TO 1200-EXIT
           END-READ.
           MOVE CAJ-FECHA TO FECHA-CAJA.
           IF FC-PERIODO NOT = PERIODO-PEDIDO
               OR CAJ-MEDIOS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-SUMAR-MEDIO THRU 1250-EXIT
               VARYING IX-MEDIO FROM 2 BY 1 UNTIL IX-MEDIO > 4.
       1200-EXIT.
           EXIT.

       1250-SUMAR-MEDIO.
           IF CAJ-MEDIO (IX-MEDIO) = ZERO
               GO TO 1250-EXIT
           END-IF.
           PERFORM VARYING IX-ESP FROM 1 BY 1
               UNTIL IX-ESP > CANT-ESPERADO
                   OR (ESP-SUCURSAL (IX-ESP) = CAJ-SUCURSAL
                       AND ESP-FECHA (IX-ESP) = CAJ-FECHA
                       AND ESP-MEDIO (IX-ESP) = IX-MEDIO)
               CONTINUE
           END-PERFORM.
           IF IX-ESP > CANT-ESPERADO
               IF CANT-ESPERADO >= 5000
                   MOVE "N" TO SW-ESPERADO-COMPLETO
                   GO TO 1250-EXIT
               END-IF
               ADD 1 TO CANT-ESPERADO
               SET IX-ESP TO CANT-ESPERADO
               MOVE CAJ-SUCURSAL TO ESP-SUCURSAL (IX-ESP)
               MOVE CAJ-FECHA    TO ESP-FECHA (IX-ESP)
               MOVE IX-MEDIO     TO ESP-MEDIO (IX-ESP)
               MOVE ZERO         TO ESP-IMPORTE (IX-ESP)
               MOVE ZERO         TO ESP-LIQUIDADO (IX-ESP)
               MOVE ZERO         TO ESP-PAGOS (IX-ESP)
           END-IF.
           IF CAJ-TIPO = "R"
               SUBTRACT CAJ-MEDIO (IX-MEDIO) FROM ESP-IMPORTE (IX-ESP)
           ELSE
               ADD CAJ-MEDIO (IX-MEDIO) TO ESP-IMPORTE (IX-ESP)
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-DIAS-CORRIDOS - FECHA-SERIAL (AAAAMMDD) a dias corridos en
      *                      SERIAL-CALCULO, para restar fechas
      ******************************************************************
       1300-DIAS-CORRIDOS.
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
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-LIQUIDACIONES - cada linea del procesador se
      *                               cruza con lo cobrado y con su
      *                               contrato
      ******************************************************************
       2000-PROCESAR-LIQUIDACIONES.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "--- Liquidaciones observadas ---" TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "N" TO SW-FIN-LIQ.
           PERFORM 2100-LEER-LIQUIDACION THRU 2100-EXIT
               UNTIL FIN-LIQ.
           CLOSE LIQTARJETAS.
       2000-EXIT.
           EXIT.

       2100-LEER-LIQUIDACION.
           READ LIQTARJETAS
               AT END
                   MOVE "S" TO SW-FIN-LIQ
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CANT-LIQUIDACIONES.
           PERFORM 2200-VALIDAR-LIQUIDACION THRU 2200-EXIT.
           IF NOT LINEA-OK
               GO TO 2100-EXIT
           END-IF.
           IF LQT-FECHA-VENTA (1:6) NOT = PERIODO-PEDIDO
               ADD 1 TO CANT-FUERA-PERIODO
               GO TO 2100-EXIT
           END-IF.
           IF LQT-TIPO = "C"
               PERFORM 2300-CONTRACARGO THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD LQT-BRUTO   TO TOT-LIQUIDADO.
           ADD LQT-ARANCEL TO TOT-ARANCELES.
           PERFORM 2400-UBICAR-ESPERADO THRU 2400-EXIT.
           IF ESPERADO-UBICADO
               ADD LQT-BRUTO TO ESP-LIQUIDADO (IX-ESP)
               ADD 1 TO ESP-PAGOS (IX-ESP)
           ELSE
               ADD 1 TO CANT-SIN-VENTA
               MOVE LQT-BRUTO TO WS-ED-IMPORTE
               MOVE SPACES TO REP-LINEA
               STRING "SIN VENTA      " LQT-SUCURSAL " "
                   LQT-FECHA-VENTA " " LQT-MEDIO " " LQT-PROCESADOR
                   " bruto=" WS-ED-IMPORTE
                   " sin cobro del medio en la caja"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           PERFORM 2500-CONTROLAR-ARANCEL THRU 2500-EXIT.
           PERFORM 2600-CONTROLAR-PLAZO THRU 2600-EXIT.
       2100-EXIT.
           EXIT.

      *    Linea ilegible: medio o tipo desconocido, fecha o importe
      *    no numerico, o neto que no cierra con bruto menos arancel.
       2200-VALIDAR-LIQUIDACION.
           MOVE "S" TO SW-LINEA-OK.
           PERFORM VARYING IX-MEDIO FROM 2 BY 1
               UNTIL IX-MEDIO > 4 OR COD-MEDIO (IX-MEDIO) = LQT-MEDIO
               CONTINUE
           END-PERFORM.
           IF IX-MEDIO > 4
               OR (LQT-TIPO NOT = "P" AND LQT-TIPO NOT = "C")
               OR LQT-FECHA-VENTA NOT NUMERIC
               OR LQT-FECHA-PAGO NOT NUMERIC
               OR LQT-BRUTO NOT NUMERIC
               OR LQT-ARANCEL NOT NUMERIC
               OR LQT-NETO NOT NUMERIC
               MOVE "N" TO SW-LINEA-OK
           ELSE
               MOVE LQT-FECHA-VENTA TO FECHA-SERIAL
               IF FS-MM < 1 OR FS-MM > 12 OR FS-DD < 1 OR FS-DD > 31
                   MOVE "N" TO SW-LINEA-OK
               END-IF
               IF LQT-TIPO = "P"
                   AND LQT-BRUTO - LQT-ARANCEL NOT = LQT-NETO
                   MOVE "N" TO SW-LINEA-OK
               END-IF
           END-IF.
           IF NOT LINEA-OK
               ADD 1 TO CANT-RECHAZADAS
               MOVE CANT-LIQUIDACIONES TO WS-ED-CANT
               MOVE SPACES TO REP-LINEA
               STRING "RECHAZADA      linea " WS-ED-CANT ": "
                   LQT-REGISTRO
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       2200-EXIT.
           EXIT.

      *    El contracargo se lista y se suma; no toca lo liquidado.
       2300-CONTRACARGO.
           ADD 1 TO CANT-CONTRACARGOS.
           ADD LQT-BRUTO TO TOT-CONTRACARGOS.
           MOVE LQT-BRUTO TO WS-ED-IMPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "CONTRACARGO    " LQT-SUCURSAL " " LQT-FECHA-VENTA
               " " LQT-MEDIO " " LQT-PROCESADOR
               " importe=" WS-ED-IMPORTE
               " debitado el " LQT-FECHA-PAGO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       2300-EXIT.
           EXIT.

       2400-UBICAR-ESPERADO.
           MOVE "N" TO SW-ESPERADO-UBICADO.
           PERFORM VARYING IX-ESP FROM 1 BY 1
               UNTIL IX-ESP > CANT-ESPERADO
                   OR (ESP-SUCURSAL (IX-ESP) = LQT-SUCURSAL
                       AND ESP-FECHA (IX-ESP) = LQT-FECHA-VENTA
                       AND ESP-MEDIO (IX-ESP) = IX-MEDIO)
               CONTINUE
           END-PERFORM.
           IF IX-ESP NOT > CANT-ESPERADO
               MOVE "S" TO SW-ESPERADO-UBICADO
           END-IF.
       2400-EXIT.
           EXIT.

      *    El por ciento cobrado se compara con el pactado, con la
      *    tolerancia de redondeo del procesador en ambos sentidos.
       2500-CONTROLAR-ARANCEL.
           MOVE "N" TO SW-ARANCEL-UBICADO.
           PERFORM VARYING IX-TAR FROM 1 BY 1
               UNTIL IX-TAR > CANT-ARANCELES
                   OR (TAR-PROCESADOR (IX-TAR) = LQT-PROCESADOR
                       AND TAR-MEDIO (IX-TAR) = LQT-MEDIO
                       AND TAR-ESTADO (IX-TAR) = "A")
               CONTINUE
           END-PERFORM.
           IF IX-TAR NOT > CANT-ARANCELES
               MOVE "S" TO SW-ARANCEL-UBICADO
           END-IF.
           IF NOT ARANCEL-UBICADO
               ADD 1 TO CANT-SIN-CONTRATO
               MOVE SPACES TO REP-LINEA
               STRING "SIN CONTRATO   " LQT-SUCURSAL " "
                   LQT-FECHA-VENTA " " LQT-MEDIO " " LQT-PROCESADOR
                   " sin arancel vigente en ARANCELES"
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 2500-EXIT
           END-IF.
           IF LQT-BRUTO = ZERO
               GO TO 2500-EXIT
           END-IF.
           COMPUTE PCT-COBRADO ROUNDED =
               LQT-ARANCEL * 100 / LQT-BRUTO
               ON SIZE ERROR
                   MOVE 999.99 TO PCT-COBRADO
           END-COMPUTE.
           COMPUTE PCT-MAXIMO = TAR-TASA (IX-TAR) + TOLERANCIA-ARANCEL.
           IF TAR-TASA (IX-TAR) > TOLERANCIA-ARANCEL
               COMPUTE PCT-MINIMO =
                   TAR-TASA (IX-TAR) - TOLERANCIA-ARANCEL
           ELSE
               MOVE ZERO TO PCT-MINIMO
           END-IF.
           IF PCT-COBRADO > PCT-MAXIMO OR PCT-COBRADO < PCT-MINIMO
               ADD 1 TO CANT-ARANCEL-MAL
               MOVE PCT-COBRADO       TO WS-ED-PCT
               MOVE TAR-TASA (IX-TAR) TO WS-ED-PCT2
               MOVE LQT-ARANCEL       TO WS-ED-IMPORTE
               MOVE SPACES TO REP-LINEA
               STRING "ARANCEL        " LQT-SUCURSAL " "
                   LQT-FECHA-VENTA " " LQT-MEDIO " " LQT-PROCESADOR
                   " cobrado=" WS-ED-PCT "% pactado=" WS-ED-PCT2 "%"
                   " arancel=" WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       2500-EXIT.
           EXIT.

      *    Pago acreditado despues del plazo pactado en el contrato.
       2600-CONTROLAR-PLAZO.
           IF NOT ARANCEL-UBICADO
               GO TO 2600-EXIT
           END-IF.
           MOVE LQT-FECHA-VENTA TO FECHA-SERIAL.
           PERFORM 1300-DIAS-CORRIDOS THRU 1300-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-VENTA.
           MOVE LQT-FECHA-PAGO TO FECHA-SERIAL.
           PERFORM 1300-DIAS-CORRIDOS THRU 1300-EXIT.
           COMPUTE DIAS-PAGO = SERIAL-CALCULO - SERIAL-VENTA.
           IF DIAS-PAGO > TAR-PLAZO (IX-TAR)
               ADD 1 TO CANT-FUERA-PLAZO
               MOVE DIAS-PAGO TO WS-ED-DIAS
               MOVE TAR-PLAZO (IX-TAR) TO WS-ED-CANT
               MOVE SPACES TO REP-LINEA
               STRING "FUERA DE PLAZO " LQT-SUCURSAL " "
                   LQT-FECHA-VENTA " " LQT-MEDIO " " LQT-PROCESADOR
                   " pagado el " LQT-FECHA-PAGO
                   " a " WS-ED-DIAS " dias, plazo=" WS-ED-CANT
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONTROLAR-VENTAS - cada dia y medio cobrado contra lo
      *                         liquidado: sin liquidacion y vencido
      *                         el plazo es impago; dentro del plazo
      *                         queda pendiente
      ******************************************************************
       3000-CONTROLAR-VENTAS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "--- Ventas con tarjeta y QR observadas ---"
               TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3100-CONTROLAR-DIA THRU 3100-EXIT
               VARYING IX-ESP FROM 1 BY 1
               UNTIL IX-ESP > CANT-ESPERADO.
       3000-EXIT.
           EXIT.

       3100-CONTROLAR-DIA.
           ADD ESP-IMPORTE (IX-ESP) TO TOT-ESPERADO.
           MOVE ESP-MEDIO (IX-ESP) TO IX-MEDIO.
           IF ESP-PAGOS (IX-ESP) = ZERO
               IF ESP-IMPORTE (IX-ESP) NOT > ZERO
                   GO TO 3100-EXIT
               END-IF
               MOVE ESP-FECHA (IX-ESP) TO FECHA-SERIAL
               PERFORM 1300-DIAS-CORRIDOS THRU 1300-EXIT
               COMPUTE DIAS-PAGO = SERIAL-HOY - SERIAL-CALCULO
               IF DIAS-PAGO > PLAZO-MEDIO (IX-MEDIO)
                   PERFORM 3200-INFORMAR-IMPAGO THRU 3200-EXIT
               ELSE
                   ADD 1 TO CANT-PENDIENTES
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF ESP-LIQUIDADO (IX-ESP) = ESP-IMPORTE (IX-ESP)
               ADD 1 TO CANT-CONCILIADAS
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CANT-DIFERENCIAS.
           COMPUTE DIFERENCIA-IMPORTE =
               ESP-LIQUIDADO (IX-ESP) - ESP-IMPORTE (IX-ESP).
           MOVE ESP-IMPORTE (IX-ESP)   TO WS-ED-IMPORTE.
           MOVE ESP-LIQUIDADO (IX-ESP) TO WS-ED-IMPORTE2.
           MOVE DIFERENCIA-IMPORTE     TO WS-ED-IMPORTE3.
           MOVE SPACES TO REP-LINEA.
           STRING "DIFERENCIA     " ESP-SUCURSAL (IX-ESP) " "
               ESP-FECHA (IX-ESP) " " COD-MEDIO (IX-MEDIO)
               " cobrado=" WS-ED-IMPORTE
               " liquidado=" WS-ED-IMPORTE2
               " diferencia=" WS-ED-IMPORTE3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3100-EXIT.
           EXIT.

       3200-INFORMAR-IMPAGO.
           ADD 1 TO CANT-IMPAGAS.
           ADD ESP-IMPORTE (IX-ESP) TO TOT-IMPAGO.
           MOVE ESP-IMPORTE (IX-ESP)    TO WS-ED-IMPORTE.
           MOVE DIAS-PAGO               TO WS-ED-DIAS.
           MOVE PLAZO-MEDIO (IX-MEDIO)  TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "IMPAGO         " ESP-SUCURSAL (IX-ESP) " "
               ESP-FECHA (IX-ESP) " " COD-MEDIO (IX-MEDIO)
               " cobrado=" WS-ED-IMPORTE
               " sin liquidar a " WS-ED-DIAS " dias, plazo="
               WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN - totales de la corrida al reporte y a la
      *                auditoria
      ******************************************************************
       5000-RESUMEN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOT-ESPERADO     TO WS-ED-IMPORTE.
           MOVE TOT-LIQUIDADO    TO WS-ED-IMPORTE2.
           MOVE TOT-ARANCELES    TO WS-ED-IMPORTE3.
           MOVE SPACES TO REP-LINEA.
           STRING "Cobrado con tarjeta y QR=" WS-ED-IMPORTE
               " liquidado bruto=" WS-ED-IMPORTE2
               " aranceles=" WS-ED-IMPORTE3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOT-IMPAGO       TO WS-ED-IMPORTE.
           MOVE TOT-CONTRACARGOS TO WS-ED-IMPORTE2.
           MOVE SPACES TO REP-LINEA.
           STRING "Impago vencido=" WS-ED-IMPORTE
               " contracargos=" WS-ED-IMPORTE2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-LIQUIDACIONES TO WS-ED-CANT.
           MOVE CANT-RECHAZADAS    TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Lineas de liquidacion=" WS-ED-CANT
               " rechazadas=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-FUERA-PERIODO TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "De otro periodo de venta=" WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-CONCILIADAS TO WS-ED-CANT.
           MOVE CANT-PENDIENTES  TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Dias conciliados=" WS-ED-CANT
               " pendientes dentro del plazo=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-IMPAGAS     TO WS-ED-CANT.
           MOVE CANT-DIFERENCIAS TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Impagos=" WS-ED-CANT
               " diferencias=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-ARANCEL-MAL  TO WS-ED-CANT.
           MOVE CANT-FUERA-PLAZO  TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Aranceles mal cobrados=" WS-ED-CANT
               " pagos fuera de plazo=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SIN-CONTRATO TO WS-ED-CANT.
           MOVE CANT-SIN-VENTA    TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Sin contrato=" WS-ED-CANT
               " liquidaciones sin venta=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-CONTRACARGOS TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "Contracargos=" WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY "Conciliacion de tarjetas del periodo "
               PERIODO-PEDIDO " grabada en REPORTE-TARJETAS.DAT.".
           MOVE TOT-IMPAGO TO WS-ED-IMPORTE.
           MOVE CANT-IMPAGAS TO WS-ED-CANT.
           MOVE CANT-DIFERENCIAS TO WS-ED-CANT2.
           STRING "Periodo=" PERIODO-PEDIDO
               " impagos=" WS-ED-CANT " importe=" WS-ED-IMPORTE
               " diferencias=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE CANT-ARANCEL-MAL TO WS-ED-CANT.
           MOVE CANT-CONTRACARGOS TO WS-ED-CANT2.
           MOVE TOT-CONTRACARGOS TO WS-ED-IMPORTE.
           STRING "Periodo=" PERIODO-PEDIDO
               " aranceles mal cobrados=" WS-ED-CANT
               " contracargos=" WS-ED-CANT2 " importe=" WS-ED-IMPORTE
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
               FOR ALL "ConciliaTarjetas".
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
           STRING "ConciliaTarjetas " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE REPORTE-TARJETAS.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Conciliacion conformada por: " OPERADOR-FIRMA.
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
       END PROGRAM ConciliaTarjetas.
