      ******************************************************************
      *Antiguedad de las ordenes de compra abiertas por proveedor. Lee
      *los renglones de ORDCOMPRA.DAT que siguen abiertos (sin
      *recepcion o recibidos en parte) y, agrupados por proveedor del
      *maestro PROVEEDORES.DAT, lista cada uno con los dias que lleva
      *abierto a la fecha, el plazo de entrega que tenia el proveedor
      *al emitirse la orden, lo pendiente de recibir y el tramo de
      *antiguedad (0-7, 8-15, 16-30 y mas de 30 dias). El renglon que
      *ya paso el plazo sale marcado ATRASADA. Por proveedor se
      *totaliza lo pendiente por tramo y los renglones atrasados. El
      *listado va a REPORTE-ORDENES.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del reporte de antiguedad de
      *                 ordenes abiertas.
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
       PROGRAM-ID. AntiguedadOrdenes.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDCOMPRA ASSIGN TO "ORDCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDCOMPRA.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.
           SELECT REPORTE-ORDENES ASSIGN TO "REPORTE-ORDENES.DAT"
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
      *    Renglones de ordenes de compra. Estado A abierto sin
      *    recepcion, P parcialmente recibido, C cumplido, F cerrado
      *    con faltante.
       FD  ORDCOMPRA
           RECORDING MODE IS F.
       01  OCL-REGISTRO.
           05  OCL-NUMERO            PIC 9(06).
           05  OCL-RENGLON           PIC 9(02).
           05  OCL-PROVEEDOR         PIC X(04).
           05  OCL-SUCURSAL          PIC X(04).
           05  OCL-FECHA             PIC 9(08).
           05  OCL-DEMORA-DIAS       PIC 9(03).
           05  OCL-MARCA             PIC X(10).
           05  OCL-CANT-PEDIDA       PIC 9(05).
           05  OCL-CANT-RECIBIDA     PIC 9(05).
           05  OCL-ESTADO            PIC X(01).
           05  OCL-OPERADOR          PIC X(04).

       FD  PROVEEDORES
           RECORDING MODE IS F.
       01  PRV-REGISTRO.
           05  PRV-CODIGO            PIC X(04).
           05  PRV-NOMBRE            PIC X(30).
           05  PRV-MARCAS.
               10  PRV-MARCA         PIC X(10) OCCURS 5 TIMES.
           05  PRV-DEMORA-DIAS       PIC 9(03).
           05  PRV-PEDIDO-MINIMO     PIC 9(05).
           05  PRV-ESTADO            PIC X(01).

       FD  REPORTE-ORDENES
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
       77  FS-ORDCOMPRA             PIC X(02) VALUE SPACES.
       77  FS-PROVEEDORES           PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  SERIAL-HOY               PIC 9(07) COMP VALUE ZERO.
       77  DIAS-ABIERTA             PIC 9(05) COMP VALUE ZERO.
       77  PENDIENTE-LINEA          PIC 9(05) VALUE ZERO.
       77  IX-TRAMO                 PIC 9(01) COMP VALUE ZERO.
       77  TRAMO-TEXTO              PIC X(05) VALUE SPACES.
       77  MARCA-ATRASO             PIC X(08) VALUE SPACES.
       77  CANT-LINEAS-PROV         PIC 9(05) COMP VALUE ZERO.
       77  CANT-ATRASADAS-PROV      PIC 9(05) COMP VALUE ZERO.
       77  CANT-ATRASADAS           PIC 9(05) COMP VALUE ZERO.
       77  PROVEEDOR-CORTE          PIC X(04) VALUE SPACES.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-ORDCOMPRA         PIC X(01) VALUE "N".
           88  FIN-ORDCOMPRA        VALUE "S".
       01  SW-FIN-PROVEEDORES       PIC X(01) VALUE "N".
           88  FIN-PROVEEDORES      VALUE "S".

      *----------------------------------------------------------------
      * TRAMOS DE ANTIGUEDAD - limite superior en dias de cada tramo
      *----------------------------------------------------------------
       01  TABLA-TRAMOS-VALORES.
           05  FILLER               PIC X(08) VALUE "007 0-7 ".
           05  FILLER               PIC X(08) VALUE "0158-15 ".
           05  FILLER               PIC X(08) VALUE "03016-30".
           05  FILLER               PIC X(08) VALUE "999+30  ".
       01  TABLA-TRAMOS REDEFINES TABLA-TRAMOS-VALORES.
           05  TRM-ENTRY OCCURS 4 TIMES.
               10  TRM-HASTA         PIC 9(03).
               10  TRM-TEXTO         PIC X(05).
       01  TOTALES-TRAMO.
           05  TTR-PROVEEDOR        PIC 9(07) COMP OCCURS 4 TIMES.
           05  TTR-GENERAL          PIC 9(07) COMP OCCURS 4 TIMES.

      *----------------------------------------------------------------
      * PROVEEDORES DEL MAESTRO (activos y de baja: la orden emitida
      * conserva a su proveedor)
      *----------------------------------------------------------------
       77  CANT-PROVEEDORES         PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PROVEEDORES.
           05  PVT-ENTRY OCCURS 100 TIMES INDEXED BY IX-PVT.
               10  PVT-CODIGO        PIC X(04).
               10  PVT-NOMBRE        PIC X(30).

      *----------------------------------------------------------------
      * RENGLONES ABIERTOS
      *----------------------------------------------------------------
       77  CANT-ABIERTOS            PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ABIERTOS.
           05  OAB-ENTRY OCCURS 2000 TIMES INDEXED BY IX-OAB.
               10  OAB-NUMERO        PIC 9(06).
               10  OAB-RENGLON       PIC 9(02).
               10  OAB-PROVEEDOR     PIC X(04).
               10  OAB-SUCURSAL      PIC X(04).
               10  OAB-FECHA         PIC 9(08).
               10  OAB-DEMORA-DIAS   PIC 9(03).
               10  OAB-MARCA         PIC X(10).
               10  OAB-CANT-PEDIDA   PIC 9(05).
               10  OAB-CANT-RECIBIDA PIC 9(05).
               10  OAB-LISTADO       PIC X(01).

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
       01  WS-ED-DIAS               PIC ZZZZ9.
       01  WS-ED-PLAZO              PIC ZZ9.
       01  WS-ED-PEDIDA             PIC ZZZZ9.
       01  WS-ED-RECIBIDA           PIC ZZZZ9.
       01  WS-ED-PENDIENTE          PIC ZZZZ9.
       01  WS-ED-TRAMO1             PIC ZZZZZZ9.
       01  WS-ED-TRAMO2             PIC ZZZZZZ9.
       01  WS-ED-TRAMO3             PIC ZZZZZZ9.
       01  WS-ED-TRAMO4             PIC ZZZZZZ9.

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
               PERFORM 1200-CARGAR-PROVEEDORES THRU 1200-EXIT
               PERFORM 1300-CARGAR-ABIERTOS THRU 1300-EXIT
               PERFORM 3000-LISTAR THRU 3000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY TO FECHA-SERIAL.
           PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-HOY.
           OPEN INPUT ORDCOMPRA.
           IF FS-ORDCOMPRA NOT = "00"
               DISPLAY "No se pudo abrir ORDCOMPRA.DAT, FS="
                   FS-ORDCOMPRA
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-ORDENES.
           INITIALIZE TOTALES-TRAMO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-PROVEEDORES - sin maestro el reporte sale igual,
      *                           con los proveedores sin nombre
      ******************************************************************
       1200-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF FS-PROVEEDORES NOT = "00"
               DISPLAY "Sin PROVEEDORES.DAT (FS=" FS-PROVEEDORES
                   "), el reporte sale sin nombres."
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROVEEDORES.
           PERFORM 1250-LEER-PROVEEDOR THRU 1250-EXIT
               UNTIL FIN-PROVEEDORES.
           CLOSE PROVEEDORES.
       1200-EXIT.
           EXIT.

       1250-LEER-PROVEEDOR.
           READ PROVEEDORES
               AT END
                   MOVE "S" TO SW-FIN-PROVEEDORES
               NOT AT END
                   IF CANT-PROVEEDORES < 100
                       ADD 1 TO CANT-PROVEEDORES
                       SET IX-PVT TO CANT-PROVEEDORES
                       MOVE PRV-CODIGO TO PVT-CODIGO (IX-PVT)
                       MOVE PRV-NOMBRE TO PVT-NOMBRE (IX-PVT)
                   ELSE
                       DISPLAY "Tabla de proveedores llena, se "
                           "descarta " PRV-CODIGO
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARGAR-ABIERTOS - renglones A y P con algo pendiente
      ******************************************************************
       1300-CARGAR-ABIERTOS.
           MOVE "N" TO SW-FIN-ORDCOMPRA.
           PERFORM 1350-LEER-ORDEN THRU 1350-EXIT
               UNTIL FIN-ORDCOMPRA.
       1300-EXIT.
           EXIT.

       1350-LEER-ORDEN.
           READ ORDCOMPRA
               AT END
                   MOVE "S" TO SW-FIN-ORDCOMPRA
                   GO TO 1350-EXIT
           END-READ.
           IF OCL-ESTADO NOT = "A" AND OCL-ESTADO NOT = "P"
               GO TO 1350-EXIT
           END-IF.
           IF CANT-ABIERTOS >= 2000
               DISPLAY "Tabla de renglones abiertos llena, se "
                   "descarta la orden " OCL-NUMERO
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO CANT-ABIERTOS.
           SET IX-OAB TO CANT-ABIERTOS.
           MOVE OCL-NUMERO        TO OAB-NUMERO (IX-OAB).
           MOVE OCL-RENGLON       TO OAB-RENGLON (IX-OAB).
           MOVE OCL-PROVEEDOR     TO OAB-PROVEEDOR (IX-OAB).
           MOVE OCL-SUCURSAL      TO OAB-SUCURSAL (IX-OAB).
           MOVE OCL-FECHA         TO OAB-FECHA (IX-OAB).
           MOVE OCL-DEMORA-DIAS   TO OAB-DEMORA-DIAS (IX-OAB).
           MOVE OCL-MARCA         TO OAB-MARCA (IX-OAB).
           MOVE OCL-CANT-PEDIDA   TO OAB-CANT-PEDIDA (IX-OAB).
           MOVE OCL-CANT-RECIBIDA TO OAB-CANT-RECIBIDA (IX-OAB).
           MOVE "N"               TO OAB-LISTADO (IX-OAB).
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
      * 3000-LISTAR - un bloque por proveedor del maestro y al final
      *               los renglones de proveedores que no estan en el
      ******************************************************************
       3000-LISTAR.
           MOVE SPACES TO REP-LINEA.
           STRING "=== ORDENES DE COMPRA ABIERTAS AL " FECHA-HOY
               " - ANTIGUEDAD POR PROVEEDOR ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3100-PROVEEDOR THRU 3100-EXIT
               VARYING IX-PVT FROM 1 BY 1
               UNTIL IX-PVT > CANT-PROVEEDORES.
      *    Lo que queda sin listar es de proveedores fuera del
      *    maestro.
           MOVE SPACES TO PROVEEDOR-CORTE.
           PERFORM 3150-INICIAR-BLOQUE THRU 3150-EXIT.
           PERFORM 3200-RENGLON THRU 3200-EXIT
               VARYING IX-OAB FROM 1 BY 1
               UNTIL IX-OAB > CANT-ABIERTOS.
           IF CANT-LINEAS-PROV > ZERO
               PERFORM 3300-TOTAL-PROVEEDOR THRU 3300-EXIT
           END-IF.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TTR-GENERAL (1) TO WS-ED-TRAMO1.
           MOVE TTR-GENERAL (2) TO WS-ED-TRAMO2.
           MOVE TTR-GENERAL (3) TO WS-ED-TRAMO3.
           MOVE TTR-GENERAL (4) TO WS-ED-TRAMO4.
           MOVE CANT-ABIERTOS TO WS-ED-CANT.
           MOVE CANT-ATRASADAS TO WS-ED-CANT2.
           STRING "TOTAL GENERAL renglones=" WS-ED-CANT
               " atrasados=" WS-ED-CANT2
               "  pendiente 0-7=" WS-ED-TRAMO1
               " 8-15=" WS-ED-TRAMO2
               " 16-30=" WS-ED-TRAMO3
               " +30=" WS-ED-TRAMO4
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3000-EXIT.
           EXIT.

       3100-PROVEEDOR.
           MOVE PVT-CODIGO (IX-PVT) TO PROVEEDOR-CORTE.
           PERFORM 3150-INICIAR-BLOQUE THRU 3150-EXIT.
           PERFORM 3200-RENGLON THRU 3200-EXIT
               VARYING IX-OAB FROM 1 BY 1
               UNTIL IX-OAB > CANT-ABIERTOS.
           IF CANT-LINEAS-PROV > ZERO
               PERFORM 3300-TOTAL-PROVEEDOR THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3150-INICIAR-BLOQUE.
           MOVE ZERO TO CANT-LINEAS-PROV.
           MOVE ZERO TO CANT-ATRASADAS-PROV.
           PERFORM VARYING IX-TRAMO FROM 1 BY 1
               UNTIL IX-TRAMO > 4
               MOVE ZERO TO TTR-PROVEEDOR (IX-TRAMO)
           END-PERFORM.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-RENGLON - con PROVEEDOR-CORTE en blanco toma todo renglon
      *                que no salio en el bloque de su proveedor
      ******************************************************************
       3200-RENGLON.
           IF OAB-LISTADO (IX-OAB) = "S"
               GO TO 3200-EXIT
           END-IF.
           IF PROVEEDOR-CORTE NOT = SPACES
               AND OAB-PROVEEDOR (IX-OAB) NOT = PROVEEDOR-CORTE
               GO TO 3200-EXIT
           END-IF.
           MOVE "S" TO OAB-LISTADO (IX-OAB).
           IF CANT-LINEAS-PROV = ZERO
               MOVE SPACES TO REP-LINEA
               WRITE REP-LINEA
               IF PROVEEDOR-CORTE = SPACES
                   STRING "--- PROVEEDORES FUERA DEL MAESTRO ---"
                       DELIMITED BY SIZE INTO REP-LINEA
               ELSE
                   STRING "--- PROVEEDOR " PROVEEDOR-CORTE " "
                       PVT-NOMBRE (IX-PVT) " ---"
                       DELIMITED BY SIZE INTO REP-LINEA
               END-IF
               WRITE REP-LINEA
           END-IF.
           ADD 1 TO CANT-LINEAS-PROV.
           MOVE OAB-FECHA (IX-OAB) TO FECHA-SERIAL.
           PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT.
           IF SERIAL-HOY > SERIAL-CALCULO
               COMPUTE DIAS-ABIERTA = SERIAL-HOY - SERIAL-CALCULO
           ELSE
               MOVE ZERO TO DIAS-ABIERTA
           END-IF.
           COMPUTE PENDIENTE-LINEA = OAB-CANT-PEDIDA (IX-OAB)
               - OAB-CANT-RECIBIDA (IX-OAB).
           PERFORM VARYING IX-TRAMO FROM 1 BY 1
               UNTIL IX-TRAMO = 4
                   OR DIAS-ABIERTA NOT > TRM-HASTA (IX-TRAMO)
               CONTINUE
           END-PERFORM.
           MOVE TRM-TEXTO (IX-TRAMO) TO TRAMO-TEXTO.
           ADD PENDIENTE-LINEA TO TTR-PROVEEDOR (IX-TRAMO).
           ADD PENDIENTE-LINEA TO TTR-GENERAL (IX-TRAMO).
           MOVE SPACES TO MARCA-ATRASO.
           IF DIAS-ABIERTA > OAB-DEMORA-DIAS (IX-OAB)
               MOVE "ATRASADA" TO MARCA-ATRASO
               ADD 1 TO CANT-ATRASADAS-PROV
               ADD 1 TO CANT-ATRASADAS
           END-IF.
           MOVE DIAS-ABIERTA TO WS-ED-DIAS.
           MOVE OAB-DEMORA-DIAS (IX-OAB) TO WS-ED-PLAZO.
           MOVE OAB-CANT-PEDIDA (IX-OAB) TO WS-ED-PEDIDA.
           MOVE OAB-CANT-RECIBIDA (IX-OAB) TO WS-ED-RECIBIDA.
           MOVE PENDIENTE-LINEA TO WS-ED-PENDIENTE.
           MOVE SPACES TO REP-LINEA.
           STRING "  Orden " OAB-NUMERO (IX-OAB) "-"
               OAB-RENGLON (IX-OAB)
               " prov " OAB-PROVEEDOR (IX-OAB)
               " suc " OAB-SUCURSAL (IX-OAB)
               " marca " OAB-MARCA (IX-OAB)
               " del " OAB-FECHA (IX-OAB)
               " dias=" WS-ED-DIAS
               " plazo=" WS-ED-PLAZO
               " ped=" WS-ED-PEDIDA
               " recib=" WS-ED-RECIBIDA
               " pend=" WS-ED-PENDIENTE
               " " TRAMO-TEXTO
               " " MARCA-ATRASO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3200-EXIT.
           EXIT.

       3300-TOTAL-PROVEEDOR.
           MOVE TTR-PROVEEDOR (1) TO WS-ED-TRAMO1.
           MOVE TTR-PROVEEDOR (2) TO WS-ED-TRAMO2.
           MOVE TTR-PROVEEDOR (3) TO WS-ED-TRAMO3.
           MOVE TTR-PROVEEDOR (4) TO WS-ED-TRAMO4.
           MOVE CANT-LINEAS-PROV TO WS-ED-CANT.
           MOVE CANT-ATRASADAS-PROV TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "  Total renglones=" WS-ED-CANT
               " atrasados=" WS-ED-CANT2
               "  pendiente 0-7=" WS-ED-TRAMO1
               " 8-15=" WS-ED-TRAMO2
               " 16-30=" WS-ED-TRAMO3
               " +30=" WS-ED-TRAMO4
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3300-EXIT.
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
               FOR ALL "AntiguedadOrdenes".
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
           STRING "AntiguedadOrdenes " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE ORDCOMPRA.
           CLOSE REPORTE-ORDENES.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-ABIERTOS TO WS-ED-CANT.
           DISPLAY "Renglones abiertos:       " WS-ED-CANT.
           MOVE CANT-ATRASADAS TO WS-ED-CANT2.
           DISPLAY "Renglones atrasados:      " WS-ED-CANT2.
           DISPLAY "Reporte en REPORTE-ORDENES.DAT".
           DISPLAY "Reporte conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Antiguedad abiertos=" WS-ED-CANT
               " atrasados=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM AntiguedadOrdenes.
