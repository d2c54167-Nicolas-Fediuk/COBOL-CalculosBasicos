      ******************************************************************
      *Ordenes de compra a proveedores desde la reposicion sugerida.
      *Toma las sugerencias que dejo Reposicion en SUGREPOS.DAT, busca
      *el proveedor activo que entrega cada marca (PROVEEDORES.DAT,
      *que mantiene MantProveedores) y descuenta lo que todavia esta
      *pendiente de recibir en ordenes abiertas para la misma
      *sucursal y marca. El operador acepta, corrige la cantidad o
      *descarta cada propuesta; las aceptadas se agrupan en una orden
      *numerada por proveedor y sucursal. La orden que no llega al
      *pedido minimo del proveedor queda retenida y no se emite. Cada
      *renglon emitido queda en ORDCOMPRA.DAT (abierto, con lo pedido
      *y lo recibido en cero) para la recepcion contra orden de
      *MovStock y el reporte de antiguedad (AntiguedadOrdenes); las
      *ordenes impresas para enviar salen en ORDENES-COMPRA.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de las ordenes de compra.
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
       PROGRAM-ID. OrdenesCompra.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGERENCIAS ASSIGN TO "SUGREPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUGERENCIAS.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.
           SELECT ORDCOMPRA ASSIGN TO "ORDCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDCOMPRA.
           SELECT ORDENES-SAL ASSIGN TO "ORDENES-COMPRA.DAT"
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
      *    Sugerencias de la ultima corrida de Reposicion.
       FD  SUGERENCIAS
           RECORDING MODE IS F.
       01  SGR-REGISTRO.
           05  SGR-FECHA             PIC 9(08).
           05  SGR-SUCURSAL          PIC X(04).
           05  SGR-MARCA             PIC X(10).
           05  SGR-CANTIDAD          PIC 9(05).

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

      *    Un renglon de orden de compra por linea. Estado A abierto
      *    sin recepcion, P parcialmente recibido, C cumplido, F
      *    cerrado con faltante.
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

       FD  ORDENES-SAL
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
       77  FS-SUGERENCIAS           PIC X(02) VALUE SPACES.
       77  FS-PROVEEDORES           PIC X(02) VALUE SPACES.
       77  FS-ORDCOMPRA             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  FECHA-SUGERENCIAS        PIC 9(08) VALUE ZERO.
       77  ULTIMO-NUMERO            PIC 9(06) VALUE ZERO.
       77  RENGLON-ORDEN            PIC 9(02) VALUE ZERO.
       77  PENDIENTE-LINEA          PIC 9(07) VALUE ZERO.
       77  CANT-PROPUESTA           PIC 9(05) VALUE ZERO.
       77  CANT-CORREGIDA           PIC 9(05) VALUE ZERO.
       77  TOTAL-ORDEN              PIC 9(07) VALUE ZERO.
       77  IX-MARCA                 PIC 9(02) COMP VALUE ZERO.
       77  CANT-SUGERENCIAS         PIC 9(05) COMP VALUE ZERO.
       77  CANT-SIN-PROVEEDOR       PIC 9(05) COMP VALUE ZERO.
       77  CANT-CUBIERTAS           PIC 9(05) COMP VALUE ZERO.
       77  CANT-DESCARTADAS         PIC 9(05) COMP VALUE ZERO.
       77  CANT-ORDENES             PIC 9(05) COMP VALUE ZERO.
       77  CANT-RENGLONES           PIC 9(05) COMP VALUE ZERO.
       77  CANT-RETENIDAS           PIC 9(05) COMP VALUE ZERO.

       01  SW-RESPUESTA             PIC X(01) VALUE SPACE.
           88  RESP-ACEPTA          VALUE "S" "s".
           88  RESP-CORRIGE         VALUE "C" "c".
           88  RESP-DESCARTA        VALUE "N" "n".

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-SUGERENCIAS       PIC X(01) VALUE "N".
           88  FIN-SUGERENCIAS      VALUE "S".
       01  SW-FIN-PROVEEDORES       PIC X(01) VALUE "N".
           88  FIN-PROVEEDORES      VALUE "S".
       01  SW-FIN-ORDCOMPRA         PIC X(01) VALUE "N".
           88  FIN-ORDCOMPRA        VALUE "S".
       01  SW-PROV-HALLADO          PIC X(01) VALUE "N".
           88  PROV-HALLADO         VALUE "S".

      *----------------------------------------------------------------
      * PROVEEDORES ACTIVOS
      *----------------------------------------------------------------
       77  CANT-PROVEEDORES         PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PROVEEDORES.
           05  PVT-ENTRY OCCURS 100 TIMES INDEXED BY IX-PVT.
               10  PVT-CODIGO        PIC X(04).
               10  PVT-NOMBRE        PIC X(30).
               10  PVT-MARCA         PIC X(10) OCCURS 5 TIMES.
               10  PVT-DEMORA-DIAS   PIC 9(03).
               10  PVT-PEDIDO-MINIMO PIC 9(05).

      *----------------------------------------------------------------
      * PENDIENTE DE RECIBIR EN ORDENES ABIERTAS POR SUCURSAL Y MARCA
      *----------------------------------------------------------------
       77  CANT-PENDIENTES          PIC 9(4) COMP VALUE ZERO.
       01  TABLA-PENDIENTES.
           05  PEN-ENTRY OCCURS 1000 TIMES INDEXED BY IX-PEN.
               10  PEN-SUCURSAL      PIC X(04).
               10  PEN-MARCA         PIC X(10).
               10  PEN-CANTIDAD      PIC 9(07) COMP.

      *----------------------------------------------------------------
      * PROPUESTAS ACEPTADAS - el numero de orden se asigna al emitir;
      * la que queda en cero es de una orden retenida por el minimo
      *----------------------------------------------------------------
       77  CANT-ACEPTADAS           PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ACEPTADAS.
           05  ACE-ENTRY OCCURS 1000 TIMES INDEXED BY IX-ACE IX-ACO.
               10  ACE-PROVEEDOR     PIC 9(03) COMP.
               10  ACE-SUCURSAL      PIC X(04).
               10  ACE-MARCA         PIC X(10).
               10  ACE-CANTIDAD      PIC 9(05).
               10  ACE-NUMERO        PIC 9(06).
               10  ACE-AGRUPADA      PIC X(01).

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
       01  WS-ED-CANT7              PIC ZZZZZZ9.

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
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT.
           IF NOT OPERADOR-OK
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT INIT-OK
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-EVALUAR-SUGERENCIA THRU 2000-EXIT
               UNTIL FIN-SUGERENCIAS.
           CLOSE SUGERENCIAS.
           PERFORM 3000-EMITIR-ORDENES THRU 3000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           PERFORM 7900-CERRAR THRU 7900-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - proveedores, pendientes de las ordenes
      *                    abiertas y apertura de las sugerencias
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT PROVEEDORES.
           IF FS-PROVEEDORES NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDORES.DAT, FS="
                   FS-PROVEEDORES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROVEEDORES.
           PERFORM 1100-LEER-PROVEEDOR THRU 1100-EXIT
               UNTIL FIN-PROVEEDORES.
           CLOSE PROVEEDORES.
           OPEN INPUT SUGERENCIAS.
           IF FS-SUGERENCIAS NOT = "00"
               DISPLAY "No se pudo abrir SUGREPOS.DAT, FS="
                   FS-SUGERENCIAS ". Corra primero Reposicion."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE ZERO TO ULTIMO-NUMERO.
           OPEN INPUT ORDCOMPRA.
           IF FS-ORDCOMPRA = "00"
               MOVE "N" TO SW-FIN-ORDCOMPRA
               PERFORM 1200-LEER-ORDEN THRU 1200-EXIT
                   UNTIL FIN-ORDCOMPRA
               CLOSE ORDCOMPRA
           END-IF.
           OPEN OUTPUT ORDENES-SAL.
           MOVE "N" TO SW-FIN-SUGERENCIAS.
           PERFORM 1300-LEER-SUGERENCIA THRU 1300-EXIT.
           IF NOT FIN-SUGERENCIAS
               MOVE SGR-FECHA TO FECHA-SUGERENCIAS
               DISPLAY "Sugerencias de la reposicion del "
                   FECHA-SUGERENCIAS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-PROVEEDOR.
           READ PROVEEDORES
               AT END
                   MOVE "S" TO SW-FIN-PROVEEDORES
               NOT AT END
                   IF PRV-ESTADO = "A"
                       IF CANT-PROVEEDORES < 100
                           ADD 1 TO CANT-PROVEEDORES
                           SET IX-PVT TO CANT-PROVEEDORES
                           MOVE PRV-CODIGO TO PVT-CODIGO (IX-PVT)
                           MOVE PRV-NOMBRE TO PVT-NOMBRE (IX-PVT)
                           PERFORM VARYING IX-MARCA FROM 1 BY 1
                               UNTIL IX-MARCA > 5
                               MOVE PRV-MARCA (IX-MARCA)
                                   TO PVT-MARCA (IX-PVT IX-MARCA)
                           END-PERFORM
                           MOVE PRV-DEMORA-DIAS
                               TO PVT-DEMORA-DIAS (IX-PVT)
                           MOVE PRV-PEDIDO-MINIMO
                               TO PVT-PEDIDO-MINIMO (IX-PVT)
                       ELSE
                           DISPLAY "Tabla de proveedores llena, se "
                               "descarta " PRV-CODIGO
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LEER-ORDEN - ultimo numero emitido y lo que falta recibir
      *                   de los renglones abiertos
      ******************************************************************
       1200-LEER-ORDEN.
           READ ORDCOMPRA
               AT END
                   MOVE "S" TO SW-FIN-ORDCOMPRA
                   GO TO 1200-EXIT
           END-READ.
           IF OCL-NUMERO > ULTIMO-NUMERO
               MOVE OCL-NUMERO TO ULTIMO-NUMERO
           END-IF.
           IF OCL-ESTADO NOT = "A" AND OCL-ESTADO NOT = "P"
               GO TO 1200-EXIT
           END-IF.
           IF OCL-CANT-RECIBIDA NOT < OCL-CANT-PEDIDA
               GO TO 1200-EXIT
           END-IF.
           PERFORM VARYING IX-PEN FROM 1 BY 1
               UNTIL IX-PEN > CANT-PENDIENTES
                   OR (PEN-SUCURSAL (IX-PEN) = OCL-SUCURSAL
                       AND PEN-MARCA (IX-PEN) = OCL-MARCA)
               CONTINUE
           END-PERFORM.
           IF IX-PEN > CANT-PENDIENTES
               IF CANT-PENDIENTES >= 1000
                   DISPLAY "Tabla de pendientes llena, se descarta "
                       "la orden " OCL-NUMERO
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO CANT-PENDIENTES
               SET IX-PEN TO CANT-PENDIENTES
               MOVE OCL-SUCURSAL TO PEN-SUCURSAL (IX-PEN)
               MOVE OCL-MARCA    TO PEN-MARCA (IX-PEN)
               MOVE ZERO         TO PEN-CANTIDAD (IX-PEN)
           END-IF.
           COMPUTE PEN-CANTIDAD (IX-PEN) = PEN-CANTIDAD (IX-PEN)
               + OCL-CANT-PEDIDA - OCL-CANT-RECIBIDA.
       1200-EXIT.
           EXIT.

       1300-LEER-SUGERENCIA.
           READ SUGERENCIAS
               AT END
                   MOVE "S" TO SW-FIN-SUGERENCIAS
           END-READ.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EVALUAR-SUGERENCIA - proveedor de la marca, descuento de
      *                           lo pendiente y decision del operador
      ******************************************************************
       2000-EVALUAR-SUGERENCIA.
           ADD 1 TO CANT-SUGERENCIAS.
           PERFORM 2100-BUSCAR-PROVEEDOR THRU 2100-EXIT.
           IF NOT PROV-HALLADO
               ADD 1 TO CANT-SIN-PROVEEDOR
               DISPLAY "Suc " SGR-SUCURSAL " marca " SGR-MARCA
                   ": ningun proveedor activo entrega la marca, "
                   "no se pide."
               STRING "Ordenes suc=" SGR-SUCURSAL
                   " marca=" SGR-MARCA " SIN PROVEEDOR activo"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2000-SIGUIENTE
           END-IF.
           MOVE ZERO TO PENDIENTE-LINEA.
           PERFORM VARYING IX-PEN FROM 1 BY 1
               UNTIL IX-PEN > CANT-PENDIENTES
                   OR (PEN-SUCURSAL (IX-PEN) = SGR-SUCURSAL
                       AND PEN-MARCA (IX-PEN) = SGR-MARCA)
               CONTINUE
           END-PERFORM.
           IF IX-PEN NOT > CANT-PENDIENTES
               MOVE PEN-CANTIDAD (IX-PEN) TO PENDIENTE-LINEA
           END-IF.
           IF PENDIENTE-LINEA NOT < SGR-CANTIDAD
               ADD 1 TO CANT-CUBIERTAS
               DISPLAY "Suc " SGR-SUCURSAL " marca " SGR-MARCA
                   ": sugerida " SGR-CANTIDAD " ya cubierta por "
                   PENDIENTE-LINEA " pendientes en ordenes abiertas."
               GO TO 2000-SIGUIENTE
           END-IF.
           COMPUTE CANT-PROPUESTA = SGR-CANTIDAD - PENDIENTE-LINEA.
           DISPLAY "Suc " SGR-SUCURSAL " marca " SGR-MARCA
               " sugerida=" SGR-CANTIDAD
               " pendiente=" PENDIENTE-LINEA
               " proponer=" CANT-PROPUESTA
               " proveedor=" PVT-CODIGO (IX-PVT).
       2000-RESPUESTA.
           DISPLAY "Acepta (S), corrige la cantidad (C) o descarta "
               "(N)?".
           ACCEPT SW-RESPUESTA.
           IF NOT RESP-ACEPTA AND NOT RESP-CORRIGE
               AND NOT RESP-DESCARTA
               DISPLAY "Respuesta invalida."
               GO TO 2000-RESPUESTA
           END-IF.
           IF RESP-DESCARTA
               ADD 1 TO CANT-DESCARTADAS
               GO TO 2000-SIGUIENTE
           END-IF.
           IF RESP-CORRIGE
               DISPLAY "Ingrese la cantidad a pedir:"
               ACCEPT CANT-CORREGIDA
               IF CANT-CORREGIDA NOT NUMERIC
                   OR CANT-CORREGIDA = ZERO
                   DISPLAY "Cantidad invalida."
                   GO TO 2000-RESPUESTA
               END-IF
               MOVE CANT-CORREGIDA TO CANT-PROPUESTA
           END-IF.
           IF CANT-ACEPTADAS >= 1000
               DISPLAY "Tabla de propuestas llena, se descarta."
               ADD 1 TO CANT-DESCARTADAS
               GO TO 2000-SIGUIENTE
           END-IF.
           ADD 1 TO CANT-ACEPTADAS.
           SET IX-ACE TO CANT-ACEPTADAS.
           SET ACE-PROVEEDOR (IX-ACE) TO IX-PVT.
           MOVE SGR-SUCURSAL   TO ACE-SUCURSAL (IX-ACE).
           MOVE SGR-MARCA      TO ACE-MARCA (IX-ACE).
           MOVE CANT-PROPUESTA TO ACE-CANTIDAD (IX-ACE).
           MOVE ZERO           TO ACE-NUMERO (IX-ACE).
           MOVE "N"            TO ACE-AGRUPADA (IX-ACE).
       2000-SIGUIENTE.
           PERFORM 1300-LEER-SUGERENCIA THRU 1300-EXIT.
       2000-EXIT.
           EXIT.

       2100-BUSCAR-PROVEEDOR.
           MOVE "N" TO SW-PROV-HALLADO.
           PERFORM 2150-MARCAS-PROVEEDOR THRU 2150-EXIT
               VARYING IX-PVT FROM 1 BY 1
               UNTIL IX-PVT > CANT-PROVEEDORES OR PROV-HALLADO.
      *    El VARYING deja el indice uno mas alla del hallado.
           IF PROV-HALLADO
               SET IX-PVT DOWN BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       2150-MARCAS-PROVEEDOR.
           PERFORM VARYING IX-MARCA FROM 1 BY 1
               UNTIL IX-MARCA > 5
                   OR PVT-MARCA (IX-PVT IX-MARCA) = SGR-MARCA
               CONTINUE
           END-PERFORM.
           IF IX-MARCA NOT > 5
               MOVE "S" TO SW-PROV-HALLADO
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EMITIR-ORDENES - una orden por proveedor y sucursal con
      *                       las propuestas aceptadas; la que no
      *                       llega al pedido minimo queda retenida
      ******************************************************************
       3000-EMITIR-ORDENES.
           MOVE SPACES TO REP-LINEA.
           STRING "=== ORDENES DE COMPRA DEL " FECHA-HOY
               " (reposicion del " FECHA-SUGERENCIAS ") ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF CANT-ACEPTADAS = ZERO
               MOVE SPACES TO REP-LINEA
               STRING "Sin propuestas aceptadas, no se emiten "
                   "ordenes."
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND ORDCOMPRA.
           IF FS-ORDCOMPRA NOT = "00"
               OPEN OUTPUT ORDCOMPRA
           END-IF.
           PERFORM 3100-ARMAR-ORDEN THRU 3100-EXIT
               VARYING IX-ACE FROM 1 BY 1
               UNTIL IX-ACE > CANT-ACEPTADAS.
           CLOSE ORDCOMPRA.
       3000-EXIT.
           EXIT.

       3100-ARMAR-ORDEN.
           IF ACE-AGRUPADA (IX-ACE) = "S"
               GO TO 3100-EXIT
           END-IF.
           SET IX-PVT TO ACE-PROVEEDOR (IX-ACE).
           MOVE ZERO TO TOTAL-ORDEN.
           PERFORM 3200-SUMAR-ORDEN THRU 3200-EXIT
               VARYING IX-ACO FROM IX-ACE BY 1
               UNTIL IX-ACO > CANT-ACEPTADAS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOTAL-ORDEN TO WS-ED-CANT7.
           MOVE PVT-PEDIDO-MINIMO (IX-PVT) TO WS-ED-CANT.
           IF TOTAL-ORDEN < PVT-PEDIDO-MINIMO (IX-PVT)
               ADD 1 TO CANT-RETENIDAS
               STRING "RETENIDA proveedor " PVT-CODIGO (IX-PVT)
                   " " PVT-NOMBRE (IX-PVT)
                   " sucursal " ACE-SUCURSAL (IX-ACE)
                   ": total " WS-ED-CANT7
                   " unidades, no llega al minimo de " WS-ED-CANT
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-LINEA
               STRING "Ordenes RETENIDA prov=" PVT-CODIGO (IX-PVT)
                   " suc=" ACE-SUCURSAL (IX-ACE)
                   " total=" WS-ED-CANT7 " minimo=" WS-ED-CANT
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO ULTIMO-NUMERO.
           ADD 1 TO CANT-ORDENES.
           MOVE ZERO TO RENGLON-ORDEN.
           MOVE PVT-DEMORA-DIAS (IX-PVT) TO WS-ED-CANT2.
           STRING "ORDEN DE COMPRA Nro " ULTIMO-NUMERO
               "  fecha " FECHA-HOY
               "  proveedor " PVT-CODIGO (IX-PVT)
               " " PVT-NOMBRE (IX-PVT)
               "  entregar en sucursal " ACE-SUCURSAL (IX-ACE)
               "  plazo " WS-ED-CANT2 " dias"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 3300-EMITIR-RENGLON THRU 3300-EXIT
               VARYING IX-ACO FROM IX-ACE BY 1
               UNTIL IX-ACO > CANT-ACEPTADAS.
           MOVE SPACES TO REP-LINEA.
           STRING "    Total unidades: " WS-ED-CANT7
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY "Orden " ULTIMO-NUMERO " emitida al proveedor "
               PVT-CODIGO (IX-PVT) " para la sucursal "
               ACE-SUCURSAL (IX-ACE) ".".
           STRING "Ordenes EMITIDA nro=" ULTIMO-NUMERO
               " prov=" PVT-CODIGO (IX-PVT)
               " suc=" ACE-SUCURSAL (IX-ACE)
               " total=" WS-ED-CANT7
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3100-EXIT.
           EXIT.

      *    Marca como agrupadas las propuestas del mismo proveedor y
      *    sucursal, para que no abran otra orden.
       3200-SUMAR-ORDEN.
           IF ACE-PROVEEDOR (IX-ACO) NOT = ACE-PROVEEDOR (IX-ACE)
               OR ACE-SUCURSAL (IX-ACO) NOT = ACE-SUCURSAL (IX-ACE)
               GO TO 3200-EXIT
           END-IF.
           ADD ACE-CANTIDAD (IX-ACO) TO TOTAL-ORDEN.
           MOVE "S" TO ACE-AGRUPADA (IX-ACO).
       3200-EXIT.
           EXIT.

       3300-EMITIR-RENGLON.
           IF ACE-PROVEEDOR (IX-ACO) NOT = ACE-PROVEEDOR (IX-ACE)
               OR ACE-SUCURSAL (IX-ACO) NOT = ACE-SUCURSAL (IX-ACE)
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO RENGLON-ORDEN.
           ADD 1 TO CANT-RENGLONES.
           MOVE ULTIMO-NUMERO TO ACE-NUMERO (IX-ACO).
           MOVE ULTIMO-NUMERO           TO OCL-NUMERO.
           MOVE RENGLON-ORDEN           TO OCL-RENGLON.
           MOVE PVT-CODIGO (IX-PVT)     TO OCL-PROVEEDOR.
           MOVE ACE-SUCURSAL (IX-ACO)   TO OCL-SUCURSAL.
           MOVE FECHA-HOY               TO OCL-FECHA.
           MOVE PVT-DEMORA-DIAS (IX-PVT) TO OCL-DEMORA-DIAS.
           MOVE ACE-MARCA (IX-ACO)      TO OCL-MARCA.
           MOVE ACE-CANTIDAD (IX-ACO)   TO OCL-CANT-PEDIDA.
           MOVE ZERO                    TO OCL-CANT-RECIBIDA.
           MOVE "A"                     TO OCL-ESTADO.
           MOVE OPERADOR-CODIGO         TO OCL-OPERADOR.
           WRITE OCL-REGISTRO.
           MOVE ACE-CANTIDAD (IX-ACO) TO WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           STRING "    Renglon " RENGLON-ORDEN
               "  marca " ACE-MARCA (IX-ACO)
               "  cantidad " WS-ED-CANT3
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
               FOR ALL "OrdenesCompra".
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
           STRING "OrdenesCompra " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE ORDENES-SAL.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-SUGERENCIAS TO WS-ED-CANT.
           DISPLAY "Sugerencias leidas:       " WS-ED-CANT.
           MOVE CANT-ORDENES TO WS-ED-CANT2.
           DISPLAY "Ordenes emitidas:         " WS-ED-CANT2.
           MOVE CANT-RETENIDAS TO WS-ED-CANT3.
           DISPLAY "Ordenes retenidas:        " WS-ED-CANT3.
           MOVE CANT-RENGLONES TO WS-ED-CANT7.
           DISPLAY "Renglones emitidos:       " WS-ED-CANT7.
           DISPLAY "Proceso conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Ordenes sugerencias=" WS-ED-CANT
               " emitidas=" WS-ED-CANT2
               " retenidas=" WS-ED-CANT3
               " renglones=" WS-ED-CANT7
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM OrdenesCompra.
