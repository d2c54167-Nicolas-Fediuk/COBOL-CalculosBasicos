      ******************************************************************
      *Mantenimiento del maestro de proveedores de alfajores
      *(PROVEEDORES.DAT): por proveedor, las marcas que entrega (hasta
      *cinco), el plazo de entrega en dias y el pedido minimo en
      *unidades por orden. Una marca la entrega un solo proveedor
      *activo, para que la corrida de ordenes de compra
      *(OrdenesCompra) sepa a quien pedir cada sugerencia de la
      *reposicion; el reporte de ordenes abiertas (AntiguedadOrdenes)
      *compara los dias de cada orden contra el plazo.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del maestro de proveedores.
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
       PROGRAM-ID. MantProveedores.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Un proveedor por linea con las marcas que entrega.
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
       77  FS-PROVEEDORES           PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  CODIGO-BUSCADO           PIC X(04) VALUE SPACES.
       77  MARCA-INGRESADA          PIC X(10) VALUE SPACES.
       77  DEMORA-INGRESADA         PIC 9(03) VALUE ZERO.
       77  MINIMO-INGRESADO         PIC 9(05) VALUE ZERO.
       77  IX-MARCA                 PIC 9(02) COMP VALUE ZERO.
       77  IX-OTRA                  PIC 9(02) COMP VALUE ZERO.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-PROVEEDORES       PIC X(01) VALUE "N".
           88  FIN-PROVEEDORES      VALUE "S".
       01  SW-PROV-UBICADO          PIC X(01) VALUE "N".
           88  PROV-UBICADO         VALUE "S".
       01  SW-PVT-COMPLETO          PIC X(01) VALUE "S".
           88  PVT-COMPLETO         VALUE "S".
       01  SW-FIN-MARCAS            PIC X(01) VALUE "N".
           88  FIN-MARCAS           VALUE "S".

      *----------------------------------------------------------------
      * TABLA DE PROVEEDORES EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-PROVEEDORES         PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PROVEEDORES.
           05  PVT-ENTRY OCCURS 100 TIMES INDEXED BY IX-PVT IX-PVO.
               10  PVT-CODIGO        PIC X(04).
               10  PVT-NOMBRE        PIC X(30).
               10  PVT-MARCA         PIC X(10) OCCURS 5 TIMES.
               10  PVT-DEMORA-DIAS   PIC 9(03).
               10  PVT-PEDIDO-MINIMO PIC 9(05).
               10  PVT-ESTADO        PIC X(01).

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
           PERFORM 1000-CARGAR-PROVEEDORES THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los proveedores que quedaron
      *    afuera.
           IF NOT PVT-COMPLETO
               DISPLAY "PROVEEDORES.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "PROVEEDORES excede la tabla, corrida "
                   "rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-PROVEEDORES THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-PROVEEDORES - levanta el maestro a memoria
      ******************************************************************
       1000-CARGAR-PROVEEDORES.
           MOVE ZERO TO CANT-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF FS-PROVEEDORES NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROVEEDORES.
           PERFORM 1100-LEER-PROVEEDOR THRU 1100-EXIT
               UNTIL FIN-PROVEEDORES.
           CLOSE PROVEEDORES.
       1000-EXIT.
           EXIT.

       1100-LEER-PROVEEDOR.
           READ PROVEEDORES
               AT END
                   MOVE "S" TO SW-FIN-PROVEEDORES
               NOT AT END
                   IF CANT-PROVEEDORES < 100
                       ADD 1 TO CANT-PROVEEDORES
                       SET IX-PVT TO CANT-PROVEEDORES
                       MOVE PRV-CODIGO      TO PVT-CODIGO (IX-PVT)
                       MOVE PRV-NOMBRE      TO PVT-NOMBRE (IX-PVT)
                       PERFORM VARYING IX-MARCA FROM 1 BY 1
                           UNTIL IX-MARCA > 5
                           MOVE PRV-MARCA (IX-MARCA)
                               TO PVT-MARCA (IX-PVT IX-MARCA)
                       END-PERFORM
                       MOVE PRV-DEMORA-DIAS TO PVT-DEMORA-DIAS (IX-PVT)
                       MOVE PRV-PEDIDO-MINIMO
                           TO PVT-PEDIDO-MINIMO (IX-PVT)
                       MOVE PRV-ESTADO      TO PVT-ESTADO (IX-PVT)
                   ELSE
                       MOVE "N" TO SW-PVT-COMPLETO
                       DISPLAY "PROVEEDORES.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- PROVEEDORES DE ALFAJORES -----".
           DISPLAY "A) Alta  M) Modificacion  B) Baja".
           DISPLAY "L) Listar  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA THRU 3000-EXIT
               WHEN OPCION-MODIF
                   PERFORM 4000-MODIFICACION THRU 4000-EXIT
               WHEN OPCION-BAJA
                   PERFORM 5000-BAJA THRU 5000-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 5500-LISTAR THRU 5500-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2500-UBICAR-PROVEEDOR.
           MOVE "N" TO SW-PROV-UBICADO.
           PERFORM VARYING IX-PVT FROM 1 BY 1
               UNTIL IX-PVT > CANT-PROVEEDORES
                   OR PVT-CODIGO (IX-PVT) = CODIGO-BUSCADO
               CONTINUE
           END-PERFORM.
           IF IX-PVT NOT > CANT-PROVEEDORES
               MOVE "S" TO SW-PROV-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - nombre, marcas, plazo y pedido minimo
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese el nombre del proveedor:".
           ACCEPT PVT-NOMBRE (IX-PVT).
           IF PVT-NOMBRE (IX-PVT) = SPACES
               DISPLAY "El nombre no puede quedar en blanco. "
                   "Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
       2800-MARCAS.
           PERFORM VARYING IX-MARCA FROM 1 BY 1
               UNTIL IX-MARCA > 5
               MOVE SPACES TO PVT-MARCA (IX-PVT IX-MARCA)
           END-PERFORM.
           DISPLAY "Ingrese las marcas que entrega, una por linea "
               "(hasta 5, en blanco para terminar):".
           MOVE "N" TO SW-FIN-MARCAS.
           PERFORM 2850-PEDIR-MARCA THRU 2850-EXIT
               VARYING IX-MARCA FROM 1 BY 1
               UNTIL IX-MARCA > 5 OR FIN-MARCAS.
           IF PVT-MARCA (IX-PVT 1) = SPACES
               DISPLAY "El proveedor debe entregar al menos una "
                   "marca. Reingrese."
               GO TO 2800-MARCAS
           END-IF.
       2800-DEMORA.
           DISPLAY "Ingrese el plazo de entrega en dias (1-999):".
           ACCEPT DEMORA-INGRESADA.
           IF DEMORA-INGRESADA NOT NUMERIC OR DEMORA-INGRESADA = ZERO
               DISPLAY "Plazo invalido. Reingrese."
               GO TO 2800-DEMORA
           END-IF.
           MOVE DEMORA-INGRESADA TO PVT-DEMORA-DIAS (IX-PVT).
       2800-MINIMO.
           DISPLAY "Ingrese el pedido minimo en unidades por orden "
               "(0 = sin minimo):".
           ACCEPT MINIMO-INGRESADO.
           IF MINIMO-INGRESADO NOT NUMERIC
               DISPLAY "Pedido minimo invalido. Reingrese."
               GO TO 2800-MINIMO
           END-IF.
           MOVE MINIMO-INGRESADO TO PVT-PEDIDO-MINIMO (IX-PVT).
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2850-PEDIR-MARCA - la marca no puede repetirse en el mismo
      *                    proveedor ni estar en otro proveedor activo
      ******************************************************************
       2850-PEDIR-MARCA.
           ACCEPT MARCA-INGRESADA.
           IF MARCA-INGRESADA = SPACES
               MOVE "S" TO SW-FIN-MARCAS
               GO TO 2850-EXIT
           END-IF.
           PERFORM VARYING IX-OTRA FROM 1 BY 1
               UNTIL IX-OTRA NOT < IX-MARCA
                   OR PVT-MARCA (IX-PVT IX-OTRA) = MARCA-INGRESADA
               CONTINUE
           END-PERFORM.
           IF IX-OTRA < IX-MARCA
               DISPLAY "Marca repetida. Reingrese."
               GO TO 2850-PEDIR-MARCA
           END-IF.
           PERFORM 2870-BUSCAR-EN-OTRO THRU 2870-EXIT
               VARYING IX-PVO FROM 1 BY 1
               UNTIL IX-PVO > CANT-PROVEEDORES.
           IF MARCA-INGRESADA = SPACES
               GO TO 2850-PEDIR-MARCA
           END-IF.
           MOVE MARCA-INGRESADA TO PVT-MARCA (IX-PVT IX-MARCA).
       2850-EXIT.
           EXIT.

       2870-BUSCAR-EN-OTRO.
           IF IX-PVO = IX-PVT OR PVT-ESTADO (IX-PVO) NOT = "A"
               GO TO 2870-EXIT
           END-IF.
           PERFORM VARYING IX-OTRA FROM 1 BY 1
               UNTIL IX-OTRA > 5
                   OR PVT-MARCA (IX-PVO IX-OTRA) = MARCA-INGRESADA
               CONTINUE
           END-PERFORM.
           IF IX-OTRA NOT > 5
               DISPLAY "La marca " MARCA-INGRESADA " la entrega el "
                   "proveedor " PVT-CODIGO (IX-PVO) ". Reingrese."
               MOVE SPACES TO MARCA-INGRESADA
               SET IX-PVO TO CANT-PROVEEDORES
           END-IF.
       2870-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA
      ******************************************************************
       3000-ALTA.
           DISPLAY "Ingrese el codigo de proveedor (4 caracteres):".
           ACCEPT CODIGO-BUSCADO.
           IF CODIGO-BUSCADO = SPACES
               DISPLAY "Codigo invalido, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-PROVEEDOR THRU 2500-EXIT.
           IF PROV-UBICADO
               IF PVT-ESTADO (IX-PVT) = "B"
                   DISPLAY "El proveedor " CODIGO-BUSCADO
                       " esta dado de baja, se reactiva."
                   MOVE "A" TO PVT-ESTADO (IX-PVT)
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "El proveedor " CODIGO-BUSCADO
                   " ya esta en el maestro, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-PROVEEDORES >= 100
               DISPLAY "Tabla de proveedores llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-PROVEEDORES.
           SET IX-PVT TO CANT-PROVEEDORES.
           MOVE CODIGO-BUSCADO TO PVT-CODIGO (IX-PVT).
           MOVE "A" TO PVT-ESTADO (IX-PVT).
       3000-DATOS.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Alta grabada.".
           STRING "Alta proveedor=" PVT-CODIGO (IX-PVT)
               " " PVT-NOMBRE (IX-PVT)
               " plazo=" PVT-DEMORA-DIAS (IX-PVT)
               " minimo=" PVT-PEDIDO-MINIMO (IX-PVT)
               " marcas=" PVT-MARCA (IX-PVT 1) PVT-MARCA (IX-PVT 2)
               PVT-MARCA (IX-PVT 3) PVT-MARCA (IX-PVT 4)
               PVT-MARCA (IX-PVT 5)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION
      ******************************************************************
       4000-MODIFICACION.
           DISPLAY "Ingrese el codigo de proveedor a modificar:".
           ACCEPT CODIGO-BUSCADO.
           PERFORM 2500-UBICAR-PROVEEDOR THRU 2500-EXIT.
           IF NOT PROV-UBICADO
               DISPLAY "Proveedor inexistente en el maestro."
               GO TO 4000-EXIT
           END-IF.
           STRING "Modif proveedor=" PVT-CODIGO (IX-PVT)
               " antes plazo=" PVT-DEMORA-DIAS (IX-PVT)
               " minimo=" PVT-PEDIDO-MINIMO (IX-PVT)
               " marcas=" PVT-MARCA (IX-PVT 1) PVT-MARCA (IX-PVT 2)
               PVT-MARCA (IX-PVT 3) PVT-MARCA (IX-PVT 4)
               PVT-MARCA (IX-PVT 5)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           STRING "Modif proveedor=" PVT-CODIGO (IX-PVT)
               " despues plazo=" PVT-DEMORA-DIAS (IX-PVT)
               " minimo=" PVT-PEDIDO-MINIMO (IX-PVT)
               " marcas=" PVT-MARCA (IX-PVT 1) PVT-MARCA (IX-PVT 2)
               PVT-MARCA (IX-PVT 3) PVT-MARCA (IX-PVT 4)
               PVT-MARCA (IX-PVT 5)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el proveedor sale de uso sin borrar su linea; las
      *             ordenes ya emitidas lo conservan
      ******************************************************************
       5000-BAJA.
           DISPLAY "Ingrese el codigo de proveedor a dar de baja:".
           ACCEPT CODIGO-BUSCADO.
           PERFORM 2500-UBICAR-PROVEEDOR THRU 2500-EXIT.
           IF NOT PROV-UBICADO
               DISPLAY "Proveedor inexistente en el maestro."
               GO TO 5000-EXIT
           END-IF.
           IF PVT-ESTADO (IX-PVT) = "B"
               DISPLAY "El proveedor ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO PVT-ESTADO (IX-PVT).
           DISPLAY "Proveedor dado de baja (estado B).".
           STRING "Baja proveedor=" PVT-CODIGO (IX-PVT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-PROVEEDORES = ZERO
               DISPLAY "Sin proveedores en el maestro."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-PVT FROM 1 BY 1
               UNTIL IX-PVT > CANT-PROVEEDORES
               DISPLAY "Proveedor " PVT-CODIGO (IX-PVT)
                   " " PVT-NOMBRE (IX-PVT)
                   " plazo=" PVT-DEMORA-DIAS (IX-PVT)
                   " minimo=" PVT-PEDIDO-MINIMO (IX-PVT)
                   " estado=" PVT-ESTADO (IX-PVT)
               DISPLAY "    marcas: " PVT-MARCA (IX-PVT 1)
                   " " PVT-MARCA (IX-PVT 2) " " PVT-MARCA (IX-PVT 3)
                   " " PVT-MARCA (IX-PVT 4) " " PVT-MARCA (IX-PVT 5)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-PROVEEDORES - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-PROVEEDORES.
           OPEN OUTPUT PROVEEDORES.
           PERFORM VARYING IX-PVT FROM 1 BY 1
               UNTIL IX-PVT > CANT-PROVEEDORES
               MOVE PVT-CODIGO (IX-PVT)      TO PRV-CODIGO
               MOVE PVT-NOMBRE (IX-PVT)      TO PRV-NOMBRE
               PERFORM VARYING IX-MARCA FROM 1 BY 1
                   UNTIL IX-MARCA > 5
                   MOVE PVT-MARCA (IX-PVT IX-MARCA)
                       TO PRV-MARCA (IX-MARCA)
               END-PERFORM
               MOVE PVT-DEMORA-DIAS (IX-PVT) TO PRV-DEMORA-DIAS
               MOVE PVT-PEDIDO-MINIMO (IX-PVT)
                   TO PRV-PEDIDO-MINIMO
               MOVE PVT-ESTADO (IX-PVT)      TO PRV-ESTADO
               WRITE PRV-REGISTRO
           END-PERFORM.
           CLOSE PROVEEDORES.
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
               FOR ALL "MantProveedores".
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
           STRING "MantProveedores " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Mantenimiento conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM MantProveedores.
