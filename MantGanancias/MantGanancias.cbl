      ******************************************************************
      *ABM de las tablas del impuesto a las ganancias (4ta categoria)
      *que usa la liquidacion para retener sobre el sueldo:
      * - GANTABLA.DAT, por anio fiscal: los tramos de la escala anual
      *   (tipo T: desde, hasta, fijo y porcentaje sobre el excedente;
      *   hasta en cero es el ultimo tramo, sin tope) y las
      *   deducciones personales anuales (tipo D: GNI ganancia no
      *   imponible, DESP deduccion especial, CONY conyuge, HIJO por
      *   cada hijo).
      * - GANCARGAS.DAT, por legajo y anio: conyuge a cargo, cantidad
      *   de hijos y otras deducciones anuales declaradas por el
      *   empleado (alquiler, servicio domestico, aportes, etc.). El
      *   legajo se valida contra el maestro de empleados.
      *Toda alta, modificacion y baja queda en la auditoria, con el
      *antes y el despues en las modificaciones.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del mantenimiento de ganancias.
      * 2026-10-15  NF  El maestro de empleados suma la fecha de
      *                 ingreso, la fecha de egreso y el motivo de
      *                 egreso que asienta la liquidacion final; aca
      *                 solo cambia la diagramacion del registro.
      * 2026-10-15  NF  El maestro de empleados suma el tipo de
      *                 liquidacion (H por hora, M mensualizado) y el
      *                 sueldo basico mensual; aca solo cambia la
      *                 diagramacion del registro.
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
       PROGRAM-ID. MantGanancias.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GANTABLA ASSIGN TO "GANTABLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GANTABLA.
           SELECT GANCARGAS ASSIGN TO "GANCARGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GANCARGAS.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Tabla anual del impuesto: tipo T tramo de la escala o D
      *    deduccion anual (GNI, DESP, CONY, HIJO).
       FD  GANTABLA
           RECORDING MODE IS F.
       01  GTB-REGISTRO.
           05  GTB-ANIO             PIC 9(04).
           05  GTB-TIPO             PIC X(01).
           05  GTB-CODIGO           PIC X(04).
           05  GTB-DATOS            PIC X(44).
           05  GTB-TRAMO REDEFINES GTB-DATOS.
               10  GTB-DESDE        PIC 9(9)V99.
               10  GTB-HASTA        PIC 9(9)V99.
               10  GTB-FIJO         PIC 9(9)V99.
               10  GTB-PORC         PIC 9(3)V99.
               10  FILLER           PIC X(06).
           05  GTB-DEDUCCION REDEFINES GTB-DATOS.
               10  GTB-DESCRIPCION  PIC X(20).
               10  GTB-IMPORTE      PIC 9(9)V99.
               10  FILLER           PIC X(13).
           05  GTB-ESTADO           PIC X(01).

      *    Cargas de familia y otras deducciones anuales del legajo
      *    declaradas para el anio.
       FD  GANCARGAS
           RECORDING MODE IS F.
       01  GCF-REGISTRO.
           05  GCF-LEGAJO           PIC 9(05).
           05  GCF-ANIO             PIC 9(04).
           05  GCF-CONYUGE          PIC X(01).
           05  GCF-HIJOS            PIC 9(02).
           05  GCF-OTRAS-DED        PIC 9(9)V99.

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
       77  FS-GANTABLA              PIC X(02) VALUE SPACES.
       77  FS-GANCARGAS             PIC X(02) VALUE SPACES.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  ANIO-BUSCADO             PIC 9(04) VALUE ZERO.
       77  TIPO-BUSCADO             PIC X(01) VALUE SPACE.
       77  CODIGO-BUSCADO           PIC X(04) VALUE SPACES.
       77  LEGAJO-BUSCADO           PIC 9(05) VALUE ZERO.
       77  TOPE-PORCENTAJE          PIC 9(3)V99 VALUE 100.00.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-CARGAS        VALUE "F" "f".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-GANTABLA          PIC X(01) VALUE "N".
           88  FIN-GANTABLA         VALUE "S".
       01  SW-FIN-GANCARGAS         PIC X(01) VALUE "N".
           88  FIN-GANCARGAS        VALUE "S".
       01  SW-RENGLON-UBICADO       PIC X(01) VALUE "N".
           88  RENGLON-UBICADO      VALUE "S".
       01  SW-CARGA-UBICADA         PIC X(01) VALUE "N".
           88  CARGA-UBICADA        VALUE "S".
       01  SW-TABLAS-COMPLETAS      PIC X(01) VALUE "S".
           88  TABLAS-COMPLETAS     VALUE "S".
       01  SW-EMPLEADO-OK           PIC X(01) VALUE "N".
           88  EMPLEADO-OK          VALUE "S".

      *----------------------------------------------------------------
      * TABLA DEL IMPUESTO EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-RENGLONES           PIC 9(3) COMP VALUE ZERO.
       01  TABLA-GANANCIAS.
           05  GT-ENTRY OCCURS 200 TIMES INDEXED BY IX-GT.
               10  GT-ANIO           PIC 9(04).
               10  GT-TIPO           PIC X(01).
               10  GT-CODIGO         PIC X(04).
               10  GT-DESDE          PIC 9(9)V99.
               10  GT-HASTA          PIC 9(9)V99.
               10  GT-FIJO           PIC 9(9)V99.
               10  GT-PORC           PIC 9(3)V99.
               10  GT-DESCRIPCION    PIC X(20).
               10  GT-IMPORTE        PIC 9(9)V99.
               10  GT-ESTADO         PIC X(01).

      *----------------------------------------------------------------
      * CARGAS DE FAMILIA EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-CARGAS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CARGAS.
           05  CG-ENTRY OCCURS 500 TIMES INDEXED BY IX-CG.
               10  CG-LEGAJO         PIC 9(05).
               10  CG-ANIO           PIC 9(04).
               10  CG-CONYUGE        PIC X(01).
               10  CG-HIJOS          PIC 9(02).
               10  CG-OTRAS-DED      PIC 9(9)V99.

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
       01  WS-ED-DESDE              PIC ZZZZZZZZ9.99.
       01  WS-ED-HASTA              PIC ZZZZZZZZ9.99.
       01  WS-ED-FIJO               PIC ZZZZZZZZ9.99.
       01  WS-ED-PORC               PIC ZZ9.99.
       01  WS-ED-IMPORTE            PIC ZZZZZZZZ9.99.

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
           PERFORM 1000-CARGAR-TABLAS THRU 1000-EXIT.
      *    Con una tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los renglones que quedaron afuera.
           IF NOT TABLAS-COMPLETAS
               DISPLAY "GANTABLA.DAT o GANCARGAS.DAT exceden la "
                   "tabla, la corrida no sigue."
               STRING "GANTABLA/GANCARGAS exceden la tabla, corrida "
                   "rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-TABLAS THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-TABLAS - levanta la tabla del impuesto y las
      *                      cargas de familia a memoria
      ******************************************************************
       1000-CARGAR-TABLAS.
           MOVE ZERO TO CANT-RENGLONES.
           MOVE ZERO TO CANT-CARGAS.
           OPEN INPUT GANTABLA.
           IF FS-GANTABLA = "00"
               MOVE "N" TO SW-FIN-GANTABLA
               PERFORM 1100-LEER-GANTABLA THRU 1100-EXIT
                   UNTIL FIN-GANTABLA
               CLOSE GANTABLA
           END-IF.
           OPEN INPUT GANCARGAS.
           IF FS-GANCARGAS = "00"
               MOVE "N" TO SW-FIN-GANCARGAS
               PERFORM 1200-LEER-GANCARGA THRU 1200-EXIT
                   UNTIL FIN-GANCARGAS
               CLOSE GANCARGAS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-GANTABLA.
           READ GANTABLA
               AT END
                   MOVE "S" TO SW-FIN-GANTABLA
               NOT AT END
                   IF CANT-RENGLONES < 200
                       ADD 1 TO CANT-RENGLONES
                       SET IX-GT TO CANT-RENGLONES
                       MOVE GTB-ANIO   TO GT-ANIO (IX-GT)
                       MOVE GTB-TIPO   TO GT-TIPO (IX-GT)
                       MOVE GTB-CODIGO TO GT-CODIGO (IX-GT)
                       MOVE GTB-ESTADO TO GT-ESTADO (IX-GT)
                       MOVE ZERO   TO GT-DESDE (IX-GT)
                       MOVE ZERO   TO GT-HASTA (IX-GT)
                       MOVE ZERO   TO GT-FIJO (IX-GT)
                       MOVE ZERO   TO GT-PORC (IX-GT)
                       MOVE SPACES TO GT-DESCRIPCION (IX-GT)
                       MOVE ZERO   TO GT-IMPORTE (IX-GT)
                       IF GTB-TIPO = "T"
                           MOVE GTB-DESDE TO GT-DESDE (IX-GT)
                           MOVE GTB-HASTA TO GT-HASTA (IX-GT)
                           MOVE GTB-FIJO  TO GT-FIJO (IX-GT)
                           MOVE GTB-PORC  TO GT-PORC (IX-GT)
                       ELSE
                           MOVE GTB-DESCRIPCION
                               TO GT-DESCRIPCION (IX-GT)
                           MOVE GTB-IMPORTE TO GT-IMPORTE (IX-GT)
                       END-IF
                   ELSE
                       MOVE "N" TO SW-TABLAS-COMPLETAS
                       DISPLAY "GANTABLA.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LEER-GANCARGA.
           READ GANCARGAS
               AT END
                   MOVE "S" TO SW-FIN-GANCARGAS
               NOT AT END
                   IF CANT-CARGAS < 500
                       ADD 1 TO CANT-CARGAS
                       SET IX-CG TO CANT-CARGAS
                       MOVE GCF-LEGAJO    TO CG-LEGAJO (IX-CG)
                       MOVE GCF-ANIO      TO CG-ANIO (IX-CG)
                       MOVE GCF-CONYUGE   TO CG-CONYUGE (IX-CG)
                       MOVE GCF-HIJOS     TO CG-HIJOS (IX-CG)
                       MOVE GCF-OTRAS-DED TO CG-OTRAS-DED (IX-CG)
                   ELSE
                       MOVE "N" TO SW-TABLAS-COMPLETAS
                       DISPLAY "GANCARGAS.DAT excede la tabla."
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- MANTENIMIENTO DE TABLAS DE GANANCIAS -------".
           DISPLAY "A) Alta  M) Modificacion  B) Baja (escala y "
               "deducciones)".
           DISPLAY "F) Cargas de familia por legajo".
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
               WHEN OPCION-CARGAS
                   PERFORM 4500-CARGAS-FAMILIA THRU 4500-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 5500-LISTAR THRU 5500-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2400-PEDIR-CLAVE - anio, tipo y codigo del renglon; las
      *                    deducciones solo admiten los codigos que
      *                    entiende la liquidacion
      ******************************************************************
       2400-PEDIR-CLAVE.
           DISPLAY "Ingrese el anio fiscal (AAAA):".
           ACCEPT ANIO-BUSCADO.
           IF ANIO-BUSCADO < 2000
               DISPLAY "Anio invalido. Reingrese."
               GO TO 2400-PEDIR-CLAVE
           END-IF.
           DISPLAY "Tipo (T-Tramo de la escala D-Deduccion anual)?".
           ACCEPT TIPO-BUSCADO.
           IF TIPO-BUSCADO = "t"
               MOVE "T" TO TIPO-BUSCADO
           END-IF.
           IF TIPO-BUSCADO = "d"
               MOVE "D" TO TIPO-BUSCADO
           END-IF.
           IF TIPO-BUSCADO NOT = "T" AND TIPO-BUSCADO NOT = "D"
               DISPLAY "Tipo invalido. Reingrese."
               GO TO 2400-PEDIR-CLAVE
           END-IF.
           IF TIPO-BUSCADO = "T"
               DISPLAY "Ingrese el numero de tramo (01-20):"
           ELSE
               DISPLAY "Codigo (GNI, DESP, CONY o HIJO):"
           END-IF.
           ACCEPT CODIGO-BUSCADO.
           IF TIPO-BUSCADO = "D"
               AND CODIGO-BUSCADO NOT = "GNI "
               AND CODIGO-BUSCADO NOT = "DESP"
               AND CODIGO-BUSCADO NOT = "CONY"
               AND CODIGO-BUSCADO NOT = "HIJO"
               DISPLAY "Codigo de deduccion invalido. Reingrese."
               GO TO 2400-PEDIR-CLAVE
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-UBICAR-RENGLON - busca anio, tipo y codigo en la tabla
      ******************************************************************
       2500-UBICAR-RENGLON.
           MOVE "N" TO SW-RENGLON-UBICADO.
           PERFORM VARYING IX-GT FROM 1 BY 1
               UNTIL IX-GT > CANT-RENGLONES
                   OR (GT-ANIO (IX-GT) = ANIO-BUSCADO
                       AND GT-TIPO (IX-GT) = TIPO-BUSCADO
                       AND GT-CODIGO (IX-GT) = CODIGO-BUSCADO)
               CONTINUE
           END-PERFORM.
           IF IX-GT NOT > CANT-RENGLONES
               MOVE "S" TO SW-RENGLON-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - limites, fijo y porcentaje del tramo, o
      *                    descripcion e importe anual de la deduccion
      ******************************************************************
       2800-PEDIR-DATOS.
           IF GT-TIPO (IX-GT) = "D"
               DISPLAY "Ingrese la descripcion:"
               ACCEPT GT-DESCRIPCION (IX-GT)
               DISPLAY "Ingrese el importe anual de la deduccion:"
               ACCEPT GT-IMPORTE (IX-GT)
               GO TO 2800-EXIT
           END-IF.
           DISPLAY "Ganancia neta anual desde:".
           ACCEPT GT-DESDE (IX-GT).
           DISPLAY "Ganancia neta anual hasta (0 = sin tope):".
           ACCEPT GT-HASTA (IX-GT).
           IF GT-HASTA (IX-GT) NOT = ZERO
               AND GT-HASTA (IX-GT) NOT > GT-DESDE (IX-GT)
               DISPLAY "El hasta debe superar al desde. Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
           DISPLAY "Impuesto fijo anual del tramo:".
           ACCEPT GT-FIJO (IX-GT).
           DISPLAY "Porcentaje sobre el excedente del desde:".
           ACCEPT GT-PORC (IX-GT).
           IF GT-PORC (IX-GT) > TOPE-PORCENTAJE
               DISPLAY "El porcentaje no puede superar 100. Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA - valida que el renglon no exista antes de grabar
      ******************************************************************
       3000-ALTA.
           PERFORM 2400-PEDIR-CLAVE THRU 2400-EXIT.
           PERFORM 2500-UBICAR-RENGLON THRU 2500-EXIT.
           IF RENGLON-UBICADO
               DISPLAY "El renglon " ANIO-BUSCADO " " TIPO-BUSCADO
                   " " CODIGO-BUSCADO " ya existe, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-RENGLONES >= 200
               DISPLAY "Tabla de ganancias llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-RENGLONES.
           SET IX-GT TO CANT-RENGLONES.
           MOVE ANIO-BUSCADO   TO GT-ANIO (IX-GT).
           MOVE TIPO-BUSCADO   TO GT-TIPO (IX-GT).
           MOVE CODIGO-BUSCADO TO GT-CODIGO (IX-GT).
           MOVE ZERO   TO GT-DESDE (IX-GT).
           MOVE ZERO   TO GT-HASTA (IX-GT).
           MOVE ZERO   TO GT-FIJO (IX-GT).
           MOVE ZERO   TO GT-PORC (IX-GT).
           MOVE SPACES TO GT-DESCRIPCION (IX-GT).
           MOVE ZERO   TO GT-IMPORTE (IX-GT).
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           MOVE "A" TO GT-ESTADO (IX-GT).
           DISPLAY "Alta grabada.".
           PERFORM 7300-ARMAR-RENGLON THRU 7300-EXIT.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION - con antes y despues en la auditoria
      ******************************************************************
       4000-MODIFICACION.
           PERFORM 2400-PEDIR-CLAVE THRU 2400-EXIT.
           PERFORM 2500-UBICAR-RENGLON THRU 2500-EXIT.
           IF NOT RENGLON-UBICADO
               DISPLAY "Renglon inexistente."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7300-ARMAR-RENGLON THRU 7300-EXIT.
           MOVE "Modif antes " TO AUD-TEXTO (1:12).
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           PERFORM 7300-ARMAR-RENGLON THRU 7300-EXIT.
           MOVE "Modif despues" TO AUD-TEXTO (1:13).
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CARGAS-FAMILIA - alta o modificacion de las cargas de
      *                       familia del legajo para el anio; el
      *                       legajo tiene que existir en el maestro
      ******************************************************************
       4500-CARGAS-FAMILIA.
           DISPLAY "Ingrese el legajo:".
           ACCEPT LEGAJO-BUSCADO.
           PERFORM 4600-VALIDAR-LEGAJO THRU 4600-EXIT.
           IF NOT EMPLEADO-OK
               GO TO 4500-EXIT
           END-IF.
           DISPLAY "Ingrese el anio fiscal (AAAA):".
           ACCEPT ANIO-BUSCADO.
           MOVE "N" TO SW-CARGA-UBICADA.
           PERFORM VARYING IX-CG FROM 1 BY 1
               UNTIL IX-CG > CANT-CARGAS OR CARGA-UBICADA
               IF CG-LEGAJO (IX-CG) = LEGAJO-BUSCADO
                   AND CG-ANIO (IX-CG) = ANIO-BUSCADO
                   MOVE "S" TO SW-CARGA-UBICADA
               END-IF
           END-PERFORM.
           IF CARGA-UBICADA
               SET IX-CG DOWN BY 1
               MOVE CG-OTRAS-DED (IX-CG) TO WS-ED-IMPORTE
               DISPLAY "Actual: conyuge=" CG-CONYUGE (IX-CG)
                   " hijos=" CG-HIJOS (IX-CG)
                   " otras deducciones=" WS-ED-IMPORTE
               STRING "Modif cargas antes legajo=" LEGAJO-BUSCADO
                   " anio=" ANIO-BUSCADO
                   " conyuge=" CG-CONYUGE (IX-CG)
                   " hijos=" CG-HIJOS (IX-CG)
                   " otrasDed=" WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           ELSE
               IF CANT-CARGAS >= 500
                   DISPLAY "Tabla de cargas de familia llena."
                   GO TO 4500-EXIT
               END-IF
               ADD 1 TO CANT-CARGAS
               SET IX-CG TO CANT-CARGAS
               MOVE LEGAJO-BUSCADO TO CG-LEGAJO (IX-CG)
               MOVE ANIO-BUSCADO   TO CG-ANIO (IX-CG)
           END-IF.
           PERFORM 4700-PEDIR-CARGAS THRU 4700-EXIT.
           MOVE CG-OTRAS-DED (IX-CG) TO WS-ED-IMPORTE.
           DISPLAY "Cargas de familia grabadas.".
           STRING "Cargas legajo=" LEGAJO-BUSCADO
               " anio=" ANIO-BUSCADO
               " conyuge=" CG-CONYUGE (IX-CG)
               " hijos=" CG-HIJOS (IX-CG)
               " otrasDed=" WS-ED-IMPORTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4500-EXIT.
           EXIT.

       4600-VALIDAR-LEGAJO.
           MOVE "N" TO SW-EMPLEADO-OK.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO NOT = "00"
               DISPLAY "No se pudo abrir MAESTROEMP.DAT, FS="
                   FS-MAESTRO
               GO TO 4600-EXIT
           END-IF.
           MOVE LEGAJO-BUSCADO TO EMP-LEGAJO.
           READ MAESTRO-EMPLEADOS
               INVALID KEY
                   DISPLAY "Legajo " LEGAJO-BUSCADO
                       " inexistente en el maestro."
               NOT INVALID KEY
                   MOVE "S" TO SW-EMPLEADO-OK
                   DISPLAY "Legajo " LEGAJO-BUSCADO " " EMP-NOMBRE
           END-READ.
           CLOSE MAESTRO-EMPLEADOS.
       4600-EXIT.
           EXIT.

       4700-PEDIR-CARGAS.
           DISPLAY "Conyuge a cargo (S/N)?".
           ACCEPT CG-CONYUGE (IX-CG).
           IF CG-CONYUGE (IX-CG) = "s"
               MOVE "S" TO CG-CONYUGE (IX-CG)
           END-IF.
           IF CG-CONYUGE (IX-CG) = "n"
               MOVE "N" TO CG-CONYUGE (IX-CG)
           END-IF.
           IF CG-CONYUGE (IX-CG) NOT = "S"
               AND CG-CONYUGE (IX-CG) NOT = "N"
               DISPLAY "Respuesta invalida. Reingrese."
               GO TO 4700-PEDIR-CARGAS
           END-IF.
           DISPLAY "Cantidad de hijos a cargo:".
           ACCEPT CG-HIJOS (IX-CG).
           DISPLAY "Otras deducciones anuales declaradas (importe):".
           ACCEPT CG-OTRAS-DED (IX-CG).
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el renglon queda inactivo (estado B) sin borrar su
      *             historia; la liquidacion lo saltea
      ******************************************************************
       5000-BAJA.
           PERFORM 2400-PEDIR-CLAVE THRU 2400-EXIT.
           PERFORM 2500-UBICAR-RENGLON THRU 2500-EXIT.
           IF NOT RENGLON-UBICADO
               DISPLAY "Renglon inexistente."
               GO TO 5000-EXIT
           END-IF.
           IF GT-ESTADO (IX-GT) = "B"
               DISPLAY "El renglon ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO GT-ESTADO (IX-GT).
           DISPLAY "Renglon dado de baja (estado B).".
           STRING "Baja ganancias anio=" GT-ANIO (IX-GT)
               " tipo=" GT-TIPO (IX-GT)
               " codigo=" GT-CODIGO (IX-GT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR - escala, deducciones y cargas de un anio
      ******************************************************************
       5500-LISTAR.
           DISPLAY "Ingrese el anio fiscal a listar (AAAA):".
           ACCEPT ANIO-BUSCADO.
           DISPLAY "Escala y deducciones del anio " ANIO-BUSCADO ":".
           PERFORM VARYING IX-GT FROM 1 BY 1
               UNTIL IX-GT > CANT-RENGLONES
               IF GT-ANIO (IX-GT) = ANIO-BUSCADO
                   IF GT-TIPO (IX-GT) = "T"
                       MOVE GT-DESDE (IX-GT) TO WS-ED-DESDE
                       MOVE GT-HASTA (IX-GT) TO WS-ED-HASTA
                       MOVE GT-FIJO (IX-GT)  TO WS-ED-FIJO
                       MOVE GT-PORC (IX-GT)  TO WS-ED-PORC
                       DISPLAY "Tramo " GT-CODIGO (IX-GT)
                           " desde=" WS-ED-DESDE
                           " hasta=" WS-ED-HASTA
                           " fijo=" WS-ED-FIJO
                           " porc=" WS-ED-PORC
                           " estado=" GT-ESTADO (IX-GT)
                   ELSE
                       MOVE GT-IMPORTE (IX-GT) TO WS-ED-IMPORTE
                       DISPLAY "Deduccion " GT-CODIGO (IX-GT)
                           " " GT-DESCRIPCION (IX-GT)
                           " importe=" WS-ED-IMPORTE
                           " estado=" GT-ESTADO (IX-GT)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Cargas de familia del anio " ANIO-BUSCADO ":".
           PERFORM VARYING IX-CG FROM 1 BY 1
               UNTIL IX-CG > CANT-CARGAS
               IF CG-ANIO (IX-CG) = ANIO-BUSCADO
                   MOVE CG-OTRAS-DED (IX-CG) TO WS-ED-IMPORTE
                   DISPLAY "Legajo " CG-LEGAJO (IX-CG)
                       " conyuge=" CG-CONYUGE (IX-CG)
                       " hijos=" CG-HIJOS (IX-CG)
                       " otras deducciones=" WS-ED-IMPORTE
               END-IF
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-TABLAS - vuelca ambas tablas a sus archivos
      ******************************************************************
       6000-REGRABAR-TABLAS.
           OPEN OUTPUT GANTABLA.
           PERFORM VARYING IX-GT FROM 1 BY 1
               UNTIL IX-GT > CANT-RENGLONES
               MOVE GT-ANIO (IX-GT)   TO GTB-ANIO
               MOVE GT-TIPO (IX-GT)   TO GTB-TIPO
               MOVE GT-CODIGO (IX-GT) TO GTB-CODIGO
               MOVE SPACES            TO GTB-DATOS
               IF GT-TIPO (IX-GT) = "T"
                   MOVE GT-DESDE (IX-GT) TO GTB-DESDE
                   MOVE GT-HASTA (IX-GT) TO GTB-HASTA
                   MOVE GT-FIJO (IX-GT)  TO GTB-FIJO
                   MOVE GT-PORC (IX-GT)  TO GTB-PORC
               ELSE
                   MOVE GT-DESCRIPCION (IX-GT) TO GTB-DESCRIPCION
                   MOVE GT-IMPORTE (IX-GT)     TO GTB-IMPORTE
               END-IF
               MOVE GT-ESTADO (IX-GT) TO GTB-ESTADO
               WRITE GTB-REGISTRO
           END-PERFORM.
           CLOSE GANTABLA.
           OPEN OUTPUT GANCARGAS.
           PERFORM VARYING IX-CG FROM 1 BY 1
               UNTIL IX-CG > CANT-CARGAS
               MOVE CG-LEGAJO (IX-CG)    TO GCF-LEGAJO
               MOVE CG-ANIO (IX-CG)      TO GCF-ANIO
               MOVE CG-CONYUGE (IX-CG)   TO GCF-CONYUGE
               MOVE CG-HIJOS (IX-CG)     TO GCF-HIJOS
               MOVE CG-OTRAS-DED (IX-CG) TO GCF-OTRAS-DED
               WRITE GCF-REGISTRO
           END-PERFORM.
           CLOSE GANCARGAS.
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
               FOR ALL "MantGanancias".
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
           STRING "MantGanancias " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
               WS-FECHA-DD " " WS-HORA-HH ":" WS-HORA-MM ":"
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
      * 7300-ARMAR-RENGLON - deja en AUD-TEXTO el renglon de la tabla
      *                      en IX-GT, con 14 posiciones libres al
      *                      frente para el rotulo del llamador
      ******************************************************************
       7300-ARMAR-RENGLON.
           MOVE SPACES TO AUD-TEXTO.
           IF GT-TIPO (IX-GT) = "T"
               MOVE GT-DESDE (IX-GT) TO WS-ED-DESDE
               MOVE GT-HASTA (IX-GT) TO WS-ED-HASTA
               MOVE GT-FIJO (IX-GT)  TO WS-ED-FIJO
               MOVE GT-PORC (IX-GT)  TO WS-ED-PORC
               STRING "Alta          ganancias anio=" GT-ANIO (IX-GT)
                   " tramo=" GT-CODIGO (IX-GT)
                   " desde=" WS-ED-DESDE
                   " hasta=" WS-ED-HASTA
                   " fijo=" WS-ED-FIJO
                   " porc=" WS-ED-PORC
                   DELIMITED BY SIZE INTO AUD-TEXTO
           ELSE
               MOVE GT-IMPORTE (IX-GT) TO WS-ED-IMPORTE
               STRING "Alta          ganancias anio=" GT-ANIO (IX-GT)
                   " deduccion=" GT-CODIGO (IX-GT)
                   " " GT-DESCRIPCION (IX-GT)
                   " importe=" WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO AUD-TEXTO
           END-IF.
       7300-EXIT.
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
       END PROGRAM MantGanancias.
