      ******************************************************************
      *Mantenimiento del maestro de promociones de alfajores
      *(PROMOCIONES.DAT). PRECIOS.DAT lleva un solo precio de lista por
      *marca y vigencia; los 2x1, la segunda unidad al 50% y los
      *descuentos por dia de la semana que corren las sucursales se
      *cargan aca, para que la venta (Ejercicio4) y la conciliacion de
      *caja (ConciliaCaja) valuen neto de la promocion en vigor.
      *Cada promocion lleva:
      *  marca              una marca o "*" para todas
      *  ambito y alcance   T todas las sucursales, S una sucursal
      *                     (codigo) o R una region (SUC-REGION del
      *                     padron SUCURSALES)
      *  desde / hasta      rango de fechas de vigencia
      *  dias               siete posiciones S/N de lunes a domingo;
      *                     en blanco rige todos los dias
      *  tipo de regla      P porcentaje sobre el importe de lista
      *                     X lleva N paga M
      *                     S segunda unidad de cada par al porcentaje
      *La baja deja la linea con estado B, para que el reporte de
      *efectividad (EfectividadPromos) no pierda el historico.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del maestro de promociones.
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
       PROGRAM-ID. MantPromociones.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Maestro de promociones (MantPromociones): marca o todas,
      *    sucursal o region, rango de fechas, dias de la semana y
      *    regla de descuento.
       FD  PROMOCIONES
           RECORDING MODE IS F.
       01  PRM-REGISTRO.
           05  PRM-CODIGO            PIC X(06).
           05  PRM-DESCRIPCION       PIC X(30).
           05  PRM-MARCA             PIC X(10).
           05  PRM-AMBITO            PIC X(01).
           05  PRM-ALCANCE           PIC X(10).
           05  PRM-DESDE             PIC 9(08).
           05  PRM-HASTA             PIC 9(08).
           05  PRM-DIAS              PIC X(07).
           05  PRM-TIPO              PIC X(01).
           05  PRM-PORCENTAJE        PIC 9(3)V99.
           05  PRM-LLEVA             PIC 9(02).
           05  PRM-PAGA              PIC 9(02).
           05  PRM-ESTADO            PIC X(01).
      *    Padron de sucursales compartido por los programas de
      *    comercio.
       FD  SUCURSALES
           RECORDING MODE IS F.
       01  SUC-REGISTRO.
           05  SUC-CODIGO            PIC X(04).
           05  SUC-NOMBRE            PIC X(20).
           05  SUC-REGION            PIC X(10).
           05  SUC-ESTADO            PIC X(01).

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
       77  FS-PROMOCIONES           PIC X(02) VALUE SPACES.
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  CODIGO-BUSCADO           PIC X(06) VALUE SPACES.
       77  PORCENTAJE-INGRESADO     PIC 9(3)V99 VALUE ZERO.
       77  LLEVA-INGRESADO          PIC 9(02) VALUE ZERO.
       77  PAGA-INGRESADO           PIC 9(02) VALUE ZERO.
       77  IX-DIA                   PIC 9(01) COMP VALUE ZERO.
       01  FECHA-INGRESADA          PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-INGRESADA.
           05  FI-AAAA              PIC 9(04).
           05  FI-MM                PIC 9(02).
           05  FI-DD                PIC 9(02).
       01  WS-ED-PORC               PIC ZZ9.99.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-PROMOCIONES       PIC X(01) VALUE "N".
           88  FIN-PROMOCIONES      VALUE "S".
       01  SW-PROMO-UBICADA         PIC X(01) VALUE "N".
           88  PROMO-UBICADA        VALUE "S".
       01  SW-PMT-COMPLETO          PIC X(01) VALUE "S".
           88  PMT-COMPLETO         VALUE "S".
       01  SW-FIN-SUCURSALES        PIC X(01) VALUE "N".
           88  FIN-SUCURSALES       VALUE "S".
       01  SW-FECHA-OK              PIC X(01) VALUE "N".
           88  FECHA-OK             VALUE "S".
       01  SW-DIAS-OK               PIC X(01) VALUE "N".
           88  DIAS-OK              VALUE "S".

      *----------------------------------------------------------------
      * TABLA DE PROMOCIONES EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-PROMOCIONES         PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PROMOCIONES.
           05  PMT-ENTRY OCCURS 500 TIMES INDEXED BY IX-PMT.
               10  PMT-CODIGO        PIC X(06).
               10  PMT-DESCRIPCION   PIC X(30).
               10  PMT-MARCA         PIC X(10).
               10  PMT-AMBITO        PIC X(01).
               10  PMT-ALCANCE       PIC X(10).
               10  PMT-DESDE         PIC 9(08).
               10  PMT-HASTA         PIC 9(08).
               10  PMT-DIAS          PIC X(07).
               10  PMT-TIPO          PIC X(01).
               10  PMT-PORCENTAJE    PIC 9(3)V99.
               10  PMT-LLEVA         PIC 9(02).
               10  PMT-PAGA          PIC 9(02).
               10  PMT-ESTADO        PIC X(01).

      *    Padron de sucursales para validar el alcance S y R.
       77  CANT-SUCS                PIC 9(2) COMP VALUE ZERO.
       01  TABLA-SUCS.
           05  SCS-ENTRY OCCURS 50 TIMES INDEXED BY IX-SCS.
               10  SCS-CODIGO        PIC X(04).
               10  SCS-REGION        PIC X(10).
               10  SCS-ESTADO        PIC X(01).

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
       77  AUD-PREFIJO              PIC X(14) VALUE SPACES.

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
           PERFORM 1000-CARGAR-PROMOCIONES THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia las promociones que quedaron
      *    afuera.
           IF NOT PMT-COMPLETO
               DISPLAY "PROMOCIONES.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "PROMOCIONES excede la tabla, corrida "
                   "rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1200-CARGAR-SUCURSALES THRU 1200-EXIT.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-PROMOCIONES THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-PROMOCIONES - levanta el maestro a memoria
      ******************************************************************
       1000-CARGAR-PROMOCIONES.
           MOVE ZERO TO CANT-PROMOCIONES.
           OPEN INPUT PROMOCIONES.
           IF FS-PROMOCIONES NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROMOCIONES.
           PERFORM 1100-LEER-PROMOCION THRU 1100-EXIT
               UNTIL FIN-PROMOCIONES.
           CLOSE PROMOCIONES.
       1000-EXIT.
           EXIT.

       1100-LEER-PROMOCION.
           READ PROMOCIONES
               AT END
                   MOVE "S" TO SW-FIN-PROMOCIONES
               NOT AT END
                   IF CANT-PROMOCIONES < 500
                       ADD 1 TO CANT-PROMOCIONES
                       SET IX-PMT TO CANT-PROMOCIONES
                       MOVE PRM-CODIGO      TO PMT-CODIGO (IX-PMT)
                       MOVE PRM-DESCRIPCION TO PMT-DESCRIPCION (IX-PMT)
                       MOVE PRM-MARCA       TO PMT-MARCA (IX-PMT)
                       MOVE PRM-AMBITO      TO PMT-AMBITO (IX-PMT)
                       MOVE PRM-ALCANCE     TO PMT-ALCANCE (IX-PMT)
                       MOVE PRM-DESDE       TO PMT-DESDE (IX-PMT)
                       MOVE PRM-HASTA       TO PMT-HASTA (IX-PMT)
                       MOVE PRM-DIAS        TO PMT-DIAS (IX-PMT)
                       MOVE PRM-TIPO        TO PMT-TIPO (IX-PMT)
                       MOVE PRM-PORCENTAJE  TO PMT-PORCENTAJE (IX-PMT)
                       MOVE PRM-LLEVA       TO PMT-LLEVA (IX-PMT)
                       MOVE PRM-PAGA        TO PMT-PAGA (IX-PMT)
                       MOVE PRM-ESTADO      TO PMT-ESTADO (IX-PMT)
                   ELSE
                       MOVE "N" TO SW-PMT-COMPLETO
                       DISPLAY "PROMOCIONES.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-SUCURSALES - padron para validar sucursal y region;
      *                          sin padron el alcance se acepta tal
      *                          cual
      ******************************************************************
       1200-CARGAR-SUCURSALES.
           MOVE ZERO TO CANT-SUCS.
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES NOT = "00"
               DISPLAY "Sin padron de sucursales (FS=" FS-SUCURSALES
                   "), el alcance se acepta tal cual."
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-SUCURSALES.
           PERFORM 1250-LEER-SUCURSAL THRU 1250-EXIT
               UNTIL FIN-SUCURSALES.
           CLOSE SUCURSALES.
       1200-EXIT.
           EXIT.

       1250-LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "S" TO SW-FIN-SUCURSALES
               NOT AT END
                   IF CANT-SUCS < 50
                       ADD 1 TO CANT-SUCS
                       SET IX-SCS TO CANT-SUCS
                       MOVE SUC-CODIGO TO SCS-CODIGO (IX-SCS)
                       MOVE SUC-REGION TO SCS-REGION (IX-SCS)
                       MOVE SUC-ESTADO TO SCS-ESTADO (IX-SCS)
                   ELSE
                       DISPLAY "Tabla de sucursales llena, se "
                           "descarta " SUC-CODIGO
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- PROMOCIONES DE ALFAJORES -----".
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

       2500-UBICAR-PROMOCION.
           MOVE "N" TO SW-PROMO-UBICADA.
           PERFORM VARYING IX-PMT FROM 1 BY 1
               UNTIL IX-PMT > CANT-PROMOCIONES
                   OR PMT-CODIGO (IX-PMT) = CODIGO-BUSCADO
               CONTINUE
           END-PERFORM.
           IF IX-PMT NOT > CANT-PROMOCIONES
               MOVE "S" TO SW-PROMO-UBICADA
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - descripcion, marca, alcance, vigencia, dias
      *                    de la semana y regla de descuento
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese la descripcion de la promocion:".
           ACCEPT PMT-DESCRIPCION (IX-PMT).
           IF PMT-DESCRIPCION (IX-PMT) = SPACES
               DISPLAY "La descripcion no puede quedar en blanco. "
                   "Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
       2800-MARCA.
           DISPLAY "Ingrese la marca (* = todas las marcas):".
           ACCEPT PMT-MARCA (IX-PMT).
           IF PMT-MARCA (IX-PMT) = SPACES
               DISPLAY "Marca invalida. Reingrese."
               GO TO 2800-MARCA
           END-IF.
       2800-AMBITO.
           DISPLAY "Ambito (T-Todas las sucursales  S-Una sucursal  "
               "R-Una region):".
           ACCEPT PMT-AMBITO (IX-PMT).
           MOVE SPACES TO PMT-ALCANCE (IX-PMT).
           EVALUATE PMT-AMBITO (IX-PMT)
               WHEN "T"
                   CONTINUE
               WHEN "S"
                   PERFORM 2820-PEDIR-SUCURSAL THRU 2820-EXIT
               WHEN "R"
                   PERFORM 2830-PEDIR-REGION THRU 2830-EXIT
               WHEN OTHER
                   DISPLAY "Ambito invalido. Reingrese."
                   GO TO 2800-AMBITO
           END-EVALUATE.
           IF PMT-AMBITO (IX-PMT) NOT = "T"
               AND PMT-ALCANCE (IX-PMT) = SPACES
               GO TO 2800-AMBITO
           END-IF.
       2800-DESDE.
           DISPLAY "Ingrese la fecha desde (AAAAMMDD):".
           PERFORM 2850-PEDIR-FECHA THRU 2850-EXIT.
           IF NOT FECHA-OK
               GO TO 2800-DESDE
           END-IF.
           MOVE FECHA-INGRESADA TO PMT-DESDE (IX-PMT).
       2800-HASTA.
           DISPLAY "Ingrese la fecha hasta (AAAAMMDD):".
           PERFORM 2850-PEDIR-FECHA THRU 2850-EXIT.
           IF NOT FECHA-OK
               GO TO 2800-HASTA
           END-IF.
           IF FECHA-INGRESADA < PMT-DESDE (IX-PMT)
               DISPLAY "La fecha hasta no puede ser anterior a la "
                   "fecha desde. Reingrese."
               GO TO 2800-HASTA
           END-IF.
           MOVE FECHA-INGRESADA TO PMT-HASTA (IX-PMT).
       2800-DIAS.
           DISPLAY "Dias de la semana, S/N de lunes a domingo "
               "(ej. NNNNSSS; en blanco = todos):".
           ACCEPT PMT-DIAS (IX-PMT).
           IF PMT-DIAS (IX-PMT) = SPACES
               GO TO 2800-TIPO
           END-IF.
           MOVE "S" TO SW-DIAS-OK.
           PERFORM 2860-VALIDAR-DIA THRU 2860-EXIT
               VARYING IX-DIA FROM 1 BY 1
               UNTIL IX-DIA > 7.
           IF NOT DIAS-OK OR PMT-DIAS (IX-PMT) = "NNNNNNN"
               DISPLAY "Dias invalidos. Reingrese."
               GO TO 2800-DIAS
           END-IF.
       2800-TIPO.
           DISPLAY "Regla (P-Porcentaje  X-Lleva N paga M  "
               "S-Segunda unidad al %):".
           ACCEPT PMT-TIPO (IX-PMT).
           MOVE ZERO TO PMT-PORCENTAJE (IX-PMT).
           MOVE ZERO TO PMT-LLEVA (IX-PMT).
           MOVE ZERO TO PMT-PAGA (IX-PMT).
           EVALUATE PMT-TIPO (IX-PMT)
               WHEN "P"
               WHEN "S"
                   PERFORM 2870-PEDIR-PORCENTAJE THRU 2870-EXIT
               WHEN "X"
                   PERFORM 2880-PEDIR-LLEVA-PAGA THRU 2880-EXIT
               WHEN OTHER
                   DISPLAY "Regla invalida. Reingrese."
                   GO TO 2800-TIPO
           END-EVALUATE.
       2800-EXIT.
           EXIT.

      *    La sucursal debe estar activa en el padron.
       2820-PEDIR-SUCURSAL.
           DISPLAY "Ingrese el codigo de sucursal:".
           ACCEPT PMT-ALCANCE (IX-PMT).
           IF PMT-ALCANCE (IX-PMT) = SPACES OR CANT-SUCS = ZERO
               GO TO 2820-EXIT
           END-IF.
           PERFORM VARYING IX-SCS FROM 1 BY 1
               UNTIL IX-SCS > CANT-SUCS
                   OR SCS-CODIGO (IX-SCS) = PMT-ALCANCE (IX-PMT)
               CONTINUE
           END-PERFORM.
           IF IX-SCS > CANT-SUCS
               DISPLAY "La sucursal no esta en el padron."
               MOVE SPACES TO PMT-ALCANCE (IX-PMT)
               GO TO 2820-EXIT
           END-IF.
           IF SCS-ESTADO (IX-SCS) NOT = "A"
               DISPLAY "La sucursal esta dada de baja."
               MOVE SPACES TO PMT-ALCANCE (IX-PMT)
           END-IF.
       2820-EXIT.
           EXIT.

      *    La region debe ser la de alguna sucursal del padron.
       2830-PEDIR-REGION.
           DISPLAY "Ingrese la region:".
           ACCEPT PMT-ALCANCE (IX-PMT).
           IF PMT-ALCANCE (IX-PMT) = SPACES OR CANT-SUCS = ZERO
               GO TO 2830-EXIT
           END-IF.
           PERFORM VARYING IX-SCS FROM 1 BY 1
               UNTIL IX-SCS > CANT-SUCS
                   OR SCS-REGION (IX-SCS) = PMT-ALCANCE (IX-PMT)
               CONTINUE
           END-PERFORM.
           IF IX-SCS > CANT-SUCS
               DISPLAY "Ninguna sucursal del padron es de esa region."
               MOVE SPACES TO PMT-ALCANCE (IX-PMT)
           END-IF.
       2830-EXIT.
           EXIT.

       2850-PEDIR-FECHA.
           MOVE "N" TO SW-FECHA-OK.
           ACCEPT FECHA-INGRESADA.
           IF FECHA-INGRESADA NOT NUMERIC
               OR FI-MM < 1 OR FI-MM > 12
               OR FI-DD < 1 OR FI-DD > 31
               DISPLAY "Fecha invalida. Reingrese."
               GO TO 2850-EXIT
           END-IF.
           MOVE "S" TO SW-FECHA-OK.
       2850-EXIT.
           EXIT.

       2860-VALIDAR-DIA.
           IF PMT-DIAS (IX-PMT) (IX-DIA:1) NOT = "S"
               AND PMT-DIAS (IX-PMT) (IX-DIA:1) NOT = "N"
               MOVE "N" TO SW-DIAS-OK
           END-IF.
       2860-EXIT.
           EXIT.

       2870-PEDIR-PORCENTAJE.
           DISPLAY "Ingrese el porcentaje de descuento (1-100):".
           ACCEPT PORCENTAJE-INGRESADO.
           IF PORCENTAJE-INGRESADO NOT NUMERIC
               OR PORCENTAJE-INGRESADO = ZERO
               OR PORCENTAJE-INGRESADO > 100
               DISPLAY "Porcentaje invalido. Reingrese."
               GO TO 2870-PEDIR-PORCENTAJE
           END-IF.
           MOVE PORCENTAJE-INGRESADO TO PMT-PORCENTAJE (IX-PMT).
       2870-EXIT.
           EXIT.

      *    Lleva N paga M: N de 2 a 99 y M de 1 a N-1.
       2880-PEDIR-LLEVA-PAGA.
           DISPLAY "Unidades que lleva el cliente (N):".
           ACCEPT LLEVA-INGRESADO.
           DISPLAY "Unidades que paga (M):".
           ACCEPT PAGA-INGRESADO.
           IF LLEVA-INGRESADO NOT NUMERIC
               OR PAGA-INGRESADO NOT NUMERIC
               OR LLEVA-INGRESADO < 2
               OR PAGA-INGRESADO = ZERO
               OR PAGA-INGRESADO NOT < LLEVA-INGRESADO
               DISPLAY "Combinacion invalida. Reingrese."
               GO TO 2880-PEDIR-LLEVA-PAGA
           END-IF.
           MOVE LLEVA-INGRESADO TO PMT-LLEVA (IX-PMT).
           MOVE PAGA-INGRESADO  TO PMT-PAGA (IX-PMT).
       2880-EXIT.
           EXIT.

      ******************************************************************
      * 2900-ARMAR-AUDITORIA - la promocion completa en AUD-TEXTO,
      *                        detras de AUD-PREFIJO
      ******************************************************************
       2900-ARMAR-AUDITORIA.
           MOVE PMT-PORCENTAJE (IX-PMT) TO WS-ED-PORC.
           STRING AUD-PREFIJO DELIMITED BY "  "
               " promo=" PMT-CODIGO (IX-PMT)
               " marca=" PMT-MARCA (IX-PMT)
               " ambito=" PMT-AMBITO (IX-PMT)
               " " PMT-ALCANCE (IX-PMT)
               " " PMT-DESDE (IX-PMT) "-" PMT-HASTA (IX-PMT)
               " dias=" PMT-DIAS (IX-PMT)
               " regla=" PMT-TIPO (IX-PMT)
               " %=" WS-ED-PORC
               " lleva=" PMT-LLEVA (IX-PMT)
               " paga=" PMT-PAGA (IX-PMT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA
      ******************************************************************
       3000-ALTA.
           DISPLAY "Ingrese el codigo de promocion (6 caracteres):".
           ACCEPT CODIGO-BUSCADO.
           IF CODIGO-BUSCADO = SPACES
               DISPLAY "Codigo invalido, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-PROMOCION THRU 2500-EXIT.
           IF PROMO-UBICADA
               IF PMT-ESTADO (IX-PMT) = "B"
                   DISPLAY "La promocion " CODIGO-BUSCADO
                       " esta dada de baja, se reactiva."
                   MOVE "A" TO PMT-ESTADO (IX-PMT)
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "La promocion " CODIGO-BUSCADO
                   " ya esta en el maestro, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-PROMOCIONES >= 500
               DISPLAY "Tabla de promociones llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-PROMOCIONES.
           SET IX-PMT TO CANT-PROMOCIONES.
           MOVE CODIGO-BUSCADO TO PMT-CODIGO (IX-PMT).
           MOVE "A" TO PMT-ESTADO (IX-PMT).
       3000-DATOS.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Alta grabada.".
           MOVE "Alta" TO AUD-PREFIJO.
           PERFORM 2900-ARMAR-AUDITORIA THRU 2900-EXIT.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION
      ******************************************************************
       4000-MODIFICACION.
           DISPLAY "Ingrese el codigo de promocion a modificar:".
           ACCEPT CODIGO-BUSCADO.
           PERFORM 2500-UBICAR-PROMOCION THRU 2500-EXIT.
           IF NOT PROMO-UBICADA
               DISPLAY "Promocion inexistente en el maestro."
               GO TO 4000-EXIT
           END-IF.
           MOVE "Modif antes" TO AUD-PREFIJO.
           PERFORM 2900-ARMAR-AUDITORIA THRU 2900-EXIT.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           MOVE "Modif despues" TO AUD-PREFIJO.
           PERFORM 2900-ARMAR-AUDITORIA THRU 2900-EXIT.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - la promocion deja de regir sin borrar su linea; el
      *             reporte de efectividad la sigue encontrando
      ******************************************************************
       5000-BAJA.
           DISPLAY "Ingrese el codigo de promocion a dar de baja:".
           ACCEPT CODIGO-BUSCADO.
           PERFORM 2500-UBICAR-PROMOCION THRU 2500-EXIT.
           IF NOT PROMO-UBICADA
               DISPLAY "Promocion inexistente en el maestro."
               GO TO 5000-EXIT
           END-IF.
           IF PMT-ESTADO (IX-PMT) = "B"
               DISPLAY "La promocion ya estaba dada de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO PMT-ESTADO (IX-PMT).
           DISPLAY "Promocion dada de baja (estado B).".
           STRING "Baja promo=" PMT-CODIGO (IX-PMT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-PROMOCIONES = ZERO
               DISPLAY "Sin promociones en el maestro."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-PMT FROM 1 BY 1
               UNTIL IX-PMT > CANT-PROMOCIONES
               MOVE PMT-PORCENTAJE (IX-PMT) TO WS-ED-PORC
               DISPLAY "Promocion " PMT-CODIGO (IX-PMT)
                   " " PMT-DESCRIPCION (IX-PMT)
                   " estado=" PMT-ESTADO (IX-PMT)
               DISPLAY "    marca=" PMT-MARCA (IX-PMT)
                   " ambito=" PMT-AMBITO (IX-PMT)
                   " " PMT-ALCANCE (IX-PMT)
                   " vigencia=" PMT-DESDE (IX-PMT)
                   "-" PMT-HASTA (IX-PMT)
                   " dias=" PMT-DIAS (IX-PMT)
               DISPLAY "    regla=" PMT-TIPO (IX-PMT)
                   " %=" WS-ED-PORC
                   " lleva=" PMT-LLEVA (IX-PMT)
                   " paga=" PMT-PAGA (IX-PMT)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-PROMOCIONES - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-PROMOCIONES.
           OPEN OUTPUT PROMOCIONES.
           PERFORM VARYING IX-PMT FROM 1 BY 1
               UNTIL IX-PMT > CANT-PROMOCIONES
               MOVE PMT-CODIGO (IX-PMT)      TO PRM-CODIGO
               MOVE PMT-DESCRIPCION (IX-PMT) TO PRM-DESCRIPCION
               MOVE PMT-MARCA (IX-PMT)       TO PRM-MARCA
               MOVE PMT-AMBITO (IX-PMT)      TO PRM-AMBITO
               MOVE PMT-ALCANCE (IX-PMT)     TO PRM-ALCANCE
               MOVE PMT-DESDE (IX-PMT)       TO PRM-DESDE
               MOVE PMT-HASTA (IX-PMT)       TO PRM-HASTA
               MOVE PMT-DIAS (IX-PMT)        TO PRM-DIAS
               MOVE PMT-TIPO (IX-PMT)        TO PRM-TIPO
               MOVE PMT-PORCENTAJE (IX-PMT)  TO PRM-PORCENTAJE
               MOVE PMT-LLEVA (IX-PMT)       TO PRM-LLEVA
               MOVE PMT-PAGA (IX-PMT)        TO PRM-PAGA
               MOVE PMT-ESTADO (IX-PMT)      TO PRM-ESTADO
               WRITE PRM-REGISTRO
           END-PERFORM.
           CLOSE PROMOCIONES.
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
               FOR ALL "MantPromociones".
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
           STRING "MantPromociones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantPromociones.
