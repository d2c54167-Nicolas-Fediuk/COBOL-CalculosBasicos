      ******************************************************************
      *Presupuesto anual por cuenta contable, centro de costo y
      *periodo (PRESUPUESTO.DAT): la gerencia comparaba el gasto contra
      *una planilla aparte que se tipeaba desde los listados del mayor.
      *El presupuesto se carga una vez por anio desde
      *PRESUPUESTO-ANUAL.DAT (cuenta, centro y los doce importes
      *mensuales); la carga es todo o nada: una cuenta que no existe
      *activa en CUENTAS.DAT, un importe no numerico o una cuenta/centro
      *repetida rechazan el archivo entero, y un anio ya cargado no se
      *vuelve a cargar. Despues de la carga cada cambio es una revision
      *de una cuenta/centro/periodo con motivo obligatorio, que suma 1
      *al numero de revision del importe y deja antes y despues en la
      *auditoria. El centro en blanco presupuesta la cuenta por su
      *total (cuentas que el extracto no abre por centro). El
      *presupuesto contra lo real lo compara ControlPresupuesto.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del presupuesto anual.
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
       PROGRAM-ID. MantPresupuesto.
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
           SELECT PRESUPUESTO-ANUAL ASSIGN TO "PRESUPUESTO-ANUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUENTAS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Importe presupuestado por cuenta, centro y periodo; la
      *    revision cuenta los cambios posteriores a la carga anual.
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

      *    Carga anual: una linea por cuenta/centro con los doce
      *    importes mensuales, de enero a diciembre.
       FD  PRESUPUESTO-ANUAL
           RECORDING MODE IS F.
       01  PAN-REGISTRO.
           05  PAN-CUENTA           PIC X(10).
           05  PAN-CENTRO           PIC X(04).
           05  PAN-IMPORTE          PIC 9(9)V99 OCCURS 12 TIMES.

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
       77  FS-ANUAL                 PIC X(02) VALUE SPACES.
       77  FS-CUENTAS               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  ANIO-PRES                PIC 9(04) VALUE ZERO.
       77  ANIO-LEIDO               PIC 9(04) VALUE ZERO.
       77  CUENTA-BUSCADA           PIC X(10) VALUE SPACES.
       77  CENTRO-BUSCADO           PIC X(04) VALUE SPACES.
       77  IMPORTE-NUEVO            PIC 9(9)V99 VALUE ZERO.
       77  IMPORTE-ANTERIOR         PIC 9(9)V99 VALUE ZERO.
       77  MOTIVO-REVISION          PIC X(40) VALUE SPACES.
       77  MES-CARGA                PIC 9(02) COMP VALUE ZERO.
       77  CANT-LINEAS-ANUAL        PIC 9(5) COMP VALUE ZERO.
       77  CANT-ERRORES             PIC 9(5) COMP VALUE ZERO.
       77  CANT-GRABADOS            PIC 9(5) COMP VALUE ZERO.
       77  CANT-DEL-ANIO            PIC 9(5) COMP VALUE ZERO.
       77  TOTAL-ANUAL              PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  SW-OPCION                PIC X(01).
           88  OPCION-CARGA         VALUE "C" "c".
           88  OPCION-REVISION      VALUE "R" "r".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-CUENTAS           PIC X(01) VALUE "N".
           88  FIN-CUENTAS          VALUE "S".
       01  SW-FIN-ANUAL             PIC X(01) VALUE "N".
           88  FIN-ANUAL            VALUE "S".
       01  SW-FIN-PRESUPUESTO       PIC X(01) VALUE "N".
           88  FIN-PRESUPUESTO      VALUE "S".
       01  SW-CUENTA-UBICADA        PIC X(01) VALUE "N".
           88  CUENTA-UBICADA       VALUE "S".
       01  SW-PRE-EXISTE            PIC X(01) VALUE "N".
           88  PRE-EXISTE           VALUE "S".
       01  SW-CONFIRMA              PIC X(01) VALUE "N".
           88  CONFIRMA             VALUE "S" "s".

       01  PERIODO-TRABAJO          PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-TRABAJO.
           05  PTR-AAAA             PIC 9(04).
           05  PTR-MM               PIC 9(02).

      *----------------------------------------------------------------
      * CUENTAS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-CUENTAS             PIC 9(2) COMP VALUE ZERO.
       01  TABLA-CUENTAS.
           05  CTA-ENTRY OCCURS 50 TIMES INDEXED BY IX-CTA.
               10  CTA-CUENTA-T      PIC X(10).
               10  CTA-ESTADO-T      PIC X(01).

      *----------------------------------------------------------------
      * CUENTA/CENTRO YA VISTOS EN EL ARCHIVO DE CARGA
      *----------------------------------------------------------------
       77  CANT-VISTOS              PIC 9(4) COMP VALUE ZERO.
       01  TABLA-VISTOS.
           05  VIS-ENTRY OCCURS 1000 TIMES INDEXED BY IX-VIS.
               10  VIS-CUENTA        PIC X(10).
               10  VIS-CENTRO        PIC X(04).

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
       01  WS-ED-VALOR1             PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZ9.99.
       01  WS-ED-TOTAL              PIC ZZZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-REV                PIC ZZ9.

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
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1000-CARGAR-CUENTAS THRU 1000-EXIT.
           IF CANT-CUENTAS = ZERO
               DISPLAY "Sin plan de cuentas en CUENTAS.DAT, la "
                   "corrida no sigue."
               STRING "Presupuesto SIN CUENTAS.DAT, corrida rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O PRESUPUESTO.
           IF FS-PRESUPUESTO NOT = "00"
               OPEN OUTPUT PRESUPUESTO
               IF FS-PRESUPUESTO = "00"
                   CLOSE PRESUPUESTO
                   OPEN I-O PRESUPUESTO
               END-IF
           END-IF.
           IF FS-PRESUPUESTO NOT = "00"
               DISPLAY "No se pudo abrir PRESUPUESTO.DAT, FS="
                   FS-PRESUPUESTO
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           CLOSE PRESUPUESTO.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-CUENTAS - el plan de cuentas para validar las
      *                       cuentas presupuestadas
      ******************************************************************
       1000-CARGAR-CUENTAS.
           MOVE ZERO TO CANT-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FS-CUENTAS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CUENTAS.
           PERFORM 1100-LEER-CUENTA THRU 1100-EXIT
               UNTIL FIN-CUENTAS.
           CLOSE CUENTAS.
       1000-EXIT.
           EXIT.

       1100-LEER-CUENTA.
           READ CUENTAS
               AT END
                   MOVE "S" TO SW-FIN-CUENTAS
               NOT AT END
                   IF CANT-CUENTAS < 50
                       ADD 1 TO CANT-CUENTAS
                       SET IX-CTA TO CANT-CUENTAS
                       MOVE CTA-CUENTA TO CTA-CUENTA-T (IX-CTA)
                       MOVE CTA-ESTADO TO CTA-ESTADO-T (IX-CTA)
                   ELSE
                       DISPLAY "Tabla de cuentas llena, se descarta "
                           CTA-CUENTA
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- PRESUPUESTO ANUAL POR CUENTA Y CENTRO -----".
           DISPLAY "C) Carga anual  R) Revision  L) Listar  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           EVALUATE TRUE
               WHEN OPCION-CARGA
                   PERFORM 3000-CARGA-ANUAL THRU 3000-EXIT
               WHEN OPCION-REVISION
                   PERFORM 4000-REVISION THRU 4000-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 5000-LISTAR THRU 5000-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *    La cuenta debe existir activa en el plan de cuentas.
       2500-UBICAR-CUENTA.
           MOVE "N" TO SW-CUENTA-UBICADA.
           PERFORM VARYING IX-CTA FROM 1 BY 1
               UNTIL IX-CTA > CANT-CUENTAS
                   OR CTA-CUENTA-T (IX-CTA) = CUENTA-BUSCADA
               CONTINUE
           END-PERFORM.
           IF IX-CTA NOT > CANT-CUENTAS
               IF CTA-ESTADO-T (IX-CTA) = "A"
                   MOVE "S" TO SW-CUENTA-UBICADA
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *    Cuantos importes del anio pedido hay en el presupuesto.
       2600-CONTAR-ANIO.
           MOVE ZERO TO CANT-DEL-ANIO.
           MOVE LOW-VALUES TO PRE-CLAVE.
           MOVE "N" TO SW-FIN-PRESUPUESTO.
           START PRESUPUESTO KEY NOT < PRE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-PRESUPUESTO
           END-START.
           PERFORM 2650-LEER-ANIO THRU 2650-EXIT
               UNTIL FIN-PRESUPUESTO.
       2600-EXIT.
           EXIT.

       2650-LEER-ANIO.
           READ PRESUPUESTO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PRESUPUESTO
                   GO TO 2650-EXIT
           END-READ.
           DIVIDE PRE-PERIODO BY 100 GIVING ANIO-LEIDO.
           IF ANIO-LEIDO = ANIO-PRES
               ADD 1 TO CANT-DEL-ANIO
           END-IF.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CARGA-ANUAL - primero se valida el archivo entero; solo
      *                    sin errores se graban los doce meses de
      *                    cada linea
      ******************************************************************
       3000-CARGA-ANUAL.
           DISPLAY "Ingrese el anio del presupuesto (AAAA):".
           ACCEPT ANIO-PRES.
           IF ANIO-PRES < 2000
               DISPLAY "Anio invalido."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2600-CONTAR-ANIO THRU 2600-EXIT.
           IF CANT-DEL-ANIO > ZERO
               DISPLAY "El presupuesto " ANIO-PRES " ya fue cargado; "
                   "los cambios se hacen por revision."
               STRING "Carga presupuesto anio=" ANIO-PRES
                   " YA CARGADO, carga rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT PRESUPUESTO-ANUAL.
           IF FS-ANUAL NOT = "00"
               DISPLAY "No se pudo abrir PRESUPUESTO-ANUAL.DAT, FS="
                   FS-ANUAL
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO CANT-LINEAS-ANUAL.
           MOVE ZERO TO CANT-ERRORES.
           MOVE ZERO TO CANT-VISTOS.
           MOVE "N" TO SW-FIN-ANUAL.
           PERFORM 3100-VALIDAR-LINEA THRU 3100-EXIT
               UNTIL FIN-ANUAL.
           CLOSE PRESUPUESTO-ANUAL.
           MOVE CANT-LINEAS-ANUAL TO WS-ED-CANT.
           MOVE CANT-ERRORES      TO WS-ED-CANT2.
           IF CANT-ERRORES > ZERO OR CANT-LINEAS-ANUAL = ZERO
               DISPLAY "Carga rechazada: lineas=" WS-ED-CANT
                   " con error=" WS-ED-CANT2 ". No se grabo nada."
               STRING "Carga presupuesto anio=" ANIO-PRES
                   " lineas=" WS-ED-CANT " errores=" WS-ED-CANT2
                   ", carga RECHAZADA"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT PRESUPUESTO-ANUAL.
           MOVE ZERO TO CANT-GRABADOS.
           MOVE ZERO TO TOTAL-ANUAL.
           MOVE "N" TO SW-FIN-ANUAL.
           PERFORM 3300-GRABAR-LINEA THRU 3300-EXIT
               UNTIL FIN-ANUAL.
           CLOSE PRESUPUESTO-ANUAL.
           MOVE CANT-GRABADOS TO WS-ED-CANT2.
           MOVE TOTAL-ANUAL   TO WS-ED-TOTAL.
           DISPLAY "Presupuesto " ANIO-PRES " cargado: lineas="
               WS-ED-CANT " importes=" WS-ED-CANT2
               " total=" WS-ED-TOTAL.
           STRING "Carga presupuesto anio=" ANIO-PRES
               " lineas=" WS-ED-CANT " importes=" WS-ED-CANT2
               " total=" WS-ED-TOTAL
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

       3100-VALIDAR-LINEA.
           READ PRESUPUESTO-ANUAL
               AT END
                   MOVE "S" TO SW-FIN-ANUAL
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO CANT-LINEAS-ANUAL.
           MOVE PAN-CUENTA TO CUENTA-BUSCADA.
           PERFORM 2500-UBICAR-CUENTA THRU 2500-EXIT.
           IF NOT CUENTA-UBICADA
               DISPLAY "Cuenta " PAN-CUENTA " inexistente o inactiva "
                   "en el plan de cuentas."
               ADD 1 TO CANT-ERRORES
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-CONTROLAR-MES THRU 3150-EXIT
               VARYING MES-CARGA FROM 1 BY 1
               UNTIL MES-CARGA > 12.
           PERFORM VARYING IX-VIS FROM 1 BY 1
               UNTIL IX-VIS > CANT-VISTOS
                   OR (VIS-CUENTA (IX-VIS) = PAN-CUENTA
                       AND VIS-CENTRO (IX-VIS) = PAN-CENTRO)
               CONTINUE
           END-PERFORM.
           IF IX-VIS NOT > CANT-VISTOS
               DISPLAY "Cuenta " PAN-CUENTA " centro " PAN-CENTRO
                   " repetida en el archivo de carga."
               ADD 1 TO CANT-ERRORES
               GO TO 3100-EXIT
           END-IF.
           IF CANT-VISTOS >= 1000
               DISPLAY "Archivo de carga excede la tabla."
               ADD 1 TO CANT-ERRORES
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CANT-VISTOS.
           SET IX-VIS TO CANT-VISTOS.
           MOVE PAN-CUENTA TO VIS-CUENTA (IX-VIS).
           MOVE PAN-CENTRO TO VIS-CENTRO (IX-VIS).
       3100-EXIT.
           EXIT.

       3150-CONTROLAR-MES.
           IF PAN-IMPORTE (MES-CARGA) IS NOT NUMERIC
               DISPLAY "Cuenta " PAN-CUENTA " centro " PAN-CENTRO
                   " importe no numerico en el mes " MES-CARGA
               ADD 1 TO CANT-ERRORES
           END-IF.
       3150-EXIT.
           EXIT.

       3300-GRABAR-LINEA.
           READ PRESUPUESTO-ANUAL
               AT END
                   MOVE "S" TO SW-FIN-ANUAL
                   GO TO 3300-EXIT
           END-READ.
           PERFORM 3350-GRABAR-MES THRU 3350-EXIT
               VARYING MES-CARGA FROM 1 BY 1
               UNTIL MES-CARGA > 12.
       3300-EXIT.
           EXIT.

       3350-GRABAR-MES.
           MOVE PAN-CUENTA TO PRE-CUENTA.
           MOVE PAN-CENTRO TO PRE-CENTRO.
           COMPUTE PRE-PERIODO = ANIO-PRES * 100 + MES-CARGA.
           MOVE PAN-IMPORTE (MES-CARGA) TO PRE-IMPORTE.
           MOVE ZERO            TO PRE-REVISION.
           MOVE FECHA-HOY       TO PRE-FECHA.
           MOVE OPERADOR-CODIGO TO PRE-OPERADOR.
           WRITE PRE-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar " PRE-CUENTA " "
                       PRE-CENTRO " " PRE-PERIODO ", FS="
                       FS-PRESUPUESTO
               NOT INVALID KEY
                   ADD 1 TO CANT-GRABADOS
                   ADD PRE-IMPORTE TO TOTAL-ANUAL
           END-WRITE.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REVISION - cambio de un importe con motivo; sin importe
      *                 previo la revision lo da de alta
      ******************************************************************
       4000-REVISION.
           DISPLAY "Ingrese la cuenta:".
           ACCEPT CUENTA-BUSCADA.
           PERFORM 2500-UBICAR-CUENTA THRU 2500-EXIT.
           IF NOT CUENTA-UBICADA
               DISPLAY "Cuenta inexistente o inactiva."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Ingrese el centro de costo (espacios = total):".
           ACCEPT CENTRO-BUSCADO.
           DISPLAY "Ingrese el periodo (AAAAMM):".
           ACCEPT PERIODO-TRABAJO.
           IF PTR-MM < 1 OR PTR-MM > 12
               DISPLAY "Periodo invalido."
               GO TO 4000-EXIT
           END-IF.
           MOVE CUENTA-BUSCADA  TO PRE-CUENTA.
           MOVE CENTRO-BUSCADO  TO PRE-CENTRO.
           MOVE PERIODO-TRABAJO TO PRE-PERIODO.
           MOVE "N" TO SW-PRE-EXISTE.
           READ PRESUPUESTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-PRE-EXISTE
           END-READ.
           IF PRE-EXISTE
               MOVE PRE-IMPORTE  TO IMPORTE-ANTERIOR
               MOVE PRE-IMPORTE  TO WS-ED-VALOR1
               MOVE PRE-REVISION TO WS-ED-REV
               DISPLAY "Presupuesto actual: " WS-ED-VALOR1
                   " revision " WS-ED-REV
           ELSE
               DISPLAY "Sin presupuesto para esa cuenta/centro/"
                   "periodo. Darlo de alta (S/N)?"
               ACCEPT SW-CONFIRMA
               IF NOT CONFIRMA
                   GO TO 4000-EXIT
               END-IF
               MOVE ZERO TO IMPORTE-ANTERIOR
               MOVE CUENTA-BUSCADA  TO PRE-CUENTA
               MOVE CENTRO-BUSCADO  TO PRE-CENTRO
               MOVE PERIODO-TRABAJO TO PRE-PERIODO
               MOVE ZERO TO PRE-REVISION
           END-IF.
           DISPLAY "Ingrese el nuevo importe:".
           ACCEPT IMPORTE-NUEVO.
       4000-MOTIVO.
           DISPLAY "Motivo de la revision (obligatorio):".
           ACCEPT MOTIVO-REVISION.
           IF MOTIVO-REVISION = SPACES
               GO TO 4000-MOTIVO
           END-IF.
           MOVE IMPORTE-NUEVO   TO PRE-IMPORTE.
           ADD 1 TO PRE-REVISION.
           MOVE FECHA-HOY       TO PRE-FECHA.
           MOVE OPERADOR-CODIGO TO PRE-OPERADOR.
           IF PRE-EXISTE
               REWRITE PRE-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar la revision, FS="
                           FS-PRESUPUESTO
                       GO TO 4000-EXIT
               END-REWRITE
           ELSE
               WRITE PRE-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar la revision, FS="
                           FS-PRESUPUESTO
                       GO TO 4000-EXIT
               END-WRITE
           END-IF.
           DISPLAY "Revision grabada.".
           MOVE IMPORTE-ANTERIOR TO WS-ED-VALOR1.
           MOVE IMPORTE-NUEVO    TO WS-ED-VALOR2.
           MOVE PRE-REVISION     TO WS-ED-REV.
           STRING "Revision presupuesto cuenta=" PRE-CUENTA
               " centro=" PRE-CENTRO " periodo=" PRE-PERIODO
               " importe=" WS-ED-VALOR1 "->" WS-ED-VALOR2
               " rev=" WS-ED-REV " motivo=" MOTIVO-REVISION
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LISTAR - importes de un anio, de una cuenta o de todas
      ******************************************************************
       5000-LISTAR.
           DISPLAY "Ingrese el anio (AAAA):".
           ACCEPT ANIO-PRES.
           DISPLAY "Ingrese la cuenta (espacios = todas):".
           ACCEPT CUENTA-BUSCADA.
           MOVE LOW-VALUES TO PRE-CLAVE.
           IF CUENTA-BUSCADA NOT = SPACES
               MOVE CUENTA-BUSCADA TO PRE-CUENTA
           END-IF.
           MOVE ZERO TO CANT-DEL-ANIO.
           MOVE "N" TO SW-FIN-PRESUPUESTO.
           START PRESUPUESTO KEY NOT < PRE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-PRESUPUESTO
           END-START.
           PERFORM 5100-LISTAR-IMPORTE THRU 5100-EXIT
               UNTIL FIN-PRESUPUESTO.
           IF CANT-DEL-ANIO = ZERO
               DISPLAY "Sin presupuesto para el anio pedido."
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LISTAR-IMPORTE.
           READ PRESUPUESTO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PRESUPUESTO
                   GO TO 5100-EXIT
           END-READ.
           IF CUENTA-BUSCADA NOT = SPACES
               AND PRE-CUENTA NOT = CUENTA-BUSCADA
               MOVE "S" TO SW-FIN-PRESUPUESTO
               GO TO 5100-EXIT
           END-IF.
           DIVIDE PRE-PERIODO BY 100 GIVING ANIO-LEIDO.
           IF ANIO-LEIDO NOT = ANIO-PRES
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO CANT-DEL-ANIO.
           MOVE PRE-IMPORTE  TO WS-ED-VALOR1.
           MOVE PRE-REVISION TO WS-ED-REV.
           DISPLAY "Cuenta " PRE-CUENTA " centro " PRE-CENTRO
               " periodo " PRE-PERIODO " importe=" WS-ED-VALOR1
               " rev=" WS-ED-REV " " PRE-FECHA " " PRE-OPERADOR.
       5100-EXIT.
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
               FOR ALL "MantPresupuesto".
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
           STRING "MantPresupuesto " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantPresupuesto.
