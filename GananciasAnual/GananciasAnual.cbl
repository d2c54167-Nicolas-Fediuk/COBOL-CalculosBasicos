      ******************************************************************
      *Liquidacion anual del impuesto a las ganancias (4ta categoria)
      *por legajo, para entregar al empleado y a contaduria al cierre
      *del anio fiscal: suma la ganancia bruta del anio desde
      *SUELDOMES.DAT (sueldos, aguinaldo y retroactivos), las
      *deducciones de ley y lo retenido mes a mes desde GANACUM.DAT,
      *aplica las deducciones personales y cargas de familia del anio
      *completo y la escala anual de GANTABLA.DAT, y compara el
      *impuesto determinado con lo retenido: la diferencia sale como
      *saldo a retener o a devolver. Cada legajo sale en su propio
      *bloque de REPORTE-GANANCIAS.DAT con lugar para la firma del
      *empleado. Es un listado: no graba en los acumulados.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la liquidacion anual.
      * 2026-10-15  NF  El maestro de empleados suma la fecha de
      *                 ingreso, la fecha de egreso y el motivo de
      *                 egreso que asienta la liquidacion final. De
      *                 los conceptos de la liquidacion final la
      *                 indemnizacion por antiguedad (LFI) esta exenta
      *                 y no suma a la ganancia bruta.
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
       PROGRAM-ID. GananciasAnual.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUELDOMES ASSIGN TO "SUELDOMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               FILE STATUS IS FS-SUELDOMES.
           SELECT GANACUM ASSIGN TO "GANACUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAC-CLAVE
               FILE STATUS IS FS-GANACUM.
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
           SELECT REPORTE-GAN ASSIGN TO "REPORTE-GANANCIAS.DAT"
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
      *    Acumulado indexado con clave periodo/legajo/concepto.
       FD  SUELDOMES.
       01  SM-REGISTRO.
           05  SM-CLAVE.
               10  SM-PERIODO       PIC 9(6).
               10  SM-LEGAJO        PIC 9(5).
               10  SM-CONCEPTO      PIC X(03).
           05  SM-SUELDO-BRUTO      PIC 9(7)V99.
           05  SM-SUELDO-NETO       PIC 9(7)V99.
           05  SM-CENTRO-COSTO      PIC X(04).

      *    Acumulado del impuesto por periodo/legajo: ganancia bruta,
      *    deducciones de ley y retencion de cada mes liquidado.
       FD  GANACUM.
       01  GAC-REGISTRO.
           05  GAC-CLAVE.
               10  GAC-PERIODO      PIC 9(06).
               10  GAC-LEGAJO       PIC 9(05).
           05  GAC-BRUTO            PIC 9(9)V99.
           05  GAC-DEDUCIBLE        PIC 9(9)V99.
           05  GAC-RETENIDO         PIC 9(9)V99.

      *    Tabla anual del impuesto (MantGanancias): tipo T tramo de
      *    la escala o D deduccion anual (GNI, DESP, CONY, HIJO).
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

      *    Cargas de familia y otras deducciones anuales del legajo.
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

       FD  REPORTE-GAN
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
       77  FS-SUELDOMES             PIC X(02) VALUE SPACES.
       77  FS-GANACUM               PIC X(02) VALUE SPACES.
       77  FS-GANTABLA              PIC X(02) VALUE SPACES.
       77  FS-GANCARGAS             PIC X(02) VALUE SPACES.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  ANIO-GAN                 PIC 9(04) VALUE ZERO.
       77  PERIODO-DESDE            PIC 9(06) VALUE ZERO.
       77  PERIODO-HASTA            PIC 9(06) VALUE ZERO.
       77  LEGAJO-BUSCADO           PIC 9(05) VALUE ZERO.

       01  SW-FIN-SUELDOMES         PIC X(01) VALUE "N".
           88  FIN-SUELDOMES        VALUE "S".
       01  SW-FIN-GANACUM           PIC X(01) VALUE "N".
           88  FIN-GANACUM          VALUE "S".
       01  SW-FIN-GANTABLA          PIC X(01) VALUE "N".
           88  FIN-GANTABLA         VALUE "S".
       01  SW-FIN-GANCARGAS         PIC X(01) VALUE "N".
           88  FIN-GANCARGAS        VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-TABLAS-OK             PIC X(01) VALUE "S".
           88  TABLAS-OK            VALUE "S".
       01  SW-TRAMO-HALLADO         PIC X(01) VALUE "N".
           88  TRAMO-HALLADO        VALUE "S".
       01  SW-MAESTRO-ABIERTO       PIC X(01) VALUE "N".
           88  MAESTRO-ABIERTO      VALUE "S".

      *----------------------------------------------------------------
      * ESCALA, DEDUCCIONES Y CARGAS DEL ANIO EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-TRAMOS-GAN          PIC 9(2) COMP VALUE ZERO.
       77  CANT-CARGAS-GAN          PIC 9(3) COMP VALUE ZERO.
       77  GAN-DED-GNI              PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-DED-ESPECIAL         PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-DED-CONYUGE          PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-DED-HIJO             PIC 9(9)V99 COMP-3 VALUE ZERO.

       01  TABLA-TRAMOS-GAN.
           05  GTR-ENTRY OCCURS 20 TIMES INDEXED BY IX-GTR.
               10  GTR-DESDE         PIC 9(9)V99 COMP-3.
               10  GTR-HASTA         PIC 9(9)V99 COMP-3.
               10  GTR-FIJO          PIC 9(9)V99 COMP-3.
               10  GTR-PORC          PIC 9(3)V99 COMP-3.

       01  TABLA-CARGAS-GAN.
           05  GCG-ENTRY OCCURS 500 TIMES INDEXED BY IX-GCG.
               10  GCG-LEGAJO        PIC 9(05).
               10  GCG-CONYUGE       PIC X(01).
               10  GCG-HIJOS         PIC 9(02).
               10  GCG-OTRAS-DED     PIC 9(9)V99 COMP-3.

      *----------------------------------------------------------------
      * ACUMULADO DEL ANIO POR LEGAJO
      *----------------------------------------------------------------
       77  CANT-LEGAJOS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-LEGAJOS.
           05  LEG-ENTRY OCCURS 500 TIMES INDEXED BY IX-LEG.
               10  LEG-LEGAJO        PIC 9(05).
               10  LEG-BRUTO         PIC 9(9)V99 COMP-3.
               10  LEG-DEDUCIBLE     PIC 9(9)V99 COMP-3.
               10  LEG-RETENIDO      PIC 9(9)V99 COMP-3.

      *----------------------------------------------------------------
      * CALCULO DEL LEGAJO
      *----------------------------------------------------------------
       77  GAN-PERSONALES           PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-NETA                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-IMPUESTO             PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-SALDO                PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  CONYUGE-LEGAJO           PIC X(01) VALUE "N".
       77  HIJOS-LEGAJO             PIC 9(02) VALUE ZERO.
       77  TOTAL-IMPUESTO           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-RETENIDO           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-A-RETENER          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-A-DEVOLVER         PIC 9(11)V99 COMP-3 VALUE ZERO.

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
       01  WS-ED-VALOR2             PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR3             PIC ZZZZZZZZ9.99.
       01  WS-ED-TOTAL              PIC ZZZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.

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
           IF NOT INIT-OK
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT.
           IF NOT OPERADOR-OK
               PERFORM 7900-CERRAR THRU 7900-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1500-CARGAR-ESCALA THRU 1500-EXIT.
           IF CANT-TRAMOS-GAN = ZERO
               DISPLAY "Sin escala de ganancias para el anio "
                   ANIO-GAN ", no se liquida."
               STRING "Anio=" ANIO-GAN
                   " SIN ESCALA DE GANANCIAS, liquidacion anual "
                   "rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-ACUMULAR-SUELDOS THRU 2000-EXIT.
           PERFORM 2500-ACUMULAR-GANACUM THRU 2500-EXIT.
           IF NOT TABLAS-OK
               DISPLAY "Liquidacion anual ABORTADA: una tabla "
                   "desbordo."
               STRING "Anio=" ANIO-GAN
                   " liquidacion anual ABORTADA, tabla desbordada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-EMITIR-LIQUIDACION THRU 3000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           PERFORM 7900-CERRAR THRU 7900-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - pide el anio fiscal y abre los acumulados
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "Ingrese el anio fiscal a liquidar (AAAA):".
           ACCEPT ANIO-GAN.
           COMPUTE PERIODO-DESDE = ANIO-GAN * 100 + 1.
           COMPUTE PERIODO-HASTA = ANIO-GAN * 100 + 12.
           OPEN INPUT SUELDOMES.
           IF FS-SUELDOMES NOT = "00"
               DISPLAY "No se pudo abrir SUELDOMES.DAT, FS="
                   FS-SUELDOMES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CARGAR-ESCALA - escala, deducciones y cargas de familia
      *                      activas del anio fiscal
      ******************************************************************
       1500-CARGAR-ESCALA.
           MOVE ZERO TO CANT-TRAMOS-GAN.
           MOVE ZERO TO CANT-CARGAS-GAN.
           OPEN INPUT GANTABLA.
           IF FS-GANTABLA NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-GANTABLA.
           PERFORM 1550-LEER-GANTABLA THRU 1550-EXIT
               UNTIL FIN-GANTABLA.
           CLOSE GANTABLA.
           OPEN INPUT GANCARGAS.
           IF FS-GANCARGAS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-GANCARGAS.
           PERFORM 1600-LEER-GANCARGA THRU 1600-EXIT
               UNTIL FIN-GANCARGAS.
           CLOSE GANCARGAS.
       1500-EXIT.
           EXIT.

       1550-LEER-GANTABLA.
           READ GANTABLA
               AT END
                   MOVE "S" TO SW-FIN-GANTABLA
               NOT AT END
                   IF GTB-ANIO = ANIO-GAN AND GTB-ESTADO = "A"
                       IF GTB-TIPO = "T"
                           IF CANT-TRAMOS-GAN < 20
                               ADD 1 TO CANT-TRAMOS-GAN
                               SET IX-GTR TO CANT-TRAMOS-GAN
                               MOVE GTB-DESDE TO GTR-DESDE (IX-GTR)
                               MOVE GTB-HASTA TO GTR-HASTA (IX-GTR)
                               MOVE GTB-FIJO  TO GTR-FIJO (IX-GTR)
                               MOVE GTB-PORC  TO GTR-PORC (IX-GTR)
                           ELSE
                               MOVE "N" TO SW-TABLAS-OK
                               MOVE "S" TO SW-FIN-GANTABLA
                               DISPLAY "La escala de ganancias "
                                   "desbordo."
                           END-IF
                       ELSE
                           EVALUATE GTB-CODIGO
                               WHEN "GNI "
                                   MOVE GTB-IMPORTE TO GAN-DED-GNI
                               WHEN "DESP"
                                   MOVE GTB-IMPORTE TO GAN-DED-ESPECIAL
                               WHEN "CONY"
                                   MOVE GTB-IMPORTE TO GAN-DED-CONYUGE
                               WHEN "HIJO"
                                   MOVE GTB-IMPORTE TO GAN-DED-HIJO
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

       1600-LEER-GANCARGA.
           READ GANCARGAS
               AT END
                   MOVE "S" TO SW-FIN-GANCARGAS
               NOT AT END
                   IF GCF-ANIO = ANIO-GAN
                       IF CANT-CARGAS-GAN < 500
                           ADD 1 TO CANT-CARGAS-GAN
                           SET IX-GCG TO CANT-CARGAS-GAN
                           MOVE GCF-LEGAJO    TO GCG-LEGAJO (IX-GCG)
                           MOVE GCF-CONYUGE   TO GCG-CONYUGE (IX-GCG)
                           MOVE GCF-HIJOS     TO GCG-HIJOS (IX-GCG)
                           MOVE GCF-OTRAS-DED TO GCG-OTRAS-DED (IX-GCG)
                       ELSE
                           MOVE "N" TO SW-TABLAS-OK
                           MOVE "S" TO SW-FIN-GANCARGAS
                           DISPLAY "La tabla de cargas de familia "
                               "desbordo."
                       END-IF
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACUMULAR-SUELDOS - ganancia bruta del anio por legajo:
      *                         todos los conceptos de SUELDOMES de
      *                         enero a diciembre
      ******************************************************************
       2000-ACUMULAR-SUELDOS.
           MOVE PERIODO-DESDE TO SM-PERIODO.
           MOVE ZERO TO SM-LEGAJO.
           MOVE LOW-VALUES TO SM-CONCEPTO.
           MOVE "N" TO SW-FIN-SUELDOMES.
           START SUELDOMES KEY NOT < SM-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SUELDOMES
           END-START.
           PERFORM 2100-LEER-SUELDOMES THRU 2100-EXIT
               UNTIL FIN-SUELDOMES.
       2000-EXIT.
           EXIT.

       2100-LEER-SUELDOMES.
           READ SUELDOMES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SUELDOMES
                   GO TO 2100-EXIT
           END-READ.
           IF SM-PERIODO > PERIODO-HASTA
               MOVE "S" TO SW-FIN-SUELDOMES
               GO TO 2100-EXIT
           END-IF.
      *    La indemnizacion por antiguedad esta exenta.
           IF SM-CONCEPTO = "LFI"
               GO TO 2100-EXIT
           END-IF.
           MOVE SM-LEGAJO TO LEGAJO-BUSCADO.
           PERFORM 2800-UBICAR-LEGAJO THRU 2800-EXIT.
           IF IX-LEG > CANT-LEGAJOS
               GO TO 2100-EXIT
           END-IF.
           ADD SM-SUELDO-BRUTO TO LEG-BRUTO (IX-LEG).
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ACUMULAR-GANACUM - deducciones de ley y retenciones del
      *                         anio por legajo
      ******************************************************************
       2500-ACUMULAR-GANACUM.
           OPEN INPUT GANACUM.
           IF FS-GANACUM NOT = "00"
               DISPLAY "Sin acumulado de ganancias: no hay "
                   "retenciones ni deducciones de ley en el anio."
               GO TO 2500-EXIT
           END-IF.
           MOVE PERIODO-DESDE TO GAC-PERIODO.
           MOVE ZERO TO GAC-LEGAJO.
           MOVE "N" TO SW-FIN-GANACUM.
           START GANACUM KEY NOT < GAC-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-GANACUM
           END-START.
           PERFORM 2600-LEER-GANACUM THRU 2600-EXIT
               UNTIL FIN-GANACUM.
           CLOSE GANACUM.
       2500-EXIT.
           EXIT.

       2600-LEER-GANACUM.
           READ GANACUM NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-GANACUM
                   GO TO 2600-EXIT
           END-READ.
           IF GAC-PERIODO > PERIODO-HASTA
               MOVE "S" TO SW-FIN-GANACUM
               GO TO 2600-EXIT
           END-IF.
           MOVE GAC-LEGAJO TO LEGAJO-BUSCADO.
           PERFORM 2800-UBICAR-LEGAJO THRU 2800-EXIT.
           IF IX-LEG > CANT-LEGAJOS
               GO TO 2600-EXIT
           END-IF.
           ADD GAC-DEDUCIBLE TO LEG-DEDUCIBLE (IX-LEG).
           ADD GAC-RETENIDO  TO LEG-RETENIDO (IX-LEG).
       2600-EXIT.
           EXIT.

      *    Ubica LEGAJO-BUSCADO en la tabla del anio y lo agrega si es
      *    la primera vez; con la tabla llena la liquidacion se aborta
      *    (un legajo descartado quedaria sin su liquidacion anual).
       2800-UBICAR-LEGAJO.
           PERFORM VARYING IX-LEG FROM 1 BY 1
               UNTIL IX-LEG > CANT-LEGAJOS
                   OR LEG-LEGAJO (IX-LEG) = LEGAJO-BUSCADO
               CONTINUE
           END-PERFORM.
           IF IX-LEG NOT > CANT-LEGAJOS
               GO TO 2800-EXIT
           END-IF.
           IF CANT-LEGAJOS >= 500
               MOVE "N" TO SW-TABLAS-OK
               GO TO 2800-EXIT
           END-IF.
           ADD 1 TO CANT-LEGAJOS.
           SET IX-LEG TO CANT-LEGAJOS.
           MOVE LEGAJO-BUSCADO TO LEG-LEGAJO (IX-LEG).
           MOVE ZERO TO LEG-BRUTO (IX-LEG).
           MOVE ZERO TO LEG-DEDUCIBLE (IX-LEG).
           MOVE ZERO TO LEG-RETENIDO (IX-LEG).
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EMITIR-LIQUIDACION - un bloque por legajo con el impuesto
      *                           determinado, lo retenido y el saldo
      ******************************************************************
       3000-EMITIR-LIQUIDACION.
           OPEN OUTPUT REPORTE-GAN.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO = "00"
               MOVE "S" TO SW-MAESTRO-ABIERTO
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "=== LIQUIDACION ANUAL IMPUESTO A LAS GANANCIAS "
               "4TA CATEGORIA - ANIO " ANIO-GAN " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE ZERO TO TOTAL-IMPUESTO.
           MOVE ZERO TO TOTAL-RETENIDO.
           MOVE ZERO TO TOTAL-A-RETENER.
           MOVE ZERO TO TOTAL-A-DEVOLVER.
           PERFORM 3100-LIQUIDAR-LEGAJO THRU 3100-EXIT
               VARYING IX-LEG FROM 1 BY 1
               UNTIL IX-LEG > CANT-LEGAJOS.
           MOVE ALL "=" TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-LEGAJOS   TO WS-ED-CANT.
           MOVE TOTAL-IMPUESTO TO WS-ED-TOTAL.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajos liquidados: " WS-ED-CANT
               "  Impuesto determinado: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOTAL-RETENIDO TO WS-ED-TOTAL.
           MOVE SPACES TO REP-LINEA.
           STRING "Total retenido en el anio: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOTAL-A-RETENER TO WS-ED-TOTAL.
           MOVE SPACES TO REP-LINEA.
           STRING "Saldo a retener........: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE TOTAL-A-DEVOLVER TO WS-ED-TOTAL.
           MOVE SPACES TO REP-LINEA.
           STRING "Saldo a devolver.......: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF MAESTRO-ABIERTO
               CLOSE MAESTRO-EMPLEADOS
           END-IF.
           CLOSE REPORTE-GAN.
           MOVE TOTAL-IMPUESTO TO WS-ED-TOTAL.
           DISPLAY "Legajos liquidados....: " WS-ED-CANT.
           DISPLAY "Impuesto determinado..: " WS-ED-TOTAL.
           STRING "Liquidacion anual ganancias anio=" ANIO-GAN
               " legajos=" WS-ED-CANT
               " impuesto=" WS-ED-TOTAL
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

       3100-LIQUIDAR-LEGAJO.
           MOVE SPACES TO EMP-NOMBRE.
           IF MAESTRO-ABIERTO
               MOVE LEG-LEGAJO (IX-LEG) TO EMP-LEGAJO
               READ MAESTRO-EMPLEADOS
                   INVALID KEY
                       MOVE "(sin maestro)" TO EMP-NOMBRE
               END-READ
           END-IF.
           PERFORM 3200-DEDUCCIONES-PERSONALES THRU 3200-EXIT.
           COMPUTE GAN-NETA = LEG-BRUTO (IX-LEG)
               - LEG-DEDUCIBLE (IX-LEG) - GAN-PERSONALES.
           MOVE ZERO TO GAN-IMPUESTO.
           IF GAN-NETA > ZERO
               MOVE "N" TO SW-TRAMO-HALLADO
               PERFORM 3300-APLICAR-TRAMO THRU 3300-EXIT
                   VARYING IX-GTR FROM 1 BY 1
                   UNTIL IX-GTR > CANT-TRAMOS-GAN OR TRAMO-HALLADO
           END-IF.
           COMPUTE GAN-SALDO = GAN-IMPUESTO - LEG-RETENIDO (IX-LEG).
           ADD GAN-IMPUESTO TO TOTAL-IMPUESTO.
           ADD LEG-RETENIDO (IX-LEG) TO TOTAL-RETENIDO.
           IF GAN-SALDO > ZERO
               ADD GAN-SALDO TO TOTAL-A-RETENER
           ELSE
               SUBTRACT GAN-SALDO FROM TOTAL-A-DEVOLVER
           END-IF.
           MOVE ALL "-" TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "LEGAJO " LEG-LEGAJO (IX-LEG) "  " EMP-NOMBRE
               "  ANIO FISCAL " ANIO-GAN
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE LEG-BRUTO (IX-LEG) TO WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
           STRING "GANANCIA BRUTA DEL ANIO.....: " WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE LEG-DEDUCIBLE (IX-LEG) TO WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
           STRING "APORTES Y DEDUCCIONES LEY...: " WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE GAN-PERSONALES TO WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
           STRING "DEDUCCIONES PERSONALES......: " WS-ED-VALOR2
               "  (CONYUGE " CONYUGE-LEGAJO
               " HIJOS " HIJOS-LEGAJO ")"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF GAN-NETA > ZERO
               MOVE GAN-NETA TO WS-ED-VALOR2
           ELSE
               MOVE ZERO TO WS-ED-VALOR2
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "GANANCIA NETA SUJETA........: " WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE GAN-IMPUESTO TO WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
           STRING "IMPUESTO DETERMINADO........: " WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE LEG-RETENIDO (IX-LEG) TO WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
           STRING "RETENIDO EN EL ANIO.........: " WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE GAN-SALDO TO WS-ED-VALOR3.
           MOVE SPACES TO REP-LINEA.
           IF GAN-SALDO > ZERO
               STRING "SALDO A RETENER.............: " WS-ED-VALOR3
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               STRING "SALDO A DEVOLVER............: " WS-ED-VALOR3
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "FIRMA EMPLEADO..............: ..............."
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3100-EXIT.
           EXIT.

      *    Deducciones personales del anio completo: no imponible,
      *    especial, conyuge, hijos y las otras declaradas.
       3200-DEDUCCIONES-PERSONALES.
           MOVE "N" TO CONYUGE-LEGAJO.
           MOVE ZERO TO HIJOS-LEGAJO.
           ADD GAN-DED-GNI GAN-DED-ESPECIAL GIVING GAN-PERSONALES.
           PERFORM VARYING IX-GCG FROM 1 BY 1
               UNTIL IX-GCG > CANT-CARGAS-GAN
               IF GCG-LEGAJO (IX-GCG) = LEG-LEGAJO (IX-LEG)
                   MOVE GCG-CONYUGE (IX-GCG) TO CONYUGE-LEGAJO
                   MOVE GCG-HIJOS (IX-GCG)   TO HIJOS-LEGAJO
                   IF GCG-CONYUGE (IX-GCG) = "S"
                       ADD GAN-DED-CONYUGE TO GAN-PERSONALES
                   END-IF
                   COMPUTE GAN-PERSONALES = GAN-PERSONALES
                       + GAN-DED-HIJO * GCG-HIJOS (IX-GCG)
                       + GCG-OTRAS-DED (IX-GCG)
               END-IF
           END-PERFORM.
       3200-EXIT.
           EXIT.

      *    Tramo de la escala anual en que cae la ganancia neta; el
      *    tramo con hasta en cero no tiene tope.
       3300-APLICAR-TRAMO.
           IF GAN-NETA NOT > GTR-DESDE (IX-GTR)
               GO TO 3300-EXIT
           END-IF.
           IF GTR-HASTA (IX-GTR) NOT = ZERO
               AND GAN-NETA > GTR-HASTA (IX-GTR)
               GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO SW-TRAMO-HALLADO.
           COMPUTE GAN-IMPUESTO ROUNDED = GTR-FIJO (IX-GTR)
               + (GAN-NETA - GTR-DESDE (IX-GTR))
               * GTR-PORC (IX-GTR) / 100
               ON SIZE ERROR
                   DISPLAY "Impuesto a las ganancias fuera de rango."
                   MOVE ZERO TO GAN-IMPUESTO
           END-COMPUTE.
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
               FOR ALL "GananciasAnual".
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
           STRING "GananciasAnual " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE SUELDOMES.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Liquidacion anual conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GananciasAnual.
