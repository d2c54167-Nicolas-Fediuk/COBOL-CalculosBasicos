      *                 silencio (tarifa vieja, semana en cero o
      *                 embargo salteado) y aborta la corrida con FIN
      *                 ERROR antes de grabar nada.
      * 2026-10-15  NF  Retencion del impuesto a las ganancias (4ta
      *                 categoria): con la escala anual y las
      *                 deducciones de GANTABLA.DAT y las cargas de
      *                 familia por legajo de GANCARGAS.DAT (ambos
      *                 los mantiene MantGanancias) se calcula el
      *                 impuesto acumulado al mes liquidado sobre la
      *                 ganancia acumulada del anio, que lleva el
      *                 nuevo acumulado indexado GANACUM.DAT por
      *                 periodo/legajo. Se retiene la diferencia entre
      *                 el impuesto a la fecha y lo ya retenido, sale
      *                 en su propia linea del recibo y baja el neto;
      *                 el reproceso retira tambien el acumulado del
      *                 periodo. Sin escala para el anio la corrida
      *                 sigue sin retener, con aviso en la auditoria.
      *                 La liquidacion anual por legajo la emite
      *                 GananciasAnual.
      * 2026-10-15  NF  El maestro de empleados suma la fecha de
      *                 ingreso y la fecha y el motivo de egreso. Los
      *                 conceptos de la liquidacion final (LFD dias
      *                 trabajados, LFS SAC proporcional, LFV
      *                 vacaciones no gozadas, LFI indemnizacion, LFP
      *                 preaviso) que graba LiquidacionFinal no son
      *                 parte de la corrida de tarjetas: el reproceso
      *                 los conserva igual que el SAC.
      * 2026-10-15  NF  Personal mensualizado: el legajo con tipo de
      *                 liquidacion M en el maestro cobra su sueldo
      *                 basico mensual en vez de horas por tarifa, una
      *                 sola vez por periodo. Las corridas semanales de
      *                 lote no lo liquidan: acumulan en HORASMENS.DAT
      *                 por periodo y legajo las horas normales (hasta
      *                 la jornada semanal de 48 de cada tarjeta) y las
      *                 extras, y cuentan los mazos semanales del
      *                 periodo. La corrida de cierre del mes liquida a
      *                 cada mensualizado acumulado: las horas normales
      *                 se controlan contra las programadas (semanas
      *                 del periodo por la jornada semanal); lo que
      *                 falta, en dias de 8 horas y descontados una vez
      *                 los dias de licencia, se descuenta como
      *                 ausencia injustificada a basico/30 por dia, y
      *                 las extras se pagan al 1.5 sobre la hora del
      *                 basico (basico/200). En el ingreso interactivo
      *                 se cargan las horas y las semanas del mes. La
      *                 licencia ya va dentro del basico. SUELDOMES, el
      *                 recibo, ganancias y adelantos siguen igual para
      *                 los dos tipos. El reproceso retira tambien las
      *                 horas acumuladas del periodo.
      * 2026-10-15  NF  El encabezado del recibo lleva la fecha de
      *                 emision (EMITIDO AAAAMMDD), de la que
      *                 PendientesFirma cuenta los dias que el
      *                 duplicado lleva sin volver firmado.
      * 2026-10-15  NF  Cada linea de auditoria lleva numero de
      *                 secuencia y un sello encadenado al de la linea
      *                 anterior, para que una linea adulterada,
      *                 intercalada o quitada se detecte al verificar
      *                 la cadena.
      * 2026-10-15  NF  El cierre del mes recorre el maestro: el
      *                 mensualizado activo sin horas acumuladas (sin
      *                 tarjetas, de licencia o con todas rechazadas)
      *                 se liquida con cero horas y su fila queda
      *                 liquidada; el maestro pasa a acceso dinamico.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ejercicio1.
               FILE STATUS IS FS-TARJETAS.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT REPORTE-SALIDA ASSIGN TO "REPORTE-SUELDO.DAT"
           SELECT RUNCONTROL ASSIGN TO "RUNCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCONTROL.

           SELECT GANTABLA ASSIGN TO "GANTABLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GANTABLA.

           SELECT GANCARGAS ASSIGN TO "GANCARGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GANCARGAS.

           SELECT GANACUM ASSIGN TO "GANACUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAC-CLAVE
               FILE STATUS IS FS-GANACUM.

           SELECT HORASMENS ASSIGN TO "HORASMENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HMM-CLAVE
               FILE STATUS IS FS-HORASMENS.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS
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

       FD  REPORTE-SALIDA
           RECORDING MODE IS F.

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

      *    Acumulado indexado con clave periodo/legajo/concepto: el
      *    reproceso borra su periodo en forma directa y los programas
               10  SM-PERIODO       PIC 9(6).
               10  SM-LEGAJO        PIC 9(5).
               10  SM-CONCEPTO      PIC X(03).
                   88  CONCEPTO-LIQ-FINAL
                       VALUE "LFD" "LFS" "LFV" "LFI" "LFP".
           05  SM-SUELDO-BRUTO      PIC 9(7)V99.
           05  SM-SUELDO-NETO       PIC 9(7)V99.
           05  SM-CENTRO-COSTO      PIC X(04).
           05  RUN-ESTADO           PIC X(05).
           05  RUN-CANT             PIC 9(07).

      *    Tabla anual del impuesto a las ganancias (MantGanancias):
      *    tipo T tramo de la escala (desde, hasta, fijo y porcentaje
      *    sobre el excedente) o D deduccion anual (GNI no imponible,
      *    DESP especial, CONY conyuge, HIJO por hijo).
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
      *    declaradas para el anio (MantGanancias).
       FD  GANCARGAS
           RECORDING MODE IS F.
       01  GCF-REGISTRO.
           05  GCF-LEGAJO           PIC 9(05).
           05  GCF-ANIO             PIC 9(04).
           05  GCF-CONYUGE          PIC X(01).
           05  GCF-HIJOS            PIC 9(02).
           05  GCF-OTRAS-DED        PIC 9(9)V99.

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

      *    Horas del mes del personal mensualizado por periodo/legajo,
      *    acumuladas semana a semana hasta la corrida de cierre que
      *    liquida el basico. El legajo 00000 es el control del
      *    periodo: HMM-TARJETAS cuenta ahi los mazos semanales.
       FD  HORASMENS.
       01  HMM-REGISTRO.
           05  HMM-CLAVE.
               10  HMM-PERIODO      PIC 9(06).
               10  HMM-LEGAJO       PIC 9(05).
           05  HMM-HORAS-NORMALES   PIC 9(03).
           05  HMM-HORAS-EXTRA      PIC 9(03).
           05  HMM-TARJETAS         PIC 9(02).
           05  HMM-CENTRO-COSTO     PIC X(04).
           05  HMM-ESTADO           PIC X(01).
               88  HMM-ACUMULANDO   VALUE "A".
               88  HMM-LIQUIDADO    VALUE "L".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * DATOS DE ENTRADA
       77  PERIODO-ACTUAL           PIC 9(06).
       77  LEGAJO-ACTUAL            PIC 9(05).
       77  NUMERO-RECIBO            PIC 9(07) VALUE ZERO.
       77  FECHA-EMISION            PIC 9(08) VALUE ZERO.
       77  CENTRO-COSTO             PIC X(04) VALUE SPACES.
       77  NOMBRE-TARJETAS          PIC X(20) VALUE "TARJETAS.DAT".

           05  CKP-TOTAL-SUELDOS    PIC 9(09)V99.
           05  CKP-ARCHIVO          PIC X(20).

      *----------------------------------------------------------------
      * PERSONAL MENSUALIZADO - basico del maestro, ausencias contra la
      * jornada y extras sobre la hora del basico
      *----------------------------------------------------------------
       77  SUELDO-BASICO            PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  VALOR-DIA-BASICO         PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  IMPORTE-AUSENCIA         PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  HORAS-FALTANTES          PIC 9(3) VALUE ZERO.
       77  DIAS-AUSENCIA            PIC 9(3) VALUE ZERO.
       77  DIAS-MES-BASICO          PIC 9(2) VALUE 30.
       77  HORAS-MES-BASICO         PIC 9(3) VALUE 200.
       77  TOPE-HORAS-MES           PIC 9(3) VALUE 320.
       77  TOPE-HORAS-INGRESO       PIC 9(3) VALUE ZERO.
       77  HORAS-MES-NORMALES       PIC 9(3) VALUE ZERO.
       77  HORAS-MES-EXTRA          PIC 9(3) VALUE ZERO.
       77  HORAS-PROGRAMADAS        PIC 9(3) VALUE ZERO.
       77  SEMANAS-PERIODO          PIC 9(2) VALUE ZERO.
       77  TOPE-SEMANAS-PERIODO     PIC 9(2) VALUE 6.
       77  FS-HORASMENS             PIC X(02) VALUE SPACES.
       77  CANT-MENS-LIQUIDADOS     PIC 9(05) COMP VALUE ZERO.
       77  CANT-DEP-HMM             PIC 9(05) COMP VALUE ZERO.

       01  SW-TIPO-LIQUIDACION      PIC X(01) VALUE "H".
           88  LIQ-MENSUALIZADO     VALUE "M".
       01  SW-BASICO-LIQUIDADO      PIC X(01) VALUE "N".
           88  BASICO-LIQUIDADO     VALUE "S".
       01  SW-CIERRE-MES            PIC X(01) VALUE "N".
           88  CIERRE-MES           VALUE "S" "s".
       01  SW-SEMANAS-OK            PIC X(01) VALUE "N".
           88  SEMANAS-CONFIRMADAS  VALUE "S" "s".
       01  SW-HORASMENS-OK          PIC X(01) VALUE "N".
           88  HORASMENS-OK         VALUE "S".
       01  SW-HMM-NUEVO             PIC X(01) VALUE "N".
           88  HMM-NUEVO            VALUE "S".
       01  SW-FIN-PADRON-MENS       PIC X(01) VALUE "N".
           88  FIN-PADRON-MENS      VALUE "S".
       01  SW-FIN-DEPURA-HMM        PIC X(01) VALUE "N".
           88  FIN-DEPURA-HMM       VALUE "S".

      *----------------------------------------------------------------
      * LICENCIAS DEL PERIODO EN MEMORIA
      *----------------------------------------------------------------
               10  DET-DESCRIPCION   PIC X(20).
               10  DET-IMPORTE       PIC 9(7)V99 COMP-3.

      *----------------------------------------------------------------
      * IMPUESTO A LAS GANANCIAS (4TA CATEGORIA) - escala, deducciones
      * y cargas de familia del anio liquidado en memoria; lo
      * acumulado del anio por legajo se lee de GANACUM
      *----------------------------------------------------------------
       77  FS-GANTABLA              PIC X(02) VALUE SPACES.
       77  FS-GANCARGAS             PIC X(02) VALUE SPACES.
       77  FS-GANACUM               PIC X(02) VALUE SPACES.
       77  CANT-TRAMOS-GAN          PIC 9(2) COMP VALUE ZERO.
       77  CANT-CARGAS-GAN          PIC 9(3) COMP VALUE ZERO.
       77  MES-GAN                  PIC 9(2) COMP VALUE ZERO.
       77  GAN-DED-GNI              PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-DED-ESPECIAL         PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-DED-CONYUGE          PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-DED-HIJO             PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  DEDUCIBLE-LEGAJO         PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  RETENCION-GANANCIAS      PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  GAN-BRUTO-ACUM           PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-DEDUCIBLE-ACUM       PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-RETENIDO-ACUM        PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-PERSONALES           PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-PERSONALES-MES       PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-NETA-ACUM            PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-IMPUESTO-ACUM        PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-DESDE-MES            PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-HASTA-MES            PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAN-RETENCION-CALC       PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  SW-ESCALA-GANANCIAS      PIC X(01) VALUE "N".
           88  ESCALA-GANANCIAS     VALUE "S".
       01  SW-FIN-GANTABLA          PIC X(01) VALUE "N".
           88  FIN-GANTABLA         VALUE "S".
       01  SW-FIN-GANCARGAS         PIC X(01) VALUE "N".
           88  FIN-GANCARGAS        VALUE "S".
       01  SW-TRAMO-HALLADO         PIC X(01) VALUE "N".
           88  TRAMO-HALLADO        VALUE "S".
       01  SW-GAC-DUPLICADO         PIC X(01) VALUE "N".
           88  GAC-DUPLICADO        VALUE "S".
       01  SW-FIN-DEPURA-GAN        PIC X(01) VALUE "N".
           88  FIN-DEPURA-GAN       VALUE "S".

       77  GAC-BRUTO-NUEVO          PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAC-DEDUCIBLE-NUEVO      PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  GAC-RETENIDO-NUEVO       PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  CANT-DEP-GAN             PIC 9(05) COMP VALUE ZERO.

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

       01  FECHA-RECORTE            PIC 9(08).
       01  FILLER REDEFINES FECHA-RECORTE.
           05  FILLER               PIC 9(06).
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
       01  WS-ED-VALOR1              PIC ZZZZZZ9.99.
       01  WS-ED-VALOR2              PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR3              PIC ZZ9.99.
      *    invalido: despues de depurar se liquida todo de nuevo.
           IF REPROCESO
               PERFORM 1500-DEPURAR-PERIODO THRU 1500-EXIT
               PERFORM 1550-DEPURAR-GANACUM THRU 1550-EXIT
               PERFORM 1570-DEPURAR-HORASMENS THRU 1570-EXIT
               PERFORM 3800-LIMPIAR-CHECKPOINT THRU 3800-EXIT
               DISPLAY "Reproceso: el punto de control del lote "
                   "queda invalidado, se liquida todo de nuevo."
           PERFORM 1900-CARGAR-CONCEPTOS THRU 1900-EXIT.
           PERFORM 1450-CARGAR-ADELANTOS THRU 1450-EXIT.
           PERFORM 1480-CARGAR-TARIFAS THRU 1480-EXIT.
           PERFORM 1960-CARGAR-GANANCIAS THRU 1960-EXIT.
           IF NOT TABLAS-OK
               DISPLAY "Corrida ABORTADA: una tabla de liquidacion "
                   "desbordo y no se graba nada."
           ACCEPT PERIODO-ACTUAL.
           DISPLAY "Es un reproceso del periodo (S/N)?".
           ACCEPT SW-REPROCESO.
           IF MODO-LOTE
               DISPLAY "Es la corrida de cierre del mes, que liquida "
                   "al personal mensualizado (S/N)?"
               ACCEPT SW-CIERRE-MES
           END-IF.
       1000-EXIT.
           EXIT.


      *    Solo se borran los sueldos del periodo (SUE y conceptos que
      *    cuelgan de ellos): el aguinaldo ya liquidado (SAC) no es
      *    parte de la corrida de tarjetas y se conserva, lo mismo
      *    que los conceptos de la liquidacion final. El ajuste
      *    RET tambien se retira (la nueva liquidacion toma la tarifa
      *    retroactiva de TARVIGENCIA y el ajuste queda absorbido),
      *    pero se cuenta y audita aparte porque su recibo ya emitido
                       MOVE "S" TO SW-FIN-DEPURA
                   ELSE
                       IF SM-CONCEPTO NOT = "SAC"
                           AND NOT CONCEPTO-LIQ-FINAL
                           IF SM-CONCEPTO = "RET"
                               ADD 1 TO CANT-DEP-RET
                               ADD SM-SUELDO-NETO TO TOTAL-DEP-RET
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1550-DEPURAR-GANACUM - retira del acumulado de ganancias lo
      *                        del periodo que se reprocesa, para que
      *                        la nueva liquidacion no sume dos veces
      *                        el mes ni descuente otra vez la
      *                        retencion ya calculada
      ******************************************************************
       1550-DEPURAR-GANACUM.
           MOVE ZERO TO CANT-DEP-GAN.
           OPEN I-O GANACUM.
           IF FS-GANACUM NOT = "00"
               GO TO 1550-EXIT
           END-IF.
           MOVE PERIODO-ACTUAL TO GAC-PERIODO.
           MOVE ZERO TO GAC-LEGAJO.
           MOVE "N" TO SW-FIN-DEPURA-GAN.
           START GANACUM KEY NOT < GAC-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-DEPURA-GAN
           END-START.
           PERFORM 1560-BORRAR-GANACUM THRU 1560-EXIT
               UNTIL FIN-DEPURA-GAN.
           CLOSE GANACUM.
           MOVE CANT-DEP-GAN TO WS-ED-CANT.
           STRING "Reproceso periodo=" PERIODO-ACTUAL
               " BAJA de " WS-ED-CANT
               " acumulados de ganancias del periodo"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       1550-EXIT.
           EXIT.

       1560-BORRAR-GANACUM.
           READ GANACUM NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-DEPURA-GAN
               NOT AT END
                   IF GAC-PERIODO NOT = PERIODO-ACTUAL
                       MOVE "S" TO SW-FIN-DEPURA-GAN
                   ELSE
                       ADD 1 TO CANT-DEP-GAN
                       DELETE GANACUM RECORD
                           INVALID KEY
                               DISPLAY "No se pudo borrar el "
                                   "acumulado, FS=" FS-GANACUM
                       END-DELETE
                   END-IF
           END-READ.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 1570-DEPURAR-HORASMENS - retira las horas acumuladas de los
      *                          mensualizados del periodo que se
      *                          reprocesa, junto con el control de
      *                          semanas, para que el cierre no las
      *                          sume dos veces
      ******************************************************************
       1570-DEPURAR-HORASMENS.
           MOVE ZERO TO CANT-DEP-HMM.
           OPEN I-O HORASMENS.
           IF FS-HORASMENS NOT = "00"
               GO TO 1570-EXIT
           END-IF.
           MOVE PERIODO-ACTUAL TO HMM-PERIODO.
           MOVE ZERO TO HMM-LEGAJO.
           MOVE "N" TO SW-FIN-DEPURA-HMM.
           START HORASMENS KEY NOT < HMM-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-DEPURA-HMM
           END-START.
           PERFORM 1580-BORRAR-HORASMENS THRU 1580-EXIT
               UNTIL FIN-DEPURA-HMM.
           CLOSE HORASMENS.
           MOVE CANT-DEP-HMM TO WS-ED-CANT.
           STRING "Reproceso periodo=" PERIODO-ACTUAL
               " BAJA de " WS-ED-CANT
               " acumulados de horas de mensualizados"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       1570-EXIT.
           EXIT.

       1580-BORRAR-HORASMENS.
           READ HORASMENS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-DEPURA-HMM
               NOT AT END
                   IF HMM-PERIODO NOT = PERIODO-ACTUAL
                       MOVE "S" TO SW-FIN-DEPURA-HMM
                   ELSE
                       ADD 1 TO CANT-DEP-HMM
                       DELETE HORASMENS RECORD
                           INVALID KEY
                               DISPLAY "No se pudo borrar el "
                                   "acumulado de horas, FS="
                                   FS-HORASMENS
                       END-DELETE
                   END-IF
           END-READ.
       1580-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABRIR-SUELDOMES - deja el acumulado indexado listo para
      *                        recibir las liquidaciones de la corrida,
                   OPEN I-O SUELDOMES
               END-IF
           END-IF.
           OPEN I-O GANACUM.
           IF FS-GANACUM NOT = "00"
               OPEN OUTPUT GANACUM
               IF FS-GANACUM = "00"
                   CLOSE GANACUM
                   OPEN I-O GANACUM
               END-IF
           END-IF.
           OPEN I-O HORASMENS.
           IF FS-HORASMENS NOT = "00"
               OPEN OUTPUT HORASMENS
               IF FS-HORASMENS = "00"
                   CLOSE HORASMENS
                   OPEN I-O HORASMENS
               END-IF
           END-IF.
           IF FS-HORASMENS = "00"
               MOVE "S" TO SW-HORASMENS-OK
           ELSE
               MOVE "N" TO SW-HORASMENS-OK
               DISPLAY "No se pudo abrir HORASMENS.DAT, FS="
                   FS-HORASMENS
           END-IF.
       1600-EXIT.
           EXIT.

       1950-EXIT.
           EXIT.

      ******************************************************************
      * 1960-CARGAR-GANANCIAS - levanta la escala del impuesto a las
      *                         ganancias, las deducciones personales
      *                         y las cargas de familia del anio del
      *                         periodo; sin escala para el anio la
      *                         corrida sigue sin retener, con aviso
      *                         en la auditoria
      ******************************************************************
       1960-CARGAR-GANANCIAS.
           MOVE ZERO TO CANT-TRAMOS-GAN.
           MOVE ZERO TO CANT-CARGAS-GAN.
           MOVE ZERO TO GAN-DED-GNI.
           MOVE ZERO TO GAN-DED-ESPECIAL.
           MOVE ZERO TO GAN-DED-CONYUGE.
           MOVE ZERO TO GAN-DED-HIJO.
           MOVE "N" TO SW-ESCALA-GANANCIAS.
           OPEN INPUT GANTABLA.
           IF FS-GANTABLA = "00"
               MOVE "N" TO SW-FIN-GANTABLA
               PERFORM 1965-LEER-GANTABLA THRU 1965-EXIT
                   UNTIL FIN-GANTABLA
               CLOSE GANTABLA
           END-IF.
           IF CANT-TRAMOS-GAN = ZERO
               DISPLAY "Sin escala de ganancias para el anio "
                   PD-AAAA ", no se retiene el impuesto."
               STRING "Periodo=" PERIODO-ACTUAL
                   " SIN ESCALA DE GANANCIAS para el anio " PD-AAAA
                   ", no se retiene el impuesto"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 1960-EXIT
           END-IF.
           MOVE "S" TO SW-ESCALA-GANANCIAS.
           OPEN INPUT GANCARGAS.
           IF FS-GANCARGAS NOT = "00"
               GO TO 1960-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-GANCARGAS.
           PERFORM 1970-LEER-GANCARGA THRU 1970-EXIT
               UNTIL FIN-GANCARGAS.
           CLOSE GANCARGAS.
       1960-EXIT.
           EXIT.

      *    Solo interesan los tramos y deducciones activos del anio
      *    del periodo liquidado.
       1965-LEER-GANTABLA.
           READ GANTABLA
               AT END
                   MOVE "S" TO SW-FIN-GANTABLA
               NOT AT END
                   IF GTB-ANIO = PD-AAAA AND GTB-ESTADO = "A"
                       IF GTB-TIPO = "T"
                           IF CANT-TRAMOS-GAN < 20
                               ADD 1 TO CANT-TRAMOS-GAN
                               SET IX-GTR TO CANT-TRAMOS-GAN
                               MOVE GTB-DESDE TO GTR-DESDE (IX-GTR)
                               MOVE GTB-HASTA TO GTR-HASTA (IX-GTR)
                               MOVE GTB-FIJO  TO GTR-FIJO (IX-GTR)
                               MOVE GTB-PORC  TO GTR-PORC (IX-GTR)
                           ELSE
      *                        Un tramo descartado deja la escala
      *                        trunca y la retencion mal calculada:
      *                        se aborta la corrida.
                               MOVE "N" TO SW-TABLAS-OK
                               MOVE "S" TO SW-FIN-GANTABLA
                               DISPLAY "La escala de ganancias "
                                   "desbordo, la corrida se aborta."
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
       1965-EXIT.
           EXIT.

       1970-LEER-GANCARGA.
           READ GANCARGAS
               AT END
                   MOVE "S" TO SW-FIN-GANCARGAS
               NOT AT END
                   IF GCF-ANIO = PD-AAAA
                       IF CANT-CARGAS-GAN < 500
                           ADD 1 TO CANT-CARGAS-GAN
                           SET IX-GCG TO CANT-CARGAS-GAN
                           MOVE GCF-LEGAJO    TO GCG-LEGAJO (IX-GCG)
                           MOVE GCF-CONYUGE   TO GCG-CONYUGE (IX-GCG)
                           MOVE GCF-HIJOS     TO GCG-HIJOS (IX-GCG)
                           MOVE GCF-OTRAS-DED TO GCG-OTRAS-DED (IX-GCG)
                       ELSE
      *                    Una carga de familia descartada hace
      *                    retener de mas: se aborta la corrida.
                           MOVE "N" TO SW-TABLAS-OK
                           MOVE "S" TO SW-FIN-GANCARGAS
                           DISPLAY "La tabla de cargas de familia "
                               "desbordo, la corrida se aborta."
                       END-IF
                   END-IF
           END-READ.
       1970-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CONTROLAR-CIERRE - estado del periodo en CIERRES.DAT; un
      *                         periodo sin registro se toma abierto
           IF NOT EMPLEADO-OK
               GO TO 2000-EXIT
           END-IF.
           IF LIQ-MENSUALIZADO
               PERFORM 2080-CONTROLAR-BASICO THRU 2080-EXIT
               IF BASICO-LIQUIDADO
                   DISPLAY "El legajo " EMP-LEGAJO " ya tiene "
                       "liquidado el basico del periodo."
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2090-CONTROLAR-ACUMULADO THRU 2090-EXIT
               IF HMM-ACUMULANDO
                   DISPLAY "El legajo " EMP-LEGAJO " tiene horas "
                       "semanales acumuladas: se liquida en la "
                       "corrida de cierre del mes."
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           PERFORM 2100-INGRESAR-DATOS THRU 2100-EXIT.
      *    Del mensualizado se ingresan las horas y las semanas de
      *    todo el mes: la extra es lo que pasa de las programadas.
           IF LIQ-MENSUALIZADO
               PERFORM 2250-PEDIR-SEMANAS THRU 2250-EXIT
               MULTIPLY SEMANAS-PERIODO BY TOPE-HORAS-NORMALES
                   GIVING HORAS-PROGRAMADAS
               IF HORAS-TRABAJADAS > HORAS-PROGRAMADAS
                   MOVE HORAS-PROGRAMADAS TO HORAS-MES-NORMALES
                   SUBTRACT HORAS-PROGRAMADAS FROM HORAS-TRABAJADAS
                       GIVING HORAS-MES-EXTRA
               ELSE
                   MOVE HORAS-TRABAJADAS TO HORAS-MES-NORMALES
                   MOVE ZERO TO HORAS-MES-EXTRA
               END-IF
           END-IF.
           DISPLAY "Ingrese el centro de costo (4 posiciones):".
           ACCEPT CENTRO-COSTO.
           IF CENTRO-COSTO = SPACES
           MOVE "SUE"         TO SM-CONCEPTO.
           MOVE CENTRO-COSTO  TO SM-CENTRO-COSTO.
           PERFORM 6400-GRABAR-SUELDOMES THRU 6400-EXIT.
           PERFORM 6450-GRABAR-GANACUM THRU 6450-EXIT.
           PERFORM 6000-EMITIR-RECIBO THRU 6000-EXIT.
       2000-EXIT.
           EXIT.
      * 2060-VALIDAR-EMPLEADO - busca EMP-LEGAJO en el maestro; si
      *                         existe y esta activo toma de ahi el
      *                         valor hora, el diferencial de fin de
      *                         semana y el porcentaje de deduccion
      *                         (del mensualizado, el basico).
      *                         Un legajo inexistente o dado de baja
      *                         se rechaza y queda en la auditoria.
      ******************************************************************
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2060-EXIT
           END-IF.
           MOVE EMP-DEDUCCION-PORC TO DEDUCCION-PORC.
           MOVE EMP-TIPO-LIQUIDACION TO SW-TIPO-LIQUIDACION.
      *    El mensualizado no tiene tarifa ni historial: su hora, que
      *    solo paga las extras, es el basico sobre 200 horas del mes.
           IF LIQ-MENSUALIZADO
               MOVE EMP-SUELDO-BASICO TO SUELDO-BASICO
               DIVIDE SUELDO-BASICO BY HORAS-MES-BASICO
                   GIVING VALOR-HOLA ROUNDED
                   ON SIZE ERROR
                       MOVE ZERO TO VALOR-HOLA
               END-DIVIDE
               MOVE VALOR-HOLA TO VALOR-HOLA-FINDE
               GO TO 2060-EXIT
           END-IF.
           MOVE EMP-VALOR-HORA     TO VALOR-HOLA.
           MOVE EMP-VALOR-HORA-FIN TO VALOR-HOLA-FINDE.
           PERFORM 2070-TARIFA-VIGENTE THRU 2070-EXIT.
       2060-EXIT.
           EXIT.
       2070-EXIT.
           EXIT.

      ******************************************************************
      * 2080-CONTROLAR-BASICO - el mensualizado cobra el basico una
      *                         sola vez en el periodo: si ya hay SUE
      *                         del legajo en SUELDOMES, el mes ya esta
      *                         liquidado
      ******************************************************************
       2080-CONTROLAR-BASICO.
           MOVE "N" TO SW-BASICO-LIQUIDADO.
           MOVE PERIODO-ACTUAL TO SM-PERIODO.
           MOVE EMP-LEGAJO     TO SM-LEGAJO.
           MOVE "SUE"          TO SM-CONCEPTO.
           READ SUELDOMES
               INVALID KEY
                   GO TO 2080-EXIT
           END-READ.
           MOVE "S" TO SW-BASICO-LIQUIDADO.
       2080-EXIT.
           EXIT.

      ******************************************************************
      * 2090-CONTROLAR-ACUMULADO - trae el acumulado de horas del mes
      *                            del legajo; sin acumulado queda en
      *                            blanco (ni acumulando ni liquidado)
      ******************************************************************
       2090-CONTROLAR-ACUMULADO.
           MOVE SPACE TO HMM-ESTADO.
           IF NOT HORASMENS-OK
               GO TO 2090-EXIT
           END-IF.
           MOVE PERIODO-ACTUAL TO HMM-PERIODO.
           MOVE EMP-LEGAJO     TO HMM-LEGAJO.
           READ HORASMENS
               INVALID KEY
                   MOVE SPACE TO HMM-ESTADO
           END-READ.
       2090-EXIT.
           EXIT.

       2100-INGRESAR-DATOS.
           MOVE VALOR-HOLA       TO WS-ED-VALOR1.
           MOVE VALOR-HOLA-FINDE TO WS-ED-VALOR2.
           MOVE DEDUCCION-PORC   TO WS-ED-VALOR3.
           DISPLAY "Empleado " EMP-NOMBRE " categoria " EMP-CATEGORIA.
           IF LIQ-MENSUALIZADO
               MOVE SUELDO-BASICO TO WS-ED-VALOR1
               DISPLAY "Mensualizado, basico.: " WS-ED-VALOR1
               DISPLAY "Ingrese las horas de todo el mes; sobre "
                   "las semanas del periodo a " TOPE-HORAS-NORMALES
                   " horas lo que falte se descuenta como ausencia "
                   "y lo que sobre se paga como extra."
               MOVE TOPE-HORAS-MES TO TOPE-HORAS-INGRESO
           ELSE
               DISPLAY "Valor hora normal....: " WS-ED-VALOR1
               DISPLAY "Valor hora fin semana: " WS-ED-VALOR2
               MOVE TOPE-HORAS-SEMANALES TO TOPE-HORAS-INGRESO
           END-IF.
           DISPLAY "Porcentaje deduccion.: " WS-ED-VALOR3.
           MOVE "N" TO SW-CONFORME.
           PERFORM UNTIL DATOS-CONFORMES
                   ON SIZE ERROR
                       DISPLAY "Total de horas fuera de rango."
               END-ADD
               IF HORAS-TRABAJADAS > TOPE-HORAS-INGRESO
                   DISPLAY "Horas fuera de rango (maximo "
                       TOPE-HORAS-INGRESO "). Reingrese."
               ELSE
                   MOVE "S" TO SW-DATO-VALIDO
               END-IF
       2200-EXIT.
           EXIT.

      *    Semanas del periodo para las horas programadas del
      *    mensualizado.
       2250-PEDIR-SEMANAS.
           MOVE "N" TO SW-DATO-VALIDO.
           PERFORM UNTIL DATO-VALIDO
               DISPLAY "Ingrese la cantidad de semanas del periodo "
                   "(1 a " TOPE-SEMANAS-PERIODO "):"
               ACCEPT SEMANAS-PERIODO
               IF SEMANAS-PERIODO = ZERO
                   OR SEMANAS-PERIODO > TOPE-SEMANAS-PERIODO
                   DISPLAY "Cantidad de semanas fuera de rango. "
                       "Reingrese."
               ELSE
                   MOVE "S" TO SW-DATO-VALIDO
               END-IF
           END-PERFORM.
       2250-EXIT.
           EXIT.

       2400-CORREGIR-CAMPO.
           EVALUATE OPCION-CORRECCION
               WHEN 1
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3600-RETOMAR-CHECKPOINT THRU 3600-EXIT.
      *    La corrida retomada ya conto su semana.
           IF NOT RETOMAR-CORRIDA
               PERFORM 3050-CONTAR-SEMANA THRU 3050-EXIT
           END-IF.
           PERFORM 3100-LEER-TARJETA THRU 3100-EXIT.
           PERFORM 3650-SALTAR-TARJETA THRU 3650-EXIT
               UNTIL FIN-TARJETAS
           PERFORM 3200-LIQUIDAR-TARJETA THRU 3200-EXIT
               UNTIL FIN-TARJETAS.
           CLOSE TARJETAS.
           IF CIERRE-MES
               PERFORM 3400-LIQUIDAR-MENSUALES THRU 3400-EXIT
           END-IF.
           CLOSE MAESTRO-EMPLEADOS.
           PERFORM 3800-LIMPIAR-CHECKPOINT THRU 3800-EXIT.
           MOVE CANT-LEGAJOS  TO WS-ED-CANT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-CONTAR-SEMANA - cada mazo semanal suma una semana al
      *                      control del periodo (legajo 00000 de
      *                      HORASMENS), que da las horas programadas
      *                      del mensualizado en el cierre del mes
      ******************************************************************
       3050-CONTAR-SEMANA.
           IF NOT HORASMENS-OK
               GO TO 3050-EXIT
           END-IF.
           MOVE PERIODO-ACTUAL TO HMM-PERIODO.
           MOVE ZERO TO HMM-LEGAJO.
           MOVE "N" TO SW-HMM-NUEVO.
           READ HORASMENS
               INVALID KEY
                   MOVE "S" TO SW-HMM-NUEVO
           END-READ.
           IF HMM-NUEVO
               MOVE PERIODO-ACTUAL TO HMM-PERIODO
               MOVE ZERO TO HMM-LEGAJO
               MOVE ZERO TO HMM-HORAS-NORMALES
               MOVE ZERO TO HMM-HORAS-EXTRA
               MOVE ZERO TO HMM-TARJETAS
               MOVE SPACES TO HMM-CENTRO-COSTO
               MOVE "A" TO HMM-ESTADO
           END-IF.
           ADD 1 TO HMM-TARJETAS
               ON SIZE ERROR
                   MOVE 99 TO HMM-TARJETAS
           END-ADD.
           IF HMM-NUEVO
               WRITE HMM-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar el control de "
                           "semanas, FS=" FS-HORASMENS
               END-WRITE
           ELSE
               REWRITE HMM-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo regrabar el control de "
                           "semanas, FS=" FS-HORASMENS
               END-REWRITE
           END-IF.
           STRING "Lote periodo=" PERIODO-ACTUAL
               " semana nro=" HMM-TARJETAS
               " del periodo para mensualizados FS=" FS-HORASMENS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3050-EXIT.
           EXIT.

       3100-LEER-TARJETA.
           READ TARJETAS
               AT END
           IF DIAS-LICENCIA > ZERO AND HORAS-TRABAJADAS > ZERO
               PERFORM 4700-MARCAR-LICENCIA-HORAS THRU 4700-EXIT
           END-IF.
      *    La tarjeta del mensualizado no se liquida sola: sus horas
      *    se acumulan para la corrida de cierre del mes.
           IF TARJETA-VALIDA AND LIQ-MENSUALIZADO
               PERFORM 3250-ACUMULAR-HORAS-MES THRU 3250-EXIT
               GO TO 3200-SIGUIENTE
           END-IF.
           IF TARJETA-VALIDA
               PERFORM 5000-CALCULAR-SUELDO THRU 5000-EXIT
               MOVE SUELDO-BRUTO TO WS-ED-VALOR1
               MOVE "SUE"          TO SM-CONCEPTO
               MOVE CENTRO-COSTO   TO SM-CENTRO-COSTO
               PERFORM 6400-GRABAR-SUELDOMES THRU 6400-EXIT
               PERFORM 6450-GRABAR-GANACUM THRU 6450-EXIT
               PERFORM 6000-EMITIR-RECIBO THRU 6000-EXIT
               ADD SUELDO-NETO TO TOTAL-SUELDOS
               ADD 1 TO CANT-LEGAJOS
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3250-ACUMULAR-HORAS-MES - suma la tarjeta del mensualizado a
      *                           sus horas del periodo: normales
      *                           hasta la jornada semanal y extras
      *                           por encima; sin acumulado o con el
      *                           mes ya liquidado la tarjeta se
      *                           rechaza
      ******************************************************************
       3250-ACUMULAR-HORAS-MES.
           IF NOT HORASMENS-OK
               DISPLAY "Tarjeta legajo " TAR-LEGAJO
                   " mensualizado sin acumulado de horas, se rechaza."
               STRING "Tarjeta legajo=" TAR-LEGAJO
                   " RECHAZADA mensualizado sin acumulado de horas"
                   " HORASMENS FS=" FS-HORASMENS
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3250-EXIT
           END-IF.
           MOVE PERIODO-ACTUAL TO HMM-PERIODO.
           MOVE EMP-LEGAJO     TO HMM-LEGAJO.
           MOVE "N" TO SW-HMM-NUEVO.
           READ HORASMENS
               INVALID KEY
                   MOVE "S" TO SW-HMM-NUEVO
           END-READ.
           IF HMM-NUEVO
               MOVE PERIODO-ACTUAL TO HMM-PERIODO
               MOVE EMP-LEGAJO     TO HMM-LEGAJO
               MOVE ZERO TO HMM-HORAS-NORMALES
               MOVE ZERO TO HMM-HORAS-EXTRA
               MOVE ZERO TO HMM-TARJETAS
               MOVE "A" TO HMM-ESTADO
           END-IF.
           IF HMM-LIQUIDADO
               DISPLAY "Tarjeta legajo " TAR-LEGAJO
                   " mensualizado con el mes ya liquidado, se rechaza."
               STRING "Tarjeta legajo=" TAR-LEGAJO
                   " RECHAZADA mensualizado con el mes ya liquidado"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3250-EXIT
           END-IF.
           IF HORAS-TRABAJADAS > TOPE-HORAS-NORMALES
               ADD TOPE-HORAS-NORMALES TO HMM-HORAS-NORMALES
                   ON SIZE ERROR
                       GO TO 3250-DESBORDE
               END-ADD
               COMPUTE HMM-HORAS-EXTRA = HMM-HORAS-EXTRA
                   + HORAS-TRABAJADAS - TOPE-HORAS-NORMALES
                   ON SIZE ERROR
                       GO TO 3250-DESBORDE
               END-COMPUTE
           ELSE
               ADD HORAS-TRABAJADAS TO HMM-HORAS-NORMALES
                   ON SIZE ERROR
                       GO TO 3250-DESBORDE
               END-ADD
           END-IF.
           ADD 1 TO HMM-TARJETAS
               ON SIZE ERROR
                   GO TO 3250-DESBORDE
           END-ADD.
           MOVE CENTRO-COSTO TO HMM-CENTRO-COSTO.
           IF HMM-NUEVO
               WRITE HMM-REGISTRO
                   INVALID KEY
                       GO TO 3250-NO-GRABADA
               END-WRITE
           ELSE
               REWRITE HMM-REGISTRO
                   INVALID KEY
                       GO TO 3250-NO-GRABADA
               END-REWRITE
           END-IF.
           DISPLAY "Legajo " TAR-LEGAJO " mensualizado, horas del mes "
               HMM-HORAS-NORMALES " extras " HMM-HORAS-EXTRA.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajo " TAR-LEGAJO
               " mensualizado: horas acumuladas del mes "
               HMM-HORAS-NORMALES " extras " HMM-HORAS-EXTRA
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           STRING "Tarjeta legajo=" TAR-LEGAJO
               " mensualizado ACUMULADA horasMes=" HMM-HORAS-NORMALES
               " extrasMes=" HMM-HORAS-EXTRA
               " tarjetas=" HMM-TARJETAS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           GO TO 3250-EXIT.
       3250-DESBORDE.
           DISPLAY "Tarjeta legajo " TAR-LEGAJO
               " desborda las horas del mes, se rechaza.".
           STRING "Tarjeta legajo=" TAR-LEGAJO
               " RECHAZADA mensualizado, horas del mes fuera de"
               " rango"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           GO TO 3250-EXIT.
       3250-NO-GRABADA.
           DISPLAY "No se pudo grabar el acumulado de horas del "
               "legajo " TAR-LEGAJO ", FS=" FS-HORASMENS.
           STRING "Tarjeta legajo=" TAR-LEGAJO
               " RECHAZADA mensualizado, HORASMENS FS=" FS-HORASMENS
               " NO ACUMULADA"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3400-LIQUIDAR-MENSUALES - corrida de cierre del mes: recorre
      *                           el maestro y liquida una vez a cada
      *                           mensualizado activo, con o sin horas
      *                           acumuladas en el periodo, contra las
      *                           horas programadas de las semanas del
      *                           periodo a la jornada semanal
      ******************************************************************
       3400-LIQUIDAR-MENSUALES.
           MOVE ZERO TO CANT-MENS-LIQUIDADOS.
           IF NOT HORASMENS-OK
               DISPLAY "Sin acumulado de horas del mes, no se liquida "
                   "al personal mensualizado."
               STRING "Cierre mensual periodo=" PERIODO-ACTUAL
                   " NO LIQUIDADO, HORASMENS FS=" FS-HORASMENS
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               MOVE "S" TO SW-CORRIDA-ERROR
               GO TO 3400-EXIT
           END-IF.
           MOVE PERIODO-ACTUAL TO HMM-PERIODO.
           MOVE ZERO TO HMM-LEGAJO.
           MOVE ZERO TO SEMANAS-PERIODO.
           READ HORASMENS
               INVALID KEY
                   MOVE ZERO TO HMM-TARJETAS
           END-READ.
           IF FS-HORASMENS = "00"
               MOVE HMM-TARJETAS TO SEMANAS-PERIODO
           END-IF.
           DISPLAY "Cierre del mes: " SEMANAS-PERIODO
               " semanas liquidadas en el periodo "
               PERIODO-ACTUAL ".".
           MOVE "N" TO SW-SEMANAS-OK.
           IF SEMANAS-PERIODO > ZERO
               AND SEMANAS-PERIODO NOT > TOPE-SEMANAS-PERIODO
               DISPLAY "Es correcta la cantidad de semanas (S/N)?"
               ACCEPT SW-SEMANAS-OK
           END-IF.
           IF NOT SEMANAS-CONFIRMADAS
               PERFORM 2250-PEDIR-SEMANAS THRU 2250-EXIT
           END-IF.
           MULTIPLY SEMANAS-PERIODO BY TOPE-HORAS-NORMALES
               GIVING HORAS-PROGRAMADAS.
           STRING "Cierre mensual periodo=" PERIODO-ACTUAL
               " semanas=" SEMANAS-PERIODO
               " horasProgramadas=" HORAS-PROGRAMADAS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE ZERO TO EMP-LEGAJO.
           MOVE "N" TO SW-FIN-PADRON-MENS.
           START MAESTRO-EMPLEADOS KEY NOT < EMP-LEGAJO
               INVALID KEY
                   MOVE "S" TO SW-FIN-PADRON-MENS
           END-START.
           PERFORM 3450-LIQUIDAR-MENSUAL THRU 3450-EXIT
               UNTIL FIN-PADRON-MENS.
           MOVE CANT-MENS-LIQUIDADOS TO WS-ED-CANT.
           DISPLAY "Mensualizados liquidados en el cierre: "
               WS-ED-CANT.
           STRING "Cierre mensual periodo=" PERIODO-ACTUAL
               " mensualizados liquidados=" WS-ED-CANT
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3450-LIQUIDAR-MENSUAL - un legajo del maestro: el mensualizado
      *                         activo sin acumulado del mes (sin
      *                         tarjetas, de licencia o con todas sus
      *                         tarjetas rechazadas) se liquida con
      *                         cero horas, y las programadas que le
      *                         faltan no cubiertas por licencia se
      *                         descuentan como ausencia
      ******************************************************************
       3450-LIQUIDAR-MENSUAL.
           READ MAESTRO-EMPLEADOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PADRON-MENS
                   GO TO 3450-EXIT
           END-READ.
           MOVE EMP-ESTADO TO SW-ESTADO-EMPLEADO.
           IF NOT EMPLEADO-ACTIVO
               GO TO 3450-EXIT
           END-IF.
      *    Quien ingresa despues del periodo no tiene mes que cobrar.
           IF EMP-FECHA-INGRESO > ULTIMO-DIA-PERIODO
               GO TO 3450-EXIT
           END-IF.
           MOVE "N" TO SW-HMM-NUEVO.
           MOVE PERIODO-ACTUAL TO HMM-PERIODO.
           MOVE EMP-LEGAJO     TO HMM-LEGAJO.
           READ HORASMENS
               INVALID KEY
                   MOVE "S" TO SW-HMM-NUEVO
           END-READ.
           IF NOT EMP-MENSUALIZADO
               IF NOT HMM-NUEVO AND HMM-ACUMULANDO
                   STRING "Legajo=" EMP-LEGAJO
                       " con horas de mensualizado acumuladas y ya no"
                       " mensualizado, NO LIQUIDADO en el cierre"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
               END-IF
               GO TO 3450-EXIT
           END-IF.
           IF NOT HMM-NUEVO AND HMM-LIQUIDADO
               GO TO 3450-EXIT
           END-IF.
           IF HMM-NUEVO
               MOVE PERIODO-ACTUAL TO HMM-PERIODO
               MOVE EMP-LEGAJO     TO HMM-LEGAJO
               MOVE ZERO   TO HMM-HORAS-NORMALES
               MOVE ZERO   TO HMM-HORAS-EXTRA
               MOVE ZERO   TO HMM-TARJETAS
               MOVE "GRAL" TO HMM-CENTRO-COSTO
               MOVE "A"    TO HMM-ESTADO
           END-IF.
           PERFORM 2060-VALIDAR-EMPLEADO THRU 2060-EXIT.
           IF NOT EMPLEADO-OK
               GO TO 3450-EXIT
           END-IF.
      *    Un basico ya liquidado a mano en el periodo no se repite.
           PERFORM 2080-CONTROLAR-BASICO THRU 2080-EXIT.
           IF BASICO-LIQUIDADO
               STRING "Legajo=" EMP-LEGAJO
                   " mensualizado con SUE ya grabado en el periodo,"
                   " el cierre no lo repite"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3450-MARCAR
           END-IF.
           IF HMM-NUEVO
               DISPLAY "Legajo " EMP-LEGAJO " mensualizado sin "
                   "horas acumuladas en el mes, se liquida con cero "
                   "horas."
               STRING "Cierre mensual legajo=" EMP-LEGAJO
                   " mensualizado SIN TARJETAS en el periodo,"
                   " se liquida con horasMes=0"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
           MOVE HMM-HORAS-NORMALES TO HORAS-MES-NORMALES.
           MOVE HMM-HORAS-EXTRA    TO HORAS-MES-EXTRA.
           MOVE HMM-CENTRO-COSTO   TO CENTRO-COSTO.
           PERFORM 4500-BUSCAR-LICENCIA THRU 4500-EXIT.
           PERFORM 5000-CALCULAR-SUELDO THRU 5000-EXIT.
           MOVE SUELDO-BRUTO TO WS-ED-VALOR1.
           MOVE SUELDO-NETO  TO WS-ED-VALOR2.
           DISPLAY "Legajo " EMP-LEGAJO " mensual"
               " Bruto: " WS-ED-VALOR1
               " Neto: " WS-ED-VALOR2.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajo " EMP-LEGAJO " mensual"
               " Bruto: " WS-ED-VALOR1
               " Neto: " WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           STRING "Cierre mensual legajo=" EMP-LEGAJO
               " horasMes=" HORAS-MES-NORMALES
               " programadas=" HORAS-PROGRAMADAS
               " bruto=" WS-ED-VALOR1 " neto=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE EMP-LEGAJO     TO SM-LEGAJO.
           MOVE PERIODO-ACTUAL TO SM-PERIODO.
           MOVE SUELDO-BRUTO   TO SM-SUELDO-BRUTO.
           MOVE SUELDO-NETO    TO SM-SUELDO-NETO.
           MOVE "SUE"          TO SM-CONCEPTO.
           MOVE CENTRO-COSTO   TO SM-CENTRO-COSTO.
           PERFORM 6400-GRABAR-SUELDOMES THRU 6400-EXIT.
           PERFORM 6450-GRABAR-GANACUM THRU 6450-EXIT.
           PERFORM 6000-EMITIR-RECIBO THRU 6000-EXIT.
           ADD SUELDO-NETO TO TOTAL-SUELDOS.
           ADD 1 TO CANT-LEGAJOS.
           ADD 1 TO CANT-MENS-LIQUIDADOS.
       3450-MARCAR.
      *    El legajo sin acumulado queda con su fila liquidada, asi
      *    una tarjeta que llegue tarde no vuelve a abrir el mes.
           MOVE "L" TO HMM-ESTADO.
           IF HMM-NUEVO
               WRITE HMM-REGISTRO
                   INVALID KEY
                       GO TO 3450-NO-MARCADO
               END-WRITE
           ELSE
               REWRITE HMM-REGISTRO
                   INVALID KEY
                       GO TO 3450-NO-MARCADO
               END-REWRITE
           END-IF.
           GO TO 3450-EXIT.
       3450-NO-MARCADO.
           DISPLAY "No se pudo marcar liquidado el legajo "
               HMM-LEGAJO ", FS=" FS-HORASMENS.
           STRING "Cierre mensual legajo=" HMM-LEGAJO
               " HORASMENS FS=" FS-HORASMENS
               " NO MARCADO liquidado"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3600-RETOMAR-CHECKPOINT - si quedo un punto de control del
      *                           mismo periodo con tarjetas ya
      *                        semana y descuentos
      ******************************************************************
       5000-CALCULAR-SUELDO.
           IF LIQ-MENSUALIZADO
               PERFORM 5100-CALCULAR-MENSUAL THRU 5100-EXIT
               GO TO 5000-DEDUCCIONES
           END-IF.
           MOVE HORAS-NORMALES TO HORAS-TOTAL-NORM.
           IF HORAS-TRABAJADAS > TOPE-HORAS-NORMALES
               SUBTRACT TOPE-HORAS-NORMALES FROM HORAS-TRABAJADAS
               ON SIZE ERROR
                   DISPLAY "Sueldo bruto fuera de rango."
           END-ADD.
       5000-DEDUCCIONES.
           MOVE SUELDO-BRUTO TO SUELDO.
      *    Con maestro de conceptos cada deduccion se calcula por
      *    separado; sin maestro se sigue con el unico porcentaje del
                   ON SIZE ERROR
                       MOVE ZERO TO IMPORTE-DEDUCCION
               END-DIVIDE
      *        El porcentaje unico es el aporte de ley/gremio: todo
      *        el importe es deducible para ganancias.
               MOVE IMPORTE-DEDUCCION TO DEDUCIBLE-LEGAJO
           END-IF.
           SUBTRACT IMPORTE-DEDUCCION FROM SUELDO-BRUTO
               GIVING SUELDO-NETO
               ON SIZE ERROR
                   DISPLAY "Sueldo neto fuera de rango."
           END-SUBTRACT.
           PERFORM 5600-CALCULAR-GANANCIAS THRU 5600-EXIT.
           PERFORM 5700-RECUPERAR-ADELANTOS THRU 5700-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CALCULAR-MENSUAL - bruto del mes del mensualizado: el
      *                         basico, menos los dias de ausencia que
      *                         dejan las horas faltantes para las
      *                         programadas del periodo y que no cubre
      *                         una licencia, mas las horas extra del
      *                         mes al 1.5
      ******************************************************************
       5100-CALCULAR-MENSUAL.
           MOVE ZERO TO HORAS-EXTRA.
           MOVE ZERO TO HORAS-FALTANTES.
           MOVE ZERO TO DIAS-AUSENCIA.
           MOVE ZERO TO IMPORTE-AUSENCIA.
           MOVE ZERO TO IMPORTE-FINDE.
           MOVE ZERO TO IMPORTE-FERIADO.
           MOVE ZERO TO IMPORTE-LICENCIA.
           MOVE SUELDO-BASICO TO IMPORTE-NORMAL.
           MOVE HORAS-MES-EXTRA TO HORAS-EXTRA.
           IF HORAS-MES-NORMALES < HORAS-PROGRAMADAS
               SUBTRACT HORAS-MES-NORMALES FROM HORAS-PROGRAMADAS
                   GIVING HORAS-FALTANTES
               DIVIDE HORAS-FALTANTES BY HORAS-POR-DIA-LIC
                   GIVING DIAS-AUSENCIA
           END-IF.
      *    El dia de licencia del periodo justifica la ausencia y ya
      *    se paga dentro del basico.
           IF DIAS-AUSENCIA > DIAS-LICENCIA
               SUBTRACT DIAS-LICENCIA FROM DIAS-AUSENCIA
           ELSE
               MOVE ZERO TO DIAS-AUSENCIA
           END-IF.
           MULTIPLY VALOR-HOLA BY FACTOR-EXTRA GIVING VALOR-HOLA-EXTRA
               ON SIZE ERROR
                   DISPLAY "Valor de hora extra fuera de rango."
           END-MULTIPLY.
           MULTIPLY HORAS-EXTRA BY VALOR-HOLA-EXTRA GIVING IMPORTE-EXTRA
               ON SIZE ERROR
                   DISPLAY "Importe de horas extra fuera de rango."
           END-MULTIPLY.
           DIVIDE SUELDO-BASICO BY DIAS-MES-BASICO
               GIVING VALOR-DIA-BASICO ROUNDED.
           MULTIPLY DIAS-AUSENCIA BY VALOR-DIA-BASICO
               GIVING IMPORTE-AUSENCIA
               ON SIZE ERROR
                   MOVE SUELDO-BASICO TO IMPORTE-AUSENCIA
           END-MULTIPLY.
           IF IMPORTE-AUSENCIA > SUELDO-BASICO
               MOVE SUELDO-BASICO TO IMPORTE-AUSENCIA
           END-IF.
           SUBTRACT IMPORTE-AUSENCIA FROM SUELDO-BASICO
               GIVING SUELDO-BRUTO.
           ADD IMPORTE-EXTRA TO SUELDO-BRUTO
               ON SIZE ERROR
                   DISPLAY "Sueldo bruto fuera de rango."
           END-ADD.
           IF DIAS-AUSENCIA > ZERO
               MOVE IMPORTE-AUSENCIA TO WS-ED-IMPORTE
               STRING "Legajo=" EMP-LEGAJO
                   " mensualizado ausencias=" DIAS-AUSENCIA
                   " horasMes=" HORAS-MES-NORMALES
                   " horasFaltantes=" HORAS-FALTANTES
                   " diasLic=" DIAS-LICENCIA
                   " descuento=" WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5600-CALCULAR-GANANCIAS - retencion del impuesto a las
      *                           ganancias (4ta categoria) por el
      *                           metodo acumulativo: ganancia del anio
      *                           hasta el mes liquidado, menos las
      *                           deducciones de ley y las personales
      *                           proporcionales al mes, contra la
      *                           escala proporcional; se retiene el
      *                           impuesto a la fecha menos lo ya
      *                           retenido en el anio
      ******************************************************************
       5600-CALCULAR-GANANCIAS.
           MOVE ZERO TO RETENCION-GANANCIAS.
           IF NOT ESCALA-GANANCIAS
               GO TO 5600-EXIT
           END-IF.
           MOVE ZERO TO GAN-BRUTO-ACUM.
           MOVE ZERO TO GAN-DEDUCIBLE-ACUM.
           MOVE ZERO TO GAN-RETENIDO-ACUM.
           PERFORM 5620-ACUMULAR-MES THRU 5620-EXIT
               VARYING MES-GAN FROM 1 BY 1
               UNTIL MES-GAN > PD-MM.
           ADD SUELDO-BRUTO TO GAN-BRUTO-ACUM.
           ADD DEDUCIBLE-LEGAJO TO GAN-DEDUCIBLE-ACUM.
           PERFORM 5640-DEDUCCIONES-PERSONALES THRU 5640-EXIT.
           COMPUTE GAN-NETA-ACUM = GAN-BRUTO-ACUM
               - GAN-DEDUCIBLE-ACUM - GAN-PERSONALES-MES.
           MOVE ZERO TO GAN-IMPUESTO-ACUM.
           IF GAN-NETA-ACUM > ZERO
               MOVE "N" TO SW-TRAMO-HALLADO
               PERFORM 5660-APLICAR-TRAMO THRU 5660-EXIT
                   VARYING IX-GTR FROM 1 BY 1
                   UNTIL IX-GTR > CANT-TRAMOS-GAN OR TRAMO-HALLADO
           END-IF.
           COMPUTE GAN-RETENCION-CALC =
               GAN-IMPUESTO-ACUM - GAN-RETENIDO-ACUM.
      *    Un impuesto a la fecha menor que lo retenido no se devuelve
      *    en el recibo: el saldo a favor lo regulariza la liquidacion
      *    anual.
           IF GAN-RETENCION-CALC NOT > ZERO
               GO TO 5600-EXIT
           END-IF.
           MOVE GAN-RETENCION-CALC TO RETENCION-GANANCIAS.
           IF RETENCION-GANANCIAS > SUELDO-NETO
               MOVE SUELDO-NETO TO RETENCION-GANANCIAS
               STRING "Legajo=" EMP-LEGAJO
                   " retencion de ganancias RECORTADA al neto"
                   " disponible"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
           SUBTRACT RETENCION-GANANCIAS FROM SUELDO-NETO.
           MOVE RETENCION-GANANCIAS TO WS-ED-IMPORTE.
           MOVE GAN-IMPUESTO-ACUM   TO WS-ED-VALOR2.
           STRING "Ganancias legajo=" EMP-LEGAJO
               " periodo=" PERIODO-ACTUAL
               " impuestoAcumulado=" WS-ED-VALOR2
               " retenido=" WS-ED-IMPORTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5600-EXIT.
           EXIT.

      *    Lo ya liquidado en el anio: el acumulado de GANACUM de los
      *    sueldos (incluido el mismo mes si el legajo trajo otra
      *    tarjeta) y el aguinaldo y los retroactivos de SUELDOMES.
       5620-ACUMULAR-MES.
           COMPUTE GAC-PERIODO = PD-AAAA * 100 + MES-GAN.
           MOVE EMP-LEGAJO TO GAC-LEGAJO.
           READ GANACUM
               INVALID KEY
                   MOVE ZERO TO GAC-BRUTO
                   MOVE ZERO TO GAC-DEDUCIBLE
                   MOVE ZERO TO GAC-RETENIDO
           END-READ.
           ADD GAC-BRUTO     TO GAN-BRUTO-ACUM.
           ADD GAC-DEDUCIBLE TO GAN-DEDUCIBLE-ACUM.
           ADD GAC-RETENIDO  TO GAN-RETENIDO-ACUM.
           MOVE GAC-PERIODO TO SM-PERIODO.
           MOVE EMP-LEGAJO  TO SM-LEGAJO.
           MOVE "SAC" TO SM-CONCEPTO.
           READ SUELDOMES
               NOT INVALID KEY
                   ADD SM-SUELDO-BRUTO TO GAN-BRUTO-ACUM
           END-READ.
           MOVE "RET" TO SM-CONCEPTO.
           READ SUELDOMES
               NOT INVALID KEY
                   ADD SM-SUELDO-BRUTO TO GAN-BRUTO-ACUM
           END-READ.
       5620-EXIT.
           EXIT.

      *    Deducciones personales del anio (no imponible, especial,
      *    conyuge, hijos y las otras que declaro el legajo),
      *    proporcionales a los meses transcurridos.
       5640-DEDUCCIONES-PERSONALES.
           ADD GAN-DED-GNI GAN-DED-ESPECIAL GIVING GAN-PERSONALES.
           PERFORM VARYING IX-GCG FROM 1 BY 1
               UNTIL IX-GCG > CANT-CARGAS-GAN
               IF GCG-LEGAJO (IX-GCG) = EMP-LEGAJO
                   IF GCG-CONYUGE (IX-GCG) = "S"
                       ADD GAN-DED-CONYUGE TO GAN-PERSONALES
                   END-IF
                   COMPUTE GAN-PERSONALES = GAN-PERSONALES
                       + GAN-DED-HIJO * GCG-HIJOS (IX-GCG)
                       + GCG-OTRAS-DED (IX-GCG)
               END-IF
           END-PERFORM.
           COMPUTE GAN-PERSONALES-MES ROUNDED =
               GAN-PERSONALES * PD-MM / 12.
       5640-EXIT.
           EXIT.

      *    Los limites y el fijo de la escala anual se llevan a la
      *    proporcion del mes; el tramo con hasta en cero no tiene
      *    tope.
       5660-APLICAR-TRAMO.
           COMPUTE GAN-DESDE-MES ROUNDED =
               GTR-DESDE (IX-GTR) * PD-MM / 12.
           COMPUTE GAN-HASTA-MES ROUNDED =
               GTR-HASTA (IX-GTR) * PD-MM / 12.
           IF GAN-NETA-ACUM NOT > GAN-DESDE-MES
               GO TO 5660-EXIT
           END-IF.
           IF GTR-HASTA (IX-GTR) NOT = ZERO
               AND GAN-NETA-ACUM > GAN-HASTA-MES
               GO TO 5660-EXIT
           END-IF.
           MOVE "S" TO SW-TRAMO-HALLADO.
           COMPUTE GAN-IMPUESTO-ACUM ROUNDED =
               GTR-FIJO (IX-GTR) * PD-MM / 12
               + (GAN-NETA-ACUM - GAN-DESDE-MES)
               * GTR-PORC (IX-GTR) / 100
               ON SIZE ERROR
                   DISPLAY "Impuesto a las ganancias fuera de rango."
                   MOVE ZERO TO GAN-IMPUESTO-ACUM
           END-COMPUTE.
       5660-EXIT.
           EXIT.

      ******************************************************************
      * 5700-RECUPERAR-ADELANTOS - descuenta del neto el saldo (o la
      *                            cuota acordada) de los adelantos
      ******************************************************************
       5500-CALCULAR-DEDUCCIONES.
           MOVE ZERO TO IMPORTE-DEDUCCION.
           MOVE ZERO TO DEDUCIBLE-LEGAJO.
           MOVE ZERO TO CANT-DET-DED.
           MOVE SUELDO-BRUTO TO NETO-RESTANTE.
           PERFORM 5550-APLICAR-CONCEPTO THRU 5550-EXIT
               ON SIZE ERROR
                   DISPLAY "Importe de deduccion fuera de rango."
           END-ADD.
      *    Los conceptos generales (aportes de ley y cuota sindical)
      *    se deducen de la ganancia; los de ambito L (embargos,
      *    cuotas de juzgado) no.
           IF CND-AMBITO (IX-CND) = "G"
               ADD IMPORTE-CONCEPTO TO DEDUCIBLE-LEGAJO
           END-IF.
           IF CANT-DET-DED < 15
               ADD 1 TO CANT-DET-DED
               SET IX-DET TO CANT-DET-DED
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 6450-GRABAR-GANACUM - asienta en el acumulado de ganancias la
      *                       ganancia bruta, lo deducible y lo
      *                       retenido del legajo recien liquidado; la
      *                       clave repetida se consolida sumando como
      *                       en SUELDOMES
      ******************************************************************
       6450-GRABAR-GANACUM.
           MOVE PERIODO-ACTUAL      TO GAC-PERIODO.
           MOVE EMP-LEGAJO          TO GAC-LEGAJO.
           MOVE SUELDO-BRUTO        TO GAC-BRUTO.
           MOVE DEDUCIBLE-LEGAJO    TO GAC-DEDUCIBLE.
           MOVE RETENCION-GANANCIAS TO GAC-RETENIDO.
           MOVE "N" TO SW-GAC-DUPLICADO.
           WRITE GAC-REGISTRO
               INVALID KEY
                   MOVE "S" TO SW-GAC-DUPLICADO
           END-WRITE.
           IF NOT GAC-DUPLICADO
               GO TO 6450-EXIT
           END-IF.
           MOVE GAC-BRUTO     TO GAC-BRUTO-NUEVO.
           MOVE GAC-DEDUCIBLE TO GAC-DEDUCIBLE-NUEVO.
           MOVE GAC-RETENIDO  TO GAC-RETENIDO-NUEVO.
           READ GANACUM
               INVALID KEY
                   DISPLAY "No se pudo consolidar el acumulado de "
                       "ganancias, FS=" FS-GANACUM
                   GO TO 6450-EXIT
           END-READ.
           ADD GAC-BRUTO-NUEVO     TO GAC-BRUTO.
           ADD GAC-DEDUCIBLE-NUEVO TO GAC-DEDUCIBLE.
           ADD GAC-RETENIDO-NUEVO  TO GAC-RETENIDO.
           REWRITE GAC-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar el acumulado de "
                       "ganancias, FS=" FS-GANACUM
           END-REWRITE.
       6450-EXIT.
           EXIT.

      ******************************************************************
      * 6000-EMITIR-RECIBO - emite el recibo de sueldo del legajo
      *                      recien liquidado, en original y duplicado
           OPEN OUTPUT RECIBOS-CTL.
           WRITE CTL-NUMERO-RECIBO.
           CLOSE RECIBOS-CTL.
           ACCEPT FECHA-EMISION FROM DATE YYYYMMDD.
           MOVE "ORIGINAL " TO WS-TIPO-COPIA.
           PERFORM 6100-ARMAR-RECIBO THRU 6100-EXIT.
           MOVE "DUPLICADO" TO WS-TIPO-COPIA.
           STRING "RECIBO DE SUELDO NRO " WS-ED-RECIBO
               "  PERIODO " PERIODO-ACTUAL
               "  " WS-TIPO-COPIA
               "  EMITIDO " FECHA-EMISION
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE SPACES TO REC-LINEA.
               "  CATEGORIA " EMP-CATEGORIA
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           IF LIQ-MENSUALIZADO
               PERFORM 6120-LINEAS-MENSUAL THRU 6120-EXIT
               GO TO 6100-DEDUCCIONES
           END-IF.
           MOVE HORAS-NORMALES   TO WS-ED-HORAS.
           MOVE VALOR-HOLA       TO WS-ED-TARIFA.
           MOVE IMPORTE-NORMAL   TO WS-ED-IMPORTE.
                   DELIMITED BY SIZE INTO REC-LINEA
               WRITE REC-LINEA
           END-IF.
       6100-DEDUCCIONES.
      *    Con maestro de conceptos el recibo abre la deduccion en una
      *    linea por concepto; sin maestro queda la linea unica de
      *    siempre.
           STRING "SUELDO BRUTO........: " WS-ED-IMPORTE
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           IF RETENCION-GANANCIAS > ZERO
               MOVE RETENCION-GANANCIAS TO WS-ED-IMPORTE
               MOVE SPACES TO REC-LINEA
               STRING "RET. GANANCIAS 4TA..: " WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO REC-LINEA
               WRITE REC-LINEA
           END-IF.
           IF RECUPERO-LEGAJO > ZERO
               MOVE RECUPERO-LEGAJO TO WS-ED-IMPORTE
               MOVE SALDO-LEGAJO    TO WS-ED-VALOR1
       6100-EXIT.
           EXIT.

      *    Haberes del mensualizado: basico, ausencias descontadas,
      *    extras sobre la jornada y licencias dentro del basico.
       6120-LINEAS-MENSUAL.
           MOVE SUELDO-BASICO TO WS-ED-IMPORTE.
           MOVE SPACES TO REC-LINEA.
           STRING "SUELDO BASICO MENSUAL: " WS-ED-IMPORTE
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           IF DIAS-AUSENCIA > ZERO
               MOVE DIAS-AUSENCIA    TO WS-ED-HORAS
               MOVE VALOR-DIA-BASICO TO WS-ED-VALOR1
               MOVE IMPORTE-AUSENCIA TO WS-ED-IMPORTE
               MOVE SPACES TO REC-LINEA
               STRING "AUSENCIAS INJUSTIF..: " WS-ED-HORAS
                   " DIAS x " WS-ED-VALOR1 " = -" WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO REC-LINEA
               WRITE REC-LINEA
           END-IF.
           MOVE HORAS-EXTRA      TO WS-ED-HORAS.
           MOVE VALOR-HOLA-EXTRA TO WS-ED-TARIFA.
           MOVE IMPORTE-EXTRA    TO WS-ED-IMPORTE.
           MOVE SPACES TO REC-LINEA.
           STRING "HORAS EXTRAS AL 1.5.: " WS-ED-HORAS
               " x " WS-ED-TARIFA " = " WS-ED-IMPORTE
               DELIMITED BY SIZE INTO REC-LINEA.
           WRITE REC-LINEA.
           IF DIAS-LICENCIA > ZERO
               MOVE DIAS-LICENCIA TO WS-ED-HORAS
               MOVE SPACES TO REC-LINEA
               STRING "DIAS DE LICENCIA....: " WS-ED-HORAS
                   " (INCLUIDOS EN EL BASICO)"
                   DELIMITED BY SIZE INTO REC-LINEA
               WRITE REC-LINEA
           END-IF.
       6120-EXIT.
           EXIT.

      *    Una linea de recibo por concepto de deduccion calculado.
       6150-LINEA-CONCEPTO.
           MOVE DET-IMPORTE (IX-DET) TO WS-ED-IMPORTE.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "Ejercicio1 " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
      * 7800-REGRABAR-ADELANTOS - vuelca los saldos actualizados al
      *                           archivo; el adelanto saldado queda
           CLOSE REPORTE-SALIDA.
           CLOSE AUDITLOG.
           CLOSE SUELDOMES.
           CLOSE GANACUM.
           CLOSE HORASMENS.
           CLOSE RECIBOS.
           MOVE NUMERO-RECIBO TO CTL-NUMERO-RECIBO.
           OPEN OUTPUT RECIBOS-CTL.
