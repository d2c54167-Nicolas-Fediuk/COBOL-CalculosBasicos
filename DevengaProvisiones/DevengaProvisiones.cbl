      ******************************************************************
      *Devengamiento mensual del aguinaldo y de las vacaciones: el
      *extracto contable solo llevaba lo efectivamente pagado, de modo
      *que el costo del SAC caia entero en junio y diciembre y el
      *resultado mensual saltaba. Para el periodo pedido, con la
      *captura ya cerrada, se toma el bruto SUE de cada legajo en
      *SUELDOMES.DAT y se devenga:
      *  PSA un doceavo del bruto, la parte del SAC que genera el mes;
      *  PVA el bruto / 25 por los dias de vacaciones del legajo en
      *      VACSALDOS.DAT (los del anio, o los del anterior si aun no
      *      se otorgaron; 14 dias si no hay saldo), dividido 12.
      *Cada provision queda en PROVISIONES.DAT con clave periodo/
      *legajo/tipo y el centro de costo del sueldo; ExtractoGL las
      *levanta y asienta devengamiento y pasivo por centro contra las
      *cuentas que CUENTAS.DAT mapea para PSA y PVA. Cuando el SAC se
      *paga (Aguinaldo, o el SAC proporcional LFS de la liquidacion
      *final) la provision acumulada del semestre se revierte con un
      *registro RSA del periodo de pago; en el mes de pago esta
      *corrida la recalcula incluyendo el devengamiento del propio
      *mes. La corrida se puede repetir mientras el periodo no este
      *extraido: borra lo devengado del periodo y lo vuelve a armar.
      *El reporte de control muestra por legajo lo devengado del mes
      *y el saldo de la provision de SAC y de vacaciones al periodo.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del devengamiento de SAC y
      *                 vacaciones.
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
       PROGRAM-ID. DevengaProvisiones.
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
           SELECT PROVISIONES ASSIGN TO "PROVISIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CLAVE
               FILE STATUS IS FS-PROVISIONES.
           SELECT VACSALDOS ASSIGN TO "VACSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAC-CLAVE
               FILE STATUS IS FS-VACSALDOS.
           SELECT REPORTE-PROV ASSIGN TO "REPORTE-PROVISIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
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

      *    Provisiones devengadas con clave periodo/legajo/tipo:
      *    PSA devengamiento SAC, PVA devengamiento vacaciones, RSA
      *    reversion de la provision SAC al pagarse el aguinaldo.
      *    La base es el bruto que origino el importe.
       FD  PROVISIONES.
       01  PRV-REGISTRO.
           05  PRV-CLAVE.
               10  PRV-PERIODO      PIC 9(06).
               10  PRV-LEGAJO       PIC 9(05).
               10  PRV-TIPO         PIC X(03).
           05  PRV-IMPORTE          PIC 9(7)V99.
           05  PRV-BASE             PIC 9(7)V99.
           05  PRV-CENTRO           PIC X(04).
           05  PRV-FECHA            PIC 9(08).
           05  PRV-OPERADOR         PIC X(04).

      *    Saldo de vacaciones por legajo y anio (OtorgaVacaciones).
       FD  VACSALDOS.
       01  VAC-REGISTRO.
           05  VAC-CLAVE.
               10  VAC-LEGAJO       PIC 9(05).
               10  VAC-ANIO         PIC 9(04).
           05  VAC-DIAS-OTORGADOS   PIC 9(03).
           05  VAC-DIAS-TOMADOS     PIC 9(03).
           05  VAC-ANTIGUEDAD       PIC 9(02).
           05  VAC-FECHA-OTORGA     PIC 9(08).

       FD  REPORTE-PROV
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

      *    Estado de cada periodo: A abierto, C cerrado para captura,
      *    E extraido (lo mantiene CierrePeriodos).
       FD  CIERRES
           RECORDING MODE IS F.
       01  CIE-REGISTRO.
           05  CIE-PERIODO           PIC 9(06).
           05  CIE-ESTADO            PIC X(01).

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
       77  FS-PROVISIONES           PIC X(02) VALUE SPACES.
       77  FS-VACSALDOS             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  PERIODO-DESDE-SEM        PIC 9(06) VALUE ZERO.
       77  PERIODO-SEM              PIC 9(06) VALUE ZERO.
       77  CENTRO-LEGAJO            PIC X(04) VALUE SPACES.
       77  LEGAJO-REVERTIDO         PIC 9(05) VALUE ZERO.
       77  DIAS-VACACIONES          PIC 9(03) VALUE ZERO.
       77  DIAS-VAC-DEFECTO         PIC 9(03) VALUE 14.
       77  DIVISOR-DIA-VAC          PIC 9(02) VALUE 25.
       77  IMPORTE-SAC-MES          PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  IMPORTE-VAC-MES          PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  PROVISION-ACUM           PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  TOTAL-PSA                PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-PVA                PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-RSA                PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  CANT-LEGAJOS             PIC 9(5) COMP VALUE ZERO.
       77  CANT-DEPURADOS           PIC 9(5) COMP VALUE ZERO.
       77  CANT-REVERSIONES         PIC 9(5) COMP VALUE ZERO.

       01  PERIODO-ACTUAL           PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES PERIODO-ACTUAL.
           05  PAC-AAAA             PIC 9(04).
           05  PAC-MM               PIC 9(02).

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-SUELDOMES         PIC X(01) VALUE "N".
           88  FIN-SUELDOMES        VALUE "S".
       01  SW-FIN-DEPURA            PIC X(01) VALUE "N".
           88  FIN-DEPURA           VALUE "S".
       01  SW-FIN-PROVISIONES       PIC X(01) VALUE "N".
           88  FIN-PROVISIONES      VALUE "S".
       01  SW-VACSALDOS-ABIERTO     PIC X(01) VALUE "N".
           88  VACSALDOS-ABIERTO    VALUE "S".
       01  SW-RSA-EXISTE            PIC X(01) VALUE "N".
           88  RSA-EXISTE           VALUE "S".
       01  SW-VAC-HALLADO           PIC X(01) VALUE "N".
           88  VAC-HALLADO          VALUE "S".

      *----------------------------------------------------------------
      * SALDO DE LA PROVISION POR LEGAJO AL PERIODO
      *----------------------------------------------------------------
       77  CANT-SALDOS              PIC 9(4) COMP VALUE ZERO.
       77  SALDO-SAC                PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-SALDO-SAC          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-SALDO-VAC          PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  TABLA-SALDOS.
           05  SAL-ENTRY OCCURS 2000 TIMES INDEXED BY IX-SAL.
               10  SAL-LEGAJO        PIC 9(05).
               10  SAL-CENTRO        PIC X(04).
               10  SAL-SAC-MES       PIC 9(7)V99 COMP-3.
               10  SAL-VAC-MES       PIC 9(7)V99 COMP-3.
               10  SAL-SAC-DEVENGADO PIC 9(9)V99 COMP-3.
               10  SAL-SAC-REVERTIDO PIC 9(9)V99 COMP-3.
               10  SAL-VAC-DEVENGADO PIC 9(9)V99 COMP-3.

      *----------------------------------------------------------------
      * CONTROL DE CIERRE DEL PERIODO
      *----------------------------------------------------------------
       77  FS-CIERRES               PIC X(02) VALUE SPACES.

       01  SW-ESTADO-PERIODO        PIC X(01) VALUE "A".
           88  PERIODO-ABIERTO      VALUE "A".
           88  PERIODO-CERRADO      VALUE "C".
           88  PERIODO-EXTRAIDO     VALUE "E".
       01  SW-FIN-CIERRES           PIC X(01) VALUE "N".
           88  FIN-CIERRES          VALUE "S".

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
       01  WS-ED-VALOR3             PIC ZZZZZZZZ9.99.
       01  WS-ED-SALDO              PIC -ZZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.

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
      *        Se devenga sobre sueldos definitivos (captura cerrada)
      *        y antes del extracto, que es quien los lleva al mayor.
               PERFORM 1700-CONTROLAR-CIERRE THRU 1700-EXIT
               IF NOT PERIODO-CERRADO
                   DISPLAY "El periodo " PERIODO-ACTUAL
                       " no esta cerrado para captura (estado "
                       SW-ESTADO-PERIODO "), no se devenga."
                   STRING "Provisiones periodo=" PERIODO-ACTUAL
                       " estado=" SW-ESTADO-PERIODO
                       ", devengamiento rechazado"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2000-DEPURAR-PERIODO THRU 2000-EXIT
               PERFORM 3000-DEVENGAR THRU 3000-EXIT
               PERFORM 4000-REVERTIR-PAGADOS THRU 4000-EXIT
               PERFORM 5000-REPORTE-SALDOS THRU 5000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Ingrese el periodo a devengar (AAAAMM):".
           ACCEPT PERIODO-ACTUAL.
           IF PAC-MM < 1 OR PAC-MM > 12
               DISPLAY "Periodo invalido."
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SUELDOMES.
           IF FS-SUELDOMES NOT = "00"
               DISPLAY "No se pudo abrir SUELDOMES.DAT, FS="
                   FS-SUELDOMES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O PROVISIONES.
           IF FS-PROVISIONES NOT = "00"
               OPEN OUTPUT PROVISIONES
               IF FS-PROVISIONES = "00"
                   CLOSE PROVISIONES
                   OPEN I-O PROVISIONES
               END-IF
           END-IF.
           IF FS-PROVISIONES NOT = "00"
               DISPLAY "No se pudo abrir PROVISIONES.DAT, FS="
                   FS-PROVISIONES
               CLOSE SUELDOMES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
      *    Sin saldos de vacaciones se devenga con el minimo legal.
           OPEN INPUT VACSALDOS.
           IF FS-VACSALDOS = "00"
               MOVE "S" TO SW-VACSALDOS-ABIERTO
           ELSE
               DISPLAY "Sin VACSALDOS.DAT, las vacaciones se devengan "
                   "con " DIAS-VAC-DEFECTO " dias."
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CONTROLAR-CIERRE - estado del periodo en CIERRES.DAT; un
      *                         periodo sin registro se toma abierto
      ******************************************************************
       1700-CONTROLAR-CIERRE.
           MOVE "A" TO SW-ESTADO-PERIODO.
           OPEN INPUT CIERRES.
           IF FS-CIERRES NOT = "00"
               GO TO 1700-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CIERRES.
           PERFORM 1750-LEER-CIERRE THRU 1750-EXIT
               UNTIL FIN-CIERRES.
           CLOSE CIERRES.
       1700-EXIT.
           EXIT.

       1750-LEER-CIERRE.
           READ CIERRES
               AT END
                   MOVE "S" TO SW-FIN-CIERRES
               NOT AT END
                   IF CIE-PERIODO = PERIODO-ACTUAL
                       MOVE CIE-ESTADO TO SW-ESTADO-PERIODO
                   END-IF
           END-READ.
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 2000-DEPURAR-PERIODO - una corrida repetida borra lo devengado
      *                        del periodo (PSA y PVA); las reversiones
      *                        RSA se conservan y se recalculan en 4000
      ******************************************************************
       2000-DEPURAR-PERIODO.
           MOVE PERIODO-ACTUAL TO PRV-PERIODO.
           MOVE ZERO TO PRV-LEGAJO.
           MOVE LOW-VALUES TO PRV-TIPO.
           MOVE "N" TO SW-FIN-DEPURA.
           START PROVISIONES KEY NOT < PRV-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-DEPURA
           END-START.
           PERFORM 2100-BORRAR-REGISTRO THRU 2100-EXIT
               UNTIL FIN-DEPURA.
           IF CANT-DEPURADOS > ZERO
               MOVE CANT-DEPURADOS TO WS-ED-CANT
               DISPLAY "Se reemplazan " WS-ED-CANT
                   " provisiones ya devengadas del periodo."
               STRING "Provisiones periodo=" PERIODO-ACTUAL
                   " REPROCESO, depurados=" WS-ED-CANT
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-BORRAR-REGISTRO.
           READ PROVISIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-DEPURA
               NOT AT END
                   IF PRV-PERIODO NOT = PERIODO-ACTUAL
                       MOVE "S" TO SW-FIN-DEPURA
                   ELSE
                       IF PRV-TIPO = "PSA" OR PRV-TIPO = "PVA"
                           ADD 1 TO CANT-DEPURADOS
                           DELETE PROVISIONES RECORD
                               INVALID KEY
                                   DISPLAY "No se pudo borrar la "
                                       "provision, FS=" FS-PROVISIONES
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DEVENGAR - un PSA y un PVA por cada sueldo SUE del
      *                 periodo, con el centro de costo del sueldo
      ******************************************************************
       3000-DEVENGAR.
           MOVE PERIODO-ACTUAL TO SM-PERIODO.
           MOVE ZERO TO SM-LEGAJO.
           MOVE LOW-VALUES TO SM-CONCEPTO.
           MOVE "N" TO SW-FIN-SUELDOMES.
           START SUELDOMES KEY NOT < SM-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SUELDOMES
           END-START.
           PERFORM 3100-LEER-SUELDOMES THRU 3100-EXIT.
           PERFORM 3200-DEVENGAR-LEGAJO THRU 3200-EXIT
               UNTIL FIN-SUELDOMES.
           MOVE CANT-LEGAJOS TO WS-ED-CANT.
           MOVE TOTAL-PSA    TO WS-ED-VALOR1.
           MOVE TOTAL-PVA    TO WS-ED-VALOR2.
           DISPLAY "Legajos devengados....: " WS-ED-CANT.
           DISPLAY "Devengamiento SAC.....: " WS-ED-VALOR1.
           DISPLAY "Devengamiento vacac...: " WS-ED-VALOR2.
           STRING "Provisiones periodo=" PERIODO-ACTUAL
               " legajos=" WS-ED-CANT
               " PSA=" WS-ED-VALOR1
               " PVA=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

       3100-LEER-SUELDOMES.
           IF FIN-SUELDOMES
               GO TO 3100-EXIT
           END-IF.
           READ SUELDOMES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SUELDOMES
           END-READ.
       3100-EXIT.
           EXIT.

       3200-DEVENGAR-LEGAJO.
           IF SM-PERIODO NOT = PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-SUELDOMES
               GO TO 3200-EXIT
           END-IF.
           IF SM-CONCEPTO NOT = "SUE"
               GO TO 3200-SIGUIENTE
           END-IF.
           MOVE SM-CENTRO-COSTO TO CENTRO-LEGAJO.
           IF CENTRO-LEGAJO = SPACES
               MOVE "GRAL" TO CENTRO-LEGAJO
           END-IF.
           COMPUTE IMPORTE-SAC-MES ROUNDED = SM-SUELDO-BRUTO / 12
               ON SIZE ERROR
                   MOVE ZERO TO IMPORTE-SAC-MES
           END-COMPUTE.
           PERFORM 3300-DIAS-VACACIONES THRU 3300-EXIT.
           COMPUTE IMPORTE-VAC-MES ROUNDED =
               SM-SUELDO-BRUTO / DIVISOR-DIA-VAC * DIAS-VACACIONES
               / 12
               ON SIZE ERROR
                   MOVE ZERO TO IMPORTE-VAC-MES
           END-COMPUTE.
           MOVE "PSA"           TO PRV-TIPO.
           MOVE IMPORTE-SAC-MES TO PRV-IMPORTE.
           PERFORM 3400-GRABAR-PROVISION THRU 3400-EXIT.
           MOVE "PVA"           TO PRV-TIPO.
           MOVE IMPORTE-VAC-MES TO PRV-IMPORTE.
           PERFORM 3400-GRABAR-PROVISION THRU 3400-EXIT.
           ADD 1 TO CANT-LEGAJOS.
           ADD IMPORTE-SAC-MES TO TOTAL-PSA.
           ADD IMPORTE-VAC-MES TO TOTAL-PVA.
       3200-SIGUIENTE.
           PERFORM 3100-LEER-SUELDOMES THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *    Dias de vacaciones del anio del periodo; antes del
      *    otorgamiento anual valen los del anio anterior, y sin
      *    saldo alguno el minimo legal.
       3300-DIAS-VACACIONES.
           MOVE DIAS-VAC-DEFECTO TO DIAS-VACACIONES.
           IF NOT VACSALDOS-ABIERTO
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO SW-VAC-HALLADO.
           MOVE SM-LEGAJO TO VAC-LEGAJO.
           MOVE PAC-AAAA  TO VAC-ANIO.
           READ VACSALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-VAC-HALLADO
           END-READ.
           IF NOT VAC-HALLADO
               SUBTRACT 1 FROM VAC-ANIO
               READ VACSALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-VAC-HALLADO
               END-READ
           END-IF.
           IF VAC-HALLADO AND VAC-DIAS-OTORGADOS > ZERO
               MOVE VAC-DIAS-OTORGADOS TO DIAS-VACACIONES
           END-IF.
       3300-EXIT.
           EXIT.

       3400-GRABAR-PROVISION.
           MOVE PERIODO-ACTUAL  TO PRV-PERIODO.
           MOVE SM-LEGAJO       TO PRV-LEGAJO.
           MOVE SM-SUELDO-BRUTO TO PRV-BASE.
           MOVE CENTRO-LEGAJO   TO PRV-CENTRO.
           MOVE FECHA-HOY       TO PRV-FECHA.
           MOVE OPERADOR-CODIGO TO PRV-OPERADOR.
           WRITE PRV-REGISTRO
               INVALID KEY
                   DISPLAY "Provision " PRV-TIPO " ya grabada para el "
                       "legajo " PRV-LEGAJO ", FS=" FS-PROVISIONES
           END-WRITE.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REVERTIR-PAGADOS - a cada legajo con SAC o SAC
      *                         proporcional (LFS) pagado en el periodo
      *                         se le revierte la provision acumulada
      *                         del semestre, incluido el propio mes
      ******************************************************************
       4000-REVERTIR-PAGADOS.
           IF PAC-MM < 7
               COMPUTE PERIODO-DESDE-SEM = PAC-AAAA * 100 + 1
           ELSE
               COMPUTE PERIODO-DESDE-SEM = PAC-AAAA * 100 + 7
           END-IF.
           MOVE ZERO TO LEGAJO-REVERTIDO.
           MOVE PERIODO-ACTUAL TO SM-PERIODO.
           MOVE ZERO TO SM-LEGAJO.
           MOVE LOW-VALUES TO SM-CONCEPTO.
           MOVE "N" TO SW-FIN-SUELDOMES.
           START SUELDOMES KEY NOT < SM-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SUELDOMES
           END-START.
           PERFORM 3100-LEER-SUELDOMES THRU 3100-EXIT.
           PERFORM 4100-REVERTIR-LEGAJO THRU 4100-EXIT
               UNTIL FIN-SUELDOMES.
           IF CANT-REVERSIONES > ZERO
               MOVE CANT-REVERSIONES TO WS-ED-CANT
               MOVE TOTAL-RSA        TO WS-ED-VALOR1
               DISPLAY "Reversiones de SAC....: " WS-ED-CANT
                   " por " WS-ED-VALOR1
               STRING "Provisiones periodo=" PERIODO-ACTUAL
                   " reversiones SAC=" WS-ED-CANT
                   " RSA=" WS-ED-VALOR1
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-REVERTIR-LEGAJO.
           IF SM-PERIODO NOT = PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-SUELDOMES
               GO TO 4100-EXIT
           END-IF.
           IF SM-CONCEPTO NOT = "SAC" AND SM-CONCEPTO NOT = "LFS"
               GO TO 4100-SIGUIENTE
           END-IF.
           IF SM-LEGAJO = LEGAJO-REVERTIDO
               GO TO 4100-SIGUIENTE
           END-IF.
           MOVE SM-LEGAJO TO LEGAJO-REVERTIDO.
           MOVE ZERO TO PROVISION-ACUM.
           PERFORM 4150-SUMAR-MES THRU 4150-EXIT
               VARYING PERIODO-SEM FROM PERIODO-DESDE-SEM BY 1
               UNTIL PERIODO-SEM > PERIODO-ACTUAL.
           MOVE PERIODO-ACTUAL TO PRV-PERIODO.
           MOVE SM-LEGAJO      TO PRV-LEGAJO.
           MOVE "RSA"          TO PRV-TIPO.
           MOVE "N" TO SW-RSA-EXISTE.
           READ PROVISIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-RSA-EXISTE
           END-READ.
           IF NOT RSA-EXISTE AND PROVISION-ACUM = ZERO
               GO TO 4100-SIGUIENTE
           END-IF.
           MOVE PROVISION-ACUM  TO PRV-IMPORTE.
           MOVE FECHA-HOY       TO PRV-FECHA.
           MOVE OPERADOR-CODIGO TO PRV-OPERADOR.
           IF RSA-EXISTE
               REWRITE PRV-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo actualizar la reversion "
                           "del legajo " PRV-LEGAJO
               END-REWRITE
           ELSE
               MOVE SM-SUELDO-BRUTO TO PRV-BASE
               MOVE SM-CENTRO-COSTO TO PRV-CENTRO
               IF PRV-CENTRO = SPACES
                   MOVE "GRAL" TO PRV-CENTRO
               END-IF
               WRITE PRV-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar la reversion del "
                           "legajo " PRV-LEGAJO
               END-WRITE
           END-IF.
           ADD 1 TO CANT-REVERSIONES.
           ADD PROVISION-ACUM TO TOTAL-RSA.
       4100-SIGUIENTE.
           PERFORM 3100-LEER-SUELDOMES THRU 3100-EXIT.
       4100-EXIT.
           EXIT.

       4150-SUMAR-MES.
           MOVE PERIODO-SEM TO PRV-PERIODO.
           MOVE SM-LEGAJO   TO PRV-LEGAJO.
           MOVE "PSA"       TO PRV-TIPO.
           READ PROVISIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PRV-IMPORTE TO PROVISION-ACUM
                       ON SIZE ERROR
                           DISPLAY "Provision acumulada fuera de "
                               "rango, legajo " PRV-LEGAJO
                   END-ADD
           END-READ.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPORTE-SALDOS - lista de control: por legajo lo devengado
      *                       del mes y el saldo de cada provision
      *                       acumulado hasta el periodo
      ******************************************************************
       5000-REPORTE-SALDOS.
           MOVE ZERO TO PRV-PERIODO.
           MOVE ZERO TO PRV-LEGAJO.
           MOVE LOW-VALUES TO PRV-TIPO.
           MOVE "N" TO SW-FIN-PROVISIONES.
           START PROVISIONES KEY NOT < PRV-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-PROVISIONES
           END-START.
           PERFORM 5100-ACUMULAR-SALDO THRU 5100-EXIT
               UNTIL FIN-PROVISIONES.
           OPEN OUTPUT REPORTE-PROV.
           MOVE SPACES TO REP-LINEA.
           STRING "=== PROVISIONES SAC Y VACACIONES AL PERIODO "
               PERIODO-ACTUAL " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE ZERO TO TOTAL-SALDO-SAC.
           MOVE ZERO TO TOTAL-SALDO-VAC.
           PERFORM 5200-IMPRIMIR-LEGAJO THRU 5200-EXIT
               VARYING IX-SAL FROM 1 BY 1
               UNTIL IX-SAL > CANT-SALDOS.
           MOVE CANT-LEGAJOS TO WS-ED-CANT.
           MOVE TOTAL-PSA    TO WS-ED-VALOR1.
           MOVE TOTAL-PVA    TO WS-ED-VALOR2.
           MOVE TOTAL-RSA    TO WS-ED-VALOR3.
           MOVE SPACES TO REP-LINEA.
           STRING "Devengado del mes: legajos=" WS-ED-CANT
               " SAC=" WS-ED-VALOR1
               " vacaciones=" WS-ED-VALOR2
               " reversion SAC=" WS-ED-VALOR3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-SALDOS     TO WS-ED-CANT2.
           MOVE TOTAL-SALDO-SAC TO WS-ED-SALDO.
           MOVE TOTAL-SALDO-VAC TO WS-ED-VALOR1.
           MOVE SPACES TO REP-LINEA.
           STRING "Saldos al periodo: legajos=" WS-ED-CANT2
               " provision SAC=" WS-ED-SALDO
               " provision vacaciones=" WS-ED-VALOR1
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY "Saldo provision SAC...: " WS-ED-SALDO.
           DISPLAY "Saldo provision vacac.: " WS-ED-VALOR1.
       5000-EXIT.
           EXIT.

       5100-ACUMULAR-SALDO.
           READ PROVISIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PROVISIONES
                   GO TO 5100-EXIT
           END-READ.
           IF PRV-PERIODO > PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-PROVISIONES
               GO TO 5100-EXIT
           END-IF.
           PERFORM VARYING IX-SAL FROM 1 BY 1
               UNTIL IX-SAL > CANT-SALDOS
                   OR SAL-LEGAJO (IX-SAL) = PRV-LEGAJO
               CONTINUE
           END-PERFORM.
           IF IX-SAL > CANT-SALDOS
               IF CANT-SALDOS >= 2000
                   DISPLAY "Tabla de saldos llena, se descarta "
                       PRV-LEGAJO
                   GO TO 5100-EXIT
               END-IF
               ADD 1 TO CANT-SALDOS
               SET IX-SAL TO CANT-SALDOS
               MOVE PRV-LEGAJO TO SAL-LEGAJO (IX-SAL)
               MOVE ZERO TO SAL-SAC-MES (IX-SAL)
               MOVE ZERO TO SAL-VAC-MES (IX-SAL)
               MOVE ZERO TO SAL-SAC-DEVENGADO (IX-SAL)
               MOVE ZERO TO SAL-SAC-REVERTIDO (IX-SAL)
               MOVE ZERO TO SAL-VAC-DEVENGADO (IX-SAL)
           END-IF.
           MOVE PRV-CENTRO TO SAL-CENTRO (IX-SAL).
           EVALUATE PRV-TIPO
               WHEN "PSA"
                   ADD PRV-IMPORTE TO SAL-SAC-DEVENGADO (IX-SAL)
                   IF PRV-PERIODO = PERIODO-ACTUAL
                       ADD PRV-IMPORTE TO SAL-SAC-MES (IX-SAL)
                   END-IF
               WHEN "PVA"
                   ADD PRV-IMPORTE TO SAL-VAC-DEVENGADO (IX-SAL)
                   IF PRV-PERIODO = PERIODO-ACTUAL
                       ADD PRV-IMPORTE TO SAL-VAC-MES (IX-SAL)
                   END-IF
               WHEN "RSA"
                   ADD PRV-IMPORTE TO SAL-SAC-REVERTIDO (IX-SAL)
           END-EVALUATE.
       5100-EXIT.
           EXIT.

       5200-IMPRIMIR-LEGAJO.
           COMPUTE SALDO-SAC = SAL-SAC-DEVENGADO (IX-SAL)
               - SAL-SAC-REVERTIDO (IX-SAL).
           ADD SALDO-SAC TO TOTAL-SALDO-SAC.
           ADD SAL-VAC-DEVENGADO (IX-SAL) TO TOTAL-SALDO-VAC.
           MOVE SAL-SAC-MES (IX-SAL)       TO WS-ED-VALOR1.
           MOVE SAL-VAC-MES (IX-SAL)       TO WS-ED-VALOR2.
           MOVE SALDO-SAC                  TO WS-ED-SALDO.
           MOVE SAL-VAC-DEVENGADO (IX-SAL) TO WS-ED-VALOR3.
           MOVE SPACES TO REP-LINEA.
           STRING "Legajo " SAL-LEGAJO (IX-SAL)
               " CC " SAL-CENTRO (IX-SAL)
               " SAC mes=" WS-ED-VALOR1
               " VAC mes=" WS-ED-VALOR2
               " saldo SAC=" WS-ED-SALDO
               " saldo VAC=" WS-ED-VALOR3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       5200-EXIT.
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
               FOR ALL "DevengaProvisiones".
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
           STRING "DevengaProvisiones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE SUELDOMES.
           CLOSE PROVISIONES.
           IF VACSALDOS-ABIERTO
               CLOSE VACSALDOS
           END-IF.
           CLOSE REPORTE-PROV.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Devengamiento conformado por: " OPERADOR-FIRMA.
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
       END PROGRAM DevengaProvisiones.
