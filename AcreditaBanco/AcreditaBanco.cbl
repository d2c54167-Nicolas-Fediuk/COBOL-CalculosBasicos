      *                 legajo/concepto: el filtro del deposito
      *                 posiciona con START en el periodo y corta al
      *                 cambiar, sin barrer la historia entera.
      * 2026-10-15  NF  La acreditacion exige el control de integridad
      *                 de ControlPagos: sin corrida vigente del
      *                 periodo, con observaciones pendientes de
      *                 disposicion o si el neto de SUELDOMES cambio
      *                 desde el control, el archivo no se genera. Los
      *                 legajos retenidos en CargaDisposiciones quedan
      *                 fuera del deposito, listados y auditados.
      *                 CBULEGAJO.DAT suma la fecha de cambio del CBU.
      * 2026-10-15  NF  VTASMES trae ademas la linea del override de
      *                 supervision (VTM-TIPO S): se acredita solo el
      *                 importe del override, sin un segundo sueldo
      *                 fijo, y se suma en el mismo detalle del legajo
      *                 que su propia liquidacion de vendedor.
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
       PROGRAM-ID. AcreditaBanco.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT CONTROLPAGO ASSIGN TO "CONTROLPAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBS-CLAVE
               FILE STATUS IS FS-CONTROLPAGO.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           05  VTM-AUTOS-NETOS       PIC 9(3).
           05  VTM-PREMIO-TOTAL      PIC 9(7)V99.
           05  VTM-CUOTA-MENSUAL     PIC 9(3).
           05  VTM-TIPO              PIC X(01).
               88  VTM-ES-OVERRIDE   VALUE "S".

      *    Maestro de cuentas bancarias por legajo, con la fecha del
      *    ultimo cambio de CBU.
       FD  CBU-LEGAJO
           RECORDING MODE IS F.
       01  CBL-REGISTRO.
           05  CBL-LEGAJO           PIC 9(05).
           05  CBL-CBU              PIC X(22).
           05  CBL-BANCO            PIC X(20).
           05  CBL-FECHA-CAMBIO     PIC 9(08).

      *    Netos del periodo ordenados por legajo, salida del SORT.
       FD  NETOS-ORDENADO
           05  CBO-LEGAJO           PIC 9(05).
           05  CBO-CBU              PIC X(22).
           05  CBO-BANCO            PIC X(20).
           05  CBO-FECHA-CAMBIO     PIC 9(08).

      *    Detalle de trabajo: ACREDITACION.DAT recien se graba cuando
      *    ningun legajo quedo sin CBU.
           05  SRC-LEGAJO           PIC 9(05).
           05  SRC-CBU              PIC X(22).
           05  SRC-BANCO            PIC X(20).
           05  SRC-FECHA-CAMBIO     PIC 9(08).

      *----------------------------------------------------------------
      * Archivo de acreditacion de ancho fijo (80):

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
           05  OPR-PROGRAMAS        PIC X(80).
           05  OPR-ESTADO           PIC X(01).

      *    Observaciones del control de integridad de ControlPagos;
      *    el registro de legajo cero y tipo "**" es la cabecera de
      *    la corrida del periodo con el neto total controlado.
       FD  CONTROLPAGO.
       01  OBS-REGISTRO.
           05  OBS-CLAVE.
               10  OBS-PERIODO       PIC 9(06).
               10  OBS-LEGAJO        PIC 9(05).
               10  OBS-TIPO          PIC X(02).
           05  OBS-DETALLE           PIC X(60).
           05  OBS-CABECERA REDEFINES OBS-DETALLE.
               10  OBC-NETO-CONTROL  PIC 9(11)V99.
               10  OBC-CANT-LEGAJOS  PIC 9(07).
               10  OBC-FECHA-PAGO    PIC 9(08).
               10  FILLER            PIC X(32).
           05  OBS-VIGENTE           PIC X(01).
               88  OBS-ES-VIGENTE    VALUE "S".
           05  OBS-ESTADO            PIC X(01).
               88  OBS-PENDIENTE     VALUE "P".
               88  OBS-LIBERADA      VALUE "L".
               88  OBS-RETENIDA      VALUE "R".
           05  OBS-FECHA-DETECCION   PIC 9(08).
           05  OBS-DISPOSICION       PIC X(40).
           05  OBS-OPERADOR          PIC X(04).
           05  OBS-FECHA-DISPOSICION PIC 9(08).

      *    Estado de cada periodo: A abierto, C cerrado para captura,
      *    E extraido (lo mantiene CierrePeriodos).
       FD  CIERRES
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
       01  WS-ED-VALOR1             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * CONTROL DE INTEGRIDAD PREVIO (CONTROLPAGO.DAT)
      *----------------------------------------------------------------
       77  FS-CONTROLPAGO           PIC X(02) VALUE SPACES.
       77  NETO-CONTROL             PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  NETO-SUELDOMES           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-RETENIDO           PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  CANT-PENDIENTES          PIC 9(05) COMP VALUE ZERO.
       77  CANT-RETENIDOS           PIC 9(05) COMP VALUE ZERO.

       01  SW-INTEGRIDAD-OK         PIC X(01) VALUE "N".
           88  INTEGRIDAD-OK        VALUE "S".
       01  SW-CONTROLPAGO-ABIERTO   PIC X(01) VALUE "N".
           88  CONTROLPAGO-ABIERTO  VALUE "S".
       01  SW-FIN-CONTROLPAGO       PIC X(01) VALUE "N".
           88  FIN-CONTROLPAGO      VALUE "S".
       01  SW-LEGAJO-RETENIDO       PIC X(01) VALUE "N".
           88  LEGAJO-RETENIDO      VALUE "S".

      *----------------------------------------------------------------
      * CONTROL DE CIERRE DEL PERIODO
      *----------------------------------------------------------------
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 1800-CONTROLAR-INTEGRIDAD THRU 1800-EXIT
               IF NOT INTEGRIDAD-OK
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2000-ORDENAR-NETOS THRU 2000-EXIT
      *        Lo que se deposita debe ser exactamente lo controlado:
      *        un SUELDOMES tocado despues del control frena todo.
               IF NETO-SUELDOMES NOT = NETO-CONTROL
                   MOVE NETO-SUELDOMES TO WS-ED-VALOR1
                   MOVE NETO-CONTROL TO WS-ED-VALOR2
                   DISPLAY "El neto de SUELDOMES (" WS-ED-VALOR1
                       ") no coincide con el controlado ("
                       WS-ED-VALOR2 "): corra de nuevo ControlPagos."
                   STRING "Acreditacion periodo=" PERIODO-ACTUAL
                       " RECHAZADA, neto SUELDOMES=" WS-ED-VALOR1
                       " controlado=" WS-ED-VALOR2
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2500-ORDENAR-CBU THRU 2500-EXIT
               PERFORM 3000-APAREAR-CBU THRU 3000-EXIT
               IF CANT-SIN-CBU > ZERO
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 1800-CONTROLAR-INTEGRIDAD - el periodo debe tener una corrida
      *                             vigente de ControlPagos y ninguna
      *                             observacion vigente pendiente;
      *                             CONTROLPAGO queda abierto para
      *                             buscar los legajos retenidos
      ******************************************************************
       1800-CONTROLAR-INTEGRIDAD.
           MOVE "N" TO SW-INTEGRIDAD-OK.
           OPEN INPUT CONTROLPAGO.
           IF FS-CONTROLPAGO NOT = "00"
               DISPLAY "Sin CONTROLPAGO.DAT (FS=" FS-CONTROLPAGO
                   "): corra primero ControlPagos."
               STRING "Acreditacion periodo=" PERIODO-ACTUAL
                   " RECHAZADA, sin control de integridad"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 1800-EXIT
           END-IF.
           MOVE "S" TO SW-CONTROLPAGO-ABIERTO.
           MOVE PERIODO-ACTUAL TO OBS-PERIODO.
           MOVE ZERO TO OBS-LEGAJO.
           MOVE "**" TO OBS-TIPO.
           READ CONTROLPAGO
               INVALID KEY
                   MOVE "N" TO OBS-VIGENTE
           END-READ.
           IF NOT OBS-ES-VIGENTE
               DISPLAY "El periodo " PERIODO-ACTUAL
                   " no tiene un control de integridad vigente: "
                   "corra primero ControlPagos."
               STRING "Acreditacion periodo=" PERIODO-ACTUAL
                   " RECHAZADA, sin control de integridad vigente"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 1800-EXIT
           END-IF.
           MOVE OBC-NETO-CONTROL TO NETO-CONTROL.
           MOVE ZERO TO CANT-PENDIENTES.
           MOVE "N" TO SW-FIN-CONTROLPAGO.
           START CONTROLPAGO KEY > OBS-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-CONTROLPAGO
           END-START.
           PERFORM 1850-CONTAR-PENDIENTE THRU 1850-EXIT
               UNTIL FIN-CONTROLPAGO.
           IF CANT-PENDIENTES > ZERO
               MOVE CANT-PENDIENTES TO WS-ED-CANT
               DISPLAY "Hay " WS-ED-CANT " observaciones del control "
                   "sin disponer: corra CargaDisposiciones."
               STRING "Acreditacion periodo=" PERIODO-ACTUAL
                   " RECHAZADA, observaciones pendientes="
                   WS-ED-CANT
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 1800-EXIT
           END-IF.
           MOVE "S" TO SW-INTEGRIDAD-OK.
       1800-EXIT.
           EXIT.

       1850-CONTAR-PENDIENTE.
           READ CONTROLPAGO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CONTROLPAGO
                   GO TO 1850-EXIT
           END-READ.
           IF OBS-PERIODO NOT = PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-CONTROLPAGO
               GO TO 1850-EXIT
           END-IF.
           IF OBS-ES-VIGENTE AND OBS-PENDIENTE
               ADD 1 TO CANT-PENDIENTES
           END-IF.
       1850-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ORDENAR-NETOS - suelta al SORT los netos del periodo
      *                      (sueldo y aguinaldo) ordenados por legajo
       2050-FILTRAR-PERIODO.
           OPEN INPUT SUELDOMES.
           MOVE "N" TO SW-FIN-SUELDOMES.
           MOVE ZERO TO NETO-SUELDOMES.
      *    El acumulado indexado va en orden de periodo: se arranca
      *    en el periodo pedido y se corta al cambiar.
           MOVE PERIODO-ACTUAL TO SM-PERIODO.
                       MOVE SM-LEGAJO      TO SRN-LEGAJO
                       MOVE SM-SUELDO-NETO TO SRN-NETO
                       RELEASE SRN-REGISTRO
                       ADD SM-SUELDO-NETO TO NETO-SUELDOMES
                   ELSE
                       MOVE "S" TO SW-FIN-SUELDOMES
                   END-IF
                   MOVE "S" TO SW-FIN-VTASMES
               NOT AT END
                   IF VTM-PERIODO = PERIODO-ACTUAL
                       IF VTM-ES-OVERRIDE
                           MOVE VTM-PREMIO-TOTAL TO NETO-VENDEDOR
                       ELSE
                           ADD VTM-PREMIO-TOTAL SUELDO-FIJO-VENDEDOR
                               GIVING NETO-VENDEDOR
                               ON SIZE ERROR
                                   DISPLAY "Total del vendedor fuera "
                                       "de rango."
                                   MOVE VTM-PREMIO-TOTAL
                                       TO NETO-VENDEDOR
                           END-ADD
                       END-IF
                       MOVE VTM-LEGAJO    TO SRN-LEGAJO
                       MOVE NETO-VENDEDOR TO SRN-NETO
                       RELEASE SRN-REGISTRO
      ******************************************************************
       3000-APAREAR-CBU.
           MOVE ZERO TO CANT-SIN-CBU.
           MOVE ZERO TO CANT-RETENIDOS.
           MOVE ZERO TO TOTAL-RETENIDO.
           MOVE ZERO TO CANT-DETALLES.
           MOVE ZERO TO TOTAL-ACREDITAR.
           OPEN INPUT NETOS-ORDENADO.
           EXIT.

       3200-RESOLVER-CBU.
           PERFORM 3300-BUSCAR-RETENCION THRU 3300-EXIT.
           IF LEGAJO-RETENIDO
               ADD 1 TO CANT-RETENIDOS
               ADD NETO-CORTE TO TOTAL-RETENIDO
                   ON SIZE ERROR
                       DISPLAY "Total retenido fuera de rango."
               END-ADD
               MOVE NETO-CORTE TO WS-ED-VALOR1
               DISPLAY "Legajo " LEGAJO-CORTE
                   " RETENIDO por el control de pagos, neto "
                   WS-ED-VALOR1 " fuera del deposito."
               STRING "Legajo=" LEGAJO-CORTE
                   " RETENIDO neto=" WS-ED-VALOR1
                   " tipo=" OBS-TIPO " por " OBS-OPERADOR
                   " " OBS-DISPOSICION
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3250-SALTEAR-CBU THRU 3250-SALTEAR-EXIT
               UNTIL FIN-CBU-ORD OR CBO-LEGAJO NOT < LEGAJO-CORTE.
           IF FIN-CBU-ORD OR CBO-LEGAJO NOT = LEGAJO-CORTE
       3250-SALTEAR-EXIT.
           EXIT.

      ******************************************************************
      * 3300-BUSCAR-RETENCION - el legajo queda fuera del deposito si
      *                         alguna observacion vigente suya del
      *                         periodo fue retenida
      ******************************************************************
       3300-BUSCAR-RETENCION.
           MOVE "N" TO SW-LEGAJO-RETENIDO.
           MOVE PERIODO-ACTUAL TO OBS-PERIODO.
           MOVE LEGAJO-CORTE TO OBS-LEGAJO.
           MOVE LOW-VALUES TO OBS-TIPO.
           MOVE "N" TO SW-FIN-CONTROLPAGO.
           START CONTROLPAGO KEY NOT < OBS-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-CONTROLPAGO
           END-START.
           PERFORM 3350-LEER-OBSERVACION THRU 3350-EXIT
               UNTIL FIN-CONTROLPAGO OR LEGAJO-RETENIDO.
       3300-EXIT.
           EXIT.

       3350-LEER-OBSERVACION.
           READ CONTROLPAGO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CONTROLPAGO
                   GO TO 3350-EXIT
           END-READ.
           IF OBS-PERIODO NOT = PERIODO-ACTUAL
               OR OBS-LEGAJO NOT = LEGAJO-CORTE
               MOVE "S" TO SW-FIN-CONTROLPAGO
               GO TO 3350-EXIT
           END-IF.
           IF OBS-ES-VIGENTE AND OBS-RETENIDA
               MOVE "S" TO SW-LEGAJO-RETENIDO
           END-IF.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GENERAR-ARCHIVO - cabecera, los detalles del archivo de
      *                        trabajo y cola con cantidad y suma
           CLOSE ACREDITACION.
           MOVE CANT-DETALLES   TO WS-ED-CANT.
           MOVE TOTAL-ACREDITAR TO WS-ED-VALOR1.
           MOVE TOTAL-RETENIDO  TO WS-ED-VALOR2.
           DISPLAY "Acreditacion generada: " WS-ED-CANT
               " legajos por " WS-ED-VALOR1 ".".
           IF CANT-RETENIDOS > ZERO
               DISPLAY "Retenidos por el control de pagos: "
                   CANT-RETENIDOS " legajos por " WS-ED-VALOR2 "."
           END-IF.
           STRING "Acreditacion periodo=" PERIODO-ACTUAL
               " legajos=" WS-ED-CANT
               " total=" WS-ED-VALOR1
               " retenido=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "AcreditaBanco " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
           IF CONTROLPAGO-ABIERTO
               CLOSE CONTROLPAGO
           END-IF.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.
