      *                 volvia en silencio a la cuota del padron, el
      *                 mismo vicio de tope que esta corrida ya
      *                 elimino para las operaciones.
      * 2026-10-15  NF  El usado tomado en parte de pago queda en el
      *                 registro como operacion T ligada a la venta:
      *                 no se suelta al SORT, con lo que el premio
      *                 cuenta solo la unidad vendida y no la toma.
      * 2026-10-15  NF  El registro de operaciones trae el documento
      *                 del cliente (OPE-CLIENTE); la liquidacion no lo
      *                 usa.
      * 2026-10-15  NF  Override de supervision: el padron trae el
      *                 legajo del supervisor de cada vendedor y la
      *                 misma corrida acumula por supervisor los autos
      *                 netos y la suma de cuotas de su equipo
      *                 (vendedores activos). Cada supervisor activo
      *                 cobra un importe por auto neto del equipo, mas
      *                 un bono si el equipo llego a la suma de las
      *                 cuotas de sus integrantes. El override se graba
      *                 en VTASMES como linea propia (VTM-TIPO S) con
      *                 los autos y la cuota del equipo, sin sueldo
      *                 fijo; el de un supervisor retirado o fuera del
      *                 padron no se paga y queda informado.
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
       PROGRAM-ID. Ejercicio2.
       FILE-CONTROL.
           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-LEGAJO
               FILE STATUS IS FS-VENDEDORES.
           SELECT VTASMES ASSIGN TO "VTASMES.DAT"
           05  VEN-AUTOS-DEVUELTOS   PIC 9(3).
           05  VEN-CUOTA-MENSUAL     PIC 9(3).
           05  VEN-ESTADO            PIC X(01).
           05  VEN-SUPERVISOR        PIC 9(5).

       FD  VTASMES
           RECORDING MODE IS F.
           05  VTM-AUTOS-NETOS       PIC 9(3).
           05  VTM-PREMIO-TOTAL      PIC 9(7)V99.
           05  VTM-CUOTA-MENSUAL     PIC 9(3).
      *        Espacio la liquidacion del vendedor, S el override del
      *        supervisor sobre su equipo.
           05  VTM-TIPO              PIC X(01).

      *    Registro de operaciones capturado por CargaOperaciones.
       FD  OPERACIONES
           05  OPE-PATENTE           PIC X(10).
           05  OPE-IMPORTE           PIC 9(7)V99.
           05  OPE-TIPO              PIC X(01).
           05  OPE-PATENTE-REL       PIC X(10).
           05  OPE-IMPORTE-CAJA      PIC 9(7)V99.
           05  OPE-CLIENTE           PIC X(11).

      *    Las operaciones del periodo ordenadas por legajo, salida
      *    del SORT, para el apareo contra el padron sin tope de

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

      *    Interbloqueo de corridas: cada programa que actualiza toma
      *    su recurso con operador, programa y hora, y lo libera al
       01  SW-FIN-VENDEDORES        PIC X(01) VALUE "N".
           88  FIN-VENDEDORES       VALUE "S".

      *----------------------------------------------------------------
      * OVERRIDE DE SUPERVISION POR EQUIPO
      *----------------------------------------------------------------
       77  OVERRIDE-POR-AUTO        PIC 9(5)V99 COMP-3 VALUE 500.
       77  BONO-CUOTA-EQUIPO        PIC 9(7)V99 COMP-3 VALUE 10000.
       77  OVERRIDE-TOTAL           PIC 9(7)V99 COMP-3 VALUE ZERO.
       77  CANT-EQUIPOS             PIC 9(3) COMP VALUE ZERO.
       77  CANT-OVERRIDES           PIC 9(5) COMP VALUE ZERO.
       77  TOTAL-OVERRIDE           PIC 9(9)V99 COMP-3 VALUE ZERO.

       01  SW-EQUIPOS-OK            PIC X(01) VALUE "S".
           88  EQUIPOS-OK           VALUE "S".
       01  WS-MARCA-EQUIPO          PIC X(30) VALUE SPACES.

       01  TABLA-EQUIPOS.
           05  EQP-ENTRY OCCURS 500 TIMES INDEXED BY IX-EQP.
               10  EQP-SUPERVISOR    PIC 9(05).
               10  EQP-INTEGRANTES   PIC 9(03) COMP.
               10  EQP-AUTOS         PIC 9(05).
               10  EQP-CUOTA         PIC 9(05).

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".

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
       01  WS-ED-VALOR1             PIC ZZZZZZ9.99.
       01  WS-ED-VALOR2             PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR3             PIC ZZ9.99.
                   PERFORM 2000-PROCESAR-NOMINA THRU 2000-EXIT
                   PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
                   MOVE "FIN" TO RUN-EVENTO-W
                   IF CUOTAS-OK AND EQUIPOS-OK
                       MOVE "OK" TO RUN-ESTADO-W
                   ELSE
                       MOVE "ERROR" TO RUN-ESTADO-W
                   PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT
               END-IF
           END-IF.
      *    Con el padron completo recorrido, los equipos estan
      *    cerrados: se liquida el override de cada supervisor.
           PERFORM 2600-LIQUIDAR-SUPERVISOR THRU 2600-EXIT
               VARYING IX-EQP FROM 1 BY 1
               UNTIL IX-EQP > CANT-EQUIPOS.
           CLOSE VENDEDORES.
           CLOSE VTASMES.
           IF CANT-OVERRIDES > ZERO
               MOVE CANT-OVERRIDES TO WS-ED-CANT
               MOVE TOTAL-OVERRIDE TO WS-ED-VALOR2
               DISPLAY "Overrides de supervision.......: " WS-ED-CANT
                   " por " WS-ED-VALOR2
               MOVE SPACES TO REP-LINEA
               STRING "Overrides de supervision: " WS-ED-CANT
                   " Total override: " WS-ED-VALOR2
                   DELIMITED BY SIZE INTO REP-LINEA
               PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT
           END-IF.
           MOVE CANT-VENDEDORES TO WS-ED-CANT.
           MOVE TOTAL-NOMINA    TO WS-ED-VALOR2.
           DISPLAY "Total de vendedores liquidados: " WS-ED-CANT.
       1500-EXIT.
           EXIT.

      *    Solo se sueltan al SORT las ventas y devoluciones del
      *    periodo; la toma de un usado no es una unidad vendida.
       1510-FILTRAR-PERIODO.
           OPEN INPUT OPERACIONES.
           MOVE "N" TO SW-FIN-OPERACIONES.
               NOT AT END
                   MOVE OPE-FECHA TO FECHA-OPERACION
                   IF FO-PERIODO = PERIODO-ACTUAL
                       AND OPE-TIPO NOT = "T"
                       MOVE OPE-LEGAJO TO SRT-LEGAJO
                       MOVE OPE-TIPO   TO SRT-TIPO
                       RELEASE SRT-REGISTRO
           MOVE autosNetos          TO VTM-AUTOS-NETOS.
           MOVE premioTotal         TO VTM-PREMIO-TOTAL.
           MOVE CUOTA-APLICADA      TO VTM-CUOTA-MENSUAL.
           MOVE SPACE               TO VTM-TIPO.
           WRITE VTM-REGISTRO.
           ADD resultado TO TOTAL-NOMINA.
           ADD 1 TO CANT-VENDEDORES.
           IF VEN-SUPERVISOR > ZERO
               PERFORM 2190-ACUMULAR-EQUIPO THRU 2190-EXIT
           END-IF.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-VENDEDOR THRU 2100-EXIT.
       2200-EXIT.
       2180-EXIT.
           EXIT.

      ******************************************************************
      * 2190-ACUMULAR-EQUIPO - suma los autos netos y la cuota aplicada
      *                        del vendedor al equipo de su supervisor
      ******************************************************************
       2190-ACUMULAR-EQUIPO.
           PERFORM VARYING IX-EQP FROM 1 BY 1
               UNTIL IX-EQP > CANT-EQUIPOS
                   OR EQP-SUPERVISOR (IX-EQP) = VEN-SUPERVISOR
               CONTINUE
           END-PERFORM.
           IF IX-EQP > CANT-EQUIPOS
      *        Un equipo caido de la tabla dejaria al supervisor sin
      *        su override: la corrida termina en ERROR.
               IF CANT-EQUIPOS >= 500
                   DISPLAY "Tabla de equipos llena, se descarta el "
                       "supervisor " VEN-SUPERVISOR
                   STRING "Legajo=" VEN-LEGAJO
                       " supervisor=" VEN-SUPERVISOR
                       " FUERA DE LA TABLA DE EQUIPOS"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   MOVE "N" TO SW-EQUIPOS-OK
                   GO TO 2190-EXIT
               END-IF
               ADD 1 TO CANT-EQUIPOS
               SET IX-EQP TO CANT-EQUIPOS
               MOVE VEN-SUPERVISOR TO EQP-SUPERVISOR (IX-EQP)
               MOVE ZERO TO EQP-INTEGRANTES (IX-EQP)
               MOVE ZERO TO EQP-AUTOS (IX-EQP)
               MOVE ZERO TO EQP-CUOTA (IX-EQP)
           END-IF.
           ADD 1 TO EQP-INTEGRANTES (IX-EQP).
           ADD autosNetos TO EQP-AUTOS (IX-EQP).
           ADD CUOTA-APLICADA TO EQP-CUOTA (IX-EQP).
       2190-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LIQUIDAR-SUPERVISOR - override del equipo: importe por
      *                            auto neto mas el bono si el equipo
      *                            llego a la suma de sus cuotas; solo
      *                            para un supervisor activo del padron
      ******************************************************************
       2600-LIQUIDAR-SUPERVISOR.
           MOVE EQP-SUPERVISOR (IX-EQP) TO VEN-LEGAJO.
           READ VENDEDORES
               INVALID KEY
                   MOVE SPACES TO VEN-NOMBRE
                   MOVE "X" TO VEN-ESTADO
           END-READ.
           IF VEN-ESTADO NOT = "A"
               DISPLAY "Supervisor " EQP-SUPERVISOR (IX-EQP)
                   " retirado o fuera del padron, override no "
                   "liquidado."
               MOVE SPACES TO REP-LINEA
               STRING "Supervisor " EQP-SUPERVISOR (IX-EQP)
                   " RETIRADO O FUERA DEL PADRON, override no "
                   "liquidado"
                   DELIMITED BY SIZE INTO REP-LINEA
               PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT
               STRING "Supervisor=" EQP-SUPERVISOR (IX-EQP)
                   " estado=" VEN-ESTADO
                   " override NO LIQUIDADO"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2600-EXIT
           END-IF.
           MULTIPLY EQP-AUTOS (IX-EQP) BY OVERRIDE-POR-AUTO
               GIVING OVERRIDE-TOTAL
               ON SIZE ERROR
                   DISPLAY "Override fuera de rango."
           END-MULTIPLY.
           MOVE SPACES TO WS-MARCA-EQUIPO.
           IF EQP-CUOTA (IX-EQP) > ZERO
               AND EQP-AUTOS (IX-EQP) NOT < EQP-CUOTA (IX-EQP)
               ADD BONO-CUOTA-EQUIPO TO OVERRIDE-TOTAL
                   ON SIZE ERROR
                       DISPLAY "Override con bono fuera de rango."
               END-ADD
               MOVE "  *** EQUIPO EN CUOTA ***" TO WS-MARCA-EQUIPO
           END-IF.
           MOVE OVERRIDE-TOTAL TO WS-ED-VALOR1.
           MOVE EQP-INTEGRANTES (IX-EQP) TO WS-ED-CANT.
           DISPLAY "Supervisor " VEN-LEGAJO " " VEN-NOMBRE.
           DISPLAY "  Equipo: " WS-ED-CANT " vendedores, autos netos "
               EQP-AUTOS (IX-EQP) " cuota " EQP-CUOTA (IX-EQP)
               " Override: " WS-ED-VALOR1.
           MOVE SPACES TO REP-LINEA.
           STRING "Supervisor " VEN-LEGAJO " " VEN-NOMBRE
               " Equipo: " WS-ED-CANT
               " Autos netos: " EQP-AUTOS (IX-EQP)
               " Cuota: " EQP-CUOTA (IX-EQP)
               " Override: " WS-ED-VALOR1
               WS-MARCA-EQUIPO
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           STRING "Supervisor=" VEN-LEGAJO
               " integrantes=" WS-ED-CANT
               " autosNetosEquipo=" EQP-AUTOS (IX-EQP)
               " cuotaEquipo=" EQP-CUOTA (IX-EQP)
               " override=" WS-ED-VALOR1
               WS-MARCA-EQUIPO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE VEN-LEGAJO          TO VTM-LEGAJO.
           MOVE PERIODO-ACTUAL      TO VTM-PERIODO.
           MOVE EQP-AUTOS (IX-EQP)  TO VTM-AUTOS-NETOS.
           MOVE OVERRIDE-TOTAL      TO VTM-PREMIO-TOTAL.
           MOVE EQP-CUOTA (IX-EQP)  TO VTM-CUOTA-MENSUAL.
           MOVE "S"                 TO VTM-TIPO.
           WRITE VTM-REGISTRO.
           ADD OVERRIDE-TOTAL TO TOTAL-OVERRIDE.
           ADD OVERRIDE-TOTAL TO TOTAL-NOMINA.
           ADD 1 TO CANT-OVERRIDES.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CALCULAR-PREMIO - escalonado: $2000 primeros 5, $3000 resto
      ******************************************************************
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "Ejercicio2 " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
      * 7900-CERRAR-REPORTE
      ******************************************************************
