      *                 VUE-INGRESO trae blancos en ese campo: se
      *                 acumula como cero, igual que los minimos en
      *                 blanco del maestro de stock.
      * 2026-10-15  NF  Apertura por clase de cabina (J ejecutiva, W
      *                 premium, Y economica): debajo de las lineas
      *                 totales de cada ruta se informa por clase los
      *                 asientos ofrecidos (capacidad vigente de la
      *                 clase), los ocupados, la ocupacion sobre
      *                 asientos, el ingreso y los vuelos con la clase
      *                 sobrevendida, para que una ejecutiva llena con
      *                 la economica vacia deje de verse como un vuelo
      *                 mediocre. El registro anterior sin detalle por
      *                 clase se toma como todo economica.
      * 2026-10-15  NF  VUE-REGISTRO suma al final la salida
      *                 programada, los calzos fuera y dentro reales y
      *                 la demora con su causa; este programa no los
      *                 usa.
      * 2026-10-15  NF  VUELOS.DAT suma la matricula de la aeronave
      *                 (VUE-MATRICULA); este programa no la usa.
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
       PROGRAM-ID. ReporteRutas.
           05  VUE-TIPO-AERONAVE     PIC X(06).
           05  VUE-ASIENTOS-OCUP     PIC 9(3).
           05  VUE-INGRESO           PIC 9(08)V99.
           05  VUE-CLASES.
               10  VUE-CLASE OCCURS 3 TIMES.
                   15  VUE-OCUP-CLASE    PIC 9(03).
                   15  VUE-INGRESO-CLASE PIC 9(08)V99.
           05  VUE-CON-HORARIO       PIC X(01).
           05  VUE-SALIDA-PROG       PIC 9(04).
           05  VUE-CALZOS-FUERA      PIC 9(04).
           05  VUE-CALZOS-DENTRO     PIC 9(04).
           05  VUE-DEMORA-MIN        PIC 9(04).
           05  VUE-CAUSA-DEMORA      PIC X(02).
           05  VUE-MATRICULA         PIC X(06).

       FD  AERONAVES.
       01  AER-REGISTRO.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

       FD  CAPVIGENCIA
           RECORDING MODE IS F.
           05  CAP-TIPO              PIC X(06).
           05  CAP-FECHA-VIGENCIA    PIC 9(08).
           05  CAP-CAPACIDAD         PIC 9(03).
           05  CAP-CLASES.
               10  CAP-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

      *    Cancelaciones asentadas por ControlItinerario.
       FD  CANCELACIONES

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
               10  RUT-INGRESO       PIC 9(11)V99 COMP-3.
               10  RUT-ASIENTOS-OF   PIC 9(07) COMP-3.
               10  RUT-CANCELADOS    PIC 9(5) COMP.
               10  RUT-CLASE OCCURS 3 TIMES.
                   15  RUT-OF-CLASE      PIC 9(07) COMP-3.
                   15  RUT-OC-CLASE      PIC 9(07) COMP-3.
                   15  RUT-ING-CLASE     PIC 9(11)V99 COMP-3.
                   15  RUT-SOB-CLASE     PIC 9(05) COMP.

       77  CANT-TIPOS               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-TIPOS.
           05  AUX-INGRESO           PIC 9(11)V99 COMP-3.
           05  AUX-ASIENTOS-OF       PIC 9(07) COMP-3.
           05  AUX-CANCELADOS        PIC 9(5) COMP.
           05  AUX-CLASE OCCURS 3 TIMES.
               10  AUX-OF-CLASE      PIC 9(07) COMP-3.
               10  AUX-OC-CLASE      PIC 9(07) COMP-3.
               10  AUX-ING-CLASE     PIC 9(11)V99 COMP-3.
               10  AUX-SOB-CLASE     PIC 9(05) COMP.

       77  IX-ORD                   PIC 9(3) COMP.
       77  IX-ORD2                  PIC 9(3) COMP.
               10  VIG-TIPO          PIC X(06).
               10  VIG-FECHA         PIC 9(08).
               10  VIG-CAPACIDAD     PIC 9(03).
               10  VIG-CLASES.
                   15  VIG-CAP-CLASE PIC 9(03) OCCURS 3 TIMES.

      *----------------------------------------------------------------
      * CLASES DE CABINA - capacidad y carga del vuelo en curso por
      * clase, en el orden de VUE-CLASE
      *----------------------------------------------------------------
       01  CLASES-VALORES.
           05  FILLER               PIC X(11) VALUE "JEjecutiva".
           05  FILLER               PIC X(11) VALUE "WPremium".
           05  FILLER               PIC X(11) VALUE "YEconomica".
       01  TABLA-CLASES REDEFINES CLASES-VALORES.
           05  CLS-ENTRY OCCURS 3 TIMES.
               10  CLS-CODIGO       PIC X(01).
               10  CLS-NOMBRE       PIC X(10).

       77  IX-CLA                   PIC 9(01) COMP VALUE ZERO.
       77  FACT-CALCULO             PIC 9(09)V9 VALUE ZERO.
       77  FACTOR-CLASE             PIC 9(03)V9 VALUE ZERO.

       01  VCL-CAPACIDADES.
           05  VCL-CAPACIDAD        PIC 9(03) OCCURS 3 TIMES.
       01  VCL-OCUPACION.
           05  VCL-CLASE OCCURS 3 TIMES.
               10  VCL-OCUPADOS     PIC 9(03).
               10  VCL-INGRESO      PIC 9(08)V99.

      *----------------------------------------------------------------
      * RASTRO DE AUDITORIA
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
       01  WS-ED-VALOR1             PIC ZZ9.9.
       01  WS-ED-VALOR2             PIC ZZ9.9.
       01  WS-ED-VALOR3             PIC ZZ9.9.
       01  WS-ED-INGRESO            PIC ZZZZZZZZZZ9.99.
       01  WS-ED-ING-VUELO          PIC ZZZZZZZZ9.99.
       01  WS-ED-ING-ASIENTO        PIC ZZZZZZ9.99.
       01  WS-ED-OFRECIDOS          PIC ZZZZZZ9.
       01  WS-ED-OCUPADOS           PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
                       MOVE CAP-TIPO           TO VIG-TIPO (IX-VIG)
                       MOVE CAP-FECHA-VIGENCIA TO VIG-FECHA (IX-VIG)
                       MOVE CAP-CAPACIDAD      TO VIG-CAPACIDAD (IX-VIG)
                       PERFORM 1560-CLASES-VIGENCIA THRU 1560-EXIT
                   ELSE
                       DISPLAY "Tabla de vigencias llena, se descarta "
                           CAP-TIPO " " CAP-FECHA-VIGENCIA
       1550-EXIT.
           EXIT.

      *    La vigencia asentada antes de la apertura por clase trae la
      *    cola en blanco: toda la capacidad se toma como economica.
       1560-CLASES-VIGENCIA.
           IF CAP-CLASES IS NUMERIC AND CAP-CLASES NOT = ZEROS
               MOVE CAP-CLASES TO VIG-CLASES (IX-VIG)
           ELSE
               MOVE ZERO TO VIG-CAP-CLASE (IX-VIG, 1)
               MOVE ZERO TO VIG-CAP-CLASE (IX-VIG, 2)
               MOVE CAP-CAPACIDAD TO VIG-CAP-CLASE (IX-VIG, 3)
           END-IF.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-VUELOS - acumula cada vuelo en la tabla de rutas
      *                        y en la de tipos de aeronave

       2200-ACUMULAR-VUELO.
           PERFORM 2300-CAPACIDAD-DEL-VUELO THRU 2300-EXIT.
           PERFORM 2350-CLASES-DEL-VUELO THRU 2350-EXIT.
           IF AsientosDisponibles = ZERO
               MOVE ZERO TO PorcentajeOcupacion
           ELSE

       2300-CAPACIDAD-DEL-VUELO.
           MOVE VUE-TIPO-AERONAVE TO AER-TIPO.
           MOVE ZERO TO VCL-CAPACIDADES.
           READ AERONAVES
               INVALID KEY
                   MOVE ZERO TO AsientosDisponibles
           END-READ.
           IF FS-AERONAVES = "00"
               MOVE AER-CAPACIDAD TO AsientosDisponibles
               IF AER-CLASES IS NUMERIC AND AER-CLASES NOT = ZEROS
                   MOVE AER-CLASES TO VCL-CAPACIDADES
               ELSE
                   MOVE AER-CAPACIDAD TO VCL-CAPACIDAD (3)
               END-IF
           END-IF.
           MOVE ZERO TO FECHA-MEJOR-VIG.
           PERFORM VARYING IX-VIG FROM 1 BY 1
                   AND VIG-FECHA (IX-VIG) NOT < FECHA-MEJOR-VIG
                   MOVE VIG-FECHA (IX-VIG) TO FECHA-MEJOR-VIG
                   MOVE VIG-CAPACIDAD (IX-VIG) TO AsientosDisponibles
                   MOVE VIG-CLASES (IX-VIG) TO VCL-CAPACIDADES
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

      *    Ocupados e ingreso por clase; el vuelo cargado antes de la
      *    apertura por clase va todo a economica.
       2350-CLASES-DEL-VUELO.
           IF VUE-CLASES IS NUMERIC
               MOVE VUE-CLASES TO VCL-OCUPACION
           ELSE
               MOVE ZERO TO VCL-OCUPACION
               MOVE VUE-ASIENTOS-OCUP TO VCL-OCUPADOS (3)
               IF VUE-INGRESO IS NUMERIC
                   MOVE VUE-INGRESO TO VCL-INGRESO (3)
               END-IF
           END-IF.
       2350-EXIT.
           EXIT.

       2400-ACUMULAR-RUTA.
           PERFORM VARYING IX-RUT FROM 1 BY 1
               UNTIL IX-RUT > CANT-RUTAS
               MOVE ZERO TO RUT-INGRESO (IX-RUT)
               MOVE ZERO TO RUT-ASIENTOS-OF (IX-RUT)
               MOVE ZERO TO RUT-CANCELADOS (IX-RUT)
               PERFORM 2450-LIMPIAR-CLASE THRU 2450-EXIT
                   VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3
           END-IF.
           ADD 1 TO RUT-CANT (IX-RUT).
      *    El vuelo anterior al alta de la recaudacion trae blancos en
               MOVE PorcentajeOcupacion TO RUT-PEOR-PORC (IX-RUT)
               MOVE VUE-FECHA TO RUT-PEOR-FECHA (IX-RUT)
           END-IF.
           PERFORM 2460-ACUMULAR-CLASE THRU 2460-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
       2400-EXIT.
           EXIT.

       2450-LIMPIAR-CLASE.
           MOVE ZERO TO RUT-OF-CLASE (IX-RUT, IX-CLA).
           MOVE ZERO TO RUT-OC-CLASE (IX-RUT, IX-CLA).
           MOVE ZERO TO RUT-ING-CLASE (IX-RUT, IX-CLA).
           MOVE ZERO TO RUT-SOB-CLASE (IX-RUT, IX-CLA).
       2450-EXIT.
           EXIT.

      *    Cada clase se compara con su propia capacidad: la sobreventa
      *    de una cabina no se compensa con lugares libres en otra.
       2460-ACUMULAR-CLASE.
           ADD VCL-CAPACIDAD (IX-CLA) TO RUT-OF-CLASE (IX-RUT, IX-CLA)
               ON SIZE ERROR
                   DISPLAY "Asientos ofrecidos de clase desbordan."
           END-ADD.
           ADD VCL-OCUPADOS (IX-CLA) TO RUT-OC-CLASE (IX-RUT, IX-CLA)
               ON SIZE ERROR
                   DISPLAY "Asientos ocupados de clase desbordan."
           END-ADD.
           ADD VCL-INGRESO (IX-CLA) TO RUT-ING-CLASE (IX-RUT, IX-CLA)
               ON SIZE ERROR
                   DISPLAY "Ingreso de clase desborda."
           END-ADD.
           IF AsientosDisponibles > ZERO
               AND VCL-OCUPADOS (IX-CLA) > VCL-CAPACIDAD (IX-CLA)
               ADD 1 TO RUT-SOB-CLASE (IX-RUT, IX-CLA)
           END-IF.
       2460-EXIT.
           EXIT.

       2500-ACUMULAR-TIPO.
           PERFORM VARYING IX-TIP FROM 1 BY 1
               UNTIL IX-TIP > CANT-TIPOS
                           MOVE ZERO TO RUT-INGRESO (IX-RUT)
                           MOVE ZERO TO RUT-ASIENTOS-OF (IX-RUT)
                           MOVE 1 TO RUT-CANCELADOS (IX-RUT)
                           PERFORM 2450-LIMPIAR-CLASE THRU 2450-EXIT
                               VARYING IX-CLA FROM 1 BY 1
                               UNTIL IX-CLA > 3
                       ELSE
                           DISPLAY "Tabla de rutas llena, se "
                               "descarta cancelacion de " CAN-VUELO
               WRITE REP-LINEA
               DISPLAY REP-LINEA
               PERFORM 4500-LINEA-INGRESO THRU 4500-EXIT
               PERFORM 4600-LINEA-CLASE THRU 4600-EXIT
                   VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3
           END-PERFORM.
       4000-EXIT.
           EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-LINEA-CLASE - detalle de la clase IX-CLA de la ruta:
      *                    ofrecidos, ocupados, ocupacion sobre
      *                    asientos, ingreso y vuelos sobrevendidos;
      *                    la clase que la ruta nunca tuvo no se lista
      ******************************************************************
       4600-LINEA-CLASE.
           IF RUT-OF-CLASE (IX-RUT, IX-CLA) = ZERO
               AND RUT-OC-CLASE (IX-RUT, IX-CLA) = ZERO
               GO TO 4600-EXIT
           END-IF.
           MOVE ZERO TO FACTOR-CLASE.
           IF RUT-OF-CLASE (IX-RUT, IX-CLA) > ZERO
               MULTIPLY Porcentaje BY RUT-OC-CLASE (IX-RUT, IX-CLA)
                   GIVING FACT-CALCULO
                   ON SIZE ERROR
                       MOVE ZERO TO FACT-CALCULO
               END-MULTIPLY
               DIVIDE FACT-CALCULO BY RUT-OF-CLASE (IX-RUT, IX-CLA)
                   GIVING FACTOR-CLASE ROUNDED
                   ON SIZE ERROR
                       MOVE ZERO TO FACTOR-CLASE
               END-DIVIDE
           END-IF.
           MOVE RUT-OF-CLASE (IX-RUT, IX-CLA)  TO WS-ED-OFRECIDOS.
           MOVE RUT-OC-CLASE (IX-RUT, IX-CLA)  TO WS-ED-OCUPADOS.
           MOVE FACTOR-CLASE                   TO WS-ED-VALOR1.
           MOVE RUT-ING-CLASE (IX-RUT, IX-CLA) TO WS-ED-INGRESO.
           MOVE RUT-SOB-CLASE (IX-RUT, IX-CLA) TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "Ruta " RUT-NUMERO (IX-RUT)
               " clase " CLS-CODIGO (IX-CLA) " " CLS-NOMBRE (IX-CLA)
               " ofrecidos=" WS-ED-OFRECIDOS
               " ocupados=" WS-ED-OCUPADOS
               " ocupacion%=" WS-ED-VALOR1
               " ingreso=" WS-ED-INGRESO
               " sobreventas=" WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 5000-INFORMAR-TIPOS - idem por tipo de aeronave
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
           STRING "ReporteRutas " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
