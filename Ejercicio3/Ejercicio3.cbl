      *                 ruta pueda mirar la plata ademas del factor de
      *                 ocupacion. Esta corrida no la usa: solo
      *                 acompana el registro.
      * 2026-10-15  NF  Capacidad, ocupacion y recaudacion por clase
      *                 de cabina (J ejecutiva, W premium, Y
      *                 economica): el padron, el historial de
      *                 vigencias y VUELOS.DAT traen ahora el detalle
      *                 por clase. Cada vuelo informa ocupacion e
      *                 ingreso de cada clase debajo del total, la
      *                 sobreventa se controla clase por clase (una
      *                 linea por clase en SOBREVENTA.DAT, con la
      *                 clase al final), OCUPAHIST lleva el ingreso y
      *                 el detalle por clase, y el cierre del lote
      *                 resume asientos ofrecidos, ocupados, factor de
      *                 ocupacion e ingreso por clase y en total. El
      *                 registro anterior sin detalle por clase se toma
      *                 como todo economica.
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
       PROGRAM-ID. Ejercicio3.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

      *    Historial de capacidades con fecha de vigencia, mantenido
      *    por MantAeronaves.
           05  CAP-TIPO              PIC X(06).
           05  CAP-FECHA-VIGENCIA    PIC 9(08).
           05  CAP-CAPACIDAD         PIC 9(03).
           05  CAP-CLASES.
               10  CAP-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

      *    Historico de ocupacion por vuelo procesado, para los
      *    reportes de tendencia.
           05  OH-ASIENTOS-OCUP      PIC 9(03).
           05  OH-PORC-OCUPACION     PIC 9(03)V9.
           05  OH-PORC-DISPONIBLE    PIC 9(03)V9.
           05  OH-INGRESO            PIC 9(08)V99.
           05  OH-CLASES.
               10  OH-CLASE OCCURS 3 TIMES.
                   15  OH-CAP-CLASE      PIC 9(03).
                   15  OH-OCUP-CLASE     PIC 9(03).
                   15  OH-PORC-CLASE     PIC 9(03)V9.
                   15  OH-INGRESO-CLASE  PIC 9(08)V99.

      *    Alertas de vuelos sobrevendidos para la oficina de
      *    reservas, una linea por clase sobrevendida (las lineas
      *    anteriores a la apertura por clase traen la clase en
      *    blanco y son del total del vuelo).
       FD  SOBREVENTA
           RECORDING MODE IS F.
       01  SOB-REGISTRO.
           05  SOB-CAPACIDAD         PIC 9(03).
           05  SOB-OCUPADOS          PIC 9(03).
           05  SOB-EXCESO            PIC 9(03).
           05  SOB-CLASE             PIC X(01).

       FD  VUELOS
           RECORDING MODE IS F.
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

      *    Maestro de operadores autorizados, compartido por todos los
      *    programas con sign-off.
               10  VIG-TIPO          PIC X(06).
               10  VIG-FECHA         PIC 9(08).
               10  VIG-CAPACIDAD     PIC 9(03).
               10  VIG-CLASES.
                   15  VIG-CAP-CLASE PIC 9(03) OCCURS 3 TIMES.

      *----------------------------------------------------------------
      * CLASES DE CABINA - detalle del vuelo en curso y acumulados de
      * la corrida, en el orden de la tabla de clases
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
       77  CAPACIDAD-VUELO          PIC 9(03) VALUE ZERO.
       77  INGRESO-VUELO            PIC 9(09)V99 VALUE ZERO.
       77  TOT-OFRECIDOS            PIC 9(07) COMP-3 VALUE ZERO.
       77  TOT-OCUPADOS             PIC 9(07) COMP-3 VALUE ZERO.
       77  TOT-INGRESO              PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  FACT-OFRECIDOS           PIC 9(07) VALUE ZERO.
       77  FACT-OCUPADOS            PIC 9(07) VALUE ZERO.
       77  FACT-CALCULO             PIC 9(09)V9 VALUE ZERO.
       77  FACTOR-ASIENTOS          PIC 9(03)V9 VALUE ZERO.

       01  SW-VUELO-SOBREVENDIDO    PIC X(01) VALUE "N".
           88  VUELO-SOBREVENDIDO   VALUE "S".

       01  VCL-CAPACIDADES.
           05  VCL-CAPACIDAD        PIC 9(03) OCCURS 3 TIMES.
       01  VCL-OCUPACION.
           05  VCL-CLASE OCCURS 3 TIMES.
               10  VCL-OCUPADOS     PIC 9(03).
               10  VCL-INGRESO      PIC 9(08)V99.
       01  VCL-PORCENTAJES.
           05  VCL-PORC OCCURS 3 TIMES.
               10  VCL-PORC-OCU     PIC 9(03)V9.
               10  VCL-PORC-DIS     PIC 9(03)V9.

       01  TABLA-TOTAL-CLASES.
           05  TCL-ENTRY OCCURS 3 TIMES.
               10  TCL-CAPACIDAD    PIC 9(07) COMP-3.
               10  TCL-OCUPADOS     PIC 9(07) COMP-3.
               10  TCL-INGRESO      PIC 9(11)V99 COMP-3.
               10  TCL-SOBREVENTAS  PIC 9(05) COMP.

       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
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
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-INGRESO            PIC ZZZZZZZZ9.99.
       01  WS-ED-TOT-INGRESO        PIC ZZZZZZZZZZ9.99.
       01  WS-ED-OFRECIDOS          PIC ZZZZZZ9.
       01  WS-ED-OCUPADOS           PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
           DISPLAY "Ingrese el tipo/cola de la aeronave:".
           ACCEPT TIPO-AERONAVE-CONSULTA.
           PERFORM 4000-BUSCAR-CAPACIDAD THRU 4000-EXIT.
           MOVE ZERO TO VCL-OCUPACION.
           PERFORM 2100-PEDIR-CLASE THRU 2100-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
           PERFORM 3400-CALCULAR-CLASE THRU 3400-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
           MOVE CAPACIDAD-VUELO TO AsientosDisponibles.
           ADD VCL-OCUPADOS (1) VCL-OCUPADOS (2) VCL-OCUPADOS (3)
               GIVING AsientosOcupados
               ON SIZE ERROR
                   DISPLAY "Asientos vendidos fuera de rango."
                   MOVE 999 TO AsientosOcupados
           END-ADD.
           PERFORM 5000-CALCULAR-PORCENTAJES THRU 5000-EXIT.
           MOVE PorcentajeDisponible TO WS-ED-VALOR1.
           MOVE PorcentajeOcupacion  TO WS-ED-VALOR2.
               " Ocupado%=" WS-ED-VALOR2
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           PERFORM 3450-INFORMAR-CLASE THRU 3450-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
           STRING "Aeronave=" TIPO-AERONAVE-CONSULTA
               " asientosDisp=" AsientosDisponibles
               " asientosOcup=" AsientosOcupados
       2000-EXIT.
           EXIT.

      *    Solo se piden las clases que la aeronave tiene configuradas.
       2100-PEDIR-CLASE.
           IF VCL-CAPACIDAD (IX-CLA) = ZERO
               GO TO 2100-EXIT
           END-IF.
           DISPLAY "Asientos vendidos en clase " CLS-NOMBRE (IX-CLA)
               " (capacidad " VCL-CAPACIDAD (IX-CLA) "):".
           ACCEPT VCL-OCUPADOS (IX-CLA).
       2100-EXIT.
           EXIT.

       4000-BUSCAR-CAPACIDAD.
           MOVE TIPO-AERONAVE-CONSULTA TO AER-TIPO.
           OPEN INPUT AERONAVES.
           END-READ.
           IF FS-AERONAVES = "00"
               MOVE AER-CAPACIDAD TO AsientosDisponibles
               PERFORM 3250-CLASES-PADRON THRU 3250-EXIT
           ELSE
               MOVE ZERO TO VCL-CAPACIDADES
               MOVE AsientosDisponibles TO VCL-CAPACIDAD (3)
           END-IF.
           MOVE AsientosDisponibles TO CAPACIDAD-VUELO.
           CLOSE AERONAVES.
       4000-EXIT.
           EXIT.
           STRING "Vuelos sobrevendidos: " WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           MOVE ZERO TO TOT-OFRECIDOS.
           MOVE ZERO TO TOT-OCUPADOS.
           MOVE ZERO TO TOT-INGRESO.
           PERFORM 3900-RESUMEN-CLASE THRU 3900-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
           MOVE TOT-OFRECIDOS TO FACT-OFRECIDOS.
           MOVE TOT-OCUPADOS  TO FACT-OCUPADOS.
           PERFORM 3950-FACTOR-ASIENTOS THRU 3950-EXIT.
           MOVE TOT-OFRECIDOS   TO WS-ED-OFRECIDOS.
           MOVE TOT-OCUPADOS    TO WS-ED-OCUPADOS.
           MOVE FACTOR-ASIENTOS TO WS-ED-VALOR1.
           MOVE TOT-INGRESO     TO WS-ED-TOT-INGRESO.
           MOVE SPACES TO REP-LINEA.
           STRING "Total clases       ofrecidos=" WS-ED-OFRECIDOS
               " ocupados=" WS-ED-OCUPADOS
               " ocupacion%=" WS-ED-VALOR1
               " ingreso=" WS-ED-TOT-INGRESO
               DELIMITED BY SIZE INTO REP-LINEA.
           DISPLAY REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
       3000-EXIT.
           EXIT.


       3200-PROCESAR-VUELO.
           MOVE VUE-TIPO-AERONAVE TO AER-TIPO.
           MOVE ZERO TO VCL-CAPACIDADES.
           READ AERONAVES
               INVALID KEY
                   MOVE ZERO TO AsientosDisponibles
           END-READ.
           IF FS-AERONAVES = "00"
               MOVE AER-CAPACIDAD TO AsientosDisponibles
               PERFORM 3250-CLASES-PADRON THRU 3250-EXIT
           END-IF.
           PERFORM 3600-BUSCAR-CAPACIDAD-VIGENTE THRU 3600-EXIT.
           MOVE AsientosDisponibles TO CAPACIDAD-VUELO.
           IF AsientosDisponibles = ZERO
               DISPLAY "Vuelo " VUE-NUMERO
                   " SIN CAPACIDAD en el padron."
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
           PERFORM 3300-CLASES-DEL-VUELO THRU 3300-EXIT.
           PERFORM 3400-CALCULAR-CLASE THRU 3400-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
           MOVE CAPACIDAD-VUELO TO AsientosDisponibles.
           MOVE VUE-ASIENTOS-OCUP TO AsientosOcupados.
           PERFORM 5000-CALCULAR-PORCENTAJES THRU 5000-EXIT.
           IF CAPACIDAD-VUELO > ZERO
               MOVE "N" TO SW-VUELO-SOBREVENDIDO
               PERFORM 5400-CONTROLAR-SOBREVENTA THRU 5400-EXIT
                   VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3
               IF VUELO-SOBREVENDIDO
                   ADD 1 TO CANT-SOBREVENTAS
               END-IF
           END-IF.
           MOVE PorcentajeDisponible TO WS-ED-VALOR1.
           MOVE PorcentajeOcupacion  TO WS-ED-VALOR2.
           MOVE INGRESO-VUELO        TO WS-ED-INGRESO.
           DISPLAY "Vuelo " VUE-NUMERO " Fecha " VUE-FECHA
               " Disp: " WS-ED-VALOR1 "%"
               " Ocup: " WS-ED-VALOR2 "%"
               " Ingreso: " WS-ED-INGRESO.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelo " VUE-NUMERO " Fecha " VUE-FECHA
               " Disp%=" WS-ED-VALOR1 " Ocup%=" WS-ED-VALOR2
               " Ingreso=" WS-ED-INGRESO
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           PERFORM 3450-INFORMAR-CLASE THRU 3450-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
           STRING "Vuelo=" VUE-NUMERO " tipoAeronave=" VUE-TIPO-AERONAVE
               " asientosOcup=" AsientosOcupados
               " disp%=" WS-ED-VALOR1 " ocup%=" WS-ED-VALOR2
               " ingreso=" WS-ED-INGRESO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE VUE-NUMERO           TO OH-VUELO.
           MOVE AsientosOcupados     TO OH-ASIENTOS-OCUP.
           MOVE PorcentajeOcupacion  TO OH-PORC-OCUPACION.
           MOVE PorcentajeDisponible TO OH-PORC-DISPONIBLE.
           MOVE INGRESO-VUELO        TO OH-INGRESO.
           PERFORM 3480-ACUMULAR-CLASE THRU 3480-EXIT
               VARYING IX-CLA FROM 1 BY 1 UNTIL IX-CLA > 3.
           WRITE OH-REGISTRO.
           ADD PorcentajeOcupacion TO SUMA-PORC-OCUPACION.
           ADD 1 TO CANT-VUELOS.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3250-CLASES-PADRON - capacidad por clase del padron; el tipo
      *                      dado de alta antes de la apertura por
      *                      clase trae la cola en blanco y toda su
      *                      capacidad se toma como economica
      ******************************************************************
       3250-CLASES-PADRON.
           IF AER-CLASES IS NUMERIC AND AER-CLASES NOT = ZEROS
               MOVE AER-CLASES TO VCL-CAPACIDADES
           ELSE
               MOVE ZERO TO VCL-CAPACIDADES
               MOVE AER-CAPACIDAD TO VCL-CAPACIDAD (3)
           END-IF.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CLASES-DEL-VUELO - ocupados e ingreso por clase del
      *                         vuelo; el vuelo cargado antes de la
      *                         apertura por clase va todo a economica
      ******************************************************************
       3300-CLASES-DEL-VUELO.
           IF VUE-CLASES IS NUMERIC
               MOVE VUE-CLASES TO VCL-OCUPACION
           ELSE
               MOVE ZERO TO VCL-OCUPACION
               MOVE VUE-ASIENTOS-OCUP TO VCL-OCUPADOS (3)
               IF VUE-INGRESO IS NUMERIC
                   MOVE VUE-INGRESO TO VCL-INGRESO (3)
               END-IF
           END-IF.
           ADD VCL-INGRESO (1) VCL-INGRESO (2) VCL-INGRESO (3)
               GIVING INGRESO-VUELO.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CALCULAR-CLASE - porcentajes de la clase IX-CLA con el
      *                       mismo calculo que el total del vuelo
      ******************************************************************
       3400-CALCULAR-CLASE.
           MOVE ZERO TO VCL-PORC-OCU (IX-CLA).
           MOVE ZERO TO VCL-PORC-DIS (IX-CLA).
           IF VCL-CAPACIDAD (IX-CLA) = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE VCL-CAPACIDAD (IX-CLA) TO AsientosDisponibles.
           MOVE VCL-OCUPADOS (IX-CLA)  TO AsientosOcupados.
           PERFORM 5000-CALCULAR-PORCENTAJES THRU 5000-EXIT.
           MOVE PorcentajeOcupacion  TO VCL-PORC-OCU (IX-CLA).
           MOVE PorcentajeDisponible TO VCL-PORC-DIS (IX-CLA).
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3450-INFORMAR-CLASE - linea de detalle de la clase debajo del
      *                       total del vuelo; la clase que la
      *                       aeronave no tiene y no vendio no se lista
      ******************************************************************
       3450-INFORMAR-CLASE.
           IF VCL-CAPACIDAD (IX-CLA) = ZERO
               AND VCL-OCUPADOS (IX-CLA) = ZERO
               GO TO 3450-EXIT
           END-IF.
           MOVE VCL-PORC-OCU (IX-CLA) TO WS-ED-VALOR2.
           MOVE VCL-INGRESO (IX-CLA)  TO WS-ED-INGRESO.
           MOVE SPACES TO REP-LINEA.
           STRING "   Clase " CLS-CODIGO (IX-CLA) " "
               CLS-NOMBRE (IX-CLA)
               " Cap=" VCL-CAPACIDAD (IX-CLA)
               " Ocup=" VCL-OCUPADOS (IX-CLA)
               " Ocup%=" WS-ED-VALOR2
               " Ingreso=" WS-ED-INGRESO
               DELIMITED BY SIZE INTO REP-LINEA.
           DISPLAY REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3480-ACUMULAR-CLASE - suma la clase a los totales de la
      *                       corrida y la pasa al historico
      ******************************************************************
       3480-ACUMULAR-CLASE.
           ADD VCL-CAPACIDAD (IX-CLA) TO TCL-CAPACIDAD (IX-CLA).
           ADD VCL-OCUPADOS (IX-CLA)  TO TCL-OCUPADOS (IX-CLA).
           ADD VCL-INGRESO (IX-CLA)   TO TCL-INGRESO (IX-CLA)
               ON SIZE ERROR
                   DISPLAY "Ingreso de clase desborda."
           END-ADD.
           MOVE VCL-CAPACIDAD (IX-CLA) TO OH-CAP-CLASE (IX-CLA).
           MOVE VCL-OCUPADOS (IX-CLA)  TO OH-OCUP-CLASE (IX-CLA).
           MOVE VCL-PORC-OCU (IX-CLA)  TO OH-PORC-CLASE (IX-CLA).
           MOVE VCL-INGRESO (IX-CLA)   TO OH-INGRESO-CLASE (IX-CLA).
       3480-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CARGAR-VIGENCIAS - levanta el historial de capacidades a
      *                         la tabla en memoria; si el archivo no
                       MOVE CAP-TIPO           TO VIG-TIPO (IX-VIG)
                       MOVE CAP-FECHA-VIGENCIA TO VIG-FECHA (IX-VIG)
                       MOVE CAP-CAPACIDAD      TO VIG-CAPACIDAD (IX-VIG)
                       PERFORM 3560-CLASES-VIGENCIA THRU 3560-EXIT
                   ELSE
                       DISPLAY "Tabla de vigencias llena, se descarta "
                           CAP-TIPO " " CAP-FECHA-VIGENCIA
       3550-EXIT.
           EXIT.

      *    La vigencia asentada antes de la apertura por clase trae la
      *    cola en blanco: toda la capacidad se toma como economica.
       3560-CLASES-VIGENCIA.
           IF CAP-CLASES IS NUMERIC AND CAP-CLASES NOT = ZEROS
               MOVE CAP-CLASES TO VIG-CLASES (IX-VIG)
           ELSE
               MOVE ZERO TO VIG-CAP-CLASE (IX-VIG, 1)
               MOVE ZERO TO VIG-CAP-CLASE (IX-VIG, 2)
               MOVE CAP-CAPACIDAD TO VIG-CAP-CLASE (IX-VIG, 3)
           END-IF.
       3560-EXIT.
           EXIT.

      ******************************************************************
      * 3600-BUSCAR-CAPACIDAD-VIGENTE - entre las vigencias del tipo
      *                                 del vuelo toma la de fecha mas
                   AND VIG-FECHA (IX-VIG) NOT < FECHA-MEJOR-VIG
                   MOVE VIG-FECHA (IX-VIG) TO FECHA-MEJOR-VIG
                   MOVE VIG-CAPACIDAD (IX-VIG) TO AsientosDisponibles
                   MOVE VIG-CLASES (IX-VIG) TO VCL-CAPACIDADES
                   MOVE "S" TO SW-VIGENCIA-HALLADA
               END-IF
           END-PERFORM.
           EXIT.

      ******************************************************************
      * 3900-RESUMEN-CLASE - cierre de la corrida para la clase
      *                      IX-CLA: asientos ofrecidos y ocupados,
      *                      factor de ocupacion sobre asientos,
      *                      ingreso y vuelos sobrevendidos
      ******************************************************************
       3900-RESUMEN-CLASE.
           IF TCL-CAPACIDAD (IX-CLA) = ZERO
               AND TCL-OCUPADOS (IX-CLA) = ZERO
               GO TO 3900-EXIT
           END-IF.
           ADD TCL-CAPACIDAD (IX-CLA) TO TOT-OFRECIDOS.
           ADD TCL-OCUPADOS (IX-CLA)  TO TOT-OCUPADOS.
           ADD TCL-INGRESO (IX-CLA)   TO TOT-INGRESO.
           MOVE TCL-CAPACIDAD (IX-CLA) TO FACT-OFRECIDOS.
           MOVE TCL-OCUPADOS (IX-CLA)  TO FACT-OCUPADOS.
           PERFORM 3950-FACTOR-ASIENTOS THRU 3950-EXIT.
           MOVE TCL-CAPACIDAD (IX-CLA)   TO WS-ED-OFRECIDOS.
           MOVE TCL-OCUPADOS (IX-CLA)    TO WS-ED-OCUPADOS.
           MOVE FACTOR-ASIENTOS          TO WS-ED-VALOR1.
           MOVE TCL-INGRESO (IX-CLA)     TO WS-ED-TOT-INGRESO.
           MOVE TCL-SOBREVENTAS (IX-CLA) TO WS-ED-CANT.
           MOVE SPACES TO REP-LINEA.
           STRING "Clase " CLS-CODIGO (IX-CLA) " "
               CLS-NOMBRE (IX-CLA)
               " ofrecidos=" WS-ED-OFRECIDOS
               " ocupados=" WS-ED-OCUPADOS
               " ocupacion%=" WS-ED-VALOR1
               " ingreso=" WS-ED-TOT-INGRESO
               " sobreventas=" WS-ED-CANT
               DELIMITED BY SIZE INTO REP-LINEA.
           DISPLAY REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
       3900-EXIT.
           EXIT.

      *    Ocupados sobre ofrecidos, en porcentaje.
       3950-FACTOR-ASIENTOS.
           MOVE ZERO TO FACTOR-ASIENTOS.
           IF FACT-OFRECIDOS = ZERO
               GO TO 3950-EXIT
           END-IF.
           MULTIPLY Porcentaje BY FACT-OCUPADOS GIVING FACT-CALCULO
               ON SIZE ERROR
                   MOVE ZERO TO FACT-CALCULO
           END-MULTIPLY.
           DIVIDE FACT-CALCULO BY FACT-OFRECIDOS
               GIVING FACTOR-ASIENTOS ROUNDED
               ON SIZE ERROR
                   DISPLAY "Factor de ocupacion de clase fuera de "
                       "rango."
                   MOVE ZERO TO FACTOR-ASIENTOS
           END-DIVIDE.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 5400-CONTROLAR-SOBREVENTA - cada clase contra su propia
      *                             capacidad: una cabina llena no se
      *                             compensa con otra vacia
      ******************************************************************
       5400-CONTROLAR-SOBREVENTA.
           IF VCL-OCUPADOS (IX-CLA) > VCL-CAPACIDAD (IX-CLA)
               MOVE "S" TO SW-VUELO-SOBREVENDIDO
               PERFORM 5500-ALERTAR-SOBREVENTA THRU 5500-EXIT
           END-IF.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5500-ALERTAR-SOBREVENTA - la clase IX-CLA del vuelo vendio mas
      *                           asientos que su capacidad: alerta en
      *                           pantalla, reporte, auditoria y el
      *                           archivo de alertas para reservas
      ******************************************************************
       5500-ALERTAR-SOBREVENTA.
           SUBTRACT VCL-CAPACIDAD (IX-CLA) FROM VCL-OCUPADOS (IX-CLA)
               GIVING EXCESO-ASIENTOS.
           ADD 1 TO TCL-SOBREVENTAS (IX-CLA).
           MOVE VCL-PORC-OCU (IX-CLA) TO WS-ED-VALOR2.
           DISPLAY "  *** SOBREVENTA vuelo " VUE-NUMERO
               " clase " CLS-CODIGO (IX-CLA)
               " ocupacion " WS-ED-VALOR2 "% exceso "
               EXCESO-ASIENTOS " asientos ***".
           MOVE VUE-NUMERO             TO SOB-VUELO.
           MOVE VUE-FECHA              TO SOB-FECHA.
           MOVE VCL-CAPACIDAD (IX-CLA) TO SOB-CAPACIDAD.
           MOVE VCL-OCUPADOS (IX-CLA)  TO SOB-OCUPADOS.
           MOVE EXCESO-ASIENTOS        TO SOB-EXCESO.
           MOVE CLS-CODIGO (IX-CLA)    TO SOB-CLASE.
           WRITE SOB-REGISTRO.
           MOVE SPACES TO REP-LINEA.
           STRING "Vuelo " VUE-NUMERO " Fecha " VUE-FECHA
               " *** SOBREVENTA clase " CLS-CODIGO (IX-CLA)
               " ocup%=" WS-ED-VALOR2
               " exceso=" EXCESO-ASIENTOS " ***"
               DELIMITED BY SIZE INTO REP-LINEA.
           PERFORM 7100-ESCRIBIR-REPORTE THRU 7100-EXIT.
           STRING "Vuelo=" VUE-NUMERO
               " fecha=" VUE-FECHA
               " SOBREVENTA clase=" CLS-CODIGO (IX-CLA)
               " capacidad=" VCL-CAPACIDAD (IX-CLA)
               " ocupados=" VCL-OCUPADOS (IX-CLA)
               " exceso=" EXCESO-ASIENTOS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "Ejercicio3 " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
