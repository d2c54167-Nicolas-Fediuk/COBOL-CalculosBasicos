      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial del maestro de vehiculos.
      * 2026-10-15  NF  El maestro distingue el origen de la unidad: N
      *                 nueva (el alta de este ABM) o U usado tomado en
      *                 parte de pago, que da de alta CargaOperaciones
      *                 con su valor de toma. La consulta y el listado
      *                 de stock muestran el origen.
      * 2026-10-15  NF  Estado R reservado: lo ponen y lo sacan las
      *                 reservas con sena (MantReservas, VenceReservas)
      *                 con el numero de reserva en VEH-RESERVA. Este
      *                 ABM no retira una unidad reservada; el listado
      *                 de stock la muestra marcada como reservada.
      * 2026-10-15  NF  Costo de compra de la unidad y linea de floor
      *                 plan que la financia (en blanco, fondos
      *                 propios). El alta los pide; la opcion K carga o
      *                 corrige los de una unidad ya ingresada, con el
      *                 valor anterior en la auditoria. La linea debe
      *                 tener alguna tasa en TASASFP.DAT (MantTasasFP).
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
       PROGRAM-ID. MantVehiculos.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-PATENTE
               FILE STATUS IS FS-VEHICULOS.
           SELECT TASASFP ASSIGN TO "TASASFP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASASFP.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
      *    Estado: D disponible, R reservado con sena (reserva en
      *    VEH-RESERVA), V vendido, B retirado del stock.
      *    Origen: N unidad nueva, U usado tomado en parte de pago.
      *    Costo: precio de compra (el usado, su valor de toma); linea
      *    de floor plan en blanco para la unidad con fondos propios.
       FD  VEHICULOS.
       01  VEH-REGISTRO.
           05  VEH-PATENTE           PIC X(10).
           05  VEH-MODELO            PIC X(20).
           05  VEH-FECHA-INGRESO     PIC 9(08).
           05  VEH-ESTADO            PIC X(01).
           05  VEH-ORIGEN            PIC X(01).
           05  VEH-VALOR-TOMA        PIC 9(7)V99.
           05  VEH-RESERVA           PIC 9(06).
           05  VEH-COSTO             PIC 9(9)V99.
           05  VEH-LINEA-FP          PIC X(04).

      *    Tasas mensuales del floor plan por linea (MantTasasFP).
       FD  TASASFP
           RECORDING MODE IS F.
       01  FPT-REGISTRO.
           05  FPT-LINEA             PIC X(04).
           05  FPT-PERIODO           PIC 9(06).
           05  FPT-TASA              PIC 9(02)V9(04).

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
       WORKING-STORAGE SECTION.
       77  FS-VEHICULOS             PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  FS-TASASFP               PIC X(02) VALUE SPACES.
       77  COSTO-INGRESADO          PIC 9(9)V99 VALUE ZERO.
       77  LINEA-INGRESADA          PIC X(04) VALUE SPACES.
       77  PATENTE-BUSCADA          PIC X(10) VALUE SPACES.
       77  CANT-LISTADOS            PIC 9(5) COMP VALUE ZERO.
       77  DIAS-EN-STOCK            PIC 9(05) VALUE ZERO.
           88  OPCION-CONSULTA      VALUE "C" "c".
           88  OPCION-RETIRO        VALUE "R" "r".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-COSTO         VALUE "K" "k".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-REGISTRO-OK           PIC X(01) VALUE "N".
           88  REGISTRO-OK          VALUE "S".
       01  SW-FIN-PADRON            PIC X(01) VALUE "N".
           88  FIN-PADRON           VALUE "S".
       01  SW-LINEA-OK              PIC X(01) VALUE "N".
           88  LINEA-OK             VALUE "S".
       01  SW-FIN-TASAS             PIC X(01) VALUE "N".
           88  FIN-TASAS            VALUE "S".

      *----------------------------------------------------------------
      * CONVERSION DE FECHA A DIAS CORRIDOS PARA LOS DIAS EN STOCK
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
       01  WS-ED-DIAS               PIC ZZZZ9.
       01  WS-ED-IMPORTE            PIC ZZZZZZ9.99.
       01  WS-ED-COSTO              PIC ZZZZZZZZ9.99.
       01  WS-ED-COSTO2             PIC ZZZZZZZZ9.99.
       01  TEXTO-ORIGEN             PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
       2000-PROCESAR-OPCION.
           DISPLAY "----- MAESTRO DE VEHICULOS EN STOCK -----".
           DISPLAY "A) Alta  C) Consulta  R) Retiro".
           DISPLAY "K) Costo y linea de floor plan".
           DISPLAY "L) Listar stock sin vender  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
                   PERFORM 5000-RETIRO THRU 5000-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 6000-LISTAR-STOCK THRU 6000-EXIT
               WHEN OPCION-COSTO
                   PERFORM 5500-COSTO THRU 5500-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
           ACCEPT VEH-MODELO.
           DISPLAY "Ingrese la fecha de ingreso (AAAAMMDD):".
           ACCEPT VEH-FECHA-INGRESO.
           PERFORM 7300-PEDIR-COSTO THRU 7300-EXIT.
           IF NOT LINEA-OK
               DISPLAY "Alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           MOVE COSTO-INGRESADO TO VEH-COSTO.
           MOVE LINEA-INGRESADA TO VEH-LINEA-FP.
           MOVE "D" TO VEH-ESTADO.
           MOVE "N" TO VEH-ORIGEN.
           MOVE ZERO TO VEH-VALOR-TOMA.
           MOVE ZERO TO VEH-RESERVA.
           WRITE VEH-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el alta, FS="
           END-WRITE.
           IF FS-VEHICULOS = "00"
               DISPLAY "Alta grabada (estado D disponible)."
               MOVE VEH-COSTO TO WS-ED-COSTO
               STRING "Alta patente=" VEH-PATENTE
                   " modelo=" VEH-MODELO
                   " ingreso=" VEH-FECHA-INGRESO
                   " estado=D costo=" WS-ED-COSTO
                   " lineaFP=" VEH-LINEA-FP
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
               DISPLAY "Patente inexistente."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 6300-TEXTO-ORIGEN THRU 6300-EXIT.
           DISPLAY "Patente " VEH-PATENTE
               " modelo=" VEH-MODELO
               " ingreso=" VEH-FECHA-INGRESO
               " estado=" VEH-ESTADO
               " origen=" TEXTO-ORIGEN.
           IF VEH-ORIGEN = "U"
               MOVE VEH-VALOR-TOMA TO WS-ED-IMPORTE
               DISPLAY "  valor de toma=" WS-ED-IMPORTE
           END-IF.
           IF VEH-ESTADO = "R"
               DISPLAY "  reservada, reserva=" VEH-RESERVA
           END-IF.
           MOVE VEH-COSTO TO WS-ED-COSTO.
           IF VEH-LINEA-FP = SPACES
               DISPLAY "  costo=" WS-ED-COSTO " fondos propios"
           ELSE
               DISPLAY "  costo=" WS-ED-COSTO
                   " linea floor plan=" VEH-LINEA-FP
           END-IF.
       4000-EXIT.
           EXIT.

               DISPLAY "La unidad ya estaba retirada."
               GO TO 5000-EXIT
           END-IF.
           IF VEH-ESTADO = "R"
               DISPLAY "La unidad tiene la reserva " VEH-RESERVA
                   " activa; cancelarla antes en MantReservas."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO VEH-ESTADO.
           REWRITE VEH-REGISTRO
               INVALID KEY
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-COSTO - carga o corrige el costo y la linea de floor plan
      *              de una unidad ya ingresada
      ******************************************************************
       5500-COSTO.
           DISPLAY "Ingrese la patente:".
           ACCEPT PATENTE-BUSCADA.
           MOVE PATENTE-BUSCADA TO VEH-PATENTE.
           PERFORM 7000-LEER-VEHICULO THRU 7000-EXIT.
           IF NOT REGISTRO-OK
               DISPLAY "Patente inexistente."
               GO TO 5500-EXIT
           END-IF.
           MOVE VEH-COSTO TO WS-ED-COSTO.
           DISPLAY "Costo actual=" WS-ED-COSTO
               " linea=" VEH-LINEA-FP.
           PERFORM 7300-PEDIR-COSTO THRU 7300-EXIT.
           IF NOT LINEA-OK
               DISPLAY "Correccion rechazada."
               GO TO 5500-EXIT
           END-IF.
           MOVE COSTO-INGRESADO TO WS-ED-COSTO2.
           STRING "Costo patente=" VEH-PATENTE
               " anterior=" WS-ED-COSTO " linea=" VEH-LINEA-FP
               " nuevo=" WS-ED-COSTO2 " linea=" LINEA-INGRESADA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           MOVE COSTO-INGRESADO TO VEH-COSTO.
           MOVE LINEA-INGRESADA TO VEH-LINEA-FP.
           REWRITE VEH-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar, FS=" FS-VEHICULOS
           END-REWRITE.
           IF FS-VEHICULOS = "00"
               DISPLAY "Costo grabado."
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           ELSE
               MOVE SPACES TO AUD-TEXTO
           END-IF.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LISTAR-STOCK - unidades sin vender con sus dias en stock
      ******************************************************************
           MOVE ZERO TO CANT-LISTADOS.
           PERFORM 6100-LEER-SIGUIENTE THRU 6100-EXIT
               UNTIL FIN-PADRON.
           DISPLAY "Unidades en stock listadas: " CANT-LISTADOS.
       6000-EXIT.
           EXIT.

               AT END
                   MOVE "S" TO SW-FIN-PADRON
               NOT AT END
                   IF VEH-ESTADO = "D" OR VEH-ESTADO = "R"
                       MOVE VEH-FECHA-INGRESO TO FECHA-SERIAL
                       PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT
                       MOVE SERIAL-CALCULO TO SERIAL-INGRESO
                           MOVE ZERO TO DIAS-EN-STOCK
                       END-IF
                       MOVE DIAS-EN-STOCK TO WS-ED-DIAS
                       PERFORM 6300-TEXTO-ORIGEN THRU 6300-EXIT
                       DISPLAY "Patente " VEH-PATENTE
                           " modelo=" VEH-MODELO
                           " ingreso=" VEH-FECHA-INGRESO
                           " diasEnStock=" WS-ED-DIAS
                           " origen=" TEXTO-ORIGEN
                       IF VEH-ESTADO = "R"
                           DISPLAY "  reservada, reserva="
                               VEH-RESERVA
                       END-IF
                       ADD 1 TO CANT-LISTADOS
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

      *    Las unidades dadas de alta antes de registrar el origen
      *    son nuevas.
       6300-TEXTO-ORIGEN.
           IF VEH-ORIGEN = "U"
               MOVE "usado" TO TEXTO-ORIGEN
           ELSE
               MOVE "nuevo" TO TEXTO-ORIGEN
           END-IF.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 6200-DIAS-CORRIDOS - convierte FECHA-SERIAL en dias corridos
      *                      (anio por 365 mas bisiestos acumulados y
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7300-PEDIR-COSTO - costo mayor que cero y linea de floor plan
      *                    en blanco (fondos propios) o con tasas
      *                    cargadas en TASASFP.DAT
      ******************************************************************
       7300-PEDIR-COSTO.
           MOVE "N" TO SW-LINEA-OK.
           DISPLAY "Ingrese el costo de compra (9999999.99):".
           ACCEPT COSTO-INGRESADO.
           IF COSTO-INGRESADO = ZERO
               DISPLAY "El costo debe ser mayor que cero."
               GO TO 7300-EXIT
           END-IF.
           DISPLAY "Ingrese la linea de floor plan "
               "(Enter = fondos propios):".
           ACCEPT LINEA-INGRESADA.
           IF LINEA-INGRESADA = SPACES
               MOVE "S" TO SW-LINEA-OK
               GO TO 7300-EXIT
           END-IF.
           OPEN INPUT TASASFP.
           IF FS-TASASFP NOT = "00"
               DISPLAY "No se pudo abrir TASASFP.DAT, FS=" FS-TASASFP
               GO TO 7300-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-TASAS.
           PERFORM 7350-LEER-TASA THRU 7350-EXIT
               UNTIL FIN-TASAS OR LINEA-OK.
           CLOSE TASASFP.
           IF NOT LINEA-OK
               DISPLAY "La linea " LINEA-INGRESADA
                   " no tiene tasas cargadas (MantTasasFP)."
           END-IF.
       7300-EXIT.
           EXIT.

       7350-LEER-TASA.
           READ TASASFP
               AT END
                   MOVE "S" TO SW-FIN-TASAS
               NOT AT END
                   IF FPT-LINEA = LINEA-INGRESADA
                       MOVE "S" TO SW-LINEA-OK
                   END-IF
           END-READ.
       7350-EXIT.
           EXIT.

      ******************************************************************
      * 0500-VALIDAR-OPERADOR - el operador debe existir en el maestro
      *                         OPERADORES, estar activo y tener este
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "MantVehiculos " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
