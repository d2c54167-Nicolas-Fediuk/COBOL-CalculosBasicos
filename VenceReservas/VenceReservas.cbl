      ******************************************************************
      *Vencimiento diario de las reservas con sena: una reserva activa
      *cuyo vencimiento ya paso (anterior a la fecha de proceso) se
      *cierra y la unidad vuelve a estar disponible en VEHICULOS.DAT.
      *La sena se resuelve segun la condicion pactada en MantReservas:
      *con condicion P se pierde (movimiento P en SENAMOVS.DAT, que
      *ExtractoGL lleva a resultados) y con condicion R queda un
      *reintegro a pagar al cliente (movimiento R), que se cierra en
      *MantReservas cuando se paga. El reporte REPORTE-RESERVAS.DAT
      *lista las reservas vencidas en la corrida, las reservas
      *vigentes con su vencimiento y los reintegros pendientes, con
      *el total de sena en cada situacion. Asienta INICIO y FIN en
      *RUNCONTROL para poder correr dentro del plan nocturno.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del vencimiento de reservas.
      * 2026-10-15  NF  El maestro de vehiculos suma el costo de compra
      *                 y la linea de floor plan; el vencimiento no los
      *                 usa.
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
       PROGRAM-ID. VenceReservas.
       AUTHOR. N. FEDIUK.
       INSTALLATION. CONCESIONARIA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NUMERO
               FILE STATUS IS FS-RESERVAS.
           SELECT VEHICULOS ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEH-PATENTE
               FILE STATUS IS FS-VEHICULOS.
           SELECT SENAMOVS ASSIGN TO "SENAMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SENAMOVS.
           SELECT REPORTE-RES ASSIGN TO "REPORTE-RESERVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT RUNCONTROL ASSIGN TO "RUNCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCONTROL.

       DATA DIVISION.
       FILE SECTION.
      *    Reserva de una unidad (MantReservas). Condicion: P sena
      *    perdible, R sena reintegrable. Estado: A activa, U aplicada
      *    a la venta, P sena perdida, R reintegro pendiente, E
      *    reintegro efectuado. Motivo: V vencida, C cancelada, U
      *    vendida.
       FD  RESERVAS.
       01  RES-REGISTRO.
           05  RES-NUMERO            PIC 9(06).
           05  RES-PATENTE           PIC X(10).
           05  RES-CLIENTE           PIC X(11).
           05  RES-LEGAJO            PIC 9(05).
           05  RES-SENA              PIC 9(7)V99.
           05  RES-FECHA             PIC 9(08).
           05  RES-VENCIMIENTO       PIC 9(08).
           05  RES-CONDICION         PIC X(01).
           05  RES-ESTADO            PIC X(01).
           05  RES-MOTIVO            PIC X(01).
           05  RES-FECHA-CIERRE      PIC 9(08).
           05  RES-OPERADOR          PIC X(04).

      *    Maestro de vehiculos en stock: D disponible, R reservado,
      *    V vendido, B retirado.
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

      *    Movimientos de la sena: C cobro, A aplicada a la venta,
      *    P perdida por el cliente, R reintegro a pagar, E reintegro
      *    pagado.
       FD  SENAMOVS
           RECORDING MODE IS F.
       01  SMV-REGISTRO.
           05  SMV-FECHA             PIC 9(08).
           05  SMV-NUMERO            PIC 9(06).
           05  SMV-PATENTE           PIC X(10).
           05  SMV-TIPO              PIC X(01).
           05  SMV-IMPORTE           PIC 9(7)V99.
           05  SMV-OPERADOR          PIC X(04).

       FD  REPORTE-RES
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

      *    Bitacora de corridas: INICIO y FIN con estado y cantidad de
      *    registros, para el verificador de fin de dia.
       FD  RUNCONTROL
           RECORDING MODE IS F.
       01  RUN-REGISTRO.
           05  RUN-PROGRAMA         PIC X(20).
           05  RUN-FECHA            PIC 9(08).
           05  RUN-HORA             PIC 9(06).
           05  RUN-EVENTO           PIC X(06).
           05  RUN-ESTADO           PIC X(05).
           05  RUN-CANT             PIC 9(07).

       WORKING-STORAGE SECTION.
       77  FS-RESERVAS              PIC X(02) VALUE SPACES.
       77  FS-VEHICULOS             PIC X(02) VALUE SPACES.
       77  FS-SENAMOVS              PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  FECHA-PROCESO            PIC 9(08) VALUE ZERO.
       77  TEXTO-RESULTADO          PIC X(20) VALUE SPACES.
       77  CANT-VENCIDAS            PIC 9(5) COMP VALUE ZERO.
       77  CANT-PERDIDAS            PIC 9(5) COMP VALUE ZERO.
       77  CANT-A-REINTEGRAR        PIC 9(5) COMP VALUE ZERO.
       77  CANT-VIGENTES            PIC 9(5) COMP VALUE ZERO.
       77  CANT-PENDIENTES          PIC 9(5) COMP VALUE ZERO.
       77  TOTAL-PERDIDAS           PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-A-REINTEGRAR       PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-VIGENTES           PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-PENDIENTES         PIC 9(9)V99 COMP-3 VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-RESERVAS          PIC X(01) VALUE "N".
           88  FIN-RESERVAS         VALUE "S".
      *    Que lista la pasada del reporte: A vigentes, R reintegros.
       01  SW-LISTADO               PIC X(01) VALUE SPACE.
           88  LISTA-VIGENTES       VALUE "A".
           88  LISTA-REINTEGROS     VALUE "R".

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
       01  WS-ED-IMPORTE            PIC ZZZZZZ9.99.
       01  WS-ED-TOTAL              PIC ZZZZZZZZ9.99.
       01  WS-ED-TOTAL2             PIC ZZZZZZZZ9.99.
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

      *----------------------------------------------------------------
      * REGISTRO DE CORRIDAS (RUNCONTROL)
      *----------------------------------------------------------------
       77  FS-RUNCONTROL            PIC X(02) VALUE SPACES.
       77  RUN-EVENTO-W             PIC X(06) VALUE SPACES.
       77  RUN-ESTADO-W             PIC X(05) VALUE SPACES.
       77  RUN-CANT-W               PIC 9(07) VALUE ZERO.

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
               MOVE "INICIO" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE ZERO TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 2000-VENCER-RESERVAS THRU 2000-EXIT
               PERFORM 3000-LISTAR-ABIERTAS THRU 3000-EXIT
               PERFORM 4000-TOTALES THRU 4000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE CANT-VENCIDAS TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - fecha de proceso (hoy si no se informa),
      *                    reservas (creadas vacias si todavia no
      *                    hay ninguna) y maestro de vehiculos
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "Ingrese la fecha de proceso (AAAAMMDD, 0 = hoy):".
           ACCEPT FECHA-PROCESO.
           IF FECHA-PROCESO = ZERO
               ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           OPEN I-O RESERVAS.
           IF FS-RESERVAS NOT = "00"
               OPEN OUTPUT RESERVAS
               IF FS-RESERVAS = "00"
                   CLOSE RESERVAS
                   OPEN I-O RESERVAS
               END-IF
           END-IF.
           IF FS-RESERVAS NOT = "00"
               DISPLAY "No se pudo abrir RESERVAS.DAT, FS="
                   FS-RESERVAS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O VEHICULOS.
           IF FS-VEHICULOS NOT = "00"
               DISPLAY "No se pudo abrir VEHICULOS.DAT, FS="
                   FS-VEHICULOS
               CLOSE RESERVAS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND SENAMOVS.
           IF FS-SENAMOVS NOT = "00"
               OPEN OUTPUT SENAMOVS
           END-IF.
           OPEN OUTPUT REPORTE-RES.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
       1000-EXIT.
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
               FOR ALL "VenceReservas".
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
           STRING "VenceReservas " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 2000-VENCER-RESERVAS - cierra las reservas activas vencidas,
      *                        libera la unidad y resuelve la sena
      *                        segun la condicion pactada
      ******************************************************************
       2000-VENCER-RESERVAS.
           MOVE SPACES TO REP-LINEA.
           STRING "REPORTE DE RESERVAS CON SENA - FECHA DE PROCESO "
               FECHA-PROCESO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "RESERVAS VENCIDAS EN ESTA CORRIDA" TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "Reserva Patente    Cliente     Legajo"
               "       Sena Vencio   Resultado"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE ZERO TO RES-NUMERO.
           MOVE "N" TO SW-FIN-RESERVAS.
           START RESERVAS KEY NOT < RES-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-RESERVAS
           END-START.
           PERFORM 2100-LEER-RESERVA THRU 2100-EXIT
               UNTIL FIN-RESERVAS.
           IF CANT-VENCIDAS = ZERO
               MOVE "  (ninguna)" TO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LEER-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-RESERVAS
                   GO TO 2100-EXIT
           END-READ.
           IF RES-ESTADO NOT = "A"
               OR RES-VENCIMIENTO NOT < FECHA-PROCESO
               GO TO 2100-EXIT
           END-IF.
           IF RES-CONDICION = "P"
               MOVE "P" TO RES-ESTADO
               MOVE "SENA PERDIDA" TO TEXTO-RESULTADO
               ADD 1 TO CANT-PERDIDAS
               ADD RES-SENA TO TOTAL-PERDIDAS
           ELSE
               MOVE "R" TO RES-ESTADO
               MOVE "REINTEGRO A PAGAR" TO TEXTO-RESULTADO
               ADD 1 TO CANT-A-REINTEGRAR
               ADD RES-SENA TO TOTAL-A-REINTEGRAR
           END-IF.
           MOVE "V"           TO RES-MOTIVO.
           MOVE FECHA-PROCESO TO RES-FECHA-CIERRE.
           REWRITE RES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar la reserva "
                       RES-NUMERO ", FS=" FS-RESERVAS
                   GO TO 2100-EXIT
           END-REWRITE.
           ADD 1 TO CANT-VENCIDAS.
           PERFORM 2200-LIBERAR-UNIDAD THRU 2200-EXIT.
           MOVE FECHA-PROCESO   TO SMV-FECHA.
           MOVE RES-NUMERO      TO SMV-NUMERO.
           MOVE RES-PATENTE     TO SMV-PATENTE.
           MOVE RES-ESTADO      TO SMV-TIPO.
           MOVE RES-SENA        TO SMV-IMPORTE.
           MOVE OPERADOR-CODIGO TO SMV-OPERADOR.
           WRITE SMV-REGISTRO.
           MOVE RES-SENA TO WS-ED-IMPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING RES-NUMERO "  " RES-PATENTE " " RES-CLIENTE " "
               RES-LEGAJO " " WS-ED-IMPORTE " " RES-VENCIMIENTO " "
               TEXTO-RESULTADO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           STRING "Vencimiento reserva=" RES-NUMERO
               " patente=" RES-PATENTE
               " cliente=" RES-CLIENTE
               " vencio=" RES-VENCIMIENTO
               " sena=" WS-ED-IMPORTE
               " condicion=" RES-CONDICION
               " queda estado=" RES-ESTADO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2100-EXIT.
           EXIT.

      *    La unidad vuelve a disponible solo si sigue reservada por
      *    esta reserva.
       2200-LIBERAR-UNIDAD.
           MOVE RES-PATENTE TO VEH-PATENTE.
           READ VEHICULOS
               INVALID KEY
                   DISPLAY "Unidad " RES-PATENTE " inexistente en el "
                       "maestro de vehiculos."
                   GO TO 2200-EXIT
           END-READ.
           IF VEH-ESTADO NOT = "R" OR VEH-RESERVA NOT = RES-NUMERO
               GO TO 2200-EXIT
           END-IF.
           MOVE "D"  TO VEH-ESTADO.
           MOVE ZERO TO VEH-RESERVA.
           REWRITE VEH-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo liberar la unidad " VEH-PATENTE
                       ", FS=" FS-VEHICULOS
           END-REWRITE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-ABIERTAS - reservas vigentes y reintegros que
      *                        siguen pendientes de pago
      ******************************************************************
       3000-LISTAR-ABIERTAS.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "RESERVAS VIGENTES" TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "Reserva Patente    Cliente     Legajo"
               "       Sena Reservada Vence    Condicion"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "A" TO SW-LISTADO.
           PERFORM 3050-RECORRER THRU 3050-EXIT.
           IF CANT-VIGENTES = ZERO
               MOVE "  (ninguna)" TO REP-LINEA
               WRITE REP-LINEA
           END-IF.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "REINTEGROS DE SENA PENDIENTES DE PAGO" TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "Reserva Patente    Cliente     Legajo"
               "       Sena Cierre   Motivo"
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "R" TO SW-LISTADO.
           PERFORM 3050-RECORRER THRU 3050-EXIT.
           IF CANT-PENDIENTES = ZERO
               MOVE "  (ninguno)" TO REP-LINEA
               WRITE REP-LINEA
           END-IF.
       3000-EXIT.
           EXIT.

       3050-RECORRER.
           MOVE ZERO TO RES-NUMERO.
           MOVE "N" TO SW-FIN-RESERVAS.
           START RESERVAS KEY NOT < RES-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-RESERVAS
           END-START.
           PERFORM 3100-LEER-ABIERTA THRU 3100-EXIT
               UNTIL FIN-RESERVAS.
       3050-EXIT.
           EXIT.

       3100-LEER-ABIERTA.
           READ RESERVAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-RESERVAS
                   GO TO 3100-EXIT
           END-READ.
           IF RES-ESTADO NOT = SW-LISTADO
               GO TO 3100-EXIT
           END-IF.
           MOVE RES-SENA TO WS-ED-IMPORTE.
           MOVE SPACES TO REP-LINEA.
           IF LISTA-VIGENTES
               ADD 1 TO CANT-VIGENTES
               ADD RES-SENA TO TOTAL-VIGENTES
               STRING RES-NUMERO "  " RES-PATENTE " " RES-CLIENTE " "
                   RES-LEGAJO " " WS-ED-IMPORTE " " RES-FECHA " "
                   RES-VENCIMIENTO " " RES-CONDICION
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               ADD 1 TO CANT-PENDIENTES
               ADD RES-SENA TO TOTAL-PENDIENTES
               STRING RES-NUMERO "  " RES-PATENTE " " RES-CLIENTE " "
                   RES-LEGAJO " " WS-ED-IMPORTE " " RES-FECHA-CIERRE
                   " " RES-MOTIVO
                   DELIMITED BY SIZE INTO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TOTALES - cierre del reporte y de la corrida
      ******************************************************************
       4000-TOTALES.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-PERDIDAS TO WS-ED-CANT.
           MOVE TOTAL-PERDIDAS TO WS-ED-TOTAL.
           MOVE SPACES TO REP-LINEA.
           STRING "Senas perdidas en la corrida......: " WS-ED-CANT
               "  " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-A-REINTEGRAR TO WS-ED-CANT.
           MOVE TOTAL-A-REINTEGRAR TO WS-ED-TOTAL.
           MOVE SPACES TO REP-LINEA.
           STRING "Reintegros generados en la corrida: " WS-ED-CANT
               "  " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-VIGENTES TO WS-ED-CANT.
           MOVE TOTAL-VIGENTES TO WS-ED-TOTAL.
           MOVE SPACES TO REP-LINEA.
           STRING "Sena en reservas vigentes.........: " WS-ED-CANT
               "  " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-PENDIENTES TO WS-ED-CANT.
           MOVE TOTAL-PENDIENTES TO WS-ED-TOTAL.
           MOVE SPACES TO REP-LINEA.
           STRING "Reintegros pendientes de pago.....: " WS-ED-CANT
               "  " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-VENCIDAS TO WS-ED-CANT.
           DISPLAY "Reservas vencidas en la corrida: " WS-ED-CANT.
           DISPLAY "Reporte en REPORTE-RESERVAS.DAT.".
           MOVE TOTAL-PERDIDAS TO WS-ED-TOTAL.
           MOVE TOTAL-A-REINTEGRAR TO WS-ED-TOTAL2.
           STRING "Vencimiento de reservas fecha=" FECHA-PROCESO
               " vencidas=" WS-ED-CANT
               " perdidas=" WS-ED-TOTAL
               " aReintegrar=" WS-ED-TOTAL2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 0600-REGISTRAR-CORRIDA - asienta el evento armado por el
      *                          llamador en RUNCONTROL
      ******************************************************************
       0600-REGISTRAR-CORRIDA.
           OPEN EXTEND RUNCONTROL.
           IF FS-RUNCONTROL NOT = "00"
               OPEN OUTPUT RUNCONTROL
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE "VenceReservas" TO RUN-PROGRAMA.
           MOVE WS-FECHA-AUDIT TO RUN-FECHA.
           MOVE WS-HORA-AUDIT (1:6) TO RUN-HORA.
           MOVE RUN-EVENTO-W TO RUN-EVENTO.
           MOVE RUN-ESTADO-W TO RUN-ESTADO.
           MOVE RUN-CANT-W   TO RUN-CANT.
           WRITE RUN-REGISTRO.
           CLOSE RUNCONTROL.
       0600-EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE RESERVAS.
           CLOSE VEHICULOS.
           CLOSE SENAMOVS.
           CLOSE REPORTE-RES.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Corrida conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM VenceReservas.
