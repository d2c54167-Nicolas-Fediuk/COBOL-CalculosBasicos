      ******************************************************************
      *Reservas de unidades con sena (RESERVAS.DAT, indexado por numero
      *de reserva): hasta ahora una unidad del stock estaba disponible,
      *vendida o retirada, y el auto que un vendedor le habia prometido
      *a un cliente contra una sena lo podia vender otro vendedor en el
      *mismo lote. El alta de la reserva exige la unidad disponible, un
      *cliente activo de CLIENTES.DAT y un vendedor activo del padron;
      *guarda la sena, la fecha, el vencimiento y la condicion pactada
      *(P la sena se pierde si la operacion no se hace, R se reintegra)
      *y deja la unidad en estado R con el numero de reserva, de modo
      *que CargaOperaciones solo acepta la venta del vendedor que la
      *reservo. La cancelacion libera la unidad y resuelve la sena
      *segun la condicion (si la cancela la concesionaria siempre se
      *reintegra), la prorroga corre el vencimiento y el pago del
      *reintegro cierra la reserva. Cada cobro, aplicacion, perdida,
      *reintegro a pagar y reintegro pagado de la sena queda en
      *SENAMOVS.DAT, de donde ExtractoGL los lleva al mayor; el
      *vencimiento diario lo hace VenceReservas.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de las reservas con sena.
      * 2026-10-15  NF  El maestro de vehiculos suma el costo de compra
      *                 y la linea de floor plan; las reservas no los
      *                 usan.
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
       PROGRAM-ID. MantReservas.
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
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS FS-CLIENTES.
           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-LEGAJO
               FILE STATUS IS FS-VENDEDORES.
           SELECT SENAMOVS ASSIGN TO "SENAMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SENAMOVS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Reserva de una unidad. Condicion: P sena perdible, R sena
      *    reintegrable. Estado: A activa, U aplicada a la venta, P
      *    sena perdida, R reintegro pendiente, E reintegro efectuado.
      *    Motivo de cierre: V vencida, C cancelada, U vendida.
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
      *    V vendido, B retirado. VEH-RESERVA es la reserva vigente
      *    de una unidad en estado R.
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

      *    Maestro de clientes: A activo, B dado de baja.
       FD  CLIENTES.
       01  CLI-REGISTRO.
           05  CLI-DOCUMENTO         PIC X(11).
           05  CLI-TIPO-DOC          PIC X(01).
           05  CLI-NOMBRE            PIC X(30).
           05  CLI-DOMICILIO         PIC X(40).
           05  CLI-TELEFONO          PIC X(15).
           05  CLI-COND-IVA          PIC X(02).
           05  CLI-ESTADO            PIC X(01).
           05  CLI-FECHA-ALTA        PIC 9(08).

       FD  VENDEDORES.
       01  VEN-REGISTRO.
           05  VEN-LEGAJO            PIC 9(5).
           05  VEN-NOMBRE            PIC X(20).
           05  VEN-AUTOS-VENDIDOS    PIC 9(3).
           05  VEN-AUTOS-DEVUELTOS   PIC 9(3).
           05  VEN-CUOTA-MENSUAL     PIC 9(3).
           05  VEN-ESTADO            PIC X(01).
           05  VEN-SUPERVISOR        PIC 9(5).

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
       77  FS-RESERVAS              PIC X(02) VALUE SPACES.
       77  FS-VEHICULOS             PIC X(02) VALUE SPACES.
       77  FS-CLIENTES              PIC X(02) VALUE SPACES.
       77  FS-VENDEDORES            PIC X(02) VALUE SPACES.
       77  FS-SENAMOVS              PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  NUMERO-BUSCADO           PIC 9(06) VALUE ZERO.
       77  ULTIMO-NUMERO            PIC 9(06) VALUE ZERO.
       77  CANT-LISTADOS            PIC 9(5) COMP VALUE ZERO.
       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  VENCIMIENTO-ANTERIOR     PIC 9(08) VALUE ZERO.
       77  TIPO-MOVIMIENTO          PIC X(01) VALUE SPACE.
       77  TOTAL-SENAS-VIGENTES     PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-REINTEGROS         PIC 9(9)V99 COMP-3 VALUE ZERO.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-CANCELAR      VALUE "X" "x".
           88  OPCION-PRORROGA      VALUE "P" "p".
           88  OPCION-REINTEGRO     VALUE "R" "r".
           88  OPCION-CONSULTA      VALUE "C" "c".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-REGISTRO-OK           PIC X(01) VALUE "N".
           88  REGISTRO-OK          VALUE "S".
       01  SW-FIN-RESERVAS          PIC X(01) VALUE "N".
           88  FIN-RESERVAS         VALUE "S".
       01  SW-FECHA-OK              PIC X(01) VALUE "N".
           88  FECHA-OK             VALUE "S".
       01  SW-A-CARGO               PIC X(01) VALUE SPACE.
           88  A-CARGO-CLIENTE      VALUE "C" "c".
           88  A-CARGO-CONCESIONARIA VALUE "N" "n".
       01  SW-CONFIRMA              PIC X(01) VALUE "N".
           88  CONFIRMA             VALUE "S" "s".

       01  FECHA-INGRESADA          PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-INGRESADA.
           05  FI-AAAA              PIC 9(04).
           05  FI-MM                PIC 9(02).
           05  FI-DD                PIC 9(02).

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
           IF INIT-OK
               PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT
               IF NOT OPERADOR-OK
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
                   UNTIL OPCION-SALIR
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

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
               FOR ALL "MantReservas".
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
           STRING "MantReservas " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 1000-INICIALIZAR - abre las reservas (creandolas la primera
      *                    vez) y los maestros que valida el alta;
      *                    toma el ultimo numero de reserva asignado
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
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
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.DAT, FS="
                   FS-CLIENTES
               CLOSE RESERVAS
               CLOSE VEHICULOS
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES NOT = "00"
               DISPLAY "No se pudo abrir VENDEDORES.DAT, FS="
                   FS-VENDEDORES
               CLOSE RESERVAS
               CLOSE VEHICULOS
               CLOSE CLIENTES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND SENAMOVS.
           IF FS-SENAMOVS NOT = "00"
               OPEN OUTPUT SENAMOVS
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           MOVE ZERO TO ULTIMO-NUMERO.
           MOVE LOW-VALUES TO RES-REGISTRO.
           MOVE ZERO TO RES-NUMERO.
           MOVE "N" TO SW-FIN-RESERVAS.
           START RESERVAS KEY NOT < RES-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-RESERVAS
           END-START.
           PERFORM 1100-LEER-ULTIMO THRU 1100-EXIT
               UNTIL FIN-RESERVAS.
       1000-EXIT.
           EXIT.

       1100-LEER-ULTIMO.
           READ RESERVAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-RESERVAS
               NOT AT END
                   MOVE RES-NUMERO TO ULTIMO-NUMERO
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu principal del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- RESERVAS DE UNIDADES CON SENA -----".
           DISPLAY "A) Alta  X) Cancelacion  P) Prorroga".
           DISPLAY "R) Reintegro pagado  C) Consulta".
           DISPLAY "L) Listar vigentes y reintegros  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA THRU 3000-EXIT
               WHEN OPCION-CANCELAR
                   PERFORM 4000-CANCELACION THRU 4000-EXIT
               WHEN OPCION-PRORROGA
                   PERFORM 4500-PRORROGA THRU 4500-EXIT
               WHEN OPCION-REINTEGRO
                   PERFORM 5000-REINTEGRO THRU 5000-EXIT
               WHEN OPCION-CONSULTA
                   PERFORM 6000-CONSULTA THRU 6000-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 6500-LISTAR THRU 6500-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA - la unidad debe estar disponible, el cliente y el
      *             vendedor activos; graba la reserva, pasa la
      *             unidad a R y asienta el cobro de la sena
      ******************************************************************
       3000-ALTA.
           MOVE SPACES TO RES-REGISTRO.
           DISPLAY "Ingrese la patente o chasis a reservar:".
           ACCEPT RES-PATENTE.
           MOVE RES-PATENTE TO VEH-PATENTE.
           READ VEHICULOS
               INVALID KEY
                   DISPLAY "Patente inexistente en el maestro de "
                       "vehiculos."
                   GO TO 3000-EXIT
           END-READ.
           IF VEH-ESTADO = "R"
               DISPLAY "La unidad ya esta reservada (reserva "
                   VEH-RESERVA ")."
               GO TO 3000-EXIT
           END-IF.
           IF VEH-ESTADO NOT = "D"
               DISPLAY "La unidad no esta disponible (estado "
                   VEH-ESTADO ")."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Ingrese DNI o CUIT del cliente (sin guiones):".
           ACCEPT RES-CLIENTE.
           MOVE RES-CLIENTE TO CLI-DOCUMENTO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Cliente inexistente; darlo de alta en "
                       "MantClientes."
                   GO TO 3000-EXIT
           END-READ.
           IF CLI-ESTADO NOT = "A"
               DISPLAY "El cliente esta dado de baja."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Cliente: " CLI-NOMBRE.
           DISPLAY "Ingrese el legajo del vendedor que reserva:".
           ACCEPT RES-LEGAJO.
           MOVE RES-LEGAJO TO VEN-LEGAJO.
           READ VENDEDORES
               INVALID KEY
                   DISPLAY "Legajo inexistente en el padron."
                   GO TO 3000-EXIT
           END-READ.
           IF VEN-ESTADO = "B"
               DISPLAY "El vendedor esta retirado."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Ingrese el importe de la sena:".
           ACCEPT RES-SENA.
           IF RES-SENA = ZERO
               DISPLAY "La sena debe ser mayor que cero."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Ingrese el vencimiento de la reserva (AAAAMMDD):".
           ACCEPT FECHA-INGRESADA.
           PERFORM 7100-VALIDAR-VENCIMIENTO THRU 7100-EXIT.
           IF NOT FECHA-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE FECHA-INGRESADA TO RES-VENCIMIENTO.
           DISPLAY "Si la operacion no se concreta, la sena se pierde"
               " (P) o se reintegra (R)?".
           ACCEPT RES-CONDICION.
           INSPECT RES-CONDICION CONVERTING "pr" TO "PR".
           IF RES-CONDICION NOT = "P" AND RES-CONDICION NOT = "R"
               DISPLAY "Condicion invalida."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO ULTIMO-NUMERO.
           MOVE ULTIMO-NUMERO   TO RES-NUMERO.
           MOVE FECHA-HOY       TO RES-FECHA.
           MOVE "A"             TO RES-ESTADO.
           MOVE SPACE           TO RES-MOTIVO.
           MOVE ZERO            TO RES-FECHA-CIERRE.
           MOVE OPERADOR-CODIGO TO RES-OPERADOR.
           WRITE RES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar la reserva, FS="
                       FS-RESERVAS
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE "R"        TO VEH-ESTADO.
           MOVE RES-NUMERO TO VEH-RESERVA.
           REWRITE VEH-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo marcar la unidad, FS="
                       FS-VEHICULOS
           END-REWRITE.
           MOVE "C" TO TIPO-MOVIMIENTO.
           PERFORM 7300-GRABAR-MOVIMIENTO THRU 7300-EXIT.
           MOVE RES-SENA TO WS-ED-IMPORTE.
           DISPLAY "Reserva " RES-NUMERO
               " grabada, unidad en estado R.".
           STRING "Alta reserva=" RES-NUMERO
               " patente=" RES-PATENTE
               " cliente=" RES-CLIENTE
               " legajo=" RES-LEGAJO
               " sena=" WS-ED-IMPORTE
               " vence=" RES-VENCIMIENTO
               " condicion=" RES-CONDICION
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CANCELACION - libera la unidad; la sena se pierde o se
      *                    reintegra segun la condicion pactada, y
      *                    siempre se reintegra si la reserva la
      *                    cae la concesionaria
      ******************************************************************
       4000-CANCELACION.
           PERFORM 7000-PEDIR-RESERVA THRU 7000-EXIT.
           IF NOT REGISTRO-OK
               GO TO 4000-EXIT
           END-IF.
           IF RES-ESTADO NOT = "A"
               DISPLAY "La reserva no esta activa (estado "
                   RES-ESTADO ")."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 6600-MOSTRAR-RESERVA THRU 6600-EXIT.
           DISPLAY "Desiste el cliente (C) o la concesionaria (N)?".
           ACCEPT SW-A-CARGO.
           IF NOT A-CARGO-CLIENTE AND NOT A-CARGO-CONCESIONARIA
               DISPLAY "Respuesta invalida, no se cancela."
               GO TO 4000-EXIT
           END-IF.
           IF A-CARGO-CLIENTE AND RES-CONDICION = "P"
               MOVE "P" TO RES-ESTADO
               DISPLAY "La sena se pierde segun la condicion pactada."
           ELSE
               MOVE "R" TO RES-ESTADO
               DISPLAY "La sena queda a reintegrar al cliente."
           END-IF.
           DISPLAY "Confirma la cancelacion (S/N)?".
           ACCEPT SW-CONFIRMA.
           IF NOT CONFIRMA
               DISPLAY "Cancelacion descartada."
               GO TO 4000-EXIT
           END-IF.
           MOVE "C"       TO RES-MOTIVO.
           MOVE FECHA-HOY TO RES-FECHA-CIERRE.
           REWRITE RES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar la reserva, FS="
                       FS-RESERVAS
                   GO TO 4000-EXIT
           END-REWRITE.
           PERFORM 7400-LIBERAR-UNIDAD THRU 7400-EXIT.
           MOVE RES-ESTADO TO TIPO-MOVIMIENTO.
           PERFORM 7300-GRABAR-MOVIMIENTO THRU 7300-EXIT.
           MOVE RES-SENA TO WS-ED-IMPORTE.
           STRING "Cancelacion reserva=" RES-NUMERO
               " patente=" RES-PATENTE
               " desiste=" SW-A-CARGO
               " condicion=" RES-CONDICION
               " sena=" WS-ED-IMPORTE
               " queda estado=" RES-ESTADO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-PRORROGA - corre el vencimiento de una reserva activa
      ******************************************************************
       4500-PRORROGA.
           PERFORM 7000-PEDIR-RESERVA THRU 7000-EXIT.
           IF NOT REGISTRO-OK
               GO TO 4500-EXIT
           END-IF.
           IF RES-ESTADO NOT = "A"
               DISPLAY "La reserva no esta activa (estado "
                   RES-ESTADO ")."
               GO TO 4500-EXIT
           END-IF.
           DISPLAY "Vencimiento actual: " RES-VENCIMIENTO.
           DISPLAY "Ingrese el nuevo vencimiento (AAAAMMDD):".
           ACCEPT FECHA-INGRESADA.
           PERFORM 7100-VALIDAR-VENCIMIENTO THRU 7100-EXIT.
           IF NOT FECHA-OK
               GO TO 4500-EXIT
           END-IF.
           IF FECHA-INGRESADA NOT > RES-VENCIMIENTO
               DISPLAY "La prorroga debe ser posterior al vencimiento "
                   "actual."
               GO TO 4500-EXIT
           END-IF.
           MOVE RES-VENCIMIENTO TO VENCIMIENTO-ANTERIOR.
           MOVE FECHA-INGRESADA TO RES-VENCIMIENTO.
           REWRITE RES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar la reserva, FS="
                       FS-RESERVAS
                   GO TO 4500-EXIT
           END-REWRITE.
           DISPLAY "Reserva prorrogada.".
           STRING "Prorroga reserva=" RES-NUMERO
               " patente=" RES-PATENTE
               " vencimiento antes=" VENCIMIENTO-ANTERIOR
               " despues=" RES-VENCIMIENTO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REINTEGRO - asienta el pago de un reintegro pendiente
      ******************************************************************
       5000-REINTEGRO.
           PERFORM 7000-PEDIR-RESERVA THRU 7000-EXIT.
           IF NOT REGISTRO-OK
               GO TO 5000-EXIT
           END-IF.
           IF RES-ESTADO NOT = "R"
               DISPLAY "La reserva no tiene reintegro pendiente "
                   "(estado " RES-ESTADO ")."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6600-MOSTRAR-RESERVA THRU 6600-EXIT.
           DISPLAY "Confirma el pago del reintegro (S/N)?".
           ACCEPT SW-CONFIRMA.
           IF NOT CONFIRMA
               DISPLAY "Pago descartado."
               GO TO 5000-EXIT
           END-IF.
           MOVE "E"       TO RES-ESTADO.
           MOVE FECHA-HOY TO RES-FECHA-CIERRE.
           REWRITE RES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar la reserva, FS="
                       FS-RESERVAS
                   GO TO 5000-EXIT
           END-REWRITE.
           MOVE "E" TO TIPO-MOVIMIENTO.
           PERFORM 7300-GRABAR-MOVIMIENTO THRU 7300-EXIT.
           MOVE RES-SENA TO WS-ED-IMPORTE.
           DISPLAY "Reintegro asentado.".
           STRING "Reintegro pagado reserva=" RES-NUMERO
               " patente=" RES-PATENTE
               " cliente=" RES-CLIENTE
               " importe=" WS-ED-IMPORTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTA - muestra una reserva puntual
      ******************************************************************
       6000-CONSULTA.
           PERFORM 7000-PEDIR-RESERVA THRU 7000-EXIT.
           IF REGISTRO-OK
               PERFORM 6600-MOSTRAR-RESERVA THRU 6600-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-LISTAR - reservas activas y reintegros pendientes, con
      *               el total de sena en cada situacion
      ******************************************************************
       6500-LISTAR.
           MOVE ZERO TO RES-NUMERO.
           START RESERVAS KEY NOT < RES-NUMERO
               INVALID KEY
                   DISPLAY "No hay reservas."
                   GO TO 6500-EXIT
           END-START.
           MOVE "N" TO SW-FIN-RESERVAS.
           MOVE ZERO TO CANT-LISTADOS.
           MOVE ZERO TO TOTAL-SENAS-VIGENTES.
           MOVE ZERO TO TOTAL-REINTEGROS.
           PERFORM 6550-LEER-SIGUIENTE THRU 6550-EXIT
               UNTIL FIN-RESERVAS.
           MOVE CANT-LISTADOS TO WS-ED-CANT.
           DISPLAY "Reservas listadas: " WS-ED-CANT.
           MOVE TOTAL-SENAS-VIGENTES TO WS-ED-TOTAL.
           DISPLAY "Sena en reservas activas....: " WS-ED-TOTAL.
           MOVE TOTAL-REINTEGROS TO WS-ED-TOTAL.
           DISPLAY "Reintegros pendientes.......: " WS-ED-TOTAL.
       6500-EXIT.
           EXIT.

       6550-LEER-SIGUIENTE.
           READ RESERVAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-RESERVAS
                   GO TO 6550-EXIT
           END-READ.
           IF RES-ESTADO = "A"
               ADD RES-SENA TO TOTAL-SENAS-VIGENTES
           END-IF.
           IF RES-ESTADO = "R"
               ADD RES-SENA TO TOTAL-REINTEGROS
           END-IF.
           IF RES-ESTADO = "A" OR RES-ESTADO = "R"
               PERFORM 6600-MOSTRAR-RESERVA THRU 6600-EXIT
               ADD 1 TO CANT-LISTADOS
           END-IF.
       6550-EXIT.
           EXIT.

       6600-MOSTRAR-RESERVA.
           MOVE RES-SENA TO WS-ED-IMPORTE.
           DISPLAY "Reserva " RES-NUMERO " patente=" RES-PATENTE
               " cliente=" RES-CLIENTE " legajo=" RES-LEGAJO.
           DISPLAY "  sena=" WS-ED-IMPORTE
               " fecha=" RES-FECHA
               " vence=" RES-VENCIMIENTO
               " condicion=" RES-CONDICION
               " estado=" RES-ESTADO
               " motivo=" RES-MOTIVO
               " cierre=" RES-FECHA-CIERRE.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 7000-PEDIR-RESERVA - pide el numero y lee la reserva
      ******************************************************************
       7000-PEDIR-RESERVA.
           DISPLAY "Ingrese el numero de reserva:".
           ACCEPT NUMERO-BUSCADO.
           MOVE NUMERO-BUSCADO TO RES-NUMERO.
           MOVE "S" TO SW-REGISTRO-OK.
           READ RESERVAS
               INVALID KEY
                   MOVE "N" TO SW-REGISTRO-OK
                   DISPLAY "Reserva inexistente."
           END-READ.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-VALIDAR-VENCIMIENTO - FECHA-INGRESADA debe ser una fecha
      *                            valida posterior a hoy
      ******************************************************************
       7100-VALIDAR-VENCIMIENTO.
           MOVE "N" TO SW-FECHA-OK.
           IF FI-MM < 1 OR FI-MM > 12 OR FI-DD < 1 OR FI-DD > 31
               DISPLAY "Fecha invalida."
               GO TO 7100-EXIT
           END-IF.
           IF FECHA-INGRESADA NOT > FECHA-HOY
               DISPLAY "El vencimiento debe ser posterior a hoy."
               GO TO 7100-EXIT
           END-IF.
           MOVE "S" TO SW-FECHA-OK.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7300-GRABAR-MOVIMIENTO - asienta en SENAMOVS el movimiento
      *                          TIPO-MOVIMIENTO por la sena entera
      ******************************************************************
       7300-GRABAR-MOVIMIENTO.
           MOVE FECHA-HOY       TO SMV-FECHA.
           MOVE RES-NUMERO      TO SMV-NUMERO.
           MOVE RES-PATENTE     TO SMV-PATENTE.
           MOVE TIPO-MOVIMIENTO TO SMV-TIPO.
           MOVE RES-SENA        TO SMV-IMPORTE.
           MOVE OPERADOR-CODIGO TO SMV-OPERADOR.
           WRITE SMV-REGISTRO.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 7400-LIBERAR-UNIDAD - la unidad reservada vuelve a disponible
      ******************************************************************
       7400-LIBERAR-UNIDAD.
           MOVE RES-PATENTE TO VEH-PATENTE.
           READ VEHICULOS
               INVALID KEY
                   DISPLAY "Unidad inexistente en el maestro, FS="
                       FS-VEHICULOS
                   GO TO 7400-EXIT
           END-READ.
           IF VEH-ESTADO NOT = "R" OR VEH-RESERVA NOT = RES-NUMERO
               GO TO 7400-EXIT
           END-IF.
           MOVE "D"  TO VEH-ESTADO.
           MOVE ZERO TO VEH-RESERVA.
           REWRITE VEH-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo liberar la unidad, FS="
                       FS-VEHICULOS
                   GO TO 7400-EXIT
           END-REWRITE.
           STRING "Vehiculo patente=" VEH-PATENTE
               " liberado de la reserva=" RES-NUMERO " estado=D"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       7400-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE RESERVAS.
           CLOSE VEHICULOS.
           CLOSE CLIENTES.
           CLOSE VENDEDORES.
           CLOSE SENAMOVS.
           CLOSE AUDITLOG.
       7900-EXIT.
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
       END PROGRAM MantReservas.
