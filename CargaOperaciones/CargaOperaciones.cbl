      *                 en el momento con asiento en la auditoria. Sin
      *                 maestro de vehiculos se sigue sin validar como
      *                 hasta ahora y la contingencia queda asentada.
      * 2026-10-15  NF  Toma de usados como parte de pago: junto con la
      *                 venta se captura el usado que entrega el
      *                 cliente (patente, modelo y valor de toma). La
      *                 operacion T queda en OPERACIONES.DAT ligada a
      *                 la venta, el usado entra a VEHICULOS.DAT como
      *                 disponible con origen U y su valor de toma, y
      *                 la venta lleva el importe a cobrar neto de la
      *                 toma. Sin maestro de vehiculos no se toman
      *                 usados.
      * 2026-10-15  NF  Toda venta y devolucion queda a nombre de un
      *                 cliente del maestro CLIENTES.DAT (MantClientes):
      *                 se pide el DNI o CUIT, se valida, y el cliente
      *                 desconocido se puede dar de alta en el momento;
      *                 el dado de baja se rechaza. El documento queda
      *                 en OPE-CLIENTE (tambien en la toma del usado).
      * 2026-10-15  NF  El padron de vendedores suma el legajo del
      *                 supervisor (VEN-SUPERVISOR); la carga no lo usa.
      * 2026-10-15  NF  Unidades reservadas con sena (MantReservas):
      *                 una unidad en estado R solo la puede vender el
      *                 vendedor que la reservo y al cliente de la
      *                 reserva; la venta cierra la reserva como
      *                 aplicada y asienta la aplicacion de la sena en
      *                 SENAMOVS.DAT. Sin RESERVAS.DAT la unidad
      *                 reservada no se vende. El usado tomado no puede
      *                 ser una unidad reservada del stock.
      * 2026-10-15  NF  El maestro de vehiculos suma el costo de compra
      *                 y la linea de floor plan: el usado tomado entra
      *                 con su valor de toma como costo y sin linea
      *                 (fondos propios, no devenga interes).
      * 2026-10-15  NF  Cada linea de auditoria lleva numero de
      *                 secuencia y un sello encadenado al de la linea
      *                 anterior, para que una linea adulterada,
      *                 intercalada o quitada se detecte al verificar
      *                 la cadena.
      * 2026-10-15  NF  En la venta de una unidad reservada del importe
      *                 a cobrar se descuenta tambien la sena ya
      *                 cobrada; se rechaza la venta si la toma del
      *                 usado mas la sena supera el importe.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaOperaciones.
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEH-PATENTE
               FILE STATUS IS FS-VEHICULOS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS FS-CLIENTES.
           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-NUMERO
               FILE STATUS IS FS-RESERVAS.
           SELECT SENAMOVS ASSIGN TO "SENAMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SENAMOVS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           05  VEN-AUTOS-DEVUELTOS   PIC 9(3).
           05  VEN-CUOTA-MENSUAL     PIC 9(3).
           05  VEN-ESTADO            PIC X(01).
           05  VEN-SUPERVISOR        PIC 9(5).

       FD  OPERACIONES
           RECORDING MODE IS F.
           05  OPE-PATENTE           PIC X(10).
           05  OPE-IMPORTE           PIC 9(7)V99.
           05  OPE-TIPO              PIC X(01).
      *        V: patente del usado tomado; T: patente de la unidad
      *        vendida en la misma operacion.
           05  OPE-PATENTE-REL       PIC X(10).
      *        Lo que entra a caja: la venta neta de la toma.
           05  OPE-IMPORTE-CAJA      PIC 9(7)V99.
      *        DNI o CUIT del cliente (CLIENTES.DAT).
           05  OPE-CLIENTE           PIC X(11).

      *    Maestro de vehiculos en stock: D disponible, R reservado
      *    (MantReservas, con la reserva en VEH-RESERVA), V vendido,
      *    B retirado (lo mantiene MantVehiculos). Origen N unidad
      *    nueva, U usado tomado en parte de pago.
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

      *    Reserva de una unidad (MantReservas). Estado: A activa, U
      *    aplicada a la venta, P sena perdida, R reintegro
      *    pendiente, E reintegro efectuado.
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

      *    Movimientos de la sena: C cobro, A aplicada a la venta,
      *    P perdida, R reintegro a pagar, E reintegro pagado.
       FD  SENAMOVS
           RECORDING MODE IS F.
       01  SMV-REGISTRO.
           05  SMV-FECHA             PIC 9(08).
           05  SMV-NUMERO            PIC 9(06).
           05  SMV-PATENTE           PIC X(10).
           05  SMV-TIPO              PIC X(01).
           05  SMV-IMPORTE           PIC 9(7)V99.
           05  SMV-OPERADOR          PIC X(04).

      *    Maestro de clientes: A activo, B dado de baja (lo
      *    mantiene MantClientes).
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
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  LEGAJO-INGRESADO         PIC 9(05).
       77  CANT-OPERACIONES         PIC 9(5) COMP VALUE ZERO.
       77  CANT-TOMAS               PIC 9(5) COMP VALUE ZERO.
       77  VENTA-PATENTE            PIC X(10) VALUE SPACES.
       77  TOMA-PATENTE             PIC X(10) VALUE SPACES.
       77  TOMA-MODELO              PIC X(20) VALUE SPACES.
       77  TOMA-VALOR               PIC 9(7)V99 VALUE ZERO.

       77  FS-VEHICULOS             PIC X(02) VALUE SPACES.
       77  FS-CLIENTES              PIC X(02) VALUE SPACES.
       77  CANT-ALTAS-CLIENTE       PIC 9(5) COMP VALUE ZERO.
       77  FS-RESERVAS              PIC X(02) VALUE SPACES.
       77  FS-SENAMOVS              PIC X(02) VALUE SPACES.
       77  CANT-RESERVAS-APLICADAS  PIC 9(5) COMP VALUE ZERO.

       01  SW-SIGUE                 PIC X(01) VALUE "S".
           88  SIGUE-CARGANDO       VALUE "S" "s".
           88  VENDEDOR-OK          VALUE "S".
       01  SW-VEHICULO-OK           PIC X(01) VALUE "N".
           88  VEHICULO-OK          VALUE "S".
       01  SW-HAY-TOMA              PIC X(01) VALUE "N".
           88  HAY-TOMA             VALUE "S" "s".
       01  SW-TOMA-OK               PIC X(01) VALUE "N".
           88  TOMA-OK              VALUE "S".
       01  SW-TOMA-EXISTE           PIC X(01) VALUE "N".
           88  TOMA-EXISTE          VALUE "S".
       01  SW-VEHICULOS-ABIERTO     PIC X(01) VALUE "N".
           88  VEHICULOS-ABIERTO    VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-CLIENTE-OK            PIC X(01) VALUE "N".
           88  CLIENTE-OK           VALUE "S".
       01  SW-CLIENTE-EXISTE        PIC X(01) VALUE "N".
           88  CLIENTE-EXISTE       VALUE "S".
       01  SW-ALTA-CLIENTE          PIC X(01) VALUE "N".
           88  ALTA-CLIENTE         VALUE "S" "s".
       01  SW-RESERVAS-ABIERTO      PIC X(01) VALUE "N".
           88  RESERVAS-ABIERTO     VALUE "S".
       01  SW-VENTA-RESERVADA       PIC X(01) VALUE "N".
           88  VENTA-RESERVADA      VALUE "S".

      *----------------------------------------------------------------
      * VALIDACION DEL DOCUMENTO - DNI de 8 digitos o CUIT de 11 con
      * digito verificador modulo 11 (pesos 5432765432)
      *----------------------------------------------------------------
       01  SW-DOC-VALIDO            PIC X(01) VALUE "N".
           88  DOC-VALIDO           VALUE "S".
       77  DOC-TIPO                 PIC X(01) VALUE SPACE.
       77  DOC-AUXILIAR             PIC X(07) VALUE SPACES.
       01  DOC-TRABAJO              PIC X(11) VALUE SPACES.
       01  DOC-DIGITOS REDEFINES DOC-TRABAJO.
           05  DOC-DIGITO           PIC 9(01) OCCURS 11 TIMES.
       01  PESOS-CUIT-VALORES       PIC X(10) VALUE "5432765432".
       01  PESOS-CUIT REDEFINES PESOS-CUIT-VALORES.
           05  PESO-CUIT            PIC 9(01) OCCURS 10 TIMES.
       77  IX-DIG                   PIC 9(02) COMP VALUE ZERO.
       77  SUMA-PONDERADA           PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-DV              PIC 9(04) COMP VALUE ZERO.
       77  RESTO-DV                 PIC 9(02) COMP VALUE ZERO.
       77  DV-CALCULADO             PIC 9(02) VALUE ZERO.

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
       01  WS-ED-IMPORTE            PIC ZZZZZZ9.99.
       01  WS-ED-CAJA               PIC ZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZ9.
       01  WS-ED-CANT4              PIC ZZZZ9.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
      *    Sin maestro de clientes no se registra ninguna operacion;
      *    la primera vez se crea vacio para poder dar altas aca.
           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT = "00"
               OPEN OUTPUT CLIENTES
               IF FS-CLIENTES = "00"
                   CLOSE CLIENTES
                   OPEN I-O CLIENTES
               END-IF
           END-IF.
           IF FS-CLIENTES NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.DAT, FS="
                   FS-CLIENTES
               CLOSE VENDEDORES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND OPERACIONES.
           IF FS-OPERACIONES NOT = "00"
               OPEN OUTPUT OPERACIONES
           OPEN I-O VEHICULOS.
           IF FS-VEHICULOS = "00"
               MOVE "S" TO SW-VEHICULOS-ABIERTO
               PERFORM 1100-ABRIR-RESERVAS THRU 1100-EXIT
           ELSE
               DISPLAY "Sin maestro de vehiculos (FS=" FS-VEHICULOS
                   "), la patente se acepta sin validar."
       1000-EXIT.
           EXIT.

      *    Sin RESERVAS.DAT las unidades en estado R no se venden.
       1100-ABRIR-RESERVAS.
           OPEN I-O RESERVAS.
           IF FS-RESERVAS NOT = "00"
               DISPLAY "Sin RESERVAS.DAT (FS=" FS-RESERVAS
                   "), no se venden unidades reservadas."
               GO TO 1100-EXIT
           END-IF.
           MOVE "S" TO SW-RESERVAS-ABIERTO.
           OPEN EXTEND SENAMOVS.
           IF FS-SENAMOVS NOT = "00"
               OPEN OUTPUT SENAMOVS
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARGAR-OPERACION - una venta o devolucion por vuelta
      ******************************************************************
           IF NOT VEHICULO-OK
               GO TO 2000-SIGUE
           END-IF.
           PERFORM 3900-VALIDAR-CLIENTE THRU 3900-EXIT.
           IF NOT CLIENTE-OK
               DISPLAY "La operacion no se graba."
               GO TO 2000-SIGUE
           END-IF.
           IF VENTA-RESERVADA AND OPE-CLIENTE NOT = RES-CLIENTE
               DISPLAY "La unidad esta reservada para el cliente "
                   RES-CLIENTE "; para venderla a otro cliente hay "
                   "que cancelar antes la reserva."
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " reserva=" RES-NUMERO
                   " de cliente=" RES-CLIENTE
                   " venta a cliente=" OPE-CLIENTE
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2000-SIGUE
           END-IF.
           MOVE SPACES TO OPE-PATENTE-REL.
           MOVE OPE-IMPORTE TO OPE-IMPORTE-CAJA.
      *    La sena de la reserva ya se cobro al reservar: se descuenta
      *    de lo que queda a cobrar por la venta.
           IF VENTA-RESERVADA
               IF RES-SENA > OPE-IMPORTE
                   DISPLAY "La sena de la reserva supera el importe "
                       "de la venta, se rechaza."
                   MOVE RES-SENA TO WS-ED-IMPORTE
                   STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                       " reserva=" RES-NUMERO
                       " sena=" WS-ED-IMPORTE
                       " mayor que la venta"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   GO TO 2000-SIGUE
               END-IF
               SUBTRACT RES-SENA FROM OPE-IMPORTE-CAJA
           END-IF.
           MOVE "N" TO SW-HAY-TOMA.
           IF OPE-TIPO = "V"
               PERFORM 3700-CAPTURAR-TOMA THRU 3700-EXIT
               IF NOT TOMA-OK
                   DISPLAY "La operacion no se graba."
                   GO TO 2000-SIGUE
               END-IF
           END-IF.
           WRITE OPE-REGISTRO.
           PERFORM 3600-ACTUALIZAR-VEHICULO THRU 3600-EXIT.
           IF VENTA-RESERVADA
               PERFORM 3650-APLICAR-RESERVA THRU 3650-EXIT
           END-IF.
           ADD 1 TO CANT-OPERACIONES.
           MOVE OPE-IMPORTE TO WS-ED-IMPORTE.
           MOVE OPE-IMPORTE-CAJA TO WS-ED-CAJA.
           STRING "Operacion fecha=" OPE-FECHA
               " legajo=" OPE-LEGAJO
               " patente=" OPE-PATENTE
               " importe=" WS-ED-IMPORTE
               " tipo=" OPE-TIPO
               " usado=" OPE-PATENTE-REL
               " aCobrar=" WS-ED-CAJA
               " cliente=" OPE-CLIENTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           IF HAY-TOMA
               PERFORM 3800-GRABAR-TOMA THRU 3800-EXIT
           END-IF.
           DISPLAY "Operacion grabada. A cobrar: " WS-ED-CAJA.
       2000-SIGUE.
           DISPLAY "Desea cargar otra operacion (S/N)?".
           ACCEPT SW-SIGUE.
           EXIT.

      ******************************************************************
      * 3500-VALIDAR-VEHICULO - la venta exige la unidad disponible (o
      *                         reservada por el mismo vendedor) y
      *                         la devolucion la unidad vendida; la
      *                         patente desconocida o retirada se
      *                         rechaza en el momento
      ******************************************************************
       3500-VALIDAR-VEHICULO.
           MOVE "S" TO SW-VEHICULO-OK.
           MOVE "N" TO SW-VENTA-RESERVADA.
           IF NOT VEHICULOS-ABIERTO
               GO TO 3500-EXIT
           END-IF.
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF OPE-TIPO = "V" AND VEH-ESTADO = "R"
               PERFORM 3550-VALIDAR-RESERVA THRU 3550-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF OPE-TIPO = "V" AND VEH-ESTADO NOT = "D"
               MOVE "N" TO SW-VEHICULO-OK
               DISPLAY "La unidad ya esta vendida, se rechaza."
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3550-VALIDAR-RESERVA - la unidad reservada solo la vende el
      *                        vendedor de la reserva activa
      ******************************************************************
       3550-VALIDAR-RESERVA.
           MOVE "N" TO SW-VEHICULO-OK.
           IF NOT RESERVAS-ABIERTO
               DISPLAY "La unidad esta reservada y no hay archivo de "
                   "reservas, se rechaza."
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " unidad reservada sin RESERVAS.DAT"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3550-EXIT
           END-IF.
           MOVE VEH-RESERVA TO RES-NUMERO.
           READ RESERVAS
               INVALID KEY
                   MOVE SPACE TO RES-ESTADO
           END-READ.
           IF RES-ESTADO NOT = "A" OR RES-PATENTE NOT = OPE-PATENTE
               DISPLAY "La unidad figura reservada pero su reserva no "
                   "esta activa; revisar en MantReservas."
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " reserva=" VEH-RESERVA " no activa"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3550-EXIT
           END-IF.
           IF RES-LEGAJO NOT = OPE-LEGAJO
               DISPLAY "La unidad esta reservada por el legajo "
                   RES-LEGAJO " hasta el " RES-VENCIMIENTO
                   ", se rechaza."
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " reservada legajo=" RES-LEGAJO
                   " reserva=" RES-NUMERO
                   " venta de legajo=" OPE-LEGAJO
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3550-EXIT
           END-IF.
           MOVE RES-SENA TO WS-ED-IMPORTE.
           DISPLAY "Unidad reservada (reserva " RES-NUMERO
               "), se aplica la sena de " WS-ED-IMPORTE.
           MOVE "S" TO SW-VENTA-RESERVADA.
           MOVE "S" TO SW-VEHICULO-OK.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3600-ACTUALIZAR-VEHICULO - la venta deja la unidad en V y la
      *                            devolucion la vuelve a D
           IF NOT VEHICULOS-ABIERTO
               GO TO 3600-EXIT
           END-IF.
      *    La validacion de la toma pudo dejar en el area el registro
      *    del usado: se relee la unidad de la operacion.
           MOVE OPE-PATENTE TO VEH-PATENTE.
           READ VEHICULOS
               INVALID KEY
                   DISPLAY "No se pudo releer el vehiculo, FS="
                       FS-VEHICULOS
                   GO TO 3600-EXIT
           END-READ.
           IF OPE-TIPO = "V"
               MOVE "V" TO VEH-ESTADO
           ELSE
               MOVE "D" TO VEH-ESTADO
           END-IF.
           MOVE ZERO TO VEH-RESERVA.
           REWRITE VEH-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo actualizar el vehiculo, FS="
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3650-APLICAR-RESERVA - la venta cierra la reserva como aplicada
      *                        y asienta la aplicacion de la sena
      ******************************************************************
       3650-APLICAR-RESERVA.
           MOVE "U"       TO RES-ESTADO.
           MOVE "U"       TO RES-MOTIVO.
           MOVE OPE-FECHA TO RES-FECHA-CIERRE.
           REWRITE RES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo cerrar la reserva, FS="
                       FS-RESERVAS
                   GO TO 3650-EXIT
           END-REWRITE.
      *    La sena se asienta con la fecha de carga, como el resto de
      *    los movimientos, para no caer en un periodo ya extraido.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-AUDIT  TO SMV-FECHA.
           MOVE RES-NUMERO      TO SMV-NUMERO.
           MOVE RES-PATENTE     TO SMV-PATENTE.
           MOVE "A"             TO SMV-TIPO.
           MOVE RES-SENA        TO SMV-IMPORTE.
           MOVE OPERADOR-CODIGO TO SMV-OPERADOR.
           WRITE SMV-REGISTRO.
           ADD 1 TO CANT-RESERVAS-APLICADAS.
           MOVE RES-SENA TO WS-ED-IMPORTE.
           STRING "Reserva=" RES-NUMERO
               " patente=" RES-PATENTE
               " aplicada a la venta, sena=" WS-ED-IMPORTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3650-EXIT.
           EXIT.

      ******************************************************************
      * 3700-CAPTURAR-TOMA - el usado que el cliente entrega en parte
      *                      de pago de la venta: no puede estar en
      *                      stock y su valor de toma no puede superar
      *                      lo que queda a cobrar de la venta (neto
      *                      de la sena si la unidad estaba reservada)
      ******************************************************************
       3700-CAPTURAR-TOMA.
           MOVE "S" TO SW-TOMA-OK.
           DISPLAY "Entrega un usado como parte de pago (S/N)?".
           ACCEPT SW-HAY-TOMA.
           IF NOT HAY-TOMA
               GO TO 3700-EXIT
           END-IF.
           MOVE "N" TO SW-TOMA-OK.
           IF NOT VEHICULOS-ABIERTO
               DISPLAY "Sin maestro de vehiculos no se toman usados."
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " toma de usado sin maestro de vehiculos"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3700-EXIT
           END-IF.
           MOVE OPE-PATENTE TO VENTA-PATENTE.
           DISPLAY "Ingrese la patente del usado:".
           ACCEPT TOMA-PATENTE.
           IF TOMA-PATENTE = SPACES OR TOMA-PATENTE = OPE-PATENTE
               DISPLAY "Patente del usado invalida."
               GO TO 3700-EXIT
           END-IF.
           MOVE "S" TO SW-TOMA-EXISTE.
           MOVE TOMA-PATENTE TO VEH-PATENTE.
           READ VEHICULOS
               INVALID KEY
                   MOVE "N" TO SW-TOMA-EXISTE
           END-READ.
           IF TOMA-EXISTE AND (VEH-ESTADO = "D" OR VEH-ESTADO = "R")
               DISPLAY "El usado ya figura disponible en el stock, "
                   "se rechaza."
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " usado=" TOMA-PATENTE " ya en stock"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3700-EXIT
           END-IF.
           MOVE SPACES TO TOMA-MODELO.
           IF TOMA-EXISTE
               MOVE VEH-MODELO TO TOMA-MODELO
               DISPLAY "Unidad conocida, modelo " VEH-MODELO
                   " (Enter para conservarlo):"
           ELSE
               DISPLAY "Ingrese el modelo del usado:"
           END-IF.
           ACCEPT TOMA-MODELO.
           IF TOMA-MODELO = SPACES AND TOMA-EXISTE
               MOVE VEH-MODELO TO TOMA-MODELO
           END-IF.
           IF TOMA-MODELO = SPACES
               DISPLAY "El modelo del usado es obligatorio."
               GO TO 3700-EXIT
           END-IF.
           DISPLAY "Ingrese el valor de toma del usado:".
           ACCEPT TOMA-VALOR.
           IF TOMA-VALOR = ZERO OR TOMA-VALOR > OPE-IMPORTE-CAJA
               DISPLAY "Valor de toma invalido (debe ser mayor que "
                   "cero y, sumado a la sena, no superar la venta)."
               MOVE TOMA-VALOR TO WS-ED-IMPORTE
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " usado=" TOMA-PATENTE
                   " valor de toma invalido=" WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3700-EXIT
           END-IF.
           MOVE TOMA-PATENTE TO OPE-PATENTE-REL.
           SUBTRACT TOMA-VALOR FROM OPE-IMPORTE-CAJA.
           MOVE "S" TO SW-TOMA-OK.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3800-GRABAR-TOMA - operacion T ligada a la venta y alta (o
      *                    reingreso) del usado como disponible
      ******************************************************************
       3800-GRABAR-TOMA.
           MOVE TOMA-PATENTE   TO OPE-PATENTE.
           MOVE TOMA-VALOR     TO OPE-IMPORTE.
           MOVE "T"            TO OPE-TIPO.
           MOVE VENTA-PATENTE  TO OPE-PATENTE-REL.
           MOVE ZERO           TO OPE-IMPORTE-CAJA.
           WRITE OPE-REGISTRO.
           ADD 1 TO CANT-TOMAS.
           MOVE TOMA-VALOR TO WS-ED-IMPORTE.
           STRING "Operacion fecha=" OPE-FECHA
               " legajo=" OPE-LEGAJO
               " patente=" OPE-PATENTE
               " importe=" WS-ED-IMPORTE
               " tipo=T venta=" VENTA-PATENTE
               " cliente=" OPE-CLIENTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE TOMA-PATENTE   TO VEH-PATENTE.
           MOVE TOMA-MODELO    TO VEH-MODELO.
           MOVE OPE-FECHA      TO VEH-FECHA-INGRESO.
           MOVE "D"            TO VEH-ESTADO.
           MOVE "U"            TO VEH-ORIGEN.
           MOVE TOMA-VALOR     TO VEH-VALOR-TOMA.
           MOVE ZERO           TO VEH-RESERVA.
           MOVE TOMA-VALOR     TO VEH-COSTO.
           MOVE SPACES         TO VEH-LINEA-FP.
           IF TOMA-EXISTE
               REWRITE VEH-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo reingresar el usado, FS="
                           FS-VEHICULOS
               END-REWRITE
           ELSE
               WRITE VEH-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo dar de alta el usado, FS="
                           FS-VEHICULOS
               END-WRITE
           END-IF.
           STRING "Vehiculo patente=" VEH-PATENTE
               " modelo=" VEH-MODELO
               " ingresa como usado tomado estado=D valorToma="
               WS-ED-IMPORTE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 3900-VALIDAR-CLIENTE - la operacion queda a nombre de un
      *                        cliente activo del maestro; el
      *                        desconocido se puede dar de alta aca
      ******************************************************************
       3900-VALIDAR-CLIENTE.
           MOVE "N" TO SW-CLIENTE-OK.
           DISPLAY "Ingrese DNI (8 digitos) o CUIT (11, sin guiones) "
               "del cliente:".
           ACCEPT DOC-TRABAJO.
           PERFORM 7100-VALIDAR-DOCUMENTO THRU 7100-EXIT.
           IF NOT DOC-VALIDO
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " documento de cliente invalido=" DOC-TRABAJO
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3900-EXIT
           END-IF.
           MOVE "S" TO SW-CLIENTE-EXISTE.
           MOVE DOC-TRABAJO TO CLI-DOCUMENTO.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO SW-CLIENTE-EXISTE
           END-READ.
           IF CLIENTE-EXISTE AND CLI-ESTADO = "B"
               DISPLAY "El cliente esta dado de baja, se rechaza."
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " cliente=" CLI-DOCUMENTO " dado de baja"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3900-EXIT
           END-IF.
           IF CLIENTE-EXISTE
               DISPLAY "Cliente: " CLI-NOMBRE " (" CLI-COND-IVA ")"
               MOVE CLI-DOCUMENTO TO OPE-CLIENTE
               MOVE "S" TO SW-CLIENTE-OK
               GO TO 3900-EXIT
           END-IF.
           DISPLAY "Cliente inexistente. Darlo de alta ahora (S/N)?".
           ACCEPT SW-ALTA-CLIENTE.
           IF NOT ALTA-CLIENTE
               STRING "Operacion RECHAZADA patente=" OPE-PATENTE
                   " cliente=" DOC-TRABAJO " inexistente"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3900-EXIT
           END-IF.
           PERFORM 3950-ALTA-CLIENTE THRU 3950-EXIT.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 3950-ALTA-CLIENTE - alta en el momento con los mismos datos y
      *                     controles que MantClientes
      ******************************************************************
       3950-ALTA-CLIENTE.
           MOVE DOC-TRABAJO TO CLI-DOCUMENTO.
           MOVE DOC-TIPO TO CLI-TIPO-DOC.
           DISPLAY "Nombre / razon social:".
           ACCEPT CLI-NOMBRE.
           IF CLI-NOMBRE = SPACES
               DISPLAY "El nombre es obligatorio."
               GO TO 3950-EXIT
           END-IF.
           DISPLAY "Domicilio:".
           ACCEPT CLI-DOMICILIO.
           DISPLAY "Telefono:".
           ACCEPT CLI-TELEFONO.
           DISPLAY "Condicion IVA (CF/RI/MT/EX):".
           ACCEPT CLI-COND-IVA.
           INSPECT CLI-COND-IVA CONVERTING "cfrimtex" TO "CFRIMTEX".
           IF CLI-COND-IVA NOT = "CF" AND CLI-COND-IVA NOT = "RI"
               AND CLI-COND-IVA NOT = "MT" AND CLI-COND-IVA NOT = "EX"
               DISPLAY "Condicion de IVA invalida."
               GO TO 3950-EXIT
           END-IF.
           IF CLI-COND-IVA NOT = "CF" AND CLI-TIPO-DOC NOT = "C"
               DISPLAY "Solo el consumidor final puede registrarse "
                   "con DNI; ingrese el cliente por su CUIT."
               GO TO 3950-EXIT
           END-IF.
           MOVE "A" TO CLI-ESTADO.
           ACCEPT CLI-FECHA-ALTA FROM DATE YYYYMMDD.
           WRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el cliente, FS="
                       FS-CLIENTES
                   GO TO 3950-EXIT
           END-WRITE.
           ADD 1 TO CANT-ALTAS-CLIENTE.
           STRING "Alta cliente documento=" CLI-DOCUMENTO
               " nombre=" CLI-NOMBRE
               " tel=" CLI-TELEFONO
               " iva=" CLI-COND-IVA
               " domicilio=" CLI-DOMICILIO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE CLI-DOCUMENTO TO OPE-CLIENTE.
           MOVE "S" TO SW-CLIENTE-OK.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 7100-VALIDAR-DOCUMENTO - DOC-TRABAJO debe ser un DNI de 8
      *                          digitos (el de 7 se completa con un
      *                          cero) o un CUIT de 11 con su digito
      *                          verificador; deja DOC-TIPO D o C
      ******************************************************************
       7100-VALIDAR-DOCUMENTO.
           MOVE "N" TO SW-DOC-VALIDO.
           MOVE SPACE TO DOC-TIPO.
           IF DOC-TRABAJO (1:7) IS NUMERIC
               AND DOC-TRABAJO (8:4) = SPACES
               MOVE DOC-TRABAJO (1:7) TO DOC-AUXILIAR
               MOVE SPACES TO DOC-TRABAJO
               STRING "0" DOC-AUXILIAR DELIMITED BY SIZE
                   INTO DOC-TRABAJO
           END-IF.
           IF DOC-TRABAJO (1:8) IS NUMERIC
               AND DOC-TRABAJO (9:3) = SPACES
               IF DOC-TRABAJO (1:8) = ZERO
                   DISPLAY "DNI invalido."
                   GO TO 7100-EXIT
               END-IF
               MOVE "D" TO DOC-TIPO
               MOVE "S" TO SW-DOC-VALIDO
               GO TO 7100-EXIT
           END-IF.
           IF DOC-TRABAJO NOT NUMERIC
               DISPLAY "El documento debe ser un DNI de 8 digitos o "
                   "un CUIT de 11 digitos sin guiones."
               GO TO 7100-EXIT
           END-IF.
           MOVE ZERO TO SUMA-PONDERADA.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 10
               COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
                   + DOC-DIGITO (IX-DIG) * PESO-CUIT (IX-DIG)
           END-PERFORM.
           DIVIDE SUMA-PONDERADA BY 11 GIVING COCIENTE-DV
               REMAINDER RESTO-DV.
           IF RESTO-DV = ZERO
               MOVE ZERO TO DV-CALCULADO
           ELSE
               COMPUTE DV-CALCULADO = 11 - RESTO-DV
           END-IF.
           IF DV-CALCULADO > 9
               OR DV-CALCULADO NOT = DOC-DIGITO (11)
               DISPLAY "Digito verificador del CUIT invalido."
               GO TO 7100-EXIT
           END-IF.
           MOVE "C" TO DOC-TIPO.
           MOVE "S" TO SW-DOC-VALIDO.
       7100-EXIT.
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
           STRING "CargaOperaciones " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE VENDEDORES.
           CLOSE OPERACIONES.
           CLOSE CLIENTES.
           IF VEHICULOS-ABIERTO
               CLOSE VEHICULOS
           END-IF.
           IF RESERVAS-ABIERTO
               CLOSE RESERVAS
               CLOSE SENAMOVS
           END-IF.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.
       8000-FIRMA-OPERADOR.
           MOVE CANT-OPERACIONES TO WS-ED-CANT.
           DISPLAY "Operaciones grabadas en la sesion: " WS-ED-CANT.
           MOVE CANT-TOMAS TO WS-ED-CANT2.
           DISPLAY "Usados tomados en parte de pago..: " WS-ED-CANT2.
           MOVE CANT-ALTAS-CLIENTE TO WS-ED-CANT3.
           DISPLAY "Clientes dados de alta...........: " WS-ED-CANT3.
           MOVE CANT-RESERVAS-APLICADAS TO WS-ED-CANT4.
           DISPLAY "Reservas aplicadas a la venta....: " WS-ED-CANT4.
           DISPLAY "Carga conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               " operaciones=" WS-ED-CANT
               " tomas=" WS-ED-CANT2
               " altasCliente=" WS-ED-CANT3
               " reservas=" WS-ED-CANT4
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
