      ******************************************************************
      *Historial de clientes de la concesionaria y aviso del service
      *de los doce meses. Recorre el registro de operaciones completo:
      *los cortes OPERACIONES-AAAAMM.DAT de los periodos extraidos
      *(estado E en CIERRES.DAT, los deja ArchivaMovimientos) y el
      *OPERACIONES.DAT vivo, ordenado por cliente y fecha.
      *Primera parte: por cliente (uno pedido o todos), las unidades
      *compradas, las devueltas y los usados entregados en parte de
      *pago, con modelo (VEHICULOS.DAT), importe y vendedor
      *(VENDEDORES.DAT), y el total de cada cliente.
      *Segunda parte: los clientes cuya unidad cumple el ano de
      *comprada el mes que viene, para llamarlos al service: ventas
      *del mismo mes del ano anterior que no se devolvieron ni
      *volvieron a entrar como usado. Las operaciones anteriores al
      *maestro de clientes no tienen documento; no salen en el
      *historial y en el aviso salen como SIN CLIENTE, con la patente
      *para ubicar el boleto. Salida en REPORTE-CLIENTES.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del historial y del aviso de
      *                 service.
      * 2026-10-15  NF  El padron de vendedores suma el legajo del
      *                 supervisor (VEN-SUPERVISOR); el historial no lo
      *                 usa.
      * 2026-10-15  NF  El maestro de vehiculos suma el numero de
      *                 reserva (VEH-RESERVA); el historial no lo usa.
      * 2026-10-15  NF  El maestro de vehiculos suma el costo de compra
      *                 y la linea de floor plan; el historial no los
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
       PROGRAM-ID. HistorialClientes.
       AUTHOR. N. FEDIUK.
       INSTALLATION. CONCESIONARIA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERACIONES ASSIGN TO "OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERACIONES.
           SELECT OPE-CORTE ASSIGN TO NOMBRE-CORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORTE.
           SELECT ORDEN-TRABAJO ASSIGN TO "HISTCLI.SRT".
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS FS-CLIENTES.
           SELECT VEHICULOS ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEH-PATENTE
               FILE STATUS IS FS-VEHICULOS.
           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-LEGAJO
               FILE STATUS IS FS-VENDEDORES.
           SELECT REPORTE-CLIENTES ASSIGN TO "REPORTE-CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Registro de operaciones capturado por CargaOperaciones.
       FD  OPERACIONES
           RECORDING MODE IS F.
       01  OPE-REGISTRO.
           05  OPE-FECHA             PIC 9(08).
           05  OPE-LEGAJO            PIC 9(05).
           05  OPE-PATENTE           PIC X(10).
           05  OPE-IMPORTE           PIC 9(7)V99.
           05  OPE-TIPO              PIC X(01).
           05  OPE-PATENTE-REL       PIC X(10).
           05  OPE-IMPORTE-CAJA      PIC 9(7)V99.
           05  OPE-CLIENTE           PIC X(11).

      *    Corte de un periodo extraido: la misma linea mas la cola
      *    TRAILER, que no tiene fecha numerica y se saltea.
       FD  OPE-CORTE
           RECORDING MODE IS F.
       01  COR-REGISTRO.
           05  COR-FECHA             PIC 9(08).
           05  COR-LEGAJO            PIC 9(05).
           05  COR-PATENTE           PIC X(10).
           05  COR-IMPORTE           PIC 9(7)V99.
           05  COR-TIPO              PIC X(01).
           05  COR-PATENTE-REL       PIC X(10).
           05  COR-IMPORTE-CAJA      PIC 9(7)V99.
           05  COR-CLIENTE           PIC X(11).

       SD  ORDEN-TRABAJO.
       01  SRT-REGISTRO.
           05  SRT-CLIENTE           PIC X(11).
           05  SRT-FECHA             PIC 9(08).
           05  SRT-TIPO              PIC X(01).
           05  SRT-LEGAJO            PIC 9(05).
           05  SRT-PATENTE           PIC X(10).
           05  SRT-IMPORTE           PIC 9(7)V99.
           05  SRT-PATENTE-REL       PIC X(10).

      *    Estado de cada periodo: A abierto, C cerrado para captura,
      *    E extraido (lo mantiene CierrePeriodos).
       FD  CIERRES
           RECORDING MODE IS F.
       01  CIE-REGISTRO.
           05  CIE-PERIODO           PIC 9(06).
           05  CIE-ESTADO            PIC X(01).

      *    Maestro de clientes (MantClientes).
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

      *    Maestro de vehiculos (MantVehiculos).
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

       FD  VENDEDORES.
       01  VEN-REGISTRO.
           05  VEN-LEGAJO            PIC 9(5).
           05  VEN-NOMBRE            PIC X(20).
           05  VEN-AUTOS-VENDIDOS    PIC 9(3).
           05  VEN-AUTOS-DEVUELTOS   PIC 9(3).
           05  VEN-CUOTA-MENSUAL     PIC 9(3).
           05  VEN-ESTADO            PIC X(01).
           05  VEN-SUPERVISOR        PIC 9(5).

       FD  REPORTE-CLIENTES
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

       WORKING-STORAGE SECTION.
       77  FS-OPERACIONES           PIC X(02) VALUE SPACES.
       77  FS-CORTE                 PIC X(02) VALUE SPACES.
       77  FS-CIERRES               PIC X(02) VALUE SPACES.
       77  FS-CLIENTES              PIC X(02) VALUE SPACES.
       77  FS-VEHICULOS             PIC X(02) VALUE SPACES.
       77  FS-VENDEDORES            PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  NOMBRE-CORTE             PIC X(30) VALUE SPACES.
       77  DOCUMENTO-PEDIDO         PIC X(11) VALUE SPACES.
       77  CLIENTE-EN-CURSO         PIC X(11) VALUE SPACES.
       77  BUSCA-PATENTE            PIC X(10) VALUE SPACES.
       77  BUSCA-LEGAJO             PIC 9(05) VALUE ZERO.
       77  MODELO-UNIDAD            PIC X(20) VALUE SPACES.
       77  NOMBRE-VENDEDOR          PIC X(20) VALUE SPACES.
       77  TEXTO-TIPO               PIC X(16) VALUE SPACES.
       77  CANT-LEIDAS              PIC 9(7) COMP VALUE ZERO.
       77  CANT-CORTES              PIC 9(3) COMP VALUE ZERO.
       77  CANT-SIN-CLIENTE         PIC 9(7) COMP VALUE ZERO.
       77  CANT-CLIENTES            PIC 9(5) COMP VALUE ZERO.
       77  CANT-AVISOS              PIC 9(5) COMP VALUE ZERO.
       77  CLI-COMPRAS              PIC 9(5) COMP VALUE ZERO.
       77  CLI-DEVOLUCIONES         PIC 9(5) COMP VALUE ZERO.
       77  CLI-USADOS               PIC 9(5) COMP VALUE ZERO.
       77  CLI-NETO                 PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  FECHA-HOY.
           05  FHO-AAAA             PIC 9(04).
           05  FHO-MM               PIC 9(02).
           05  FHO-DD               PIC 9(02).

      *    Mes en que vence el service (el que viene) y mes de las
      *    ventas que lo cumplen (el mismo del ano anterior).
       01  PERIODO-SERVICE.
           05  PSE-AAAA             PIC 9(04).
           05  PSE-MM               PIC 9(02).
       01  PERIODO-VENTA.
           05  PVE-AAAA             PIC 9(04).
           05  PVE-MM               PIC 9(02).

       01  FECHA-OPERACION.
           05  FO-PERIODO           PIC 9(06).
           05  FO-DD                PIC 9(02).

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-CIERRES           PIC X(01) VALUE "N".
           88  FIN-CIERRES          VALUE "S".
       01  SW-FIN-OPERACIONES       PIC X(01) VALUE "N".
           88  FIN-OPERACIONES      VALUE "S".
       01  SW-FIN-CORTE             PIC X(01) VALUE "N".
           88  FIN-CORTE            VALUE "S".
       01  SW-FIN-ORDEN             PIC X(01) VALUE "N".
           88  FIN-ORDEN            VALUE "S".
       01  SW-VEHICULOS-ABIERTO     PIC X(01) VALUE "N".
           88  VEHICULOS-ABIERTO    VALUE "S".
       01  SW-VENDEDORES-ABIERTO    PIC X(01) VALUE "N".
           88  VENDEDORES-ABIERTO   VALUE "S".
       01  SW-IMPRIME-CLIENTE       PIC X(01) VALUE "N".
           88  IMPRIME-CLIENTE      VALUE "S".

      *----------------------------------------------------------------
      * PERIODOS EXTRAIDOS (CORTES A LEER)
      *----------------------------------------------------------------
       77  CANT-PERIODOS            PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PERIODOS.
           05  PER-ENTRY OCCURS 600 TIMES INDEXED BY IX-PER.
               10  PER-PERIODO       PIC 9(06).

      *----------------------------------------------------------------
      * VENTAS QUE CUMPLEN EL ANO EL MES QUE VIENE
      *----------------------------------------------------------------
       77  CANT-SERVICE             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-SERVICE.
           05  SER-ENTRY OCCURS 500 TIMES INDEXED BY IX-SER.
               10  SER-PATENTE       PIC X(10).
               10  SER-CLIENTE       PIC X(11).
               10  SER-FECHA         PIC 9(08).
               10  SER-LEGAJO        PIC 9(05).
               10  SER-VIGENTE       PIC X(01).

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
       01  WS-ED-IMPORTE            PIC -ZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-CANT3              PIC ZZZZ9.
       01  WS-ED-CANT4              PIC ZZZZ9.

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
               PERFORM 1700-CARGAR-CIERRES THRU 1700-EXIT
               PERFORM 2000-ORDENAR-Y-LISTAR THRU 2000-EXIT
               PERFORM 4000-AVISO-SERVICE THRU 4000-EXIT
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
               FOR ALL "HistorialClientes".
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
           STRING "HistorialClientes " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 1000-INICIALIZAR - cliente pedido, mes del service y apertura
      *                    de los maestros; modelo y vendedor son
      *                    informativos y su falta no frena el
      *                    reporte
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           IF FHO-MM = 12
               COMPUTE PSE-AAAA = FHO-AAAA + 1
               MOVE 1 TO PSE-MM
           ELSE
               MOVE FHO-AAAA TO PSE-AAAA
               COMPUTE PSE-MM = FHO-MM + 1
           END-IF.
           COMPUTE PVE-AAAA = PSE-AAAA - 1.
           MOVE PSE-MM TO PVE-MM.
           DISPLAY "Documento del cliente a listar (Enter = todos):".
           ACCEPT DOCUMENTO-PEDIDO.
           OPEN INPUT OPERACIONES.
           IF FS-OPERACIONES NOT = "00"
               DISPLAY "No se pudo abrir OPERACIONES.DAT, FS="
                   FS-OPERACIONES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.DAT, FS="
                   FS-CLIENTES
               CLOSE OPERACIONES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT VEHICULOS.
           IF FS-VEHICULOS = "00"
               MOVE "S" TO SW-VEHICULOS-ABIERTO
           END-IF.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES = "00"
               MOVE "S" TO SW-VENDEDORES-ABIERTO
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-CLIENTES.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CARGAR-CIERRES - periodos extraidos, cuyo registro quedo
      *                       en un corte OPERACIONES-AAAAMM.DAT
      ******************************************************************
       1700-CARGAR-CIERRES.
           MOVE ZERO TO CANT-PERIODOS.
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
                   IF CIE-ESTADO = "E" AND CANT-PERIODOS < 600
                       ADD 1 TO CANT-PERIODOS
                       SET IX-PER TO CANT-PERIODOS
                       MOVE CIE-PERIODO TO PER-PERIODO (IX-PER)
                   END-IF
           END-READ.
       1750-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ORDENAR-Y-LISTAR - suelta cortes y registro vivo al SORT
      *                         por cliente y fecha (a igual fecha la
      *                         toma antes que la venta y la venta
      *                         antes que la devolucion) y lista el
      *                         historial con corte por cliente
      ******************************************************************
       2000-ORDENAR-Y-LISTAR.
           MOVE SPACES TO REP-LINEA.
           STRING "=== HISTORIAL DE CLIENTES === emitido "
               FECHA-HOY
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SRT-CLIENTE SRT-FECHA
               ON DESCENDING KEY SRT-TIPO
               INPUT PROCEDURE IS 2100-SOLTAR-OPERACIONES
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-LISTAR-HISTORIAL
                   THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-OPERACIONES.
           PERFORM 2200-SOLTAR-CORTE THRU 2200-EXIT
               VARYING IX-PER FROM 1 BY 1
               UNTIL IX-PER > CANT-PERIODOS.
           MOVE "N" TO SW-FIN-OPERACIONES.
           PERFORM 2400-SOLTAR-VIVO THRU 2400-EXIT
               UNTIL FIN-OPERACIONES.
       2100-EXIT.
           EXIT.

       2200-SOLTAR-CORTE.
           MOVE SPACES TO NOMBRE-CORTE.
           STRING "OPERACIONES-" PER-PERIODO (IX-PER) ".DAT"
               DELIMITED BY SIZE INTO NOMBRE-CORTE.
           OPEN INPUT OPE-CORTE.
           IF FS-CORTE NOT = "00"
               DISPLAY "Sin corte " NOMBRE-CORTE " (FS=" FS-CORTE
                   "), el historial no incluye ese periodo."
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO CANT-CORTES.
           MOVE "N" TO SW-FIN-CORTE.
           PERFORM 2300-LEER-CORTE THRU 2300-EXIT
               UNTIL FIN-CORTE.
           CLOSE OPE-CORTE.
       2200-EXIT.
           EXIT.

       2300-LEER-CORTE.
           READ OPE-CORTE INTO OPE-REGISTRO
               AT END
                   MOVE "S" TO SW-FIN-CORTE
               NOT AT END
                   IF OPE-FECHA IS NUMERIC
                       PERFORM 2500-SOLTAR-REGISTRO THRU 2500-EXIT
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.

       2400-SOLTAR-VIVO.
           READ OPERACIONES
               AT END
                   MOVE "S" TO SW-FIN-OPERACIONES
               NOT AT END
                   PERFORM 2500-SOLTAR-REGISTRO THRU 2500-EXIT
           END-READ.
       2400-EXIT.
           EXIT.

       2500-SOLTAR-REGISTRO.
           ADD 1 TO CANT-LEIDAS.
           IF OPE-CLIENTE = SPACES
               ADD 1 TO CANT-SIN-CLIENTE
           END-IF.
           MOVE OPE-CLIENTE     TO SRT-CLIENTE.
           MOVE OPE-FECHA       TO SRT-FECHA.
           MOVE OPE-TIPO        TO SRT-TIPO.
           MOVE OPE-LEGAJO      TO SRT-LEGAJO.
           MOVE OPE-PATENTE     TO SRT-PATENTE.
           MOVE OPE-IMPORTE     TO SRT-IMPORTE.
           MOVE OPE-PATENTE-REL TO SRT-PATENTE-REL.
           RELEASE SRT-REGISTRO.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTAR-HISTORIAL - recibe las operaciones ordenadas, lista
      *                         el historial del cliente pedido (o de
      *                         todos) y arma la tabla del service
      ******************************************************************
       3000-LISTAR-HISTORIAL.
           MOVE SPACES TO CLIENTE-EN-CURSO.
           MOVE "N" TO SW-IMPRIME-CLIENTE.
           MOVE ZERO TO CANT-SERVICE.
           MOVE "N" TO SW-FIN-ORDEN.
           PERFORM 3100-RETORNAR-OPERACION THRU 3100-EXIT
               UNTIL FIN-ORDEN.
           IF IMPRIME-CLIENTE
               PERFORM 3400-TOTAL-CLIENTE THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETORNAR-OPERACION.
           RETURN ORDEN-TRABAJO
               AT END
                   MOVE "S" TO SW-FIN-ORDEN
                   GO TO 3100-EXIT
           END-RETURN.
           PERFORM 3500-CONTROLAR-SERVICE THRU 3500-EXIT.
           IF SRT-CLIENTE NOT = CLIENTE-EN-CURSO
               IF IMPRIME-CLIENTE
                   PERFORM 3400-TOTAL-CLIENTE THRU 3400-EXIT
               END-IF
               MOVE SRT-CLIENTE TO CLIENTE-EN-CURSO
               MOVE "N" TO SW-IMPRIME-CLIENTE
               IF SRT-CLIENTE NOT = SPACES
                   AND (DOCUMENTO-PEDIDO = SPACES
                       OR DOCUMENTO-PEDIDO = SRT-CLIENTE)
                   MOVE "S" TO SW-IMPRIME-CLIENTE
                   PERFORM 3200-CABECERA-CLIENTE THRU 3200-EXIT
               END-IF
           END-IF.
           IF IMPRIME-CLIENTE
               PERFORM 3300-DETALLE-OPERACION THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CABECERA-CLIENTE.
           ADD 1 TO CANT-CLIENTES.
           MOVE ZERO TO CLI-COMPRAS.
           MOVE ZERO TO CLI-DEVOLUCIONES.
           MOVE ZERO TO CLI-USADOS.
           MOVE ZERO TO CLI-NETO.
           MOVE SRT-CLIENTE TO CLI-DOCUMENTO.
           READ CLIENTES
               INVALID KEY
                   MOVE "(no figura en el maestro)" TO CLI-NOMBRE
                   MOVE SPACES TO CLI-TELEFONO
                   MOVE SPACES TO CLI-COND-IVA
                   MOVE SPACES TO CLI-DOMICILIO
           END-READ.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "Cliente " SRT-CLIENTE " " CLI-NOMBRE
               " iva=" CLI-COND-IVA
               " tel=" CLI-TELEFONO
               " " CLI-DOMICILIO
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3200-EXIT.
           EXIT.

       3300-DETALLE-OPERACION.
           EVALUATE SRT-TIPO
               WHEN "V"
                   MOVE "COMPRA" TO TEXTO-TIPO
                   ADD 1 TO CLI-COMPRAS
                   ADD SRT-IMPORTE TO CLI-NETO
               WHEN "D"
                   MOVE "DEVOLUCION" TO TEXTO-TIPO
                   ADD 1 TO CLI-DEVOLUCIONES
                   SUBTRACT SRT-IMPORTE FROM CLI-NETO
               WHEN "T"
                   MOVE "USADO ENTREGADO" TO TEXTO-TIPO
                   ADD 1 TO CLI-USADOS
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO TEXTO-TIPO
           END-EVALUATE.
           MOVE SRT-PATENTE TO BUSCA-PATENTE.
           MOVE SRT-LEGAJO  TO BUSCA-LEGAJO.
           PERFORM 3600-BUSCAR-MODELO THRU 3600-EXIT.
           PERFORM 3700-BUSCAR-VENDEDOR THRU 3700-EXIT.
           MOVE SRT-IMPORTE TO WS-ED-IMPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "  " SRT-FECHA " " TEXTO-TIPO
               " " SRT-PATENTE " " MODELO-UNIDAD
               " " WS-ED-IMPORTE
               " vendedor " SRT-LEGAJO " " NOMBRE-VENDEDOR
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           IF SRT-PATENTE-REL NOT = SPACES
               MOVE SPACES TO REP-LINEA
               IF SRT-TIPO = "T"
                   STRING "      en parte de pago de " SRT-PATENTE-REL
                       DELIMITED BY SIZE INTO REP-LINEA
               ELSE
                   STRING "      con usado entregado " SRT-PATENTE-REL
                       DELIMITED BY SIZE INTO REP-LINEA
               END-IF
               WRITE REP-LINEA
           END-IF.
       3300-EXIT.
           EXIT.

       3400-TOTAL-CLIENTE.
           MOVE CLI-COMPRAS      TO WS-ED-CANT2.
           MOVE CLI-DEVOLUCIONES TO WS-ED-CANT3.
           MOVE CLI-USADOS       TO WS-ED-CANT4.
           MOVE CLI-NETO         TO WS-ED-IMPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "  Total cliente " CLIENTE-EN-CURSO
               ": compras=" WS-ED-CANT2
               " devoluciones=" WS-ED-CANT3
               " usados entregados=" WS-ED-CANT4
               " neto comprado=" WS-ED-IMPORTE
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CONTROLAR-SERVICE - anota las ventas del mes que cumplen
      *                          el ano y da de baja la que despues se
      *                          devolvio o volvio a entrar como usado
      ******************************************************************
       3500-CONTROLAR-SERVICE.
           MOVE SRT-FECHA TO FECHA-OPERACION.
           IF SRT-TIPO = "V" AND FO-PERIODO = PERIODO-VENTA
               IF CANT-SERVICE < 500
                   ADD 1 TO CANT-SERVICE
                   SET IX-SER TO CANT-SERVICE
                   MOVE SRT-PATENTE TO SER-PATENTE (IX-SER)
                   MOVE SRT-CLIENTE TO SER-CLIENTE (IX-SER)
                   MOVE SRT-FECHA   TO SER-FECHA (IX-SER)
                   MOVE SRT-LEGAJO  TO SER-LEGAJO (IX-SER)
                   MOVE "S"         TO SER-VIGENTE (IX-SER)
               ELSE
                   DISPLAY "Tabla de service completa, la venta "
                       SRT-PATENTE " no se avisa."
               END-IF
               GO TO 3500-EXIT
           END-IF.
           IF SRT-TIPO = "D" OR SRT-TIPO = "T"
               PERFORM 3550-ANULAR-SERVICE THRU 3550-EXIT
                   VARYING IX-SER FROM 1 BY 1
                   UNTIL IX-SER > CANT-SERVICE
           END-IF.
       3500-EXIT.
           EXIT.

       3550-ANULAR-SERVICE.
           IF SER-PATENTE (IX-SER) = SRT-PATENTE
               AND SER-FECHA (IX-SER) NOT > SRT-FECHA
               MOVE "N" TO SER-VIGENTE (IX-SER)
           END-IF.
       3550-EXIT.
           EXIT.

       3600-BUSCAR-MODELO.
           MOVE SPACES TO MODELO-UNIDAD.
           IF NOT VEHICULOS-ABIERTO
               GO TO 3600-EXIT
           END-IF.
           MOVE BUSCA-PATENTE TO VEH-PATENTE.
           READ VEHICULOS
               INVALID KEY
                   MOVE "(sin maestro)" TO MODELO-UNIDAD
                   GO TO 3600-EXIT
           END-READ.
           MOVE VEH-MODELO TO MODELO-UNIDAD.
       3600-EXIT.
           EXIT.

       3700-BUSCAR-VENDEDOR.
           MOVE SPACES TO NOMBRE-VENDEDOR.
           IF NOT VENDEDORES-ABIERTO
               GO TO 3700-EXIT
           END-IF.
           MOVE BUSCA-LEGAJO TO VEN-LEGAJO.
           READ VENDEDORES
               INVALID KEY
                   MOVE "(fuera del padron)" TO NOMBRE-VENDEDOR
                   GO TO 3700-EXIT
           END-READ.
           MOVE VEN-NOMBRE TO NOMBRE-VENDEDOR.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 4000-AVISO-SERVICE - unidades que cumplen el ano de compradas
      *                      el mes que viene y siguen en manos del
      *                      cliente
      ******************************************************************
       4000-AVISO-SERVICE.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "=== SERVICE DE LOS 12 MESES: vence en " PSE-AAAA
               "-" PSE-MM " (ventas de " PVE-AAAA "-" PVE-MM ") ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE ZERO TO CANT-AVISOS.
           PERFORM 4100-LINEA-SERVICE THRU 4100-EXIT
               VARYING IX-SER FROM 1 BY 1
               UNTIL IX-SER > CANT-SERVICE.
           MOVE CANT-AVISOS TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Unidades a llamar al service: " WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       4000-EXIT.
           EXIT.

       4100-LINEA-SERVICE.
           IF SER-VIGENTE (IX-SER) NOT = "S"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO CANT-AVISOS.
           MOVE SER-PATENTE (IX-SER) TO BUSCA-PATENTE.
           MOVE SER-LEGAJO (IX-SER)  TO BUSCA-LEGAJO.
           PERFORM 3600-BUSCAR-MODELO THRU 3600-EXIT.
           PERFORM 3700-BUSCAR-VENDEDOR THRU 3700-EXIT.
           IF SER-CLIENTE (IX-SER) = SPACES
               MOVE "SIN CLIENTE" TO CLI-NOMBRE
               MOVE SPACES TO CLI-TELEFONO
           ELSE
               MOVE SER-CLIENTE (IX-SER) TO CLI-DOCUMENTO
               READ CLIENTES
                   INVALID KEY
                       MOVE "(no figura en el maestro)" TO CLI-NOMBRE
                       MOVE SPACES TO CLI-TELEFONO
               END-READ
           END-IF.
           MOVE SPACES TO REP-LINEA.
           STRING "  " SER-CLIENTE (IX-SER) " " CLI-NOMBRE
               " tel=" CLI-TELEFONO
               " " SER-PATENTE (IX-SER) " " MODELO-UNIDAD
               " comprada " SER-FECHA (IX-SER)
               " vendedor " SER-LEGAJO (IX-SER) " " NOMBRE-VENDEDOR
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE OPERACIONES.
           CLOSE CLIENTES.
           IF VEHICULOS-ABIERTO
               CLOSE VEHICULOS
           END-IF.
           IF VENDEDORES-ABIERTO
               CLOSE VENDEDORES
           END-IF.
           CLOSE REPORTE-CLIENTES.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-LEIDAS      TO WS-ED-CANT.
           MOVE CANT-CLIENTES    TO WS-ED-CANT2.
           MOVE CANT-AVISOS      TO WS-ED-CANT3.
           MOVE CANT-CORTES      TO WS-ED-CANT4.
           DISPLAY "Operaciones leidas.....: " WS-ED-CANT.
           DISPLAY "Cortes historicos......: " WS-ED-CANT4.
           DISPLAY "Clientes listados......: " WS-ED-CANT2.
           DISPLAY "Avisos de service......: " WS-ED-CANT3.
           MOVE CANT-SIN-CLIENTE TO WS-ED-CANT.
           DISPLAY "Operaciones sin cliente: " WS-ED-CANT.
           DISPLAY "Reporte conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               " cliente=" DOCUMENTO-PEDIDO
               " clientes=" WS-ED-CANT2
               " service=" WS-ED-CANT3
               " cortes=" WS-ED-CANT4
               " sinCliente=" WS-ED-CANT
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM HistorialClientes.
