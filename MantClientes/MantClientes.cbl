      ******************************************************************
      *ABM del maestro de clientes de la concesionaria (CLIENTES.DAT):
      *hasta ahora una operacion de OPERACIONES.DAT no decia a quien se
      *le vendio la unidad, y el historial de un cliente o el aviso
      *del service de los doce meses se armaban revisando boletos a
      *mano. El cliente se identifica por su documento: DNI de 8
      *digitos (el de 7 se completa con un cero adelante) o CUIT de 11
      *digitos sin guiones, con su digito verificador. Se guarda
      *nombre, domicilio, telefono y condicion frente al IVA (CF
      *consumidor final, RI responsable inscripto, MT monotributo, EX
      *exento; RI exige CUIT). La baja no borra al cliente: queda con
      *estado B y CargaOperaciones ya no lo acepta. Cada cambio queda
      *en AUDITLOG.DAT con los valores anteriores y posteriores.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del maestro de clientes.
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
       PROGRAM-ID. MantClientes.
       AUTHOR. N. FEDIUK.
       INSTALLATION. CONCESIONARIA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS FS-CLIENTES.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
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
       77  FS-CLIENTES              PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  DOCUMENTO-BUSCADO        PIC X(11) VALUE SPACES.
       77  CANT-LISTADOS            PIC 9(5) COMP VALUE ZERO.
       77  DATO-PREVIO              PIC X(40) VALUE SPACES.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-CONSULTA      VALUE "C" "c".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-REGISTRO-OK           PIC X(01) VALUE "N".
           88  REGISTRO-OK          VALUE "S".

       01  SW-FIN-PADRON            PIC X(01) VALUE "N".
           88  FIN-PADRON           VALUE "S".

       01  SW-DATOS-OK              PIC X(01) VALUE "N".
           88  DATOS-OK             VALUE "S".

       01  ANTES-CLIENTE.
           05  ANTES-NOMBRE         PIC X(30).
           05  ANTES-DOMICILIO      PIC X(40).
           05  ANTES-TELEFONO       PIC X(15).
           05  ANTES-COND-IVA       PIC X(02).
           05  ANTES-ESTADO         PIC X(01).

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
           IF FS-CLIENTES = "00"
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
               FOR ALL "MantClientes".
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
           STRING "MantClientes " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 1000-INICIALIZAR - abre el maestro, creandolo si es la primera
      *                    vez que se usa el mantenimiento
      ******************************************************************
       1000-INICIALIZAR.
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
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu principal del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- MANTENIMIENTO DE CLIENTES -----".
           DISPLAY "A) Alta  M) Modificacion  B) Baja".
           DISPLAY "C) Consulta  L) Listar clientes  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA THRU 3000-EXIT
               WHEN OPCION-MODIF
                   PERFORM 4000-MODIFICACION THRU 4000-EXIT
               WHEN OPCION-BAJA
                   PERFORM 5000-BAJA THRU 5000-EXIT
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
      * 2500-PEDIR-DOCUMENTO - pide el documento y lo deja validado y
      *                        normalizado en DOCUMENTO-BUSCADO
      ******************************************************************
       2500-PEDIR-DOCUMENTO.
           DISPLAY "Ingrese DNI (8 digitos) o CUIT (11, sin guiones):".
           ACCEPT DOC-TRABAJO.
           PERFORM 7100-VALIDAR-DOCUMENTO THRU 7100-EXIT.
           MOVE DOC-TRABAJO TO DOCUMENTO-BUSCADO.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA - valida el documento y que no exista antes de
      *             grabar
      ******************************************************************
       3000-ALTA.
           PERFORM 2500-PEDIR-DOCUMENTO THRU 2500-EXIT.
           IF NOT DOC-VALIDO
               GO TO 3000-EXIT
           END-IF.
           MOVE DOCUMENTO-BUSCADO TO CLI-DOCUMENTO.
           PERFORM 7000-LEER-CLIENTE THRU 7000-EXIT.
           IF REGISTRO-OK
               DISPLAY "El documento " CLI-DOCUMENTO " ya existe ("
                   CLI-NOMBRE "), alta rechazada."
               STRING "Alta RECHAZADA documento=" CLI-DOCUMENTO
                   " ya existe nombre=" CLI-NOMBRE
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE DOCUMENTO-BUSCADO TO CLI-DOCUMENTO.
           MOVE DOC-TIPO TO CLI-TIPO-DOC.
           MOVE SPACES TO CLI-NOMBRE CLI-DOMICILIO CLI-TELEFONO
               CLI-COND-IVA.
           PERFORM 3100-PEDIR-DATOS THRU 3100-EXIT.
           IF NOT DATOS-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE "A" TO CLI-ESTADO.
           ACCEPT CLI-FECHA-ALTA FROM DATE YYYYMMDD.
           WRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el alta, FS="
                       FS-CLIENTES
           END-WRITE.
           IF FS-CLIENTES = "00"
               DISPLAY "Alta grabada."
               STRING "Alta documento=" CLI-DOCUMENTO
                   " nombre=" CLI-NOMBRE
                   " tel=" CLI-TELEFONO
                   " iva=" CLI-COND-IVA
                   " domicilio=" CLI-DOMICILIO
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PEDIR-DATOS - nombre, domicilio, telefono y condicion de
      *                    IVA; en la modificacion Enter conserva el
      *                    valor actual
      ******************************************************************
       3100-PEDIR-DATOS.
           MOVE "N" TO SW-DATOS-OK.
           MOVE CLI-NOMBRE TO DATO-PREVIO.
           DISPLAY "Nombre / razon social [" CLI-NOMBRE "]:".
           ACCEPT CLI-NOMBRE.
           IF CLI-NOMBRE = SPACES
               MOVE DATO-PREVIO TO CLI-NOMBRE
           END-IF.
           IF CLI-NOMBRE = SPACES
               DISPLAY "El nombre es obligatorio."
               GO TO 3100-EXIT
           END-IF.
           MOVE CLI-DOMICILIO TO DATO-PREVIO.
           DISPLAY "Domicilio [" CLI-DOMICILIO "]:".
           ACCEPT CLI-DOMICILIO.
           IF CLI-DOMICILIO = SPACES
               MOVE DATO-PREVIO TO CLI-DOMICILIO
           END-IF.
           MOVE CLI-TELEFONO TO DATO-PREVIO.
           DISPLAY "Telefono [" CLI-TELEFONO "]:".
           ACCEPT CLI-TELEFONO.
           IF CLI-TELEFONO = SPACES
               MOVE DATO-PREVIO TO CLI-TELEFONO
           END-IF.
           MOVE CLI-COND-IVA TO DATO-PREVIO.
           DISPLAY "Condicion IVA CF/RI/MT/EX [" CLI-COND-IVA "]:".
           ACCEPT CLI-COND-IVA.
           IF CLI-COND-IVA = SPACES
               MOVE DATO-PREVIO TO CLI-COND-IVA
           END-IF.
           INSPECT CLI-COND-IVA CONVERTING "cfrimtex" TO "CFRIMTEX".
           IF CLI-COND-IVA NOT = "CF" AND CLI-COND-IVA NOT = "RI"
               AND CLI-COND-IVA NOT = "MT" AND CLI-COND-IVA NOT = "EX"
               DISPLAY "Condicion de IVA invalida."
               GO TO 3100-EXIT
           END-IF.
           IF CLI-COND-IVA NOT = "CF" AND CLI-TIPO-DOC NOT = "C"
               DISPLAY "Solo el consumidor final puede registrarse "
                   "con DNI; ingrese el cliente por su CUIT."
               GO TO 3100-EXIT
           END-IF.
           MOVE "S" TO SW-DATOS-OK.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION - datos del cliente, con antes y despues en
      *                     la auditoria
      ******************************************************************
       4000-MODIFICACION.
           PERFORM 2500-PEDIR-DOCUMENTO THRU 2500-EXIT.
           IF NOT DOC-VALIDO
               GO TO 4000-EXIT
           END-IF.
           MOVE DOCUMENTO-BUSCADO TO CLI-DOCUMENTO.
           PERFORM 7000-LEER-CLIENTE THRU 7000-EXIT.
           IF NOT REGISTRO-OK
               DISPLAY "Cliente inexistente."
               GO TO 4000-EXIT
           END-IF.
           MOVE CLI-NOMBRE    TO ANTES-NOMBRE.
           MOVE CLI-DOMICILIO TO ANTES-DOMICILIO.
           MOVE CLI-TELEFONO  TO ANTES-TELEFONO.
           MOVE CLI-COND-IVA  TO ANTES-COND-IVA.
           PERFORM 3100-PEDIR-DATOS THRU 3100-EXIT.
           IF NOT DATOS-OK
               DISPLAY "La modificacion no se graba."
               GO TO 4000-EXIT
           END-IF.
           REWRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar, FS=" FS-CLIENTES
           END-REWRITE.
           IF FS-CLIENTES = "00"
               DISPLAY "Modificacion grabada."
               STRING "Modif documento=" CLI-DOCUMENTO
                   " antes nombre=" ANTES-NOMBRE
                   " tel=" ANTES-TELEFONO
                   " iva=" ANTES-COND-IVA
                   " despues nombre=" CLI-NOMBRE
                   " tel=" CLI-TELEFONO
                   " iva=" CLI-COND-IVA
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               IF CLI-DOMICILIO NOT = ANTES-DOMICILIO
                   STRING "Modif documento=" CLI-DOCUMENTO
                       " domicilio antes=" ANTES-DOMICILIO
                       " despues=" CLI-DOMICILIO
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el cliente queda en el maestro con estado B y ya
      *             no se aceptan operaciones a su nombre
      ******************************************************************
       5000-BAJA.
           PERFORM 2500-PEDIR-DOCUMENTO THRU 2500-EXIT.
           IF NOT DOC-VALIDO
               GO TO 5000-EXIT
           END-IF.
           MOVE DOCUMENTO-BUSCADO TO CLI-DOCUMENTO.
           PERFORM 7000-LEER-CLIENTE THRU 7000-EXIT.
           IF NOT REGISTRO-OK
               DISPLAY "Cliente inexistente."
               GO TO 5000-EXIT
           END-IF.
           IF CLI-ESTADO = "B"
               DISPLAY "El cliente ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE CLI-ESTADO TO ANTES-ESTADO.
           MOVE "B" TO CLI-ESTADO.
           REWRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar, FS=" FS-CLIENTES
           END-REWRITE.
           IF FS-CLIENTES = "00"
               DISPLAY "Cliente dado de baja (estado B)."
               STRING "Baja documento=" CLI-DOCUMENTO
                   " nombre=" CLI-NOMBRE
                   " antes estado=" ANTES-ESTADO
                   " despues estado=" CLI-ESTADO
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONSULTA - muestra un cliente puntual
      ******************************************************************
       6000-CONSULTA.
           PERFORM 2500-PEDIR-DOCUMENTO THRU 2500-EXIT.
           IF NOT DOC-VALIDO
               GO TO 6000-EXIT
           END-IF.
           MOVE DOCUMENTO-BUSCADO TO CLI-DOCUMENTO.
           PERFORM 7000-LEER-CLIENTE THRU 7000-EXIT.
           IF NOT REGISTRO-OK
               DISPLAY "Cliente inexistente."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6600-MOSTRAR-CLIENTE THRU 6600-EXIT.
           DISPLAY "  domicilio=" CLI-DOMICILIO.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-LISTAR - recorre todo el maestro por pantalla
      ******************************************************************
       6500-LISTAR.
           MOVE LOW-VALUES TO CLI-DOCUMENTO.
           START CLIENTES KEY NOT < CLI-DOCUMENTO
               INVALID KEY
                   DISPLAY "Maestro de clientes vacio."
                   GO TO 6500-EXIT
           END-START.
           MOVE "N" TO SW-FIN-PADRON.
           MOVE ZERO TO CANT-LISTADOS.
           PERFORM 6550-LEER-SIGUIENTE THRU 6550-EXIT
               UNTIL FIN-PADRON.
           DISPLAY "Clientes listados: " CANT-LISTADOS.
       6500-EXIT.
           EXIT.

       6550-LEER-SIGUIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PADRON
               NOT AT END
                   PERFORM 6600-MOSTRAR-CLIENTE THRU 6600-EXIT
                   ADD 1 TO CANT-LISTADOS
           END-READ.
       6550-EXIT.
           EXIT.

       6600-MOSTRAR-CLIENTE.
           DISPLAY "Documento " CLI-DOCUMENTO " " CLI-NOMBRE
               " tel=" CLI-TELEFONO
               " iva=" CLI-COND-IVA
               " alta=" CLI-FECHA-ALTA
               " estado=" CLI-ESTADO.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 7000-LEER-CLIENTE - lectura directa por clave
      ******************************************************************
       7000-LEER-CLIENTE.
           MOVE "S" TO SW-REGISTRO-OK.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO SW-REGISTRO-OK
           END-READ.
       7000-EXIT.
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
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE CLIENTES.
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
       END PROGRAM MantClientes.
