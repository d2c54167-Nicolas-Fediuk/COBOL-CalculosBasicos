      *autorizados ("*" autoriza todos), baja sin borrar (estado B),
      *consulta y listado. Cada cambio queda en AUDITLOG.DAT con los
      *valores anteriores y posteriores.
      *La lista de programas del alta y de la modificacion se cruza
      *con la matriz de funciones incompatibles (CONFLICTOS.DAT, de
      *MantConflictos): si reune los dos programas de un par, o es
      *"*", se muestran los pares y el operador que mantiene decide
      *si la autoriza igual; la excepcion aceptada queda en la
      *auditoria con cada par. El estado S (suspendido) lo pone
      *RecertificaAccesos al operador no recertificado a tiempo, y
      *solo una recertificacion lo vuelve a A.
      *Si el maestro todavia no existe o esta vacio, la corrida entra
      *en modo de puesta en marcha: no hay a quien validar, asi que se
      *permite dar de alta al primer operador y la puesta en marcha
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  NF  Version inicial del mantenimiento de operadores.
      * 2026-10-15  NF  Cada linea de auditoria lleva numero de
      *                 secuencia y un sello encadenado al de la linea
      *                 anterior, para que una linea adulterada,
      *                 intercalada o quitada se detecte al verificar
      *                 la cadena.
      * 2026-10-15  NF  La lista de programas del alta y de la
      *                 modificacion se cruza con la matriz de
      *                 funciones incompatibles (CONFLICTOS.DAT); la
      *                 excepcion aceptada queda auditada por par.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantOperadores.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT CONFLICTOS ASSIGN TO "CONFLICTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFLICTOS.

       DATA DIVISION.
       FILE SECTION.

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

      *    Pares de programas que un mismo operador no debe tener.
       FD  CONFLICTOS
           RECORDING MODE IS F.
       01  CNF-REGISTRO.
           05  CNF-PROGRAMA-A        PIC X(20).
           05  CNF-PROGRAMA-B        PIC X(20).
           05  CNF-MOTIVO            PIC X(40).
           05  CNF-ESTADO            PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-OPERADORES            PIC X(02) VALUE SPACES.
           88  MAESTRO-COMPLETO     VALUE "S".
       01  SW-PUESTA-EN-MARCHA      PIC X(01) VALUE "N".
           88  PUESTA-EN-MARCHA     VALUE "S".
       01  SW-AUTORIZA-CONFLICTO    PIC X(01) VALUE "N".
           88  AUTORIZA-CONFLICTO   VALUE "S" "s".
       01  SW-FUNCIONES-OK          PIC X(01) VALUE "N".
           88  FUNCIONES-OK         VALUE "S".
       01  SW-AUDITA-CONFLICTO      PIC X(01) VALUE "N".
           88  AUDITA-CONFLICTO     VALUE "S".

      *----------------------------------------------------------------
      * MAESTRO EN MEMORIA
           05  ANTES-PROGRAMAS      PIC X(80).
           05  ANTES-ESTADO         PIC X(01).

      *----------------------------------------------------------------
      * MATRIZ DE FUNCIONES INCOMPATIBLES (CONFLICTOS)
      *----------------------------------------------------------------
       77  FS-CONFLICTOS            PIC X(02) VALUE SPACES.
       01  SW-FIN-CONFLICTOS        PIC X(01) VALUE "N".
           88  FIN-CONFLICTOS       VALUE "S".
       77  CANT-CONFLICTOS          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CONFLICTOS.
           05  CFT-ENTRY OCCURS 100 TIMES INDEXED BY IX-CFT.
               10  CFT-PROGRAMA-A    PIC X(20).
               10  CFT-PROGRAMA-B    PIC X(20).
               10  CFT-MOTIVO        PIC X(40).
      *    Lista de programas que se cruza con la matriz; cada
      *    programa se busca por su nombre completo entre espacios,
      *    para que un nombre no coincida con parte de otro.
       77  LISTA-REVISADA           PIC X(80) VALUE SPACES.
       77  LISTA-BUSQUEDA           PIC X(82) VALUE SPACES.
       77  PROGRAMA-BUSCADO         PIC X(20) VALUE SPACES.
       77  TOKEN-BUSCADO            PIC X(22) VALUE SPACES.
       77  LARGO-TOKEN              PIC 9(02) COMP VALUE ZERO.
       77  CONT-TOKEN               PIC 9(02) COMP VALUE ZERO.
       77  CANT-CONFLICTOS-OPR      PIC 9(3) COMP VALUE ZERO.
       01  SW-TIENE-PROGRAMA        PIC X(01) VALUE "N".
           88  TIENE-PROGRAMA       VALUE "S".
       01  SW-COMODIN               PIC X(01) VALUE "N".
           88  LISTA-COMODIN        VALUE "S".

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR QUE CORRE EL MANTENIMIENTO
      *----------------------------------------------------------------
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

       PROCEDURE DIVISION.
      ******************************************************************
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1200-CARGAR-CONFLICTOS THRU 1200-EXIT.
           IF CANT-OPERADORES = ZERO
               MOVE "S" TO SW-PUESTA-EN-MARCHA
               MOVE "S" TO SW-OPERADOR-OK
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-CONFLICTOS - los pares vigentes de la matriz de
      *                          funciones incompatibles; sin archivo
      *                          no hay pares que controlar
      ******************************************************************
       1200-CARGAR-CONFLICTOS.
           MOVE ZERO TO CANT-CONFLICTOS.
           OPEN INPUT CONFLICTOS.
           IF FS-CONFLICTOS NOT = "00"
               DISPLAY "Sin CONFLICTOS.DAT (FS=" FS-CONFLICTOS
                   "), no se controlan funciones incompatibles."
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CONFLICTOS.
           PERFORM 1250-LEER-CONFLICTO THRU 1250-EXIT
               UNTIL FIN-CONFLICTOS.
           CLOSE CONFLICTOS.
       1200-EXIT.
           EXIT.

       1250-LEER-CONFLICTO.
           READ CONFLICTOS
               AT END
                   MOVE "S" TO SW-FIN-CONFLICTOS
               NOT AT END
                   IF CNF-ESTADO = "A"
                       IF CANT-CONFLICTOS < 100
                           ADD 1 TO CANT-CONFLICTOS
                           SET IX-CFT TO CANT-CONFLICTOS
                           MOVE CNF-PROGRAMA-A
                               TO CFT-PROGRAMA-A (IX-CFT)
                           MOVE CNF-PROGRAMA-B
                               TO CFT-PROGRAMA-B (IX-CFT)
                           MOVE CNF-MOTIVO TO CFT-MOTIVO (IX-CFT)
                       ELSE
                           DISPLAY "Tabla de conflictos llena, se "
                               "descarta " CNF-PROGRAMA-A " "
                               CNF-PROGRAMA-B
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 0500-VALIDAR-OPERADOR - el operador que corre el mantenimiento
      *                         se valida contra la tabla ya cargada
           MOVE CODIGO-BUSCADO TO OPT-CODIGO (IX-OPT).
           DISPLAY "Ingrese el nombre completo:".
           ACCEPT OPT-NOMBRE (IX-OPT).
       3000-PROGRAMAS.
           DISPLAY "Ingrese los programas autorizados, separados "
               "por espacio (* = todos):".
           ACCEPT OPT-PROGRAMAS (IX-OPT).
           PERFORM 3500-CONTROLAR-FUNCIONES THRU 3500-EXIT.
           IF NOT FUNCIONES-OK
               GO TO 3000-PROGRAMAS
           END-IF.
           MOVE "A" TO OPT-ESTADO (IX-OPT).
           DISPLAY "Alta grabada.".
           STRING "Alta operador=" OPT-CODIGO (IX-OPT)
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CONTROLAR-FUNCIONES - la lista ingresada para IX-OPT se
      *                            cruza con la matriz; si reune un
      *                            par incompatible o es "*" se pide
      *                            confirmacion, y la excepcion
      *                            aceptada se audita par por par
      ******************************************************************
       3500-CONTROLAR-FUNCIONES.
           MOVE "S" TO SW-FUNCIONES-OK.
           MOVE "N" TO SW-AUDITA-CONFLICTO.
           MOVE OPT-PROGRAMAS (IX-OPT) TO LISTA-REVISADA.
           PERFORM 6500-REVISAR-CONFLICTOS THRU 6500-EXIT.
           IF CANT-CONFLICTOS-OPR = ZERO AND NOT LISTA-COMODIN
               GO TO 3500-EXIT
           END-IF.
           IF LISTA-COMODIN
               DISPLAY "La lista * autoriza todos los programas, "
                   "incluidos los pares incompatibles."
           END-IF.
           DISPLAY "Autorizar igualmente (S/N)?".
           ACCEPT SW-AUTORIZA-CONFLICTO.
           IF NOT AUTORIZA-CONFLICTO
               MOVE "N" TO SW-FUNCIONES-OK
               DISPLAY "Lista no autorizada. Reingrese."
               GO TO 3500-EXIT
           END-IF.
           IF LISTA-COMODIN
               STRING "CONFLICTO DE FUNCIONES aceptado operador="
                   OPT-CODIGO (IX-OPT)
                   " lista * (todos los programas)"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE "S" TO SW-AUDITA-CONFLICTO.
           PERFORM 6500-REVISAR-CONFLICTOS THRU 6500-EXIT.
           MOVE "N" TO SW-AUDITA-CONFLICTO.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION - nombre y programas autorizados, con antes
      *                     y despues en la auditoria
           DISPLAY "Nombre actual: " OPT-NOMBRE (IX-OPT).
           DISPLAY "Ingrese el nuevo nombre:".
           ACCEPT OPT-NOMBRE (IX-OPT).
       4000-PROGRAMAS.
           DISPLAY "Programas actuales: " ANTES-PROGRAMAS.
           DISPLAY "Ingrese la nueva lista de programas (* = todos):".
           ACCEPT OPT-PROGRAMAS (IX-OPT).
           PERFORM 3500-CONTROLAR-FUNCIONES THRU 3500-EXIT.
           IF NOT FUNCIONES-OK
               GO TO 4000-PROGRAMAS
           END-IF.
           DISPLAY "Modificacion grabada.".
           STRING "Modif operador=" OPT-CODIGO (IX-OPT)
               " antes nombre=" ANTES-NOMBRE
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-REVISAR-CONFLICTOS - cruza LISTA-REVISADA con la matriz:
      *                           cuenta en CANT-CONFLICTOS-OPR los
      *                           pares que la lista tiene completos y
      *                           los informa de a uno (6530); la
      *                           lista "*" queda marcada como comodin
      ******************************************************************
       6500-REVISAR-CONFLICTOS.
           MOVE ZERO TO CANT-CONFLICTOS-OPR.
           MOVE "N" TO SW-COMODIN.
           IF LISTA-REVISADA (1:1) = "*"
               MOVE "S" TO SW-COMODIN
               GO TO 6500-EXIT
           END-IF.
           MOVE SPACES TO LISTA-BUSQUEDA.
           STRING " " LISTA-REVISADA
               DELIMITED BY SIZE INTO LISTA-BUSQUEDA.
           PERFORM 6510-REVISAR-PAR THRU 6510-EXIT
               VARYING IX-CFT FROM 1 BY 1
               UNTIL IX-CFT > CANT-CONFLICTOS.
       6500-EXIT.
           EXIT.

       6510-REVISAR-PAR.
           MOVE CFT-PROGRAMA-A (IX-CFT) TO PROGRAMA-BUSCADO.
           PERFORM 6520-TIENE-PROGRAMA THRU 6520-EXIT.
           IF NOT TIENE-PROGRAMA
               GO TO 6510-EXIT
           END-IF.
           MOVE CFT-PROGRAMA-B (IX-CFT) TO PROGRAMA-BUSCADO.
           PERFORM 6520-TIENE-PROGRAMA THRU 6520-EXIT.
           IF NOT TIENE-PROGRAMA
               GO TO 6510-EXIT
           END-IF.
           ADD 1 TO CANT-CONFLICTOS-OPR.
           PERFORM 6530-INFORMAR-CONFLICTO THRU 6530-EXIT.
       6510-EXIT.
           EXIT.

      *    PROGRAMA-BUSCADO esta en la lista si aparece entero, con un
      *    espacio antes y otro despues.
       6520-TIENE-PROGRAMA.
           MOVE "N" TO SW-TIENE-PROGRAMA.
           MOVE ZERO TO LARGO-TOKEN.
           INSPECT PROGRAMA-BUSCADO TALLYING LARGO-TOKEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LARGO-TOKEN = ZERO
               GO TO 6520-EXIT
           END-IF.
           MOVE SPACES TO TOKEN-BUSCADO.
           STRING " " PROGRAMA-BUSCADO (1:LARGO-TOKEN) " "
               DELIMITED BY SIZE INTO TOKEN-BUSCADO.
           ADD 2 TO LARGO-TOKEN.
           MOVE ZERO TO CONT-TOKEN.
           INSPECT LISTA-BUSQUEDA TALLYING CONT-TOKEN
               FOR ALL TOKEN-BUSCADO (1:LARGO-TOKEN).
           IF CONT-TOKEN > ZERO
               MOVE "S" TO SW-TIENE-PROGRAMA
           END-IF.
       6520-EXIT.
           EXIT.

      *    Cada par incompatible de la lista: en pantalla mientras se
      *    pide la confirmacion y en la auditoria cuando se acepta.
       6530-INFORMAR-CONFLICTO.
           IF AUDITA-CONFLICTO
               STRING "CONFLICTO DE FUNCIONES aceptado operador="
                   OPT-CODIGO (IX-OPT)
                   " " CFT-PROGRAMA-A (IX-CFT)
                   " con " CFT-PROGRAMA-B (IX-CFT)
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           ELSE
               DISPLAY "Funciones incompatibles: "
                   CFT-PROGRAMA-A (IX-CFT)
                   " y " CFT-PROGRAMA-B (IX-CFT)
               DISPLAY "  " CFT-MOTIVO (IX-CFT)
           END-IF.
       6530-EXIT.
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
           STRING "MantOperadores " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
      * 8000-FIRMA-OPERADOR
      ******************************************************************
