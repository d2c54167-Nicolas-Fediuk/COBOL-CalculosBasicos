      ******************************************************************
      *Mantenimiento de la matriz de funciones incompatibles
      *(CONFLICTOS.DAT): cada linea es un par de programas que un
      *mismo operador no debe tener autorizados a la vez, con el
      *motivo del conflicto (quien modifica una tarifa no debe poder
      *liquidar con ella ni pagar lo liquidado). El par no tiene
      *orden: A-B y B-A son el mismo conflicto. MantOperadores
      *controla la matriz en cada alta y modificacion de operador,
      *RevisionAccesos informa a los operadores que la violan y
      *RecertificaAccesos la muestra al supervisor en cada
      *recertificacion trimestral.
      *Con la matriz vacia se ofrece la carga de los pares basicos
      *de nomina y pagos y de administracion de accesos.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la matriz de funciones
      *                 incompatibles.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantConflictos.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLICTOS ASSIGN TO "CONFLICTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFLICTOS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Un par de programas incompatibles por linea.
       FD  CONFLICTOS
           RECORDING MODE IS F.
       01  CNF-REGISTRO.
           05  CNF-PROGRAMA-A        PIC X(20).
           05  CNF-PROGRAMA-B        PIC X(20).
           05  CNF-MOTIVO            PIC X(40).
           05  CNF-ESTADO            PIC X(01).

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
       77  FS-CONFLICTOS            PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  PROGRAMA-A-BUSCADO       PIC X(20) VALUE SPACES.
       77  PROGRAMA-B-BUSCADO       PIC X(20) VALUE SPACES.
       77  MOTIVO-ANTERIOR          PIC X(40) VALUE SPACES.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-CARGA-BASICA          PIC X(01) VALUE "N".
           88  CARGA-BASICA         VALUE "S" "s".
       01  SW-FIN-CONFLICTOS        PIC X(01) VALUE "N".
           88  FIN-CONFLICTOS       VALUE "S".
       01  SW-PAR-UBICADO           PIC X(01) VALUE "N".
           88  PAR-UBICADO          VALUE "S".
       01  SW-CFT-COMPLETO          PIC X(01) VALUE "S".
           88  CFT-COMPLETO         VALUE "S".

      *----------------------------------------------------------------
      * MATRIZ DE CONFLICTOS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-CONFLICTOS          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CONFLICTOS.
           05  CFT-ENTRY OCCURS 100 TIMES INDEXED BY IX-CFT.
               10  CFT-PROGRAMA-A    PIC X(20).
               10  CFT-PROGRAMA-B    PIC X(20).
               10  CFT-MOTIVO        PIC X(40).
               10  CFT-ESTADO        PIC X(01).

      *    Pares basicos que se ofrecen con la matriz vacia.
       01  PARES-BASICOS-VALORES.
           05  FILLER               PIC X(20) VALUE "MantEmpleados".
           05  FILLER               PIC X(20) VALUE "Ejercicio1".
           05  FILLER               PIC X(40) VALUE
               "Modifica tarifas y liquida la nomina".
           05  FILLER               PIC X(20) VALUE "Ejercicio1".
           05  FILLER               PIC X(20) VALUE "AcreditaBanco".
           05  FILLER               PIC X(40) VALUE
               "Liquida la nomina y emite el pago".
           05  FILLER               PIC X(20) VALUE "MantEmpleados".
           05  FILLER               PIC X(20) VALUE "AcreditaBanco".
           05  FILLER               PIC X(40) VALUE
               "Modifica tarifas y emite el pago".
           05  FILLER               PIC X(20) VALUE "MantCbu".
           05  FILLER               PIC X(20) VALUE "AcreditaBanco".
           05  FILLER               PIC X(40) VALUE
               "Modifica la cuenta destino y paga".
           05  FILLER               PIC X(20) VALUE "MantOperadores".
           05  FILLER               PIC X(20) VALUE
               "RecertificaAccesos".
           05  FILLER               PIC X(40) VALUE
               "Otorga accesos y los recertifica".
           05  FILLER               PIC X(20) VALUE "MantOperadores".
           05  FILLER               PIC X(20) VALUE "MantConflictos".
           05  FILLER               PIC X(40) VALUE
               "Otorga accesos y fija sus limites".
       01  PARES-BASICOS REDEFINES PARES-BASICOS-VALORES.
           05  PBA-ENTRY OCCURS 6 TIMES INDEXED BY IX-PBA.
               10  PBA-PROGRAMA-A    PIC X(20).
               10  PBA-PROGRAMA-B    PIC X(20).
               10  PBA-MOTIVO        PIC X(40).

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
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           PERFORM 0500-VALIDAR-OPERADOR THRU 0500-EXIT.
           IF NOT OPERADOR-OK
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1000-CARGAR-CONFLICTOS THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los pares que quedaron afuera.
           IF NOT CFT-COMPLETO
               DISPLAY "CONFLICTOS.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "CONFLICTOS excede la tabla, corrida "
                   "rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           IF CANT-CONFLICTOS = ZERO
               PERFORM 1500-CARGA-BASICA THRU 1500-EXIT
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-CONFLICTOS THRU 6000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-CONFLICTOS - levanta la matriz a memoria
      ******************************************************************
       1000-CARGAR-CONFLICTOS.
           MOVE ZERO TO CANT-CONFLICTOS.
           OPEN INPUT CONFLICTOS.
           IF FS-CONFLICTOS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CONFLICTOS.
           PERFORM 1100-LEER-CONFLICTO THRU 1100-EXIT
               UNTIL FIN-CONFLICTOS.
           CLOSE CONFLICTOS.
       1000-EXIT.
           EXIT.

       1100-LEER-CONFLICTO.
           READ CONFLICTOS
               AT END
                   MOVE "S" TO SW-FIN-CONFLICTOS
               NOT AT END
                   IF CANT-CONFLICTOS < 100
                       ADD 1 TO CANT-CONFLICTOS
                       SET IX-CFT TO CANT-CONFLICTOS
                       MOVE CNF-PROGRAMA-A TO CFT-PROGRAMA-A (IX-CFT)
                       MOVE CNF-PROGRAMA-B TO CFT-PROGRAMA-B (IX-CFT)
                       MOVE CNF-MOTIVO     TO CFT-MOTIVO (IX-CFT)
                       MOVE CNF-ESTADO     TO CFT-ESTADO (IX-CFT)
                   ELSE
                       MOVE "N" TO SW-CFT-COMPLETO
                       DISPLAY "CONFLICTOS.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CARGA-BASICA - con la matriz vacia se ofrecen los pares
      *                     basicos; cada par cargado queda en la
      *                     auditoria como un alta
      ******************************************************************
       1500-CARGA-BASICA.
           DISPLAY "La matriz de conflictos esta vacia.".
           DISPLAY "Cargar los pares basicos de nomina, pagos y "
               "accesos (S/N)?".
           ACCEPT SW-CARGA-BASICA.
           IF NOT CARGA-BASICA
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-CARGAR-PAR THRU 1550-EXIT
               VARYING IX-PBA FROM 1 BY 1 UNTIL IX-PBA > 6.
           DISPLAY "Pares basicos cargados.".
       1500-EXIT.
           EXIT.

       1550-CARGAR-PAR.
           ADD 1 TO CANT-CONFLICTOS.
           SET IX-CFT TO CANT-CONFLICTOS.
           MOVE PBA-PROGRAMA-A (IX-PBA) TO CFT-PROGRAMA-A (IX-CFT).
           MOVE PBA-PROGRAMA-B (IX-PBA) TO CFT-PROGRAMA-B (IX-CFT).
           MOVE PBA-MOTIVO (IX-PBA)     TO CFT-MOTIVO (IX-CFT).
           MOVE "A"                     TO CFT-ESTADO (IX-CFT).
           STRING "Alta conflicto=" CFT-PROGRAMA-A (IX-CFT)
               " con " CFT-PROGRAMA-B (IX-CFT)
               " (carga basica) " CFT-MOTIVO (IX-CFT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- FUNCIONES INCOMPATIBLES -----".
           DISPLAY "A) Alta  M) Modificacion  B) Baja".
           DISPLAY "L) Listar  S) Salir".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA THRU 3000-EXIT
               WHEN OPCION-MODIF
                   PERFORM 4000-MODIFICACION THRU 4000-EXIT
               WHEN OPCION-BAJA
                   PERFORM 5000-BAJA THRU 5000-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 5500-LISTAR THRU 5500-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *    Ubica el par pedido en cualquiera de los dos ordenes.
       2500-UBICAR-PAR.
           MOVE "N" TO SW-PAR-UBICADO.
           PERFORM VARYING IX-CFT FROM 1 BY 1
               UNTIL IX-CFT > CANT-CONFLICTOS
                   OR (CFT-PROGRAMA-A (IX-CFT) = PROGRAMA-A-BUSCADO
                   AND CFT-PROGRAMA-B (IX-CFT) = PROGRAMA-B-BUSCADO)
                   OR (CFT-PROGRAMA-A (IX-CFT) = PROGRAMA-B-BUSCADO
                   AND CFT-PROGRAMA-B (IX-CFT) = PROGRAMA-A-BUSCADO)
               CONTINUE
           END-PERFORM.
           IF IX-CFT NOT > CANT-CONFLICTOS
               MOVE "S" TO SW-PAR-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      *    Los dos programas del par; un par de un programa consigo
      *    mismo no es un conflicto.
       2700-PEDIR-PAR.
           DISPLAY "Ingrese el primer programa del par:".
           ACCEPT PROGRAMA-A-BUSCADO.
           DISPLAY "Ingrese el segundo programa del par:".
           ACCEPT PROGRAMA-B-BUSCADO.
       2700-EXIT.
           EXIT.

       2800-PEDIR-MOTIVO.
           DISPLAY "Ingrese el motivo del conflicto:".
           ACCEPT CFT-MOTIVO (IX-CFT).
           IF CFT-MOTIVO (IX-CFT) = SPACES
               DISPLAY "El motivo no puede quedar en blanco. "
                   "Reingrese."
               GO TO 2800-PEDIR-MOTIVO
           END-IF.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA
      ******************************************************************
       3000-ALTA.
           PERFORM 2700-PEDIR-PAR THRU 2700-EXIT.
           IF PROGRAMA-A-BUSCADO = SPACES
               OR PROGRAMA-B-BUSCADO = SPACES
               OR PROGRAMA-A-BUSCADO = PROGRAMA-B-BUSCADO
               DISPLAY "Par invalido, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-PAR THRU 2500-EXIT.
           IF PAR-UBICADO
               IF CFT-ESTADO (IX-CFT) = "B"
                   DISPLAY "El par esta dado de baja, se reactiva."
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "El par ya esta en la matriz, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-CONFLICTOS >= 100
               DISPLAY "Tabla de conflictos llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-CONFLICTOS.
           SET IX-CFT TO CANT-CONFLICTOS.
           MOVE PROGRAMA-A-BUSCADO TO CFT-PROGRAMA-A (IX-CFT).
           MOVE PROGRAMA-B-BUSCADO TO CFT-PROGRAMA-B (IX-CFT).
       3000-DATOS.
           PERFORM 2800-PEDIR-MOTIVO THRU 2800-EXIT.
           MOVE "A" TO CFT-ESTADO (IX-CFT).
           DISPLAY "Alta grabada.".
           STRING "Alta conflicto=" CFT-PROGRAMA-A (IX-CFT)
               " con " CFT-PROGRAMA-B (IX-CFT)
               " " CFT-MOTIVO (IX-CFT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION - solo el motivo; cambiar un programa del
      *                     par es una baja y un alta
      ******************************************************************
       4000-MODIFICACION.
           PERFORM 2700-PEDIR-PAR THRU 2700-EXIT.
           PERFORM 2500-UBICAR-PAR THRU 2500-EXIT.
           IF NOT PAR-UBICADO
               DISPLAY "Par inexistente en la matriz."
               GO TO 4000-EXIT
           END-IF.
           MOVE CFT-MOTIVO (IX-CFT) TO MOTIVO-ANTERIOR.
           DISPLAY "Motivo actual: " CFT-MOTIVO (IX-CFT).
           PERFORM 2800-PEDIR-MOTIVO THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           STRING "Modif conflicto=" CFT-PROGRAMA-A (IX-CFT)
               " con " CFT-PROGRAMA-B (IX-CFT)
               " antes motivo=" MOTIVO-ANTERIOR
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           STRING "Modif conflicto=" CFT-PROGRAMA-A (IX-CFT)
               " con " CFT-PROGRAMA-B (IX-CFT)
               " despues motivo=" CFT-MOTIVO (IX-CFT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el par deja de controlarse sin borrar su linea
      ******************************************************************
       5000-BAJA.
           PERFORM 2700-PEDIR-PAR THRU 2700-EXIT.
           PERFORM 2500-UBICAR-PAR THRU 2500-EXIT.
           IF NOT PAR-UBICADO
               DISPLAY "Par inexistente en la matriz."
               GO TO 5000-EXIT
           END-IF.
           IF CFT-ESTADO (IX-CFT) = "B"
               DISPLAY "El par ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO CFT-ESTADO (IX-CFT).
           DISPLAY "Par dado de baja (estado B).".
           STRING "Baja conflicto=" CFT-PROGRAMA-A (IX-CFT)
               " con " CFT-PROGRAMA-B (IX-CFT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-CONFLICTOS = ZERO
               DISPLAY "Sin pares en la matriz de conflictos."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-CFT FROM 1 BY 1
               UNTIL IX-CFT > CANT-CONFLICTOS
               DISPLAY CFT-PROGRAMA-A (IX-CFT)
                   " " CFT-PROGRAMA-B (IX-CFT)
                   " " CFT-MOTIVO (IX-CFT)
                   " estado=" CFT-ESTADO (IX-CFT)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-CONFLICTOS - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-CONFLICTOS.
           OPEN OUTPUT CONFLICTOS.
           PERFORM VARYING IX-CFT FROM 1 BY 1
               UNTIL IX-CFT > CANT-CONFLICTOS
               MOVE CFT-PROGRAMA-A (IX-CFT) TO CNF-PROGRAMA-A
               MOVE CFT-PROGRAMA-B (IX-CFT) TO CNF-PROGRAMA-B
               MOVE CFT-MOTIVO (IX-CFT)     TO CNF-MOTIVO
               MOVE CFT-ESTADO (IX-CFT)     TO CNF-ESTADO
               WRITE CNF-REGISTRO
           END-PERFORM.
           CLOSE CONFLICTOS.
       6000-EXIT.
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
               FOR ALL "MantConflictos".
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
           STRING "MantConflictos " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantConflictos.
