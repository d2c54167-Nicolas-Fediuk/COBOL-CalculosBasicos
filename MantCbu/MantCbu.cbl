      ******************************************************************
      *ABM del maestro de cuentas bancarias por legajo (CBULEGAJO.DAT)
      *que usan AcreditaBanco, RetornoBanco y ControlPagos: hasta
      *ahora se editaba como texto y los errores de tipeo aparecian
      *recien cuando el banco devolvia la acreditacion. Cada CBU se
      *valida con sus dos digitos verificadores (bloque de entidad y
      *sucursal, bloque de cuenta) y con el codigo de entidad contra
      *la tabla de bancos BANCOS.DAT (MantBancos), de donde sale el
      *nombre del banco. El legajo debe existir en MAESTROEMP o, para
      *la nomina de la concesionaria, en el padron VENDEDORES.
      *Cada alta, cambio o baja lleva fecha de vigencia y queda en
      *CBUHIST.DAT con el CBU anterior y el nuevo, y en AUDITLOG.DAT.
      *La fecha de cambio del maestro es siempre la de la carga, la
      *que mira ControlPagos. Un cambio con vigencia o carga dentro de
      *la ventana de liquidacion (del dia 20 al dia 5 del mes
      *siguiente), o que repite el CBU de otro legajo, exige el
      *segundo aprobador de cuatro ojos de AcreditaBanco.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del mantenimiento de CBU.
      * 2026-10-15  NF  El padron de vendedores suma el legajo del
      *                 supervisor (VEN-SUPERVISOR); el maestro de CBU
      *                 no lo usa.
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
       PROGRAM-ID. MantCbu.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CBU-LEGAJO ASSIGN TO "CBULEGAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CBU.
           SELECT BANCOS ASSIGN TO "BANCOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCOS.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-LEGAJO
               FILE STATUS IS FS-VENDEDORES.
           SELECT CBUHIST ASSIGN TO "CBUHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CBUHIST.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Maestro de cuentas bancarias por legajo, con la fecha del
      *    ultimo cambio de CBU.
       FD  CBU-LEGAJO
           RECORDING MODE IS F.
       01  CBL-REGISTRO.
           05  CBL-LEGAJO           PIC 9(05).
           05  CBL-CBU              PIC X(22).
           05  CBL-BANCO            PIC X(20).
           05  CBL-FECHA-CAMBIO     PIC 9(08).

      *    Tabla de bancos de MantBancos: codigo de entidad, nombre y
      *    estado (A activo, B baja).
       FD  BANCOS
           RECORDING MODE IS F.
       01  BCO-REGISTRO.
           05  BCO-CODIGO            PIC 9(03).
           05  BCO-NOMBRE            PIC X(20).
           05  BCO-ESTADO            PIC X(01).

       FD  MAESTRO-EMPLEADOS.
       01  EMP-REGISTRO.
           05  EMP-LEGAJO           PIC 9(5).
           05  EMP-NOMBRE           PIC X(20).
           05  EMP-CATEGORIA        PIC X(06).
           05  EMP-VALOR-HORA       PIC 9(5)V99.
           05  EMP-VALOR-HORA-FIN   PIC 9(5)V99.
           05  EMP-DEDUCCION-PORC   PIC 9(3)V99.
           05  EMP-ESTADO           PIC X(01).
           05  EMP-FECHA-INGRESO    PIC 9(08).
           05  EMP-FECHA-EGRESO     PIC 9(08).
           05  EMP-MOTIVO-EGRESO    PIC X(01).
           05  EMP-TIPO-LIQUIDACION PIC X(01).
               88  EMP-MENSUALIZADO VALUE "M".
               88  EMP-JORNALIZADO  VALUE "H" " ".
           05  EMP-SUELDO-BASICO    PIC 9(7)V99.

       FD  VENDEDORES.
       01  VEN-REGISTRO.
           05  VEN-LEGAJO            PIC 9(5).
           05  VEN-NOMBRE            PIC X(20).
           05  VEN-AUTOS-VENDIDOS    PIC 9(3).
           05  VEN-AUTOS-DEVUELTOS   PIC 9(3).
           05  VEN-CUOTA-MENSUAL     PIC 9(3).
           05  VEN-ESTADO            PIC X(01).
           05  VEN-SUPERVISOR        PIC 9(5).

      *    Historia de cambios de CBU: operacion A alta, M cambio,
      *    B baja, con el CBU anterior y el nuevo, la vigencia, la
      *    fecha de carga y quien cargo y quien aprobo.
       FD  CBUHIST
           RECORDING MODE IS F.
       01  CBH-REGISTRO.
           05  CBH-LEGAJO           PIC 9(05).
           05  CBH-OPERACION        PIC X(01).
           05  CBH-CBU-ANTERIOR     PIC X(22).
           05  CBH-CBU-NUEVO        PIC X(22).
           05  CBH-FECHA-VIGENCIA   PIC 9(08).
           05  CBH-FECHA-CAMBIO     PIC 9(08).
           05  CBH-OPERADOR         PIC X(04).
           05  CBH-APROBADOR        PIC X(04).

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
       77  FS-CBU                   PIC X(02) VALUE SPACES.
       77  FS-BANCOS                PIC X(02) VALUE SPACES.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-VENDEDORES            PIC X(02) VALUE SPACES.
       77  FS-CBUHIST               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  LEGAJO-BUSCADO           PIC 9(05) VALUE ZERO.
       77  NOMBRE-LEGAJO            PIC X(20) VALUE SPACES.
       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  FECHA-VIGENCIA           PIC 9(08) VALUE ZERO.
       77  CBU-ANTERIOR             PIC X(22) VALUE SPACES.
       77  BANCO-ANTERIOR           PIC X(20) VALUE SPACES.
       77  BANCO-NUEVO              PIC X(20) VALUE SPACES.
       77  OPERACION-ACTUAL         PIC X(01) VALUE SPACE.
       77  LEGAJO-REPETIDO          PIC 9(05) VALUE ZERO.
       77  CANT-ALTAS               PIC 9(5) COMP VALUE ZERO.
       77  CANT-CAMBIOS             PIC 9(5) COMP VALUE ZERO.
       77  CANT-BAJAS               PIC 9(5) COMP VALUE ZERO.

      *    Ventana de liquidacion: desde el dia 20 de cada mes hasta
      *    el dia 5 del siguiente, cuando se cierra y se acredita.
       77  DIA-DESDE-VENTANA        PIC 9(02) VALUE 20.
       77  DIA-HASTA-VENTANA        PIC 9(02) VALUE 05.

       01  FECHA-EVALUADA.
           05  FEV-AAAA             PIC 9(04).
           05  FEV-MM               PIC 9(02).
           05  FEV-DD               PIC 9(02).

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-CONSULTA      VALUE "C" "c".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-CBU               PIC X(01) VALUE "N".
           88  FIN-CBU              VALUE "S".
       01  SW-FIN-BANCOS            PIC X(01) VALUE "N".
           88  FIN-BANCOS           VALUE "S".
       01  SW-CBU-UBICADO           PIC X(01) VALUE "N".
           88  CBU-UBICADO          VALUE "S".
       01  SW-CBU-VALIDO            PIC X(01) VALUE "N".
           88  CBU-VALIDO           VALUE "S".
       01  SW-LEGAJO-VALIDO         PIC X(01) VALUE "N".
           88  LEGAJO-VALIDO        VALUE "S".
       01  SW-VENDEDORES-ABIERTO    PIC X(01) VALUE "N".
           88  VENDEDORES-ABIERTO   VALUE "S".
       01  SW-EN-VENTANA            PIC X(01) VALUE "N".
           88  EN-VENTANA           VALUE "S".
       01  SW-CAMBIO-AUTORIZADO     PIC X(01) VALUE "N".
           88  CAMBIO-AUTORIZADO    VALUE "S".
       01  SW-CONFIRMA              PIC X(01) VALUE "N".
           88  CONFIRMA             VALUE "S" "s".

      *----------------------------------------------------------------
      * MAESTRO DE CBU Y TABLA DE BANCOS EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-CBUS                PIC 9(4) COMP VALUE ZERO.
       01  TABLA-CBU.
           05  CBU-ENTRY OCCURS 2000 TIMES INDEXED BY IX-CBU IX-REP.
               10  CBU-LEGAJO-T      PIC 9(05).
               10  CBU-CBU-T         PIC X(22).
               10  CBU-BANCO-T       PIC X(20).
               10  CBU-FECHA-T       PIC 9(08).

       77  CANT-BANCOS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-BANCOS.
           05  BCO-ENTRY OCCURS 300 TIMES INDEXED BY IX-BCO.
               10  BCO-CODIGO-T      PIC 9(03).
               10  BCO-NOMBRE-T      PIC X(20).
               10  BCO-ESTADO-T      PIC X(01).

      *----------------------------------------------------------------
      * DIGITOS VERIFICADORES DEL CBU - bloque 1: entidad (3),
      * sucursal (4) y verificador; bloque 2: cuenta (13) y
      * verificador. Cada verificador es el complemento a 10 de la
      * suma ponderada de su bloque
      *----------------------------------------------------------------
       01  CBU-TRABAJO              PIC X(22) VALUE SPACES.
       01  CBU-DIGITOS REDEFINES CBU-TRABAJO.
           05  CBU-DIGITO           PIC 9(01) OCCURS 22 TIMES.
       01  CBU-PARTES REDEFINES CBU-TRABAJO.
           05  CBU-ENTIDAD          PIC 9(03).
           05  FILLER               PIC X(19).

       01  PESOS-BLOQUE1-VALORES    PIC X(07) VALUE "7139713".
       01  PESOS-BLOQUE1 REDEFINES PESOS-BLOQUE1-VALORES.
           05  PESO-B1              PIC 9(01) OCCURS 7 TIMES.
       01  PESOS-BLOQUE2-VALORES    PIC X(13) VALUE "3971397139713".
       01  PESOS-BLOQUE2 REDEFINES PESOS-BLOQUE2-VALORES.
           05  PESO-B2              PIC 9(01) OCCURS 13 TIMES.

       77  IX-DIG                   PIC 9(02) COMP VALUE ZERO.
       77  SUMA-PONDERADA           PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-DV              PIC 9(04) COMP VALUE ZERO.
       77  RESTO-DV                 PIC 9(02) COMP VALUE ZERO.
       77  DV-CALCULADO             PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------
      * SEGUNDO APROBADOR (CUATRO OJOS)
      *----------------------------------------------------------------
       77  APROBADOR-ESTADO         PIC X(01) VALUE SPACE.
       77  APROBADOR-PROGRAMAS      PIC X(80) VALUE SPACES.

       01  APROBADOR-FIRMA.
           05  APROBADOR-CODIGO     PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  APROBADOR-NOMBRE     PIC X(30) VALUE SPACES.

       01  SW-APROBADOR-OK          PIC X(01) VALUE "N".
           88  APROBADOR-OK         VALUE "S".
       01  SW-APROBADOR-HALLADO     PIC X(01) VALUE "N".
           88  APROBADOR-HALLADO    VALUE "S".

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
       01  WS-ED-ALTAS              PIC ZZZZ9.
       01  WS-ED-CAMBIOS            PIC ZZZZ9.
       01  WS-ED-BAJAS              PIC ZZZZ9.

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
               PERFORM 1100-CARGAR-BANCOS THRU 1100-EXIT
               PERFORM 1200-CARGAR-CBU THRU 1200-EXIT
      *        Con alguna tabla truncada o sin bancos no se opera:
      *        regrabar desde una tabla incompleta perderia los CBU
      *        que quedaron afuera.
               IF NOT INIT-OK
                   STRING "Maestro de CBU o tabla de bancos no "
                       "disponible, corrida rechazada"
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
                   PERFORM 7900-CERRAR THRU 7900-EXIT
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
                   UNTIL OPCION-SALIR
               PERFORM 6000-REGRABAR-CBU THRU 6000-EXIT
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
               FOR ALL "MantCbu".
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
           STRING "MantCbu " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 0550-VALIDAR-APROBADOR - segundo aprobador de cuatro ojos, el
      *                          mismo de AcreditaBanco: un operador
      *                          activo y autorizado para la
      *                          acreditacion DISTINTO del que firmo la
      *                          corrida; todo intento queda en la
      *                          auditoria
      ******************************************************************
       0550-VALIDAR-APROBADOR.
           MOVE "N" TO SW-APROBADOR-OK.
           DISPLAY "Ingrese el codigo del segundo aprobador:".
           ACCEPT APROBADOR-CODIGO.
           IF APROBADOR-CODIGO = OPERADOR-CODIGO
               DISPLAY "El aprobador debe ser un operador distinto "
                   "del que firmo la corrida."
               STRING "APROBACION RECHAZADA operador="
                   OPERADOR-CODIGO
                   " intento aprobar su propio cambio de CBU"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0550-EXIT
           END-IF.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No se pudo abrir OPERADORES.DAT, FS="
                   FS-OPERADORES
               GO TO 0550-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-OPERADORES.
           MOVE "N" TO SW-APROBADOR-HALLADO.
           PERFORM 0560-LEER-APROBADOR THRU 0560-EXIT
               UNTIL FIN-OPERADORES OR APROBADOR-HALLADO.
           CLOSE OPERADORES.
           IF NOT APROBADOR-HALLADO
               DISPLAY "Aprobador desconocido."
               STRING "APROBACION RECHAZADA aprobador="
                   APROBADOR-CODIGO " desconocido"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0550-EXIT
           END-IF.
           IF APROBADOR-ESTADO NOT = "A"
               DISPLAY "Aprobador inactivo."
               STRING "APROBACION RECHAZADA aprobador="
                   APROBADOR-CODIGO " inactivo"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0550-EXIT
           END-IF.
           MOVE ZERO TO CONT-AUTORIZA.
           INSPECT APROBADOR-PROGRAMAS TALLYING CONT-AUTORIZA
               FOR ALL "AcreditaBanco".
           IF APROBADOR-PROGRAMAS (1:1) NOT = "*"
               AND CONT-AUTORIZA = ZERO
               DISPLAY "Aprobador sin autorizacion para la "
                   "acreditacion."
               STRING "APROBACION RECHAZADA aprobador="
                   APROBADOR-CODIGO
                   " sin autorizacion para AcreditaBanco"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0550-EXIT
           END-IF.
           MOVE "S" TO SW-APROBADOR-OK.
           STRING "APROBACION aprobador=" APROBADOR-CODIGO
               " " APROBADOR-NOMBRE
               " sobre cambio de CBU de " OPERADOR-CODIGO
               " legajo=" LEGAJO-BUSCADO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       0550-EXIT.
           EXIT.

       0560-LEER-APROBADOR.
           READ OPERADORES
               AT END
                   MOVE "S" TO SW-FIN-OPERADORES
               NOT AT END
                   IF OPR-CODIGO = APROBADOR-CODIGO
                       MOVE "S" TO SW-APROBADOR-HALLADO
                       MOVE OPR-NOMBRE    TO APROBADOR-NOMBRE
                       MOVE OPR-ESTADO    TO APROBADOR-ESTADO
                       MOVE OPR-PROGRAMAS TO APROBADOR-PROGRAMAS
                   END-IF
           END-READ.
       0560-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - el padron de vendedores es optativo: sin el
      *                    solo se aceptan legajos del maestro
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO NOT = "00"
               DISPLAY "No se pudo abrir MAESTROEMP.DAT, FS="
                   FS-MAESTRO
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES = "00"
               MOVE "S" TO SW-VENDEDORES-ABIERTO
           END-IF.
           OPEN EXTEND CBUHIST.
           IF FS-CBUHIST NOT = "00"
               OPEN OUTPUT CBUHIST
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-BANCOS - solo las entidades activas
      ******************************************************************
       1100-CARGAR-BANCOS.
           MOVE ZERO TO CANT-BANCOS.
           OPEN INPUT BANCOS.
           IF FS-BANCOS NOT = "00"
               DISPLAY "Sin tabla BANCOS.DAT (FS=" FS-BANCOS
                   "): carguela con MantBancos."
               MOVE "N" TO SW-INIT-OK
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-BANCOS.
           PERFORM 1150-LEER-BANCO THRU 1150-EXIT
               UNTIL FIN-BANCOS.
           CLOSE BANCOS.
           IF CANT-BANCOS = ZERO
               DISPLAY "La tabla BANCOS.DAT no tiene entidades "
                   "activas: carguela con MantBancos."
               MOVE "N" TO SW-INIT-OK
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LEER-BANCO.
           READ BANCOS
               AT END
                   MOVE "S" TO SW-FIN-BANCOS
                   GO TO 1150-EXIT
           END-READ.
           IF BCO-ESTADO NOT = "A"
               GO TO 1150-EXIT
           END-IF.
           IF CANT-BANCOS < 300
               ADD 1 TO CANT-BANCOS
               SET IX-BCO TO CANT-BANCOS
               MOVE BCO-CODIGO TO BCO-CODIGO-T (IX-BCO)
               MOVE BCO-NOMBRE TO BCO-NOMBRE-T (IX-BCO)
               MOVE BCO-ESTADO TO BCO-ESTADO-T (IX-BCO)
           ELSE
               MOVE "N" TO SW-INIT-OK
               MOVE "S" TO SW-FIN-BANCOS
               DISPLAY "BANCOS.DAT excede la tabla."
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-CBU - sin maestro se arranca vacio; los registros
      *                   anteriores a la fecha de cambio la traen en
      *                   cero
      ******************************************************************
       1200-CARGAR-CBU.
           MOVE ZERO TO CANT-CBUS.
           OPEN INPUT CBU-LEGAJO.
           IF FS-CBU NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CBU.
           PERFORM 1250-LEER-CBU THRU 1250-EXIT
               UNTIL FIN-CBU.
           CLOSE CBU-LEGAJO.
       1200-EXIT.
           EXIT.

       1250-LEER-CBU.
           READ CBU-LEGAJO
               AT END
                   MOVE "S" TO SW-FIN-CBU
               NOT AT END
                   IF CANT-CBUS < 2000
                       ADD 1 TO CANT-CBUS
                       SET IX-CBU TO CANT-CBUS
                       MOVE CBL-LEGAJO TO CBU-LEGAJO-T (IX-CBU)
                       MOVE CBL-CBU    TO CBU-CBU-T (IX-CBU)
                       MOVE CBL-BANCO  TO CBU-BANCO-T (IX-CBU)
                       IF CBL-FECHA-CAMBIO NUMERIC
                           MOVE CBL-FECHA-CAMBIO
                               TO CBU-FECHA-T (IX-CBU)
                       ELSE
                           MOVE ZERO TO CBU-FECHA-T (IX-CBU)
                       END-IF
                   ELSE
                       MOVE "N" TO SW-INIT-OK
                       MOVE "S" TO SW-FIN-CBU
                       DISPLAY "CBULEGAJO.DAT excede la tabla."
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- CBU POR LEGAJO -----".
           DISPLAY "A) Alta  M) Cambio de CBU  B) Baja".
           DISPLAY "C) Consulta  L) Listar  S) Salir".
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
                   PERFORM 5200-CONSULTA THRU 5200-EXIT
               WHEN OPCION-LISTAR
                   PERFORM 5500-LISTAR THRU 5500-EXIT
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-UBICAR-CBU.
           MOVE "N" TO SW-CBU-UBICADO.
           PERFORM VARYING IX-CBU FROM 1 BY 1
               UNTIL IX-CBU > CANT-CBUS
                   OR CBU-LEGAJO-T (IX-CBU) = LEGAJO-BUSCADO
               CONTINUE
           END-PERFORM.
           IF IX-CBU NOT > CANT-CBUS
               MOVE "S" TO SW-CBU-UBICADO
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2300-VALIDAR-LEGAJO - el legajo debe existir en el maestro de
      *                       empleados o en el padron de vendedores
      ******************************************************************
       2300-VALIDAR-LEGAJO.
           MOVE "N" TO SW-LEGAJO-VALIDO.
           MOVE SPACES TO NOMBRE-LEGAJO.
           MOVE LEGAJO-BUSCADO TO EMP-LEGAJO.
           READ MAESTRO-EMPLEADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-LEGAJO-VALIDO
                   MOVE EMP-NOMBRE TO NOMBRE-LEGAJO
                   IF EMP-ESTADO = "B"
                       DISPLAY "Atencion: el legajo esta dado de baja "
                           "desde el " EMP-FECHA-EGRESO "."
                   END-IF
                   GO TO 2300-EXIT
           END-READ.
           IF VENDEDORES-ABIERTO
               MOVE LEGAJO-BUSCADO TO VEN-LEGAJO
               READ VENDEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-LEGAJO-VALIDO
                       MOVE VEN-NOMBRE TO NOMBRE-LEGAJO
               END-READ
           END-IF.
           IF NOT LEGAJO-VALIDO
               DISPLAY "El legajo " LEGAJO-BUSCADO
                   " no existe en MAESTROEMP ni en VENDEDORES."
               STRING "CBU RECHAZADO legajo=" LEGAJO-BUSCADO
                   " inexistente en el maestro"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2600-VALIDAR-CBU - 22 digitos, los dos verificadores y la
      *                    entidad activa en la tabla de bancos
      ******************************************************************
       2600-VALIDAR-CBU.
           MOVE "N" TO SW-CBU-VALIDO.
           IF CBU-TRABAJO NOT NUMERIC
               DISPLAY "El CBU debe tener 22 digitos."
               GO TO 2600-EXIT
           END-IF.
           MOVE ZERO TO SUMA-PONDERADA.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 7
               COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
                   + CBU-DIGITO (IX-DIG) * PESO-B1 (IX-DIG)
           END-PERFORM.
           DIVIDE SUMA-PONDERADA BY 10 GIVING COCIENTE-DV
               REMAINDER RESTO-DV.
           IF RESTO-DV = ZERO
               MOVE ZERO TO DV-CALCULADO
           ELSE
               COMPUTE DV-CALCULADO = 10 - RESTO-DV
           END-IF.
           IF DV-CALCULADO NOT = CBU-DIGITO (8)
               DISPLAY "Digito verificador del bloque 1 (entidad y "
                   "sucursal) invalido."
               GO TO 2600-EXIT
           END-IF.
           MOVE ZERO TO SUMA-PONDERADA.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 13
               COMPUTE SUMA-PONDERADA = SUMA-PONDERADA
                   + CBU-DIGITO (IX-DIG + 8) * PESO-B2 (IX-DIG)
           END-PERFORM.
           DIVIDE SUMA-PONDERADA BY 10 GIVING COCIENTE-DV
               REMAINDER RESTO-DV.
           IF RESTO-DV = ZERO
               MOVE ZERO TO DV-CALCULADO
           ELSE
               COMPUTE DV-CALCULADO = 10 - RESTO-DV
           END-IF.
           IF DV-CALCULADO NOT = CBU-DIGITO (22)
               DISPLAY "Digito verificador del bloque 2 (cuenta) "
                   "invalido."
               GO TO 2600-EXIT
           END-IF.
           PERFORM VARYING IX-BCO FROM 1 BY 1
               UNTIL IX-BCO > CANT-BANCOS
                   OR BCO-CODIGO-T (IX-BCO) = CBU-ENTIDAD
               CONTINUE
           END-PERFORM.
           IF IX-BCO > CANT-BANCOS
               DISPLAY "La entidad " CBU-ENTIDAD
                   " no figura activa en la tabla de bancos."
               GO TO 2600-EXIT
           END-IF.
           MOVE BCO-NOMBRE-T (IX-BCO) TO BANCO-NUEVO.
           MOVE "S" TO SW-CBU-VALIDO.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2650-PEDIR-CBU - se insiste hasta un CBU valido; en blanco se
      *                  abandona la operacion
      ******************************************************************
       2650-PEDIR-CBU.
           MOVE "N" TO SW-CBU-VALIDO.
           DISPLAY "Ingrese el CBU (22 digitos, en blanco cancela):".
           MOVE SPACES TO CBU-TRABAJO.
           ACCEPT CBU-TRABAJO.
           IF CBU-TRABAJO = SPACES
               GO TO 2650-EXIT
           END-IF.
           PERFORM 2600-VALIDAR-CBU THRU 2600-EXIT.
           IF NOT CBU-VALIDO
               STRING "CBU RECHAZADO legajo=" LEGAJO-BUSCADO
                   " cbu=" CBU-TRABAJO
                   " invalido"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2650-PEDIR-CBU
           END-IF.
           DISPLAY "Banco: " BANCO-NUEVO.
       2650-EXIT.
           EXIT.

      ******************************************************************
      * 2700-PEDIR-VIGENCIA - fecha desde la que rige el cambio; no
      *                       puede ser posterior a la carga
      ******************************************************************
       2700-PEDIR-VIGENCIA.
           DISPLAY "Fecha de vigencia (AAAAMMDD, 0=hoy):".
           ACCEPT FECHA-VIGENCIA.
           IF FECHA-VIGENCIA = ZERO
               MOVE FECHA-HOY TO FECHA-VIGENCIA
           END-IF.
           MOVE FECHA-VIGENCIA TO FECHA-EVALUADA.
           IF FEV-MM < 1 OR FEV-MM > 12
               OR FEV-DD < 1 OR FEV-DD > 31
               DISPLAY "Fecha invalida. Reingrese."
               GO TO 2700-PEDIR-VIGENCIA
           END-IF.
           IF FECHA-VIGENCIA > FECHA-HOY
               DISPLAY "La vigencia no puede ser posterior a hoy. "
                   "Reingrese."
               GO TO 2700-PEDIR-VIGENCIA
           END-IF.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-AUTORIZAR-CAMBIO - un cambio con vigencia o carga dentro
      *                         de la ventana de liquidacion, o que
      *                         repite el CBU de otro legajo, necesita
      *                         el segundo aprobador
      ******************************************************************
       2800-AUTORIZAR-CAMBIO.
           MOVE "N" TO SW-CAMBIO-AUTORIZADO.
           MOVE SPACES TO APROBADOR-CODIGO.
           MOVE "N" TO SW-EN-VENTANA.
           MOVE FECHA-VIGENCIA TO FECHA-EVALUADA.
           IF FEV-DD NOT < DIA-DESDE-VENTANA
               OR FEV-DD NOT > DIA-HASTA-VENTANA
               MOVE "S" TO SW-EN-VENTANA
           END-IF.
           MOVE FECHA-HOY TO FECHA-EVALUADA.
           IF FEV-DD NOT < DIA-DESDE-VENTANA
               OR FEV-DD NOT > DIA-HASTA-VENTANA
               MOVE "S" TO SW-EN-VENTANA
           END-IF.
           MOVE ZERO TO LEGAJO-REPETIDO.
           IF OPERACION-ACTUAL NOT = "B"
               PERFORM VARYING IX-REP FROM 1 BY 1
                   UNTIL IX-REP > CANT-CBUS
                       OR (CBU-CBU-T (IX-REP) = CBU-TRABAJO
                       AND CBU-LEGAJO-T (IX-REP) NOT = LEGAJO-BUSCADO)
                   CONTINUE
               END-PERFORM
               IF IX-REP NOT > CANT-CBUS
                   MOVE CBU-LEGAJO-T (IX-REP) TO LEGAJO-REPETIDO
                   DISPLAY "Atencion: el CBU ya esta cargado en el "
                       "legajo " LEGAJO-REPETIDO "."
               END-IF
           END-IF.
           IF NOT EN-VENTANA
               AND LEGAJO-REPETIDO = ZERO
               MOVE "S" TO SW-CAMBIO-AUTORIZADO
               GO TO 2800-EXIT
           END-IF.
           IF EN-VENTANA
               DISPLAY "El cambio cae dentro de la ventana de "
                   "liquidacion."
           END-IF.
           PERFORM 0550-VALIDAR-APROBADOR THRU 0550-EXIT.
           IF APROBADOR-OK
               MOVE "S" TO SW-CAMBIO-AUTORIZADO
           ELSE
               DISPLAY "Sin segundo aprobador el cambio NO se graba."
               STRING "CBU RECHAZADO legajo=" LEGAJO-BUSCADO
                   " operacion=" OPERACION-ACTUAL
                   " vigencia=" FECHA-VIGENCIA
                   " sin segundo aprobador"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-GRABAR-HISTORIA - historia del cambio y auditoria con el
      *                        valor anterior y el nuevo
      ******************************************************************
       2900-GRABAR-HISTORIA.
           MOVE SPACES TO CBH-REGISTRO.
           MOVE LEGAJO-BUSCADO   TO CBH-LEGAJO.
           MOVE OPERACION-ACTUAL TO CBH-OPERACION.
           MOVE CBU-ANTERIOR     TO CBH-CBU-ANTERIOR.
           MOVE CBU-TRABAJO      TO CBH-CBU-NUEVO.
           MOVE FECHA-VIGENCIA   TO CBH-FECHA-VIGENCIA.
           MOVE FECHA-HOY        TO CBH-FECHA-CAMBIO.
           MOVE OPERADOR-CODIGO  TO CBH-OPERADOR.
           MOVE APROBADOR-CODIGO TO CBH-APROBADOR.
           WRITE CBH-REGISTRO.
           STRING "CBU legajo=" LEGAJO-BUSCADO
               " operacion=" OPERACION-ACTUAL
               " anterior=" CBU-ANTERIOR
               " nuevo=" CBU-TRABAJO
               " vigencia=" FECHA-VIGENCIA
               " aprobador=" APROBADOR-CODIGO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA
      ******************************************************************
       3000-ALTA.
           MOVE "A" TO OPERACION-ACTUAL.
           DISPLAY "Ingrese el legajo a dar de alta:".
           ACCEPT LEGAJO-BUSCADO.
           PERFORM 2100-UBICAR-CBU THRU 2100-EXIT.
           IF CBU-UBICADO
               DISPLAY "El legajo ya tiene CBU " CBU-CBU-T (IX-CBU)
                   ", use el cambio de CBU."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-CBUS >= 2000
               DISPLAY "Tabla de CBU llena."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2300-VALIDAR-LEGAJO THRU 2300-EXIT.
           IF NOT LEGAJO-VALIDO
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Legajo " LEGAJO-BUSCADO " " NOMBRE-LEGAJO.
           PERFORM 2650-PEDIR-CBU THRU 2650-EXIT.
           IF NOT CBU-VALIDO
               DISPLAY "Alta cancelada."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2700-PEDIR-VIGENCIA THRU 2700-EXIT.
           PERFORM 2800-AUTORIZAR-CAMBIO THRU 2800-EXIT.
           IF NOT CAMBIO-AUTORIZADO
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-CBUS.
           SET IX-CBU TO CANT-CBUS.
           MOVE LEGAJO-BUSCADO TO CBU-LEGAJO-T (IX-CBU).
           MOVE CBU-TRABAJO    TO CBU-CBU-T (IX-CBU).
           MOVE BANCO-NUEVO    TO CBU-BANCO-T (IX-CBU).
           MOVE FECHA-HOY      TO CBU-FECHA-T (IX-CBU).
           MOVE SPACES TO CBU-ANTERIOR.
           PERFORM 2900-GRABAR-HISTORIA THRU 2900-EXIT.
           ADD 1 TO CANT-ALTAS.
           DISPLAY "Alta grabada.".
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION - cambio de CBU de un legajo existente
      ******************************************************************
       4000-MODIFICACION.
           MOVE "M" TO OPERACION-ACTUAL.
           DISPLAY "Ingrese el legajo a modificar:".
           ACCEPT LEGAJO-BUSCADO.
           PERFORM 2100-UBICAR-CBU THRU 2100-EXIT.
           IF NOT CBU-UBICADO
               DISPLAY "El legajo no tiene CBU, use el alta."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2300-VALIDAR-LEGAJO THRU 2300-EXIT.
           IF NOT LEGAJO-VALIDO
               GO TO 4000-EXIT
           END-IF.
           MOVE CBU-CBU-T (IX-CBU)   TO CBU-ANTERIOR.
           MOVE CBU-BANCO-T (IX-CBU) TO BANCO-ANTERIOR.
           DISPLAY "Legajo " LEGAJO-BUSCADO " " NOMBRE-LEGAJO.
           DISPLAY "CBU actual " CBU-ANTERIOR " " BANCO-ANTERIOR
               " cambiado el " CBU-FECHA-T (IX-CBU).
           PERFORM 2650-PEDIR-CBU THRU 2650-EXIT.
           IF NOT CBU-VALIDO
               DISPLAY "Cambio cancelado."
               GO TO 4000-EXIT
           END-IF.
           IF CBU-TRABAJO = CBU-ANTERIOR
               DISPLAY "El CBU es el mismo, no hay cambio."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2700-PEDIR-VIGENCIA THRU 2700-EXIT.
           PERFORM 2800-AUTORIZAR-CAMBIO THRU 2800-EXIT.
           IF NOT CAMBIO-AUTORIZADO
               GO TO 4000-EXIT
           END-IF.
           MOVE CBU-TRABAJO TO CBU-CBU-T (IX-CBU).
           MOVE BANCO-NUEVO TO CBU-BANCO-T (IX-CBU).
           MOVE FECHA-HOY   TO CBU-FECHA-T (IX-CBU).
           PERFORM 2900-GRABAR-HISTORIA THRU 2900-EXIT.
           ADD 1 TO CANT-CAMBIOS.
           DISPLAY "Cambio de CBU grabado.".
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el legajo sale del maestro y deja de acreditarse
      ******************************************************************
       5000-BAJA.
           MOVE "B" TO OPERACION-ACTUAL.
           DISPLAY "Ingrese el legajo a dar de baja:".
           ACCEPT LEGAJO-BUSCADO.
           PERFORM 2100-UBICAR-CBU THRU 2100-EXIT.
           IF NOT CBU-UBICADO
               DISPLAY "El legajo no tiene CBU."
               GO TO 5000-EXIT
           END-IF.
           MOVE CBU-CBU-T (IX-CBU) TO CBU-ANTERIOR.
           DISPLAY "CBU actual " CBU-ANTERIOR " "
               CBU-BANCO-T (IX-CBU).
           DISPLAY "Confirma la baja del CBU (S/N)?".
           ACCEPT SW-CONFIRMA.
           IF NOT CONFIRMA
               DISPLAY "Baja cancelada."
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO CBU-TRABAJO.
           PERFORM 2700-PEDIR-VIGENCIA THRU 2700-EXIT.
           PERFORM 2800-AUTORIZAR-CAMBIO THRU 2800-EXIT.
           IF NOT CAMBIO-AUTORIZADO
               GO TO 5000-EXIT
           END-IF.
           PERFORM VARYING IX-CBU FROM IX-CBU BY 1
               UNTIL IX-CBU >= CANT-CBUS
               MOVE CBU-ENTRY (IX-CBU + 1) TO CBU-ENTRY (IX-CBU)
           END-PERFORM.
           SUBTRACT 1 FROM CANT-CBUS.
           PERFORM 2900-GRABAR-HISTORIA THRU 2900-EXIT.
           ADD 1 TO CANT-BAJAS.
           DISPLAY "Baja grabada.".
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5200-CONSULTA
      ******************************************************************
       5200-CONSULTA.
           DISPLAY "Ingrese el legajo a consultar:".
           ACCEPT LEGAJO-BUSCADO.
           PERFORM 2100-UBICAR-CBU THRU 2100-EXIT.
           IF NOT CBU-UBICADO
               DISPLAY "El legajo no tiene CBU."
               GO TO 5200-EXIT
           END-IF.
           DISPLAY "Legajo " CBU-LEGAJO-T (IX-CBU)
               " CBU " CBU-CBU-T (IX-CBU)
               " " CBU-BANCO-T (IX-CBU)
               " cambiado el " CBU-FECHA-T (IX-CBU).
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR
      ******************************************************************
       5500-LISTAR.
           IF CANT-CBUS = ZERO
               DISPLAY "Sin CBU registrados."
               GO TO 5500-EXIT
           END-IF.
           PERFORM VARYING IX-CBU FROM 1 BY 1
               UNTIL IX-CBU > CANT-CBUS
               DISPLAY "Legajo " CBU-LEGAJO-T (IX-CBU)
                   " CBU " CBU-CBU-T (IX-CBU)
                   " " CBU-BANCO-T (IX-CBU)
                   " cambiado el " CBU-FECHA-T (IX-CBU)
           END-PERFORM.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-CBU - vuelca la tabla al maestro
      ******************************************************************
       6000-REGRABAR-CBU.
           OPEN OUTPUT CBU-LEGAJO.
           PERFORM VARYING IX-CBU FROM 1 BY 1
               UNTIL IX-CBU > CANT-CBUS
               MOVE CBU-LEGAJO-T (IX-CBU) TO CBL-LEGAJO
               MOVE CBU-CBU-T (IX-CBU)    TO CBL-CBU
               MOVE CBU-BANCO-T (IX-CBU)  TO CBL-BANCO
               MOVE CBU-FECHA-T (IX-CBU)  TO CBL-FECHA-CAMBIO
               WRITE CBL-REGISTRO
           END-PERFORM.
           CLOSE CBU-LEGAJO.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           CLOSE MAESTRO-EMPLEADOS.
           IF VENDEDORES-ABIERTO
               CLOSE VENDEDORES
           END-IF.
           CLOSE CBUHIST.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-ALTAS TO WS-ED-ALTAS.
           MOVE CANT-CAMBIOS TO WS-ED-CAMBIOS.
           MOVE CANT-BAJAS TO WS-ED-BAJAS.
           DISPLAY "Altas: " WS-ED-ALTAS "  Cambios: " WS-ED-CAMBIOS
               "  Bajas: " WS-ED-BAJAS.
           DISPLAY "Mantenimiento conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               " altas=" WS-ED-ALTAS
               " cambios=" WS-ED-CAMBIOS
               " bajas=" WS-ED-BAJAS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM MantCbu.
