      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial del registro de licencias.
      * 2026-10-15  NF  El maestro de empleados suma la fecha de
      *                 ingreso, la fecha de egreso y el motivo de
      *                 egreso que asienta la liquidacion final; aca
      *                 solo cambia la diagramacion del registro.
      * 2026-10-15  NF  La licencia de vacaciones se descuenta del
      *                 saldo que otorga OtorgaVacaciones en
      *                 VACSALDOS.DAT (temporada de mayo a abril); la
      *                 que excede el saldo se rechaza salvo que la
      *                 autorice un supervisor distinto del operador.
      * 2026-10-15  NF  El maestro de empleados suma el tipo de
      *                 liquidacion (H por hora, M mensualizado) y el
      *                 sueldo basico mensual; aca solo cambia la
      *                 diagramacion del registro.
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
       PROGRAM-ID. CargaLicencias.
           SELECT LICENCIAS ASSIGN TO "LICENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LICENCIAS.
           SELECT VACSALDOS ASSIGN TO "VACSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAC-CLAVE
               FILE STATUS IS FS-VACSALDOS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
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

      *    Una linea por licencia otorgada: V vacaciones, E enfermedad,
      *    O otra ausencia justificada.
           05  LIC-FECHA-DESDE      PIC 9(08).
           05  LIC-FECHA-HASTA      PIC 9(08).

      *    Saldo de vacaciones por legajo y anio de otorgamiento: los
      *    dias otorgados por antiguedad y los ya tomados con licencias
      *    V (los descuenta CargaLicencias).
       FD  VACSALDOS.
       01  VAC-REGISTRO.
           05  VAC-CLAVE.
               10  VAC-LEGAJO       PIC 9(05).
               10  VAC-ANIO         PIC 9(04).
           05  VAC-DIAS-OTORGADOS   PIC 9(03).
           05  VAC-DIAS-TOMADOS     PIC 9(03).
           05  VAC-ANTIGUEDAD       PIC 9(02).
           05  VAC-FECHA-OTORGA     PIC 9(08).

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
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-LICENCIAS             PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  FS-VACSALDOS             PIC X(02) VALUE SPACES.
       77  LEGAJO-INGRESADO         PIC 9(05).
       77  CANT-LICENCIAS           PIC 9(5) COMP VALUE ZERO.

           88  TIPO-ENFERMEDAD      VALUE "E" "e".
           88  TIPO-OTRA            VALUE "O" "o".

      *----------------------------------------------------------------
      * SALDO DE VACACIONES - la temporada va de mayo a abril: la
      * licencia de enero a abril se descuenta del otorgamiento del
      * anio anterior
      *----------------------------------------------------------------
       77  ANIO-TEMPORADA           PIC 9(04) VALUE ZERO.
       77  DIAS-LICENCIA            PIC 9(05) VALUE ZERO.
       77  DIAS-PENDIENTES          PIC S9(04) VALUE ZERO.
       77  DIAS-DESDE               PIC 9(07) COMP VALUE ZERO.
       77  DIAS-CALCULO             PIC 9(07) COMP VALUE ZERO.
       77  ANIO-ANTERIOR            PIC 9(04) COMP VALUE ZERO.
       77  BISIESTOS-PREVIOS        PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.

       01  FECHA-CALCULO            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-CALCULO.
           05  FCA-AAAA             PIC 9(04).
           05  FCA-MM               PIC 9(02).
           05  FCA-DD               PIC 9(02).

      *    Dias acumulados al inicio de cada mes en un anio comun.
       01  ACUM-MESES-VALORES       PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  FILLER REDEFINES ACUM-MESES-VALORES.
           05  ACM-DIAS             PIC 9(03) OCCURS 12 TIMES.

       01  SW-SALDO-OK              PIC X(01) VALUE "S".
           88  SALDO-OK             VALUE "S".
       01  SW-SALDO-EXISTE          PIC X(01) VALUE "N".
           88  SALDO-EXISTE         VALUE "S".
       01  SW-PIDE-EXCESO           PIC X(01) VALUE "N".
           88  PIDE-EXCESO          VALUE "S" "s".

      *----------------------------------------------------------------
      * RASTRO DE AUDITORIA
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
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-OTORGADOS          PIC ZZ9.
       01  WS-ED-TOMADOS            PIC ZZ9.
       01  WS-ED-PENDIENTES         PIC -ZZ9.
       01  WS-ED-PEDIDOS            PIC ZZZZ9.

      *----------------------------------------------------------------
      * SUPERVISOR QUE AUTORIZA EL EXCESO DE SALDO (CUATRO OJOS)
      *----------------------------------------------------------------
       77  SUPERVISOR-ESTADO        PIC X(01) VALUE SPACE.
       77  SUPERVISOR-PROGRAMAS     PIC X(80) VALUE SPACES.

       01  SUPERVISOR-FIRMA.
           05  SUPERVISOR-CODIGO    PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SUPERVISOR-NOMBRE    PIC X(30) VALUE SPACES.

       01  SW-SUPERVISOR-OK         PIC X(01) VALUE "N".
           88  SUPERVISOR-OK        VALUE "S".
       01  SW-SUPERVISOR-HALLADO    PIC X(01) VALUE "N".
           88  SUPERVISOR-HALLADO   VALUE "S".

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
       0510-EXIT.
           EXIT.

      ******************************************************************
      * 0550-VALIDAR-SUPERVISOR - el exceso de saldo de vacaciones lo
      *                           autoriza un operador activo DISTINTO
      *                           del que carga, con OtorgaVacaciones
      *                           autorizado; todo intento queda en la
      *                           auditoria
      ******************************************************************
       0550-VALIDAR-SUPERVISOR.
           MOVE "N" TO SW-SUPERVISOR-OK.
           DISPLAY "Ingrese el codigo del supervisor:".
           ACCEPT SUPERVISOR-CODIGO.
           IF SUPERVISOR-CODIGO = OPERADOR-CODIGO
               DISPLAY "El supervisor debe ser un operador distinto "
                   "del que carga la licencia."
               STRING "AUTORIZACION RECHAZADA operador="
                   OPERADOR-CODIGO
                   " intento autorizar su propia carga"
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
           MOVE "N" TO SW-SUPERVISOR-HALLADO.
           PERFORM 0560-LEER-SUPERVISOR THRU 0560-EXIT
               UNTIL FIN-OPERADORES OR SUPERVISOR-HALLADO.
           CLOSE OPERADORES.
           IF NOT SUPERVISOR-HALLADO
               DISPLAY "Supervisor desconocido."
               STRING "AUTORIZACION RECHAZADA supervisor="
                   SUPERVISOR-CODIGO " desconocido"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0550-EXIT
           END-IF.
           IF SUPERVISOR-ESTADO NOT = "A"
               DISPLAY "Supervisor inactivo."
               STRING "AUTORIZACION RECHAZADA supervisor="
                   SUPERVISOR-CODIGO " inactivo"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0550-EXIT
           END-IF.
           MOVE ZERO TO CONT-AUTORIZA.
           INSPECT SUPERVISOR-PROGRAMAS TALLYING CONT-AUTORIZA
               FOR ALL "OtorgaVacaciones".
           IF SUPERVISOR-PROGRAMAS (1:1) NOT = "*"
               AND CONT-AUTORIZA = ZERO
               DISPLAY "El supervisor no administra vacaciones."
               STRING "AUTORIZACION RECHAZADA supervisor="
                   SUPERVISOR-CODIGO
                   " sin autorizacion sobre vacaciones"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 0550-EXIT
           END-IF.
           MOVE "S" TO SW-SUPERVISOR-OK.
       0550-EXIT.
           EXIT.

       0560-LEER-SUPERVISOR.
           READ OPERADORES
               AT END
                   MOVE "S" TO SW-FIN-OPERADORES
               NOT AT END
                   IF OPR-CODIGO = SUPERVISOR-CODIGO
                       MOVE "S" TO SW-SUPERVISOR-HALLADO
                       MOVE OPR-NOMBRE    TO SUPERVISOR-NOMBRE
                       MOVE OPR-ESTADO    TO SUPERVISOR-ESTADO
                       MOVE OPR-PROGRAMAS TO SUPERVISOR-PROGRAMAS
                   END-IF
           END-READ.
       0560-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INICIALIZAR
      ******************************************************************
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN I-O VACSALDOS.
           IF FS-VACSALDOS NOT = "00"
               OPEN OUTPUT VACSALDOS
               IF FS-VACSALDOS = "00"
                   CLOSE VACSALDOS
                   OPEN I-O VACSALDOS
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2000-SIGUE
           END-IF.
           IF TIPO-VACACIONES
               PERFORM 2500-CONTROLAR-SALDO THRU 2500-EXIT
               IF NOT SALDO-OK
                   GO TO 2000-SIGUE
               END-IF
           END-IF.
           MOVE LEGAJO-INGRESADO TO LIC-LEGAJO.
           MOVE SW-TIPO-LICENCIA TO LIC-TIPO.
           INSPECT LIC-TIPO CONVERTING "veo" TO "VEO".
           WRITE LIC-REGISTRO.
           ADD 1 TO CANT-LICENCIAS.
           IF TIPO-VACACIONES
               PERFORM 2600-DESCONTAR-SALDO THRU 2600-EXIT
           END-IF.
           STRING "Licencia legajo=" LIC-LEGAJO
               " tipo=" LIC-TIPO
               " desde=" LIC-FECHA-DESDE
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CONTROLAR-SALDO - los dias corridos de la licencia V
      *                        contra el saldo de la temporada; el
      *                        exceso solo pasa con un supervisor
      ******************************************************************
       2500-CONTROLAR-SALDO.
           MOVE "S" TO SW-SALDO-OK.
           IF LIC-FECHA-DESDE (5:2) < "01" OR > "12"
               OR LIC-FECHA-HASTA (5:2) < "01" OR > "12"
               MOVE "N" TO SW-SALDO-OK
               DISPLAY "Fecha invalida, la licencia no se graba."
               GO TO 2500-EXIT
           END-IF.
           MOVE LIC-FECHA-DESDE TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           MOVE DIAS-CALCULO TO DIAS-DESDE.
           MOVE FCA-AAAA TO ANIO-TEMPORADA.
           IF FCA-MM < 05
               SUBTRACT 1 FROM ANIO-TEMPORADA
           END-IF.
           MOVE LIC-FECHA-HASTA TO FECHA-CALCULO.
           PERFORM 2900-FECHA-A-DIAS THRU 2900-EXIT.
           COMPUTE DIAS-LICENCIA = DIAS-CALCULO - DIAS-DESDE + 1.
           MOVE "S" TO SW-SALDO-EXISTE.
           MOVE LEGAJO-INGRESADO TO VAC-LEGAJO.
           MOVE ANIO-TEMPORADA   TO VAC-ANIO.
           READ VACSALDOS
               INVALID KEY
                   MOVE "N" TO SW-SALDO-EXISTE
           END-READ.
           IF FS-VACSALDOS NOT = "00"
               MOVE "N" TO SW-SALDO-EXISTE
           END-IF.
           IF NOT SALDO-EXISTE
               MOVE ZERO TO VAC-DIAS-OTORGADOS
               MOVE ZERO TO VAC-DIAS-TOMADOS
           END-IF.
           COMPUTE DIAS-PENDIENTES =
               VAC-DIAS-OTORGADOS - VAC-DIAS-TOMADOS.
           MOVE VAC-DIAS-OTORGADOS TO WS-ED-OTORGADOS.
           MOVE VAC-DIAS-TOMADOS   TO WS-ED-TOMADOS.
           MOVE DIAS-PENDIENTES    TO WS-ED-PENDIENTES.
           MOVE DIAS-LICENCIA      TO WS-ED-PEDIDOS.
           DISPLAY "Saldo temporada " ANIO-TEMPORADA
               ": otorgados " WS-ED-OTORGADOS
               " tomados " WS-ED-TOMADOS
               " pendientes " WS-ED-PENDIENTES
               " pedidos " WS-ED-PEDIDOS.
           IF DIAS-LICENCIA NOT > DIAS-PENDIENTES
               GO TO 2500-EXIT
           END-IF.
           IF NOT SALDO-EXISTE
               DISPLAY "El legajo no tiene vacaciones otorgadas en la "
                   "temporada (correr OtorgaVacaciones)."
           ELSE
               DISPLAY "La licencia excede el saldo de vacaciones."
           END-IF.
           DISPLAY "Autoriza un supervisor el exceso (S/N)?".
           ACCEPT SW-PIDE-EXCESO.
           IF PIDE-EXCESO
               PERFORM 0550-VALIDAR-SUPERVISOR THRU 0550-EXIT
               IF SUPERVISOR-OK
                   STRING "Licencia V EXCEDE SALDO legajo="
                       LEGAJO-INGRESADO
                       " temporada=" ANIO-TEMPORADA
                       " pendientes=" WS-ED-PENDIENTES
                       " pedidos=" WS-ED-PEDIDOS
                       " autorizada por " SUPERVISOR-FIRMA
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           MOVE "N" TO SW-SALDO-OK.
           DISPLAY "La licencia no se graba.".
           STRING "Licencia RECHAZADA legajo=" LEGAJO-INGRESADO
               " tipo=V temporada=" ANIO-TEMPORADA
               " pendientes=" WS-ED-PENDIENTES
               " pedidos=" WS-ED-PEDIDOS
               " excede el saldo"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-DESCONTAR-SALDO - suma los dias a lo tomado de la
      *                        temporada; sin otorgamiento (exceso
      *                        autorizado) el saldo nace con lo tomado
      ******************************************************************
       2600-DESCONTAR-SALDO.
           MOVE LEGAJO-INGRESADO TO VAC-LEGAJO.
           MOVE ANIO-TEMPORADA   TO VAC-ANIO.
           IF SALDO-EXISTE
               ADD DIAS-LICENCIA TO VAC-DIAS-TOMADOS
                   ON SIZE ERROR
                       MOVE 999 TO VAC-DIAS-TOMADOS
               END-ADD
               REWRITE VAC-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo regrabar el saldo, FS="
                           FS-VACSALDOS
               END-REWRITE
           ELSE
               MOVE ZERO TO VAC-DIAS-OTORGADOS
               MOVE DIAS-LICENCIA TO VAC-DIAS-TOMADOS
               MOVE ZERO TO VAC-ANTIGUEDAD
               MOVE ZERO TO VAC-FECHA-OTORGA
               WRITE VAC-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar el saldo, FS="
                           FS-VACSALDOS
               END-WRITE
           END-IF.
           MOVE VAC-DIAS-TOMADOS TO WS-ED-TOMADOS.
           STRING "Vacaciones legajo=" LEGAJO-INGRESADO
               " temporada=" ANIO-TEMPORADA
               " descontados=" WS-ED-PEDIDOS
               " tomados=" WS-ED-TOMADOS
               " FS=" FS-VACSALDOS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2900-FECHA-A-DIAS - dias corridos de FECHA-CALCULO desde el
      *                     inicio de la era, para restar fechas
      ******************************************************************
       2900-FECHA-A-DIAS.
           SUBTRACT 1 FROM FCA-AAAA GIVING ANIO-ANTERIOR.
           DIVIDE ANIO-ANTERIOR BY 4 GIVING BISIESTOS-PREVIOS.
           COMPUTE DIAS-CALCULO = ANIO-ANTERIOR * 365
               + BISIESTOS-PREVIOS + ACM-DIAS (FCA-MM) + FCA-DD.
           IF FCA-MM > 2
               DIVIDE FCA-AAAA BY 4 GIVING COCIENTE-BISIESTO
                   REMAINDER RESTO-BISIESTO
               IF RESTO-BISIESTO = ZERO
                   ADD 1 TO DIAS-CALCULO
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VALIDAR-EMPLEADO - el legajo debe existir en el maestro y
      *                         no estar dado de baja
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "CargaLicencias " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE MAESTRO-EMPLEADOS.
           CLOSE LICENCIAS.
           CLOSE VACSALDOS.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.
