      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  NF  Version inicial del mantenimiento del padron.
      * 2026-10-15  NF  El padron lleva el legajo del supervisor de
      *                 cada vendedor (VEN-SUPERVISOR, cero sin
      *                 supervisor), que arma los equipos del override
      *                 de Ejercicio2. Alta y modificacion lo piden y
      *                 exigen que sea otro legajo del padron y este
      *                 activo; el cambio queda con antes y despues en
      *                 la auditoria.
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
       PROGRAM-ID. MantVendedores.
           05  VEN-AUTOS-DEVUELTOS   PIC 9(3).
           05  VEN-CUOTA-MENSUAL     PIC 9(3).
           05  VEN-ESTADO            PIC X(01).
           05  VEN-SUPERVISOR        PIC 9(5).

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
           05  ANTES-NOMBRE         PIC X(20).
           05  ANTES-CUOTA          PIC 9(03).
           05  ANTES-ESTADO         PIC X(01).
           05  ANTES-SUPERVISOR     PIC 9(05).

      *----------------------------------------------------------------
      * VALIDACION DEL SUPERVISOR - se lee otro legajo del padron, por
      * eso el registro en curso se guarda y se repone
      *----------------------------------------------------------------
       77  SUPERVISOR-INGRESADO     PIC 9(05) VALUE ZERO.
       01  VENDEDOR-GUARDADO        PIC X(40) VALUE SPACES.
       01  SW-SUPERVISOR-OK         PIC X(01) VALUE "N".
           88  SUPERVISOR-OK        VALUE "S".

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

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
           MOVE ZERO TO VEN-AUTOS-VENDIDOS.
           MOVE ZERO TO VEN-AUTOS-DEVUELTOS.
           MOVE "A"  TO VEN-ESTADO.
           MOVE ZERO TO VEN-SUPERVISOR.
           MOVE "N" TO SW-SUPERVISOR-OK.
           PERFORM 3500-PEDIR-SUPERVISOR THRU 3500-EXIT
               UNTIL SUPERVISOR-OK.
           WRITE VEN-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el alta, FS="
                   " nombre=" VEN-NOMBRE
                   " cuota=" VEN-CUOTA-MENSUAL
                   " estado=" VEN-ESTADO
                   " supervisor=" VEN-SUPERVISOR
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
           EXIT.

      ******************************************************************
      * 3500-PEDIR-SUPERVISOR - cero deja al vendedor sin supervisor;
      *                         si no, debe ser otro legajo del padron
      *                         y estar activo
      ******************************************************************
       3500-PEDIR-SUPERVISOR.
           DISPLAY "Supervisor actual: " VEN-SUPERVISOR.
           DISPLAY "Ingrese el legajo del supervisor (0 = ninguno):".
           ACCEPT SUPERVISOR-INGRESADO.
           IF SUPERVISOR-INGRESADO = ZERO
               MOVE ZERO TO VEN-SUPERVISOR
               MOVE "S" TO SW-SUPERVISOR-OK
               GO TO 3500-EXIT
           END-IF.
           IF SUPERVISOR-INGRESADO = VEN-LEGAJO
               DISPLAY "El vendedor no puede ser su propio supervisor."
               GO TO 3500-EXIT
           END-IF.
           MOVE VEN-REGISTRO TO VENDEDOR-GUARDADO.
           MOVE SUPERVISOR-INGRESADO TO VEN-LEGAJO.
           PERFORM 7000-LEER-VENDEDOR THRU 7000-EXIT.
           IF NOT REGISTRO-OK
               DISPLAY "El supervisor " SUPERVISOR-INGRESADO
                   " no esta en el padron."
           ELSE
               IF VEN-ESTADO NOT = "A"
                   DISPLAY "El supervisor " SUPERVISOR-INGRESADO
                       " esta retirado."
               ELSE
                   MOVE "S" TO SW-SUPERVISOR-OK
               END-IF
           END-IF.
           MOVE VENDEDOR-GUARDADO TO VEN-REGISTRO.
           IF SUPERVISOR-OK
               MOVE SUPERVISOR-INGRESADO TO VEN-SUPERVISOR
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION - nombre, cuota y supervisor, con antes y
      *                     despues en la auditoria
      ******************************************************************
       4000-MODIFICACION.
           DISPLAY "Ingrese el legajo a modificar:".
           END-IF.
           MOVE VEN-NOMBRE        TO ANTES-NOMBRE.
           MOVE VEN-CUOTA-MENSUAL TO ANTES-CUOTA.
           MOVE VEN-SUPERVISOR    TO ANTES-SUPERVISOR.
           DISPLAY "Nombre actual: " VEN-NOMBRE.
           DISPLAY "Ingrese el nuevo nombre:".
           ACCEPT VEN-NOMBRE.
           DISPLAY "Cuota actual: " VEN-CUOTA-MENSUAL.
           DISPLAY "Ingrese la nueva cuota mensual:".
           ACCEPT VEN-CUOTA-MENSUAL.
           MOVE "N" TO SW-SUPERVISOR-OK.
           PERFORM 3500-PEDIR-SUPERVISOR THRU 3500-EXIT
               UNTIL SUPERVISOR-OK.
           REWRITE VEN-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar, FS=" FS-VENDEDORES
                   " cuota=" VEN-CUOTA-MENSUAL
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               IF VEN-SUPERVISOR NOT = ANTES-SUPERVISOR
                   STRING "Modif legajo=" VEN-LEGAJO
                       " antes supervisor=" ANTES-SUPERVISOR
                       " despues supervisor=" VEN-SUPERVISOR
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.
               " cuota=" VEN-CUOTA-MENSUAL
               " vendidos=" VEN-AUTOS-VENDIDOS
               " devueltos=" VEN-AUTOS-DEVUELTOS
               " estado=" VEN-ESTADO
               " supervisor=" VEN-SUPERVISOR.
       6600-EXIT.
           EXIT.

      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "MantVendedores " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
