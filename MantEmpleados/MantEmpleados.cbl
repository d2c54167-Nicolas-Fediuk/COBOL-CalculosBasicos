      *                 toma del historial la tarifa que regia en el
      *                 periodo liquidado y el retroactivo recalcula
      *                 los periodos ya liquidados.
      * 2026-10-15  NF  El maestro suma la fecha de ingreso, que se
      *                 pide en el alta y se corrige en la
      *                 modificacion (la antiguedad de la liquidacion
      *                 final sale de ahi), y la fecha y el motivo de
      *                 egreso. La baja pide ahora la fecha de egreso
      *                 y avisa que la liquidacion final queda
      *                 pendiente en LiquidacionFinal, que es la que
      *                 asienta el motivo.
      * 2026-10-15  NF  El maestro suma el tipo de liquidacion (H por
      *                 hora, M mensualizado) y el sueldo basico
      *                 mensual, que se piden junto con las tarifas.
      *                 El mensualizado no lleva valor hora (queda en
      *                 cero) ni lineas en TARVIGENCIA: la liquidacion
      *                 le paga el basico.
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
       PROGRAM-ID. MantEmpleados.
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

      *    Historial de tarifas: una linea por cambio, con la fecha
      *    desde la que rige. La tarifa anterior queda en el archivo.

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
       77  LEGAJO-BUSCADO           PIC 9(05) VALUE ZERO.
       77  FECHA-VIGENCIA           PIC 9(08) VALUE ZERO.
       77  FECHA-EGRESO             PIC 9(08) VALUE ZERO.
       77  TOPE-DEDUCCION-PORC      PIC 9(3)V99 VALUE 100.00.
       77  CANT-LISTADOS            PIC 9(5) COMP VALUE ZERO.

       01  SW-FIN-PADRON            PIC X(01) VALUE "N".
           88  FIN-PADRON           VALUE "S".

       01  FECHA-CONTROL            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-CONTROL.
           05  FC-AAAA              PIC 9(04).
           05  FC-MM                PIC 9(02).
           05  FC-DD                PIC 9(02).
       01  SW-FECHA-OK              PIC X(01) VALUE "N".
           88  FECHA-OK             VALUE "S".

       01  SW-FIN-HISTORIAL         PIC X(01) VALUE "N".
           88  FIN-HISTORIAL        VALUE "S".
       01  SW-TIENE-HISTORIAL       PIC X(01) VALUE "N".
           05  ANTES-VALOR-FIN      PIC 9(5)V99.
           05  ANTES-DEDUCCION      PIC 9(3)V99.
           05  ANTES-ESTADO         PIC X(01).
           05  ANTES-FECHA-INGRESO  PIC 9(08).
           05  ANTES-TIPO           PIC X(01).
           05  ANTES-BASICO         PIC 9(7)V99.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
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
       01  WS-ED-TARIFA1            PIC ZZZZ9.99.
       01  WS-ED-TARIFA2            PIC ZZZZ9.99.
       01  WS-ED-PORC               PIC ZZ9.99.
       01  WS-ED-BASICO             PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
           EXIT.

      ******************************************************************
      * 2800-PEDIR-TARIFAS - tipo de liquidacion, tarifas o basico y
      *                      deduccion con los mismos controles que la
      *                      liquidacion
      ******************************************************************
       2800-PEDIR-TARIFAS.
           DISPLAY "Ingrese el tipo de liquidacion (H por hora, "
               "M mensualizado):".
           ACCEPT EMP-TIPO-LIQUIDACION.
           IF EMP-TIPO-LIQUIDACION NOT = "H"
               AND EMP-TIPO-LIQUIDACION NOT = "M"
               DISPLAY "Tipo invalido (H o M). Reingrese."
               GO TO 2800-PEDIR-TARIFAS
           END-IF.
           IF EMP-MENSUALIZADO
               MOVE ZERO TO EMP-VALOR-HORA
               MOVE ZERO TO EMP-VALOR-HORA-FIN
               PERFORM 2850-PEDIR-BASICO THRU 2850-EXIT
               GO TO 2800-PEDIR-DEDUCCION
           END-IF.
           MOVE ZERO TO EMP-SUELDO-BASICO.
           DISPLAY "Ingrese el valor de la hora normal:".
           ACCEPT EMP-VALOR-HORA.
           IF EMP-VALOR-HORA = ZERO
           END-IF.
           DISPLAY "Ingrese el valor de la hora de fin de semana:".
           ACCEPT EMP-VALOR-HORA-FIN.
       2800-PEDIR-DEDUCCION.
           DISPLAY "Ingrese el % de deduccion (impuestos/gremio):".
           ACCEPT EMP-DEDUCCION-PORC.
           IF EMP-DEDUCCION-PORC > TOPE-DEDUCCION-PORC
       2800-EXIT.
           EXIT.

      *    Sueldo basico mensual del mensualizado.
       2850-PEDIR-BASICO.
           DISPLAY "Ingrese el sueldo basico mensual:".
           ACCEPT EMP-SUELDO-BASICO.
           IF EMP-SUELDO-BASICO = ZERO
               DISPLAY "El sueldo basico no puede ser cero. Reingrese."
               GO TO 2850-PEDIR-BASICO
           END-IF.
       2850-EXIT.
           EXIT.

      ******************************************************************
      * 2900-PEDIR-INGRESO - fecha de ingreso, de la que sale la
      *                      antiguedad de la liquidacion final
      ******************************************************************
       2900-PEDIR-INGRESO.
           DISPLAY "Ingrese la fecha de ingreso (AAAAMMDD):".
           ACCEPT EMP-FECHA-INGRESO.
           MOVE EMP-FECHA-INGRESO TO FECHA-CONTROL.
           PERFORM 2950-VALIDAR-FECHA THRU 2950-EXIT.
           IF NOT FECHA-OK
               DISPLAY "Fecha invalida. Reingrese."
               GO TO 2900-PEDIR-INGRESO
           END-IF.
       2900-EXIT.
           EXIT.

      *    Control de forma de una fecha AAAAMMDD: mes 01 a 12 y dia
      *    01 a 31; el dia fuera del mes lo rechaza quien la usa.
       2950-VALIDAR-FECHA.
           MOVE "S" TO SW-FECHA-OK.
           IF FC-AAAA < 1900
               OR FC-MM < 01 OR FC-MM > 12
               OR FC-DD < 01 OR FC-DD > 31
               MOVE "N" TO SW-FECHA-OK
           END-IF.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ALTA - valida que el legajo no exista antes de grabar
      ******************************************************************
           DISPLAY "Ingrese la categoria:".
           ACCEPT EMP-CATEGORIA.
           PERFORM 2800-PEDIR-TARIFAS THRU 2800-EXIT.
           IF NOT EMP-MENSUALIZADO
               DISPLAY "Ingrese la fecha de vigencia de las tarifas "
                   "(AAAAMMDD):"
               ACCEPT FECHA-VIGENCIA
           END-IF.
           PERFORM 2900-PEDIR-INGRESO THRU 2900-EXIT.
           MOVE ZERO TO EMP-FECHA-EGRESO.
           MOVE SPACE TO EMP-MOTIVO-EGRESO.
           MOVE "A" TO EMP-ESTADO.
           WRITE EMP-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el alta, FS=" FS-MAESTRO
           END-WRITE.
           IF FS-MAESTRO = "00"
               IF NOT EMP-MENSUALIZADO
                   PERFORM 4500-GRABAR-VIGENCIA THRU 4500-EXIT
               END-IF
               DISPLAY "Alta grabada."
               MOVE EMP-VALOR-HORA     TO WS-ED-TARIFA1
               MOVE EMP-VALOR-HORA-FIN TO WS-ED-TARIFA2
                   " valorHora=" WS-ED-TARIFA1
                   " valorFinde=" WS-ED-TARIFA2
                   " deduccion%=" WS-ED-PORC
                   " ingreso=" EMP-FECHA-INGRESO
                   " estado=A"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               IF EMP-MENSUALIZADO
                   MOVE EMP-SUELDO-BASICO TO WS-ED-BASICO
                   STRING "Alta legajo=" EMP-LEGAJO
                       " tipo=M mensualizado basico=" WS-ED-BASICO
                       DELIMITED BY SIZE INTO AUD-TEXTO
                   PERFORM 7200-AUDITAR THRU 7200-EXIT
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
           MOVE EMP-VALOR-HORA     TO ANTES-VALOR-HORA.
           MOVE EMP-VALOR-HORA-FIN TO ANTES-VALOR-FIN.
           MOVE EMP-DEDUCCION-PORC TO ANTES-DEDUCCION.
           MOVE EMP-FECHA-INGRESO  TO ANTES-FECHA-INGRESO.
           MOVE EMP-TIPO-LIQUIDACION TO ANTES-TIPO.
           MOVE EMP-SUELDO-BASICO  TO ANTES-BASICO.
           DISPLAY "Nombre actual: " EMP-NOMBRE.
           DISPLAY "Ingrese el nuevo nombre:".
           ACCEPT EMP-NOMBRE.
           ACCEPT EMP-CATEGORIA.
           MOVE EMP-VALOR-HORA TO WS-ED-TARIFA1.
           DISPLAY "Valor hora actual: " WS-ED-TARIFA1.
           MOVE EMP-SUELDO-BASICO TO WS-ED-BASICO.
           DISPLAY "Tipo de liquidacion actual: " EMP-TIPO-LIQUIDACION
               " basico: " WS-ED-BASICO.
           PERFORM 2800-PEDIR-TARIFAS THRU 2800-EXIT.
      *    El mensualizado no lleva tarifa horaria: el paso de H a M
      *    no asienta vigencia con el valor hora en cero.
           IF NOT EMP-MENSUALIZADO
               AND (EMP-VALOR-HORA NOT = ANTES-VALOR-HORA
               OR EMP-VALOR-HORA-FIN NOT = ANTES-VALOR-FIN)
               DISPLAY "Ingrese la fecha de vigencia de las nuevas "
                   "tarifas (AAAAMMDD):"
               ACCEPT FECHA-VIGENCIA
           END-IF.
           DISPLAY "Fecha de ingreso actual: " EMP-FECHA-INGRESO.
           PERFORM 2900-PEDIR-INGRESO THRU 2900-EXIT.
           REWRITE EMP-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar, FS=" FS-MAESTRO
           END-REWRITE.
           IF FS-MAESTRO = "00"
               IF NOT EMP-MENSUALIZADO
                   AND (EMP-VALOR-HORA NOT = ANTES-VALOR-HORA
                   OR EMP-VALOR-HORA-FIN NOT = ANTES-VALOR-FIN)
                   PERFORM 4200-SEMBRAR-HISTORIAL THRU 4200-EXIT
                   PERFORM 4500-GRABAR-VIGENCIA THRU 4500-EXIT
               END-IF
               DISPLAY "Modificacion grabada."
               MOVE ANTES-VALOR-HORA TO WS-ED-TARIFA1
               MOVE ANTES-DEDUCCION  TO WS-ED-PORC
               MOVE ANTES-BASICO     TO WS-ED-BASICO
               STRING "Modif legajo=" EMP-LEGAJO
                   " antes nombre=" ANTES-NOMBRE
                   " tipo=" ANTES-TIPO
                   " valorHora=" WS-ED-TARIFA1
                   " basico=" WS-ED-BASICO
                   " deduccion%=" WS-ED-PORC
                   " ingreso=" ANTES-FECHA-INGRESO
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               MOVE EMP-VALOR-HORA     TO WS-ED-TARIFA1
               MOVE EMP-DEDUCCION-PORC TO WS-ED-PORC
               MOVE EMP-SUELDO-BASICO  TO WS-ED-BASICO
               STRING "Modif legajo=" EMP-LEGAJO
                   " despues nombre=" EMP-NOMBRE
                   " tipo=" EMP-TIPO-LIQUIDACION
                   " valorHora=" WS-ED-TARIFA1
                   " basico=" WS-ED-BASICO
                   " deduccion%=" WS-ED-PORC
                   " ingreso=" EMP-FECHA-INGRESO
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.

      ******************************************************************
      * 5000-BAJA - el empleado queda inactivo (estado B) sin borrar
      *             su historia; la liquidacion lo rechaza. La fecha
      *             de egreso queda asentada y la liquidacion final
      *             (con el motivo) sigue pendiente en LiquidacionFinal
      ******************************************************************
       5000-BAJA.
           DISPLAY "Ingrese el legajo a dar de baja:".
               DISPLAY "El legajo ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "Ingrese la fecha de egreso (AAAAMMDD):".
           ACCEPT FECHA-EGRESO.
           MOVE FECHA-EGRESO TO FECHA-CONTROL.
           PERFORM 2950-VALIDAR-FECHA THRU 2950-EXIT.
           IF NOT FECHA-OK OR FECHA-EGRESO < EMP-FECHA-INGRESO
               DISPLAY "Fecha de egreso invalida, baja rechazada."
               GO TO 5000-EXIT
           END-IF.
           MOVE EMP-ESTADO TO ANTES-ESTADO.
           MOVE "B" TO EMP-ESTADO.
           MOVE FECHA-EGRESO TO EMP-FECHA-EGRESO.
           REWRITE EMP-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar, FS=" FS-MAESTRO
           END-REWRITE.
           IF FS-MAESTRO = "00"
               DISPLAY "Empleado dado de baja (estado B)."
               DISPLAY "La liquidacion final queda pendiente: "
                   "emitirla con LiquidacionFinal."
               STRING "Baja legajo=" EMP-LEGAJO
                   " nombre=" EMP-NOMBRE
                   " antes estado=" ANTES-ESTADO
                   " despues estado=B"
                   " egreso=" EMP-FECHA-EGRESO
                   " liquidacion final pendiente"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
               " finde=" WS-ED-TARIFA2
               " ded%=" WS-ED-PORC
               " estado=" EMP-ESTADO.
           MOVE EMP-SUELDO-BASICO  TO WS-ED-BASICO.
           DISPLAY "       ingreso=" EMP-FECHA-INGRESO
               " egreso=" EMP-FECHA-EGRESO
               " motivo=" EMP-MOTIVO-EGRESO
               " tipo=" EMP-TIPO-LIQUIDACION
               " basico=" WS-ED-BASICO.
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
           STRING "MantEmpleados " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
