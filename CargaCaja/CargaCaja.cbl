      *de recaudacion semanal agrega despues estos dias en las semanas
      *del periodo, y el detalle diario queda para los comparativos.
      *El codigo de sucursal se valida contra el padron SUCURSALES.
      *Cada dia lleva el desglose por medio de pago (efectivo, tarjeta
      *de debito, tarjeta de credito y QR), que tiene que sumar el
      *total del dia; ConciliaTarjetas lo cruza despues contra las
      *liquidaciones de las procesadoras.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  NF  Version inicial de la carga de caja diaria.
      *                 una fecha de un periodo cerrado o extraido en
      *                 CIERRES.DAT se rechaza, y quien cambio que
      *                 valor por cual queda en la auditoria.
      * 2026-10-15  NF  Cada dia se carga con el desglose por medio de
      *                 pago (efectivo, debito, credito y QR), que debe
      *                 sumar el total; la enmienda revierte y reemplaza
      *                 tambien el desglose.
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
       PROGRAM-ID. CargaCaja.
       FILE SECTION.
      *    Una linea por sucursal y dia calendario; tipo N alta,
      *    R reversa de enmienda, E reemplazo de enmienda (el registro
      *    viejo sin tipo se toma como alta). Al final, el importe
      *    por medio de pago; el registro anterior al desglose no los
      *    trae y se toma todo en efectivo.
       FD  CAJA-DIARIA
           RECORDING MODE IS F.
       01  CAJ-REGISTRO.
           05  CAJ-FECHA             PIC 9(08).
           05  CAJ-IMPORTE           PIC 9(06)V99.
           05  CAJ-TIPO              PIC X(01).
           05  CAJ-MEDIOS.
               10  CAJ-EFECTIVO      PIC 9(06)V99.
               10  CAJ-DEBITO        PIC 9(06)V99.
               10  CAJ-CREDITO       PIC 9(06)V99.
               10  CAJ-QR            PIC 9(06)V99.
           05  FILLER REDEFINES CAJ-MEDIOS.
               10  CAJ-MEDIO OCCURS 4 TIMES PIC 9(06)V99.

      *    Padron de sucursales compartido por los programas de
      *    comercio.

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
       77  FECHA-ENMIENDA           PIC 9(08) VALUE ZERO.
       77  IMPORTE-VIGENTE          PIC S9(06)V99 COMP-3 VALUE ZERO.
       77  IMPORTE-NUEVO            PIC 9(06)V99 VALUE ZERO.
       77  TOTAL-A-DESGLOSAR        PIC 9(06)V99 VALUE ZERO.
       77  SUMA-MEDIOS              PIC 9(07)V99 VALUE ZERO.
       77  IX-MEDIO                 PIC 9(01) COMP VALUE ZERO.

      *    Desglose por medio de pago: 1 efectivo, 2 debito,
      *    3 credito, 4 QR.
       01  MEDIOS-NUEVOS.
           05  NUE-EFECTIVO         PIC 9(06)V99 VALUE ZERO.
           05  NUE-DEBITO           PIC 9(06)V99 VALUE ZERO.
           05  NUE-CREDITO          PIC 9(06)V99 VALUE ZERO.
           05  NUE-QR               PIC 9(06)V99 VALUE ZERO.
       01  FILLER REDEFINES MEDIOS-NUEVOS.
           05  NUE-MEDIO OCCURS 4 TIMES PIC 9(06)V99.
       01  MEDIOS-VIGENTES.
           05  VIG-MEDIO OCCURS 4 TIMES PIC S9(06)V99 COMP-3.

       01  SW-MEDIOS-OK             PIC X(01) VALUE "N".
           88  MEDIOS-OK            VALUE "S".

       01  SW-MODO                  PIC X(01).
           88  MODO-ALTA            VALUE "1".
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
       01  WS-ED-IMPORTE            PIC ZZZZZ9.99.
       01  WS-ED-IMPORTE2           PIC ZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-EFECTIVO           PIC ZZZZZ9.99.
       01  WS-ED-DEBITO             PIC ZZZZZ9.99.
       01  WS-ED-CREDITO            PIC ZZZZZ9.99.
       01  WS-ED-QR                 PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
           ACCEPT CAJ-FECHA.
           DISPLAY "Ingrese la recaudacion del dia:".
           ACCEPT CAJ-IMPORTE.
           MOVE CAJ-IMPORTE TO TOTAL-A-DESGLOSAR.
           MOVE "N" TO SW-MEDIOS-OK.
           PERFORM 2200-PEDIR-MEDIOS THRU 2200-EXIT
               UNTIL MEDIOS-OK.
           MOVE SUCURSAL-ACTUAL TO CAJ-SUCURSAL.
           MOVE "N" TO CAJ-TIPO.
           MOVE MEDIOS-NUEVOS TO CAJ-MEDIOS.
           WRITE CAJ-REGISTRO.
           ADD 1 TO CANT-CARGADOS.
           MOVE CAJ-IMPORTE TO WS-ED-IMPORTE.
           DISPLAY "Dia grabado.".
           PERFORM 2300-EDITAR-MEDIOS THRU 2300-EXIT.
           STRING "Caja sucursal=" CAJ-SUCURSAL
               " fecha=" CAJ-FECHA
               " importe=" WS-ED-IMPORTE
               " efectivo=" WS-ED-EFECTIVO
               " debito=" WS-ED-DEBITO
               " credito=" WS-ED-CREDITO
               " qr=" WS-ED-QR
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           DISPLAY "Desea cargar otro dia (S/N)?".
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PEDIR-MEDIOS - desglose del dia por medio de pago; se
      *                     reingresa hasta que sume el total
      ******************************************************************
       2200-PEDIR-MEDIOS.
           DISPLAY "Del total, ingrese el cobrado en efectivo:".
           ACCEPT NUE-EFECTIVO.
           DISPLAY "Ingrese el cobrado con tarjeta de debito:".
           ACCEPT NUE-DEBITO.
           DISPLAY "Ingrese el cobrado con tarjeta de credito:".
           ACCEPT NUE-CREDITO.
           DISPLAY "Ingrese el cobrado por QR:".
           ACCEPT NUE-QR.
           IF MEDIOS-NUEVOS NOT NUMERIC
               DISPLAY "Importe invalido. Reingrese el desglose."
               GO TO 2200-EXIT
           END-IF.
           COMPUTE SUMA-MEDIOS = NUE-EFECTIVO + NUE-DEBITO
               + NUE-CREDITO + NUE-QR.
           IF SUMA-MEDIOS NOT = TOTAL-A-DESGLOSAR
               MOVE SUMA-MEDIOS TO WS-ED-IMPORTE
               MOVE TOTAL-A-DESGLOSAR TO WS-ED-IMPORTE2
               DISPLAY "Los medios suman " WS-ED-IMPORTE
                   " y el total del dia es " WS-ED-IMPORTE2
                   ". Reingrese el desglose."
               GO TO 2200-EXIT
           END-IF.
           MOVE "S" TO SW-MEDIOS-OK.
       2200-EXIT.
           EXIT.

       2300-EDITAR-MEDIOS.
           MOVE NUE-EFECTIVO TO WS-ED-EFECTIVO.
           MOVE NUE-DEBITO   TO WS-ED-DEBITO.
           MOVE NUE-CREDITO  TO WS-ED-CREDITO.
           MOVE NUE-QR       TO WS-ED-QR.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ENMENDAR-DIA - ubica el importe vigente del dia, lo
      *                     muestra, y graba el par explicito de
           END-IF.
           MOVE IMPORTE-VIGENTE TO WS-ED-IMPORTE.
           DISPLAY "Importe vigente del dia: " WS-ED-IMPORTE.
           MOVE VIG-MEDIO (1) TO WS-ED-EFECTIVO.
           MOVE VIG-MEDIO (2) TO WS-ED-DEBITO.
           MOVE VIG-MEDIO (3) TO WS-ED-CREDITO.
           MOVE VIG-MEDIO (4) TO WS-ED-QR.
           DISPLAY "  efectivo=" WS-ED-EFECTIVO
               " debito=" WS-ED-DEBITO
               " credito=" WS-ED-CREDITO
               " qr=" WS-ED-QR.
           DISPLAY "Ingrese el importe corregido:".
           ACCEPT IMPORTE-NUEVO.
           MOVE IMPORTE-NUEVO TO TOTAL-A-DESGLOSAR.
           MOVE "N" TO SW-MEDIOS-OK.
           PERFORM 2200-PEDIR-MEDIOS THRU 2200-EXIT
               UNTIL MEDIOS-OK.
      *    El original queda como historia: la enmienda es un par
      *    explicito de reversa por el vigente y reemplazo por el
      *    corregido, cada uno con su desglose.
           MOVE SUCURSAL-ACTUAL  TO CAJ-SUCURSAL.
           MOVE FECHA-ENMIENDA   TO CAJ-FECHA.
           MOVE IMPORTE-VIGENTE  TO CAJ-IMPORTE.
           MOVE "R"              TO CAJ-TIPO.
           PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
               MOVE VIG-MEDIO (IX-MEDIO) TO CAJ-MEDIO (IX-MEDIO)
           END-PERFORM.
           WRITE CAJ-REGISTRO.
           MOVE IMPORTE-NUEVO    TO CAJ-IMPORTE.
           MOVE "E"              TO CAJ-TIPO.
           MOVE MEDIOS-NUEVOS    TO CAJ-MEDIOS.
           WRITE CAJ-REGISTRO.
           ADD 1 TO CANT-CARGADOS.
           MOVE IMPORTE-NUEVO TO WS-ED-IMPORTE2.
               " operador=" OPERADOR-CODIGO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2300-EDITAR-MEDIOS THRU 2300-EXIT.
           STRING "ENMIENDA suc=" SUCURSAL-ACTUAL
               " fecha=" FECHA-ENMIENDA
               " desgloseNuevo efectivo=" WS-ED-EFECTIVO
               " debito=" WS-ED-DEBITO
               " credito=" WS-ED-CREDITO
               " qr=" WS-ED-QR
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-SIGUE.
           DISPLAY "Desea enmendar otro dia (S/N)?".
           ACCEPT SW-SIGUE.

      ******************************************************************
      * 4200-IMPORTE-VIGENTE - releva el importe neto del dia sumando
      *                        altas y reemplazos y restando reversas,
      *                        en total y por medio de pago
      ******************************************************************
       4200-IMPORTE-VIGENTE.
           MOVE "N" TO SW-DIA-HALLADO.
           MOVE ZERO TO IMPORTE-VIGENTE.
           PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
               MOVE ZERO TO VIG-MEDIO (IX-MEDIO)
           END-PERFORM.
           CLOSE CAJA-DIARIA.
           OPEN INPUT CAJA-DIARIA.
           IF FS-CAJA NOT = "00"
                   IF CAJ-SUCURSAL = SUCURSAL-ACTUAL
                       AND CAJ-FECHA = FECHA-ENMIENDA
                       MOVE "S" TO SW-DIA-HALLADO
                       PERFORM 4300-DESGLOSE-VIGENTE THRU 4300-EXIT
                   END-IF
           END-READ.
       4250-EXIT.
           EXIT.

      *    El registro anterior al desglose se toma todo en efectivo.
       4300-DESGLOSE-VIGENTE.
           IF CAJ-MEDIOS NOT NUMERIC
               MOVE CAJ-IMPORTE TO CAJ-EFECTIVO
               MOVE ZERO TO CAJ-DEBITO
               MOVE ZERO TO CAJ-CREDITO
               MOVE ZERO TO CAJ-QR
           END-IF.
           IF CAJ-TIPO = "R"
               SUBTRACT CAJ-IMPORTE FROM IMPORTE-VIGENTE
               PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
                   SUBTRACT CAJ-MEDIO (IX-MEDIO)
                       FROM VIG-MEDIO (IX-MEDIO)
               END-PERFORM
           ELSE
               ADD CAJ-IMPORTE TO IMPORTE-VIGENTE
               PERFORM VARYING IX-MEDIO FROM 1 BY 1 UNTIL IX-MEDIO > 4
                   ADD CAJ-MEDIO (IX-MEDIO) TO VIG-MEDIO (IX-MEDIO)
               END-PERFORM
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 0500-VALIDAR-OPERADOR - el operador debe existir en el maestro
      *                         OPERADORES, estar activo y tener este
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "CargaCaja " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
