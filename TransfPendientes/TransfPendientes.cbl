      ******************************************************************
      *Transferencias de stock entre sucursales pendientes de recibir.
      *Lee TRANSFSTK.DAT (que mantiene MovStock) y, por transferencia,
      *suma lo que sigue en transito (renglones en estado T) con los
      *dias que lleva desde el envio. Lista toda transferencia abierta
      *hace mas de los dias pedidos, para reclamarla al destino, y al
      *pie totaliza todo lo que esta en transito y lo demorado. El
      *listado va a REPORTE-TRANSITO.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de las transferencias
      *                 pendientes de recepcion.
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
       PROGRAM-ID. TransfPendientes.
       AUTHOR. N. FEDIUK.
       INSTALLATION. COMERCIO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFSTK ASSIGN TO "TRANSFSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFSTK.
           SELECT REPORTE-TRANSITO ASSIGN TO "REPORTE-TRANSITO.DAT"
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
      *    Transferencias entre sucursales, un renglon por lote que
      *    sale del origen. Estado T en transito, R recibido completo,
      *    D recibido con diferencia. Los renglones de una misma
      *    transferencia van seguidos.
       FD  TRANSFSTK
           RECORDING MODE IS F.
       01  TRF-REGISTRO.
           05  TRF-NUMERO            PIC 9(06).
           05  TRF-RENGLON           PIC 9(02).
           05  TRF-FECHA-ENVIO       PIC 9(08).
           05  TRF-ORIGEN            PIC X(04).
           05  TRF-DESTINO           PIC X(04).
           05  TRF-MARCA             PIC X(10).
           05  TRF-LOTE              PIC X(10).
           05  TRF-VENCIMIENTO       PIC 9(08).
           05  TRF-COSTO             PIC 9(5)V99.
           05  TRF-CANT-ENVIADA      PIC 9(05).
           05  TRF-FECHA-RECEPCION   PIC 9(08).
           05  TRF-CANT-RECIBIDA     PIC 9(05).
           05  TRF-MERMA             PIC 9(05).
           05  TRF-ESTADO            PIC X(01).
           05  TRF-OPER-ENVIO        PIC X(04).
           05  TRF-OPER-RECEPCION    PIC X(04).

       FD  REPORTE-TRANSITO
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
       77  FS-TRANSFSTK             PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       77  FECHA-HOY                PIC 9(08) VALUE ZERO.
       77  SERIAL-HOY               PIC 9(07) COMP VALUE ZERO.
       77  DIAS-LIMITE              PIC 9(03) VALUE ZERO.
       77  DIAS-ABIERTA             PIC 9(05) COMP VALUE ZERO.
       77  CANT-TRANSITO            PIC 9(05) COMP VALUE ZERO.
       77  UNID-TRANSITO            PIC 9(07) COMP VALUE ZERO.
       77  CANT-DEMORADAS           PIC 9(05) COMP VALUE ZERO.
       77  UNID-DEMORADAS           PIC 9(07) COMP VALUE ZERO.

       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-FIN-TRANSF            PIC X(01) VALUE "N".
           88  FIN-TRANSF           VALUE "S".

      *----------------------------------------------------------------
      * TRANSFERENCIA EN CURSO DEL CORTE POR NUMERO
      *----------------------------------------------------------------
       01  TRANSF-CORTE.
           05  COR-NUMERO           PIC 9(06) VALUE ZERO.
           05  COR-FECHA-ENVIO      PIC 9(08) VALUE ZERO.
           05  COR-ORIGEN           PIC X(04) VALUE SPACES.
           05  COR-DESTINO          PIC X(04) VALUE SPACES.
           05  COR-MARCA            PIC X(10) VALUE SPACES.
           05  COR-OPER-ENVIO       PIC X(04) VALUE SPACES.
           05  COR-RENGLONES        PIC 9(03) COMP VALUE ZERO.
           05  COR-UNIDADES         PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CONVERSION DE FECHA A DIAS CORRIDOS
      *----------------------------------------------------------------
       01  FECHA-SERIAL             PIC 9(08).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-AAAA              PIC 9(04).
           05  FS-MM                PIC 9(02).
           05  FS-DD                PIC 9(02).
       77  SERIAL-CALCULO           PIC 9(07) COMP VALUE ZERO.
       77  DIAS-ACUM-MES            PIC 9(03) COMP VALUE ZERO.
       77  RESTO-BISIESTO           PIC 9(04) COMP VALUE ZERO.
       77  COCIENTE-BISIESTO        PIC 9(04) COMP VALUE ZERO.

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
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-CANT2              PIC ZZZZ9.
       01  WS-ED-UNID               PIC ZZZZZZ9.
       01  WS-ED-UNID2              PIC ZZZZZZ9.
       01  WS-ED-DIAS               PIC ZZZZ9.
       01  WS-ED-RENGLONES          PIC ZZ9.

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
               PERFORM 2000-RECORRER THRU 2000-EXIT
               PERFORM 3000-TOTALES THRU 3000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - dias de tolerancia y encabezado
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY TO FECHA-SERIAL.
           PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-HOY.
           DISPLAY "Dias en transito a partir de los cuales se lista "
               "la transferencia:".
           ACCEPT DIAS-LIMITE.
           IF DIAS-LIMITE NOT NUMERIC
               MOVE ZERO TO DIAS-LIMITE
           END-IF.
           OPEN INPUT TRANSFSTK.
           IF FS-TRANSFSTK NOT = "00"
               DISPLAY "No se pudo abrir TRANSFSTK.DAT, FS="
                   FS-TRANSFSTK
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-TRANSITO.
           MOVE DIAS-LIMITE TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "=== TRANSFERENCIAS EN TRANSITO AL " FECHA-HOY
               " - ABIERTAS HACE MAS DE " WS-ED-DIAS " DIAS ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-DIAS-CORRIDOS - convierte FECHA-SERIAL en dias corridos
      *                      (anio por 365 mas bisiestos acumulados y
      *                      dias del anio), para restar dos fechas
      ******************************************************************
       1500-DIAS-CORRIDOS.
           EVALUATE FS-MM
               WHEN 01 MOVE 000 TO DIAS-ACUM-MES
               WHEN 02 MOVE 031 TO DIAS-ACUM-MES
               WHEN 03 MOVE 059 TO DIAS-ACUM-MES
               WHEN 04 MOVE 090 TO DIAS-ACUM-MES
               WHEN 05 MOVE 120 TO DIAS-ACUM-MES
               WHEN 06 MOVE 151 TO DIAS-ACUM-MES
               WHEN 07 MOVE 181 TO DIAS-ACUM-MES
               WHEN 08 MOVE 212 TO DIAS-ACUM-MES
               WHEN 09 MOVE 243 TO DIAS-ACUM-MES
               WHEN 10 MOVE 273 TO DIAS-ACUM-MES
               WHEN 11 MOVE 304 TO DIAS-ACUM-MES
               WHEN 12 MOVE 334 TO DIAS-ACUM-MES
               WHEN OTHER MOVE 000 TO DIAS-ACUM-MES
           END-EVALUATE.
           COMPUTE SERIAL-CALCULO = FS-AAAA * 365
               + DIAS-ACUM-MES + FS-DD.
           DIVIDE FS-AAAA BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           ADD COCIENTE-BISIESTO TO SERIAL-CALCULO.
           IF RESTO-BISIESTO = ZERO AND FS-MM < 3
               SUBTRACT 1 FROM SERIAL-CALCULO
           END-IF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RECORRER - corte por numero de transferencia sobre los
      *                 renglones en transito
      ******************************************************************
       2000-RECORRER.
           MOVE ZERO TO COR-NUMERO.
           MOVE ZERO TO COR-RENGLONES.
           MOVE "N" TO SW-FIN-TRANSF.
           PERFORM 2100-LEER-RENGLON THRU 2100-EXIT
               UNTIL FIN-TRANSF.
           IF COR-RENGLONES > ZERO
               PERFORM 2200-CERRAR-TRANSF THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LEER-RENGLON.
           READ TRANSFSTK
               AT END
                   MOVE "S" TO SW-FIN-TRANSF
                   GO TO 2100-EXIT
           END-READ.
           IF TRF-ESTADO NOT = "T"
               GO TO 2100-EXIT
           END-IF.
           IF TRF-NUMERO NOT = COR-NUMERO
               IF COR-RENGLONES > ZERO
                   PERFORM 2200-CERRAR-TRANSF THRU 2200-EXIT
               END-IF
               MOVE TRF-NUMERO      TO COR-NUMERO
               MOVE TRF-FECHA-ENVIO TO COR-FECHA-ENVIO
               MOVE TRF-ORIGEN      TO COR-ORIGEN
               MOVE TRF-DESTINO     TO COR-DESTINO
               MOVE TRF-MARCA       TO COR-MARCA
               MOVE TRF-OPER-ENVIO  TO COR-OPER-ENVIO
               MOVE ZERO            TO COR-RENGLONES
               MOVE ZERO            TO COR-UNIDADES
           END-IF.
           ADD 1 TO COR-RENGLONES.
           ADD TRF-CANT-ENVIADA TO COR-UNIDADES.
       2100-EXIT.
           EXIT.

      *    La transferencia en transito suma al total; si lleva mas de
      *    los dias pedidos sale en el listado.
       2200-CERRAR-TRANSF.
           ADD 1 TO CANT-TRANSITO.
           ADD COR-UNIDADES TO UNID-TRANSITO.
           MOVE COR-FECHA-ENVIO TO FECHA-SERIAL.
           PERFORM 1500-DIAS-CORRIDOS THRU 1500-EXIT.
           IF SERIAL-HOY > SERIAL-CALCULO
               COMPUTE DIAS-ABIERTA = SERIAL-HOY - SERIAL-CALCULO
           ELSE
               MOVE ZERO TO DIAS-ABIERTA
           END-IF.
           MOVE ZERO TO COR-RENGLONES.
           IF DIAS-ABIERTA NOT > DIAS-LIMITE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO CANT-DEMORADAS.
           ADD COR-UNIDADES TO UNID-DEMORADAS.
           MOVE COR-UNIDADES TO WS-ED-UNID.
           MOVE DIAS-ABIERTA TO WS-ED-DIAS.
           MOVE SPACES TO REP-LINEA.
           STRING "Transf " COR-NUMERO
               " enviada " COR-FECHA-ENVIO
               " por " COR-OPER-ENVIO
               " origen " COR-ORIGEN
               " destino " COR-DESTINO
               " marca " COR-MARCA
               " unidades=" WS-ED-UNID
               " dias=" WS-ED-DIAS
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TOTALES
      ******************************************************************
       3000-TOTALES.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-TRANSITO  TO WS-ED-CANT.
           MOVE UNID-TRANSITO  TO WS-ED-UNID.
           MOVE CANT-DEMORADAS TO WS-ED-CANT2.
           MOVE UNID-DEMORADAS TO WS-ED-UNID2.
           STRING "En transito: transferencias=" WS-ED-CANT
               " unidades=" WS-ED-UNID
               "  Demoradas: transferencias=" WS-ED-CANT2
               " unidades=" WS-ED-UNID2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           DISPLAY REP-LINEA.
           STRING "Transito diasLimite=" DIAS-LIMITE
               " abiertas=" WS-ED-CANT
               " unidades=" WS-ED-UNID
               " demoradas=" WS-ED-CANT2
               " unidadesDemoradas=" WS-ED-UNID2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
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
               FOR ALL "TransfPendientes".
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
           STRING "TransfPendientes " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE TRANSFSTK.
           CLOSE REPORTE-TRANSITO.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Reporte conformado por: " OPERADOR-FIRMA.
           MOVE SPACES TO REP-LINEA.
           STRING "Conformado por: " OPERADOR-FIRMA
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM TransfPendientes.
