      *                 legajo/concepto: el extracto posiciona con
      *                 START en el periodo pedido y corta al cambiar,
      *                 sin barrer anios enteros de historia.
      * 2026-10-15  NF  El extracto lleva ademas las provisiones del
      *                 periodo que arma DevengaProvisiones en
      *                 PROVISIONES.DAT: devengamiento del SAC (PSA)
      *                 y de vacaciones (PVA) al debe contra el
      *                 pasivo al haber, y la reversion de la
      *                 provision SAC (RSA) del mes de pago al reves,
      *                 todo abierto por centro de costo con las
      *                 cuentas que CUENTAS.DAT mapea para PSA y PVA.
      *                 Con provisiones en el periodo, la falta de
      *                 ese mapeo o un mapeo sobre las cuentas de
      *                 SUE, SAC o COM (que la conciliacion compara)
      *                 aborta el extracto.
      * 2026-10-15  NF  El override de supervision que Ejercicio2
      *                 graba en VTASMES como linea propia (VTM-TIPO S)
      *                 sale de las comisiones y va a su propia cuenta:
      *                 debito y haber del concepto SUP en CUENTAS.DAT.
      *                 Con override en el periodo, la falta de ese
      *                 mapeo o un mapeo sobre las cuentas de SUE, SAC
      *                 o COM aborta el extracto.
      * 2026-10-15  NF  El extracto lleva los movimientos de sena de
      *                 las reservas de unidades (SENAMOVS.DAT, de
      *                 MantReservas, VenceReservas y CargaOperaciones)
      *                 fechados en el periodo: cobro (SNC), aplicacion
      *                 a la venta (SNA), sena perdida (SNP), reintegro
      *                 a pagar (SNR) y reintegro pagado (SNE), cada
      *                 uno con el debito y el haber que CUENTAS.DAT
      *                 mapea para su concepto; el saldo de senas queda
      *                 en la cuenta de pasivo. Con movimientos de un
      *                 tipo en el periodo, la falta de su mapeo o un
      *                 mapeo sobre las cuentas de SUE, SAC o COM
      *                 aborta el extracto.
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
       PROGRAM-ID. ExtractoGL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT PROVISIONES ASSIGN TO "PROVISIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CLAVE
               FILE STATUS IS FS-PROVISIONES.
           SELECT CIERRES ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRES.
           SELECT SENAMOVS ASSIGN TO "SENAMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SENAMOVS.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  VTM-AUTOS-NETOS       PIC 9(3).
           05  VTM-PREMIO-TOTAL      PIC 9(7)V99.
           05  VTM-CUOTA-MENSUAL     PIC 9(3).
           05  VTM-TIPO              PIC X(01).
               88  VTM-ES-OVERRIDE   VALUE "S".

      *----------------------------------------------------------------
      * Linea de ancho fijo para el importador contable:
           05  GL-COLA-HASH         PIC 9(13)V99.
           05  FILLER               PIC X(56).

      *    Provisiones devengadas con clave periodo/legajo/tipo
      *    (DevengaProvisiones): PSA devengamiento SAC, PVA
      *    vacaciones, RSA reversion de la provision SAC al pagarse.
       FD  PROVISIONES.
       01  PRV-REGISTRO.
           05  PRV-CLAVE.
               10  PRV-PERIODO      PIC 9(06).
               10  PRV-LEGAJO       PIC 9(05).
               10  PRV-TIPO         PIC X(03).
           05  PRV-IMPORTE          PIC 9(7)V99.
           05  PRV-BASE             PIC 9(7)V99.
           05  PRV-CENTRO           PIC X(04).
           05  PRV-FECHA            PIC 9(08).
           05  PRV-OPERADOR         PIC X(04).

      *    Movimientos de la sena de las reservas: C cobro, A
      *    aplicada a la venta, P perdida, R reintegro a pagar, E
      *    reintegro pagado.
       FD  SENAMOVS
           RECORDING MODE IS F.
       01  SMV-REGISTRO.
           05  SMV-FECHA.
               10  SMV-PERIODO      PIC 9(06).
               10  SMV-DD           PIC 9(02).
           05  SMV-NUMERO            PIC 9(06).
           05  SMV-PATENTE           PIC X(10).
           05  SMV-TIPO              PIC X(01).
           05  SMV-IMPORTE           PIC 9(7)V99.
           05  SMV-OPERADOR          PIC X(04).

      *    Plan de cuentas contable (MantCuentas): lado D/H, concepto
      *    que mapea y marca de apertura por centro de costo.
       FD  CUENTAS

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
       77  CANT-LEGAJOS-SUELDO      PIC 9(5) COMP VALUE ZERO.
       77  CANT-LEGAJOS-COMISION    PIC 9(5) COMP VALUE ZERO.
       77  TOTAL-AGUINALDOS         PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-OVERRIDE           PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  CANT-LEGAJOS-OVERRIDE    PIC 9(5) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * APERTURA DE LA 4100 POR CENTRO DE COSTO
               10  CC-CANT           PIC 9(5) COMP.
       77  CANT-LEGAJOS-SAC         PIC 9(5) COMP VALUE ZERO.
       77  CANT-LINEAS-GL           PIC 9(7) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * PROVISIONES DEL PERIODO POR CENTRO DE COSTO
      *----------------------------------------------------------------
       77  FS-PROVISIONES           PIC X(02) VALUE SPACES.
       77  CANT-CENTROS-PRV         PIC 9(2) COMP VALUE ZERO.
       77  CANT-PROVISIONES         PIC 9(5) COMP VALUE ZERO.
       77  TOTAL-PSA                PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-PVA                PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  TOTAL-RSA                PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  TABLA-CENTROS-PRV.
           05  PC-ENTRY OCCURS 50 TIMES INDEXED BY IX-PC.
               10  PC-CENTRO         PIC X(04).
               10  PC-SAC            PIC 9(9)V99 COMP-3.
               10  PC-VAC            PIC 9(9)V99 COMP-3.
               10  PC-REV            PIC 9(9)V99 COMP-3.
       01  SW-FIN-PROVISIONES       PIC X(01) VALUE "N".
           88  FIN-PROVISIONES      VALUE "S".
       77  HASH-IMPORTES-GL         PIC 9(13)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * MOVIMIENTOS DE SENA DEL PERIODO POR TIPO: tipo del movimiento,
      * concepto de CUENTAS.DAT y leyendas del debito y del haber
      *----------------------------------------------------------------
       77  FS-SENAMOVS              PIC X(02) VALUE SPACES.
       77  CANT-MOV-SENA            PIC 9(5) COMP VALUE ZERO.
       01  SW-FIN-SENAMOVS          PIC X(01) VALUE "N".
           88  FIN-SENAMOVS         VALUE "S".
       01  SENA-TIPOS-VALORES.
           05  FILLER               PIC X(04) VALUE "CSNC".
           05  FILLER               PIC X(30)
               VALUE "CAJA COBRO SENAS DE RESERVAS".
           05  FILLER               PIC X(30)
               VALUE "SENAS RECIBIDAS DE CLIENTES".
           05  FILLER               PIC X(04) VALUE "ASNA".
           05  FILLER               PIC X(30)
               VALUE "SENAS APLICADAS A VENTAS".
           05  FILLER               PIC X(30)
               VALUE "CLIENTES POR VENTA DE UNIDADES".
           05  FILLER               PIC X(04) VALUE "PSNP".
           05  FILLER               PIC X(30)
               VALUE "SENAS PERDIDAS POR CLIENTES".
           05  FILLER               PIC X(30)
               VALUE "INGRESO POR SENAS PERDIDAS".
           05  FILLER               PIC X(04) VALUE "RSNR".
           05  FILLER               PIC X(30)
               VALUE "SENAS A REINTEGRAR".
           05  FILLER               PIC X(30)
               VALUE "REINTEGROS DE SENA A PAGAR".
           05  FILLER               PIC X(04) VALUE "ESNE".
           05  FILLER               PIC X(30)
               VALUE "REINTEGROS DE SENA PAGADOS".
           05  FILLER               PIC X(30)
               VALUE "CAJA PAGO REINTEGROS DE SENA".
       01  SENA-TIPOS REDEFINES SENA-TIPOS-VALORES.
           05  SNT-ENTRY OCCURS 5 TIMES.
               10  SNT-TIPO          PIC X(01).
               10  SNT-CONCEPTO      PIC X(03).
               10  SNT-LEYENDA-D     PIC X(30).
               10  SNT-LEYENDA-H     PIC X(30).
       01  TABLA-SENAS.
           05  SEN-ENTRY OCCURS 5 TIMES INDEXED BY IX-SEN.
               10  SEN-CUENTA-D      PIC X(10).
               10  SEN-CUENTA-H      PIC X(10).
               10  SEN-TOTAL         PIC 9(9)V99 COMP-3.

      *----------------------------------------------------------------
      * PLAN DE CUENTAS EN MEMORIA Y CUENTAS RESUELTAS POR CONCEPTO
      *----------------------------------------------------------------
       77  CUENTA-SAC-H             PIC X(10) VALUE SPACES.
       77  CUENTA-COM-D             PIC X(10) VALUE SPACES.
       77  CUENTA-COM-H             PIC X(10) VALUE SPACES.
       77  CUENTA-PSA-D             PIC X(10) VALUE SPACES.
       77  CUENTA-PSA-H             PIC X(10) VALUE SPACES.
       77  CUENTA-PVA-D             PIC X(10) VALUE SPACES.
       77  CUENTA-PVA-H             PIC X(10) VALUE SPACES.
       77  CUENTA-SUP-D             PIC X(10) VALUE SPACES.
       77  CUENTA-SUP-H             PIC X(10) VALUE SPACES.

       01  SW-FIN-CUENTAS           PIC X(01) VALUE "N".
           88  FIN-CUENTAS          VALUE "S".
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
       01  WS-ED-VALOR1             PIC ZZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.

               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 2000-SUMAR-SUELDOS THRU 2000-EXIT
               PERFORM 3000-SUMAR-COMISIONES THRU 3000-EXIT
               IF TOTAL-OK
                   PERFORM 3500-SUMAR-PROVISIONES THRU 3500-EXIT
               END-IF
               IF TOTAL-OK
                   PERFORM 3700-SUMAR-SENAS THRU 3700-EXIT
               END-IF
               IF TOTAL-OK
                   PERFORM 4000-GRABAR-EXTRACTO THRU 4000-EXIT
                   PERFORM 6500-MARCAR-EXTRAIDO THRU 6500-EXIT
           MOVE "H" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-COM-H.
      *    Las cuentas de las provisiones solo se exigen si el
      *    periodo tiene provisiones (3500).
           MOVE "PSA" TO CONCEPTO-BUSCADO.
           MOVE "D" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-PSA-D.
           MOVE "H" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-PSA-H.
           MOVE "PVA" TO CONCEPTO-BUSCADO.
           MOVE "D" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-PVA-D.
           MOVE "H" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-PVA-H.
      *    Las del override solo se exigen si el periodo lo tiene
      *    (3000).
           MOVE "SUP" TO CONCEPTO-BUSCADO.
           MOVE "D" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-SUP-D.
           MOVE "H" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO CUENTA-SUP-H.
      *    Las de la sena, por tipo de movimiento; cada una se exige
      *    solo si el periodo tiene movimientos de ese tipo (3700).
           PERFORM 1960-CUENTAS-SENA THRU 1960-EXIT
               VARYING IX-SEN FROM 1 BY 1 UNTIL IX-SEN > 5.
           IF CUENTA-SUE-D = SPACES OR CUENTA-SUE-H = SPACES
               OR CUENTA-SAC-D = SPACES OR CUENTA-SAC-H = SPACES
               OR CUENTA-COM-D = SPACES OR CUENTA-COM-H = SPACES
       1950-EXIT.
           EXIT.

       1960-CUENTAS-SENA.
           MOVE SNT-CONCEPTO (IX-SEN) TO CONCEPTO-BUSCADO.
           MOVE "D" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO SEN-CUENTA-D (IX-SEN).
           MOVE "H" TO LADO-BUSCADO.
           PERFORM 1950-BUSCAR-CUENTA THRU 1950-EXIT.
           MOVE CUENTA-HALLADA TO SEN-CUENTA-H (IX-SEN).
           MOVE ZERO TO SEN-TOTAL (IX-SEN).
       1960-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SUMAR-SUELDOS - totaliza SUELDO-NETO del periodo pedido
      ******************************************************************

      ******************************************************************
      * 3000-SUMAR-COMISIONES - totaliza PREMIO-TOTAL del periodo pedido
      *                         separando el override de supervision;
      *                         si lo hay, exige su mapeo
      ******************************************************************
       3000-SUMAR-COMISIONES.
           PERFORM 3100-LEER-VTASMES THRU 3100-EXIT.
           PERFORM 3200-ACUMULAR-COMISION THRU 3200-EXIT
               UNTIL FIN-VTASMES.
           CLOSE VTASMES.
           IF NOT TOTAL-OK OR TOTAL-OVERRIDE = ZERO
               GO TO 3000-EXIT
           END-IF.
      *    La cuenta del override no puede ser la de SUE, SAC o COM:
      *    ConciliaGL compara cada una contra su propio detalle.
           IF CUENTA-SUP-D = SPACES OR CUENTA-SUP-H = SPACES
               OR CUENTA-SUP-D = CUENTA-SUE-D
               OR CUENTA-SUP-D = CUENTA-SAC-D
               OR CUENTA-SUP-D = CUENTA-COM-D
               DISPLAY "El override SUP no tiene mapeo valido en el "
                   "plan de cuentas, abortando."
               STRING "Periodo=" PERIODO-ACTUAL
                   " override SUP SIN MAPEO valido en CUENTAS.DAT,"
                   " extraccion abortada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               MOVE "N" TO SW-TOTAL-OK
           END-IF.
       3000-EXIT.
           EXIT.

           EXIT.

       3200-ACUMULAR-COMISION.
           IF VTM-PERIODO = PERIODO-ACTUAL AND VTM-ES-OVERRIDE
               ADD VTM-PREMIO-TOTAL TO TOTAL-OVERRIDE
                   ON SIZE ERROR
                       DISPLAY "Total de override fuera de rango."
                       MOVE "N" TO SW-TOTAL-OK
                       MOVE "S" TO SW-FIN-VTASMES
                   NOT ON SIZE ERROR
                       ADD 1 TO CANT-LEGAJOS-OVERRIDE
               END-ADD
               GO TO 3200-SIGUIENTE
           END-IF.
           IF VTM-PERIODO = PERIODO-ACTUAL
               ADD VTM-PREMIO-TOTAL TO TOTAL-COMISIONES
                   ON SIZE ERROR
                       ADD 1 TO CANT-LEGAJOS-COMISION
               END-ADD
           END-IF.
       3200-SIGUIENTE.
           IF NOT FIN-VTASMES
               PERFORM 3100-LEER-VTASMES THRU 3100-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-SUMAR-PROVISIONES - totaliza por centro de costo las
      *                          provisiones del periodo; si las hay,
      *                          exige su mapeo en el plan de cuentas
      ******************************************************************
       3500-SUMAR-PROVISIONES.
           OPEN INPUT PROVISIONES.
           IF FS-PROVISIONES NOT = "00"
               DISPLAY "Sin PROVISIONES.DAT, el extracto no lleva "
                   "provisiones."
               GO TO 3500-EXIT
           END-IF.
           MOVE PERIODO-ACTUAL TO PRV-PERIODO.
           MOVE ZERO TO PRV-LEGAJO.
           MOVE LOW-VALUES TO PRV-TIPO.
           MOVE "N" TO SW-FIN-PROVISIONES.
           START PROVISIONES KEY NOT < PRV-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-PROVISIONES
           END-START.
           PERFORM 3600-ACUMULAR-PROVISION THRU 3600-EXIT
               UNTIL FIN-PROVISIONES.
           CLOSE PROVISIONES.
           IF NOT TOTAL-OK OR CANT-PROVISIONES = ZERO
               GO TO 3500-EXIT
           END-IF.
      *    Las cuentas de la provision no pueden ser las de SUE, SAC
      *    o COM: ConciliaGL suma esas cuentas contra lo liquidado.
           IF CUENTA-PSA-D = SPACES OR CUENTA-PSA-H = SPACES
               OR CUENTA-PVA-D = SPACES OR CUENTA-PVA-H = SPACES
               GO TO 3500-RECHAZO
           END-IF.
           IF CUENTA-PSA-D = CUENTA-SUE-D OR CUENTA-PSA-D = CUENTA-SAC-D
               OR CUENTA-PSA-D = CUENTA-COM-D
               OR CUENTA-PSA-H = CUENTA-SUE-D
               OR CUENTA-PSA-H = CUENTA-SAC-D
               OR CUENTA-PSA-H = CUENTA-COM-D
               OR CUENTA-PVA-D = CUENTA-SUE-D
               OR CUENTA-PVA-D = CUENTA-SAC-D
               OR CUENTA-PVA-D = CUENTA-COM-D
               GO TO 3500-RECHAZO
           END-IF.
           GO TO 3500-EXIT.
       3500-RECHAZO.
           DISPLAY "Las provisiones PSA/PVA no tienen mapeo valido en "
               "el plan de cuentas, abortando.".
           STRING "Periodo=" PERIODO-ACTUAL
               " provisiones PSA/PVA SIN MAPEO valido en CUENTAS.DAT,"
               " extraccion abortada"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           MOVE "N" TO SW-TOTAL-OK.
       3500-EXIT.
           EXIT.

       3600-ACUMULAR-PROVISION.
           READ PROVISIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PROVISIONES
                   GO TO 3600-EXIT
           END-READ.
           IF PRV-PERIODO NOT = PERIODO-ACTUAL
               MOVE "S" TO SW-FIN-PROVISIONES
               GO TO 3600-EXIT
           END-IF.
           IF PRV-CENTRO = SPACES
               MOVE "GRAL" TO PRV-CENTRO
           END-IF.
           PERFORM VARYING IX-PC FROM 1 BY 1
               UNTIL IX-PC > CANT-CENTROS-PRV
                   OR PC-CENTRO (IX-PC) = PRV-CENTRO
               CONTINUE
           END-PERFORM.
           IF IX-PC > CANT-CENTROS-PRV
               IF CANT-CENTROS-PRV >= 50
                   DISPLAY "Tabla de centros de provisiones llena, se "
                       "aborta el extracto."
                   MOVE "N" TO SW-TOTAL-OK
                   MOVE "S" TO SW-FIN-PROVISIONES
                   GO TO 3600-EXIT
               END-IF
               ADD 1 TO CANT-CENTROS-PRV
               SET IX-PC TO CANT-CENTROS-PRV
               MOVE PRV-CENTRO TO PC-CENTRO (IX-PC)
               MOVE ZERO TO PC-SAC (IX-PC)
               MOVE ZERO TO PC-VAC (IX-PC)
               MOVE ZERO TO PC-REV (IX-PC)
           END-IF.
           EVALUATE PRV-TIPO
               WHEN "PSA"
                   ADD PRV-IMPORTE TO PC-SAC (IX-PC)
                   ADD PRV-IMPORTE TO TOTAL-PSA
               WHEN "PVA"
                   ADD PRV-IMPORTE TO PC-VAC (IX-PC)
                   ADD PRV-IMPORTE TO TOTAL-PVA
               WHEN "RSA"
                   ADD PRV-IMPORTE TO PC-REV (IX-PC)
                   ADD PRV-IMPORTE TO TOTAL-RSA
           END-EVALUATE.
           IF PRV-IMPORTE > ZERO
               ADD 1 TO CANT-PROVISIONES
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-SUMAR-SENAS - totaliza por tipo los movimientos de sena
      *                    fechados en el periodo; cada tipo presente
      *                    exige su mapeo en el plan de cuentas
      ******************************************************************
       3700-SUMAR-SENAS.
           OPEN INPUT SENAMOVS.
           IF FS-SENAMOVS NOT = "00"
               DISPLAY "Sin SENAMOVS.DAT, el extracto no lleva senas."
               GO TO 3700-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-SENAMOVS.
           PERFORM 3750-ACUMULAR-SENA THRU 3750-EXIT
               UNTIL FIN-SENAMOVS.
           CLOSE SENAMOVS.
           IF NOT TOTAL-OK OR CANT-MOV-SENA = ZERO
               GO TO 3700-EXIT
           END-IF.
      *    Como las provisiones, la sena no puede ir a las cuentas que
      *    ConciliaGL compara contra lo liquidado.
           PERFORM VARYING IX-SEN FROM 1 BY 1
               UNTIL IX-SEN > 5
               OR (SEN-TOTAL (IX-SEN) > ZERO
                   AND (SEN-CUENTA-D (IX-SEN) = SPACES
                     OR SEN-CUENTA-H (IX-SEN) = SPACES
                     OR SEN-CUENTA-D (IX-SEN) = CUENTA-SUE-D
                     OR SEN-CUENTA-D (IX-SEN) = CUENTA-SAC-D
                     OR SEN-CUENTA-D (IX-SEN) = CUENTA-COM-D
                     OR SEN-CUENTA-H (IX-SEN) = CUENTA-SUE-D
                     OR SEN-CUENTA-H (IX-SEN) = CUENTA-SAC-D
                     OR SEN-CUENTA-H (IX-SEN) = CUENTA-COM-D))
               CONTINUE
           END-PERFORM.
           IF IX-SEN > 5
               GO TO 3700-EXIT
           END-IF.
           MOVE "N" TO SW-TOTAL-OK.
           DISPLAY "Los movimientos de sena " SNT-CONCEPTO (IX-SEN)
               " no tienen mapeo valido en el plan de cuentas, "
               "abortando.".
           MOVE SPACES TO AUD-TEXTO.
           STRING "Periodo=" PERIODO-ACTUAL
               " senas " SNT-CONCEPTO (IX-SEN)
               " SIN MAPEO valido en CUENTAS.DAT, extraccion abortada"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3700-EXIT.
           EXIT.

       3750-ACUMULAR-SENA.
           READ SENAMOVS
               AT END
                   MOVE "S" TO SW-FIN-SENAMOVS
                   GO TO 3750-EXIT
           END-READ.
           IF SMV-PERIODO NOT = PERIODO-ACTUAL
               GO TO 3750-EXIT
           END-IF.
           PERFORM VARYING IX-SEN FROM 1 BY 1
               UNTIL IX-SEN > 5 OR SNT-TIPO (IX-SEN) = SMV-TIPO
               CONTINUE
           END-PERFORM.
           IF IX-SEN > 5
               DISPLAY "Movimiento de sena de tipo desconocido "
                   SMV-TIPO ", reserva " SMV-NUMERO ", se ignora."
               GO TO 3750-EXIT
           END-IF.
           ADD SMV-IMPORTE TO SEN-TOTAL (IX-SEN)
               ON SIZE ERROR
                   DISPLAY "Total de senas fuera de rango."
                   MOVE "N" TO SW-TOTAL-OK
                   MOVE "S" TO SW-FIN-SENAMOVS
           END-ADD.
           ADD 1 TO CANT-MOV-SENA.
       3750-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRABAR-EXTRACTO - arma las lineas del archivo contable
      ******************************************************************
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.

           IF TOTAL-OVERRIDE > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-SUP-D    TO GL-CUENTA
               MOVE PERIODO-ACTUAL  TO GL-PERIODO
               MOVE TOTAL-OVERRIDE  TO GL-IMPORTE
               MOVE "D"             TO GL-SIGNO
               MOVE "OVERRIDE SUPERVISION VENTAS" TO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
               MOVE TOTAL-OVERRIDE TO WS-ED-VALOR1
               MOVE CANT-LEGAJOS-OVERRIDE TO WS-ED-CANT
               MOVE SPACES TO AUD-TEXTO
               STRING "ExtractoGL periodo=" PERIODO-ACTUAL
                   " cuenta=" CUENTA-SUP-D " supervisores=" WS-ED-CANT
                   " totalOverride=" WS-ED-VALOR1
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.

           IF TOTAL-AGUINALDOS > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-SAC-D    TO GL-CUENTA
           MOVE "BANCO/PROVISION COMISIONES A PAGAR" TO GL-DESCRIPCION.
           PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT.

           IF TOTAL-OVERRIDE > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-SUP-H    TO GL-CUENTA
               MOVE PERIODO-ACTUAL  TO GL-PERIODO
               MOVE TOTAL-OVERRIDE  TO GL-IMPORTE
               MOVE "H"             TO GL-SIGNO
               MOVE "BANCO/PROVISION OVERRIDE A PAGAR"
                   TO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
           END-IF.

           IF TOTAL-AGUINALDOS > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-SAC-H    TO GL-CUENTA
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
           END-IF.

           IF CANT-PROVISIONES > ZERO
               PERFORM 4700-GRABAR-PROVISION THRU 4700-EXIT
                   VARYING IX-PC FROM 1 BY 1
                   UNTIL IX-PC > CANT-CENTROS-PRV
               MOVE TOTAL-PSA TO WS-ED-VALOR1
               MOVE SPACES TO AUD-TEXTO
               STRING "ExtractoGL periodo=" PERIODO-ACTUAL
                   " cuenta=" CUENTA-PSA-D " devengamientoSAC="
                   WS-ED-VALOR1
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               MOVE TOTAL-PVA TO WS-ED-VALOR1
               MOVE SPACES TO AUD-TEXTO
               STRING "ExtractoGL periodo=" PERIODO-ACTUAL
                   " cuenta=" CUENTA-PVA-D " devengamientoVac="
                   WS-ED-VALOR1
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               MOVE TOTAL-RSA TO WS-ED-VALOR1
               MOVE SPACES TO AUD-TEXTO
               STRING "ExtractoGL periodo=" PERIODO-ACTUAL
                   " cuenta=" CUENTA-PSA-H " reversionSAC="
                   WS-ED-VALOR1
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.

           IF CANT-MOV-SENA > ZERO
               PERFORM 4800-GRABAR-SENA THRU 4800-EXIT
                   VARYING IX-SEN FROM 1 BY 1 UNTIL IX-SEN > 5
           END-IF.

           PERFORM 4600-GRABAR-COLA THRU 4600-EXIT.
           CLOSE GL-EXTRACTO.

           DISPLAY "  Total sueldos netos..: " WS-ED-VALOR1.
           MOVE TOTAL-COMISIONES TO WS-ED-VALOR1.
           DISPLAY "  Total comisiones.....: " WS-ED-VALOR1.
           MOVE TOTAL-OVERRIDE TO WS-ED-VALOR1.
           DISPLAY "  Total override.......: " WS-ED-VALOR1.
       4000-EXIT.
           EXIT.

       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4700-GRABAR-PROVISION - por centro de costo: devengamiento al
      *                         debe contra el pasivo al haber, y la
      *                         reversion del SAC pagado al reves
      ******************************************************************
       4700-GRABAR-PROVISION.
           IF PC-SAC (IX-PC) > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-PSA-D    TO GL-CUENTA
               MOVE PERIODO-ACTUAL  TO GL-PERIODO
               MOVE PC-SAC (IX-PC)  TO GL-IMPORTE
               MOVE "D"             TO GL-SIGNO
               STRING "DEVENGAMIENTO SAC CC " PC-CENTRO (IX-PC)
                   DELIMITED BY SIZE INTO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-PSA-H    TO GL-CUENTA
               MOVE PERIODO-ACTUAL  TO GL-PERIODO
               MOVE PC-SAC (IX-PC)  TO GL-IMPORTE
               MOVE "H"             TO GL-SIGNO
               STRING "PROVISION SAC CC " PC-CENTRO (IX-PC)
                   DELIMITED BY SIZE INTO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
           END-IF.
           IF PC-VAC (IX-PC) > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-PVA-D    TO GL-CUENTA
               MOVE PERIODO-ACTUAL  TO GL-PERIODO
               MOVE PC-VAC (IX-PC)  TO GL-IMPORTE
               MOVE "D"             TO GL-SIGNO
               STRING "DEVENGAMIENTO VACACIONES CC " PC-CENTRO (IX-PC)
                   DELIMITED BY SIZE INTO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-PVA-H    TO GL-CUENTA
               MOVE PERIODO-ACTUAL  TO GL-PERIODO
               MOVE PC-VAC (IX-PC)  TO GL-IMPORTE
               MOVE "H"             TO GL-SIGNO
               STRING "PROVISION VACACIONES CC " PC-CENTRO (IX-PC)
                   DELIMITED BY SIZE INTO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
           END-IF.
           IF PC-REV (IX-PC) > ZERO
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-PSA-H    TO GL-CUENTA
               MOVE PERIODO-ACTUAL  TO GL-PERIODO
               MOVE PC-REV (IX-PC)  TO GL-IMPORTE
               MOVE "D"             TO GL-SIGNO
               STRING "REVERSION PROVISION SAC CC " PC-CENTRO (IX-PC)
                   DELIMITED BY SIZE INTO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
               MOVE SPACES TO GL-REGISTRO
               MOVE CUENTA-PSA-D    TO GL-CUENTA
               MOVE PERIODO-ACTUAL  TO GL-PERIODO
               MOVE PC-REV (IX-PC)  TO GL-IMPORTE
               MOVE "H"             TO GL-SIGNO
               STRING "REVERSION DEVENGAMIENTO SAC CC "
                   PC-CENTRO (IX-PC)
                   DELIMITED BY SIZE INTO GL-DESCRIPCION
               PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT
           END-IF.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 4800-GRABAR-SENA - un debito y un haber por tipo de movimiento
      *                    de sena presente en el periodo
      ******************************************************************
       4800-GRABAR-SENA.
           IF SEN-TOTAL (IX-SEN) = ZERO
               GO TO 4800-EXIT
           END-IF.
           MOVE SPACES TO GL-REGISTRO.
           MOVE SEN-CUENTA-D (IX-SEN) TO GL-CUENTA.
           MOVE PERIODO-ACTUAL        TO GL-PERIODO.
           MOVE SEN-TOTAL (IX-SEN)    TO GL-IMPORTE.
           MOVE "D"                   TO GL-SIGNO.
           MOVE SNT-LEYENDA-D (IX-SEN) TO GL-DESCRIPCION.
           PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT.
           MOVE SPACES TO GL-REGISTRO.
           MOVE SEN-CUENTA-H (IX-SEN) TO GL-CUENTA.
           MOVE PERIODO-ACTUAL        TO GL-PERIODO.
           MOVE SEN-TOTAL (IX-SEN)    TO GL-IMPORTE.
           MOVE "H"                   TO GL-SIGNO.
           MOVE SNT-LEYENDA-H (IX-SEN) TO GL-DESCRIPCION.
           PERFORM 4500-GRABAR-LINEA THRU 4500-EXIT.
           MOVE SEN-TOTAL (IX-SEN) TO WS-ED-VALOR1.
           MOVE SPACES TO AUD-TEXTO.
           STRING "ExtractoGL periodo=" PERIODO-ACTUAL
               " senas " SNT-CONCEPTO (IX-SEN)
               " debe=" SEN-CUENTA-D (IX-SEN)
               " haber=" SEN-CUENTA-H (IX-SEN)
               " total=" WS-ED-VALOR1
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 4100-GRABAR-CABECERA - registro HD que abre el lote contable
      ******************************************************************
      *                en AUDITLOG
      ******************************************************************
       7200-AUDITAR.
           IF NOT SELLO-LEIDO
               PERFORM 7220-ULTIMO-SELLO THRU 7220-EXIT
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE SPACES TO AUD-LINEA.
           STRING "ExtractoGL " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
      * 7900-CERRAR-REPORTE
      ******************************************************************
