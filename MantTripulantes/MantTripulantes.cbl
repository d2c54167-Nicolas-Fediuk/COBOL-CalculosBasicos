      ******************************************************************
      *Maestro de tripulantes (TRIPULANTES.DAT): cada tripulante es un
      *legajo activo del maestro de empleados con su funcion a bordo
      *(CM comandante, PO primer oficial, JC jefe de cabina, TC
      *tripulante de cabina), hasta cuatro tipos de aeronave en los
      *que esta habilitado y los vencimientos de su licencia y de su
      *certificado psicofisico. La asignacion de tripulaciones
      *(AsignaTripulacion) rechaza a quien no este habilitado en el
      *tipo del vuelo o tenga algo vencido, y el reporte diario
      *(ReporteTripulacion) avisa lo que vence en 30 dias.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del maestro de tripulantes.
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
       PROGRAM-ID. MantTripulantes.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIPULANTES ASSIGN TO "TRIPULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIPULANTES.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT AERONAVES ASSIGN TO "AERONAVES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AER-TIPO
               FILE STATUS IS FS-AERONAVES.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Un tripulante por linea; las habilitaciones sin usar van en
      *    blanco.
       FD  TRIPULANTES
           RECORDING MODE IS F.
       01  TRI-REGISTRO.
           05  TRI-LEGAJO            PIC 9(05).
           05  TRI-FUNCION           PIC X(02).
           05  TRI-HABILITACIONES.
               10  TRI-TIPO-HAB      PIC X(06) OCCURS 4 TIMES.
           05  TRI-VENCE-LICENCIA    PIC 9(08).
           05  TRI-VENCE-PSICOFISICO PIC 9(08).
           05  TRI-ESTADO            PIC X(01).

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

       FD  AERONAVES.
       01  AER-REGISTRO.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

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
       77  FS-TRIPULANTES           PIC X(02) VALUE SPACES.
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  LEGAJO-BUSCADO           PIC 9(05) VALUE ZERO.
       77  TIPO-INGRESADO           PIC X(06) VALUE SPACES.
       77  IX-HAB                   PIC 9(01) COMP VALUE ZERO.

       01  SW-OPCION                PIC X(01).
           88  OPCION-ALTA          VALUE "A" "a".
           88  OPCION-MODIF         VALUE "M" "m".
           88  OPCION-BAJA          VALUE "B" "b".
           88  OPCION-LISTAR        VALUE "L" "l".
           88  OPCION-SALIR         VALUE "S" "s".

       01  SW-FIN-TRIPULANTES       PIC X(01) VALUE "N".
           88  FIN-TRIPULANTES      VALUE "S".
       01  SW-TRIPULANTE-UBICADO    PIC X(01) VALUE "N".
           88  TRIPULANTE-UBICADO   VALUE "S".
       01  SW-TRI-COMPLETO          PIC X(01) VALUE "S".
           88  TRI-COMPLETO         VALUE "S".
       01  SW-TIPO-OK               PIC X(01) VALUE "N".
           88  TIPO-OK              VALUE "S".
       01  SW-EMPLEADO-OK           PIC X(01) VALUE "N".
           88  EMPLEADO-OK          VALUE "S".
       01  SW-MAESTRO-ABIERTO       PIC X(01) VALUE "N".
           88  MAESTRO-ABIERTO      VALUE "S".
       01  SW-FIN-HABILITACIONES    PIC X(01) VALUE "N".
           88  FIN-HABILITACIONES   VALUE "S".
       01  SW-FECHA-OK              PIC X(01) VALUE "N".
           88  FECHA-OK             VALUE "S".

       01  FUNCION-INGRESADA        PIC X(02) VALUE SPACES.
           88  FUNCION-VALIDA       VALUE "CM" "PO" "JC" "TC".

       01  FECHA-CONTROL            PIC 9(08).
       01  FILLER REDEFINES FECHA-CONTROL.
           05  FC-AAAA              PIC 9(04).
           05  FC-MM                PIC 9(02).
           05  FC-DD                PIC 9(02).

      *----------------------------------------------------------------
      * TRIPULANTES EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-TRIPULANTES         PIC 9(3) COMP VALUE ZERO.
       01  TABLA-TRIPULANTES.
           05  TRT-ENTRY OCCURS 300 TIMES INDEXED BY IX-TRT.
               10  TRT-LEGAJO        PIC 9(05).
               10  TRT-FUNCION       PIC X(02).
               10  TRT-HABILITACIONES.
                   15  TRT-TIPO-HAB  PIC X(06) OCCURS 4 TIMES.
               10  TRT-VENCE-LIC     PIC 9(08).
               10  TRT-VENCE-PSICO   PIC 9(08).
               10  TRT-ESTADO        PIC X(01).

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
           PERFORM 1000-CARGAR-TRIPULANTES THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los tripulantes que quedaron
      *    afuera.
           IF NOT TRI-COMPLETO
               DISPLAY "TRIPULANTES.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "TRIPULANTES excede la tabla, corrida rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO = "00"
               MOVE "S" TO SW-MAESTRO-ABIERTO
           ELSE
               DISPLAY "Sin maestro de empleados (FS=" FS-MAESTRO
                   "), no se pueden dar altas."
           END-IF.
           PERFORM 2000-PROCESAR-OPCION THRU 2000-EXIT
               UNTIL OPCION-SALIR.
           PERFORM 6000-REGRABAR-TRIPULANTES THRU 6000-EXIT.
           IF MAESTRO-ABIERTO
               CLOSE MAESTRO-EMPLEADOS
           END-IF.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-CARGAR-TRIPULANTES - levanta el maestro a memoria
      ******************************************************************
       1000-CARGAR-TRIPULANTES.
           MOVE ZERO TO CANT-TRIPULANTES.
           OPEN INPUT TRIPULANTES.
           IF FS-TRIPULANTES NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-TRIPULANTES.
           PERFORM 1100-LEER-TRIPULANTE THRU 1100-EXIT
               UNTIL FIN-TRIPULANTES.
           CLOSE TRIPULANTES.
       1000-EXIT.
           EXIT.

       1100-LEER-TRIPULANTE.
           READ TRIPULANTES
               AT END
                   MOVE "S" TO SW-FIN-TRIPULANTES
               NOT AT END
                   IF CANT-TRIPULANTES < 300
                       ADD 1 TO CANT-TRIPULANTES
                       SET IX-TRT TO CANT-TRIPULANTES
                       MOVE TRI-LEGAJO  TO TRT-LEGAJO (IX-TRT)
                       MOVE TRI-FUNCION TO TRT-FUNCION (IX-TRT)
                       MOVE TRI-HABILITACIONES
                           TO TRT-HABILITACIONES (IX-TRT)
                       MOVE TRI-VENCE-LICENCIA
                           TO TRT-VENCE-LIC (IX-TRT)
                       MOVE TRI-VENCE-PSICOFISICO
                           TO TRT-VENCE-PSICO (IX-TRT)
                       MOVE TRI-ESTADO  TO TRT-ESTADO (IX-TRT)
                   ELSE
                       MOVE "N" TO SW-TRI-COMPLETO
                       DISPLAY "TRIPULANTES.DAT excede la tabla."
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-OPCION - menu del mantenimiento
      ******************************************************************
       2000-PROCESAR-OPCION.
           DISPLAY "----- MAESTRO DE TRIPULANTES -----".
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

       2500-UBICAR-TRIPULANTE.
           MOVE "N" TO SW-TRIPULANTE-UBICADO.
           PERFORM VARYING IX-TRT FROM 1 BY 1
               UNTIL IX-TRT > CANT-TRIPULANTES
                   OR TRT-LEGAJO (IX-TRT) = LEGAJO-BUSCADO
               CONTINUE
           END-PERFORM.
           IF IX-TRT NOT > CANT-TRIPULANTES
               MOVE "S" TO SW-TRIPULANTE-UBICADO
           END-IF.
       2500-EXIT.
           EXIT.

      *    El legajo tiene que existir y estar activo en el maestro de
      *    empleados.
       2600-VALIDAR-LEGAJO.
           MOVE "N" TO SW-EMPLEADO-OK.
           MOVE SPACES TO EMP-NOMBRE.
           IF NOT MAESTRO-ABIERTO
               GO TO 2600-EXIT
           END-IF.
           MOVE LEGAJO-BUSCADO TO EMP-LEGAJO.
           READ MAESTRO-EMPLEADOS
               INVALID KEY
                   MOVE SPACES TO EMP-NOMBRE
                   GO TO 2600-EXIT
           END-READ.
           IF EMP-ESTADO = "A"
               MOVE "S" TO SW-EMPLEADO-OK
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - funcion, habilitaciones por tipo y
      *                    vencimientos de licencia y psicofisico
      ******************************************************************
       2800-PEDIR-DATOS.
           DISPLAY "Ingrese la funcion (CM comandante, PO primer "
               "oficial, JC jefe de cabina, TC tripulante de cabina):".
           ACCEPT FUNCION-INGRESADA.
           IF NOT FUNCION-VALIDA
               DISPLAY "Funcion invalida. Reingrese."
               GO TO 2800-PEDIR-DATOS
           END-IF.
           MOVE FUNCION-INGRESADA TO TRT-FUNCION (IX-TRT).
       2800-HABILITACIONES.
           MOVE SPACES TO TRT-HABILITACIONES (IX-TRT).
           MOVE "N" TO SW-FIN-HABILITACIONES.
           PERFORM 2850-PEDIR-HABILITACION THRU 2850-EXIT
               VARYING IX-HAB FROM 1 BY 1
               UNTIL IX-HAB > 4 OR FIN-HABILITACIONES.
           IF TRT-TIPO-HAB (IX-TRT, 1) = SPACES
               DISPLAY "Se requiere al menos una habilitacion. "
                   "Reingrese."
               GO TO 2800-HABILITACIONES
           END-IF.
       2800-LICENCIA.
           DISPLAY "Ingrese el vencimiento de la licencia (AAAAMMDD):".
           ACCEPT FECHA-CONTROL.
           PERFORM 2950-VALIDAR-FECHA THRU 2950-EXIT.
           IF NOT FECHA-OK
               DISPLAY "Fecha invalida. Reingrese."
               GO TO 2800-LICENCIA
           END-IF.
           MOVE FECHA-CONTROL TO TRT-VENCE-LIC (IX-TRT).
       2800-PSICOFISICO.
           DISPLAY "Ingrese el vencimiento del psicofisico "
               "(AAAAMMDD):".
           ACCEPT FECHA-CONTROL.
           PERFORM 2950-VALIDAR-FECHA THRU 2950-EXIT.
           IF NOT FECHA-OK
               DISPLAY "Fecha invalida. Reingrese."
               GO TO 2800-PSICOFISICO
           END-IF.
           MOVE FECHA-CONTROL TO TRT-VENCE-PSICO (IX-TRT).
       2800-EXIT.
           EXIT.

      *    Un tipo en blanco termina la carga de habilitaciones.
       2850-PEDIR-HABILITACION.
           DISPLAY "Tipo de aeronave habilitado " IX-HAB
               " (en blanco para terminar):".
           ACCEPT TIPO-INGRESADO.
           IF TIPO-INGRESADO = SPACES
               MOVE "S" TO SW-FIN-HABILITACIONES
               GO TO 2850-EXIT
           END-IF.
           PERFORM 2900-VALIDAR-TIPO THRU 2900-EXIT.
           IF NOT TIPO-OK
               DISPLAY "Tipo inexistente o retirado en el padron. "
                   "Reingrese."
               GO TO 2850-PEDIR-HABILITACION
           END-IF.
           MOVE TIPO-INGRESADO TO TRT-TIPO-HAB (IX-TRT, IX-HAB).
       2850-EXIT.
           EXIT.

       2900-VALIDAR-TIPO.
           MOVE "N" TO SW-TIPO-OK.
           OPEN INPUT AERONAVES.
           IF FS-AERONAVES NOT = "00"
               DISPLAY "Sin padron de aeronaves (FS=" FS-AERONAVES
                   "), el tipo se acepta tal cual."
               MOVE "S" TO SW-TIPO-OK
               GO TO 2900-EXIT
           END-IF.
           MOVE TIPO-INGRESADO TO AER-TIPO.
           READ AERONAVES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AER-ESTADO = "A"
                       MOVE "S" TO SW-TIPO-OK
                   END-IF
           END-READ.
           CLOSE AERONAVES.
       2900-EXIT.
           EXIT.

      *    Control de forma de una fecha AAAAMMDD: mes 01 a 12 y dia
      *    01 a 31.
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
      * 3000-ALTA - el legajo debe estar activo en el maestro de
      *             empleados y no figurar ya como tripulante
      ******************************************************************
       3000-ALTA.
           DISPLAY "Ingrese el legajo del tripulante a dar de alta:".
           ACCEPT LEGAJO-BUSCADO.
           PERFORM 2600-VALIDAR-LEGAJO THRU 2600-EXIT.
           IF NOT EMPLEADO-OK
               DISPLAY "Legajo inexistente o dado de baja en el "
                   "maestro de empleados, alta rechazada."
               STRING "Alta RECHAZADA legajo=" LEGAJO-BUSCADO
                   " no activo en MAESTROEMP"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-UBICAR-TRIPULANTE THRU 2500-EXIT.
           IF TRIPULANTE-UBICADO
               IF TRT-ESTADO (IX-TRT) = "B"
                   DISPLAY "El legajo " LEGAJO-BUSCADO " estaba dado "
                       "de baja como tripulante, se reactiva."
                   GO TO 3000-DATOS
               END-IF
               DISPLAY "El legajo " LEGAJO-BUSCADO " ya es "
                   "tripulante, alta rechazada."
               GO TO 3000-EXIT
           END-IF.
           IF CANT-TRIPULANTES >= 300
               DISPLAY "Tabla de tripulantes llena."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CANT-TRIPULANTES.
           SET IX-TRT TO CANT-TRIPULANTES.
           MOVE LEGAJO-BUSCADO TO TRT-LEGAJO (IX-TRT).
       3000-DATOS.
           DISPLAY "Tripulante: " EMP-NOMBRE.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           MOVE "A" TO TRT-ESTADO (IX-TRT).
           DISPLAY "Alta grabada.".
           STRING "Alta tripulante legajo=" TRT-LEGAJO (IX-TRT)
               " funcion=" TRT-FUNCION (IX-TRT)
               " tipos=" TRT-TIPO-HAB (IX-TRT, 1)
               " " TRT-TIPO-HAB (IX-TRT, 2)
               " " TRT-TIPO-HAB (IX-TRT, 3)
               " " TRT-TIPO-HAB (IX-TRT, 4)
               " licencia=" TRT-VENCE-LIC (IX-TRT)
               " psicofisico=" TRT-VENCE-PSICO (IX-TRT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MODIFICACION
      ******************************************************************
       4000-MODIFICACION.
           DISPLAY "Ingrese el legajo del tripulante a modificar:".
           ACCEPT LEGAJO-BUSCADO.
           PERFORM 2500-UBICAR-TRIPULANTE THRU 2500-EXIT.
           IF NOT TRIPULANTE-UBICADO
               DISPLAY "Legajo inexistente en el maestro de "
                   "tripulantes."
               GO TO 4000-EXIT
           END-IF.
           STRING "Modif tripulante legajo=" TRT-LEGAJO (IX-TRT)
               " antes funcion=" TRT-FUNCION (IX-TRT)
               " tipos=" TRT-TIPO-HAB (IX-TRT, 1)
               " " TRT-TIPO-HAB (IX-TRT, 2)
               " " TRT-TIPO-HAB (IX-TRT, 3)
               " " TRT-TIPO-HAB (IX-TRT, 4)
               " licencia=" TRT-VENCE-LIC (IX-TRT)
               " psicofisico=" TRT-VENCE-PSICO (IX-TRT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT.
           DISPLAY "Modificacion grabada.".
           STRING "Modif tripulante legajo=" TRT-LEGAJO (IX-TRT)
               " despues funcion=" TRT-FUNCION (IX-TRT)
               " tipos=" TRT-TIPO-HAB (IX-TRT, 1)
               " " TRT-TIPO-HAB (IX-TRT, 2)
               " " TRT-TIPO-HAB (IX-TRT, 3)
               " " TRT-TIPO-HAB (IX-TRT, 4)
               " licencia=" TRT-VENCE-LIC (IX-TRT)
               " psicofisico=" TRT-VENCE-PSICO (IX-TRT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BAJA - el tripulante deja de volar sin borrar su linea
      ******************************************************************
       5000-BAJA.
           DISPLAY "Ingrese el legajo del tripulante a dar de baja:".
           ACCEPT LEGAJO-BUSCADO.
           PERFORM 2500-UBICAR-TRIPULANTE THRU 2500-EXIT.
           IF NOT TRIPULANTE-UBICADO
               DISPLAY "Legajo inexistente en el maestro de "
                   "tripulantes."
               GO TO 5000-EXIT
           END-IF.
           IF TRT-ESTADO (IX-TRT) = "B"
               DISPLAY "El tripulante ya estaba dado de baja."
               GO TO 5000-EXIT
           END-IF.
           MOVE "B" TO TRT-ESTADO (IX-TRT).
           DISPLAY "Tripulante dado de baja (estado B).".
           STRING "Baja tripulante legajo=" TRT-LEGAJO (IX-TRT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5500-LISTAR - con el nombre tomado del maestro de empleados
      ******************************************************************
       5500-LISTAR.
           IF CANT-TRIPULANTES = ZERO
               DISPLAY "Sin tripulantes en el maestro."
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5550-LINEA-TRIPULANTE THRU 5550-EXIT
               VARYING IX-TRT FROM 1 BY 1
               UNTIL IX-TRT > CANT-TRIPULANTES.
       5500-EXIT.
           EXIT.

       5550-LINEA-TRIPULANTE.
           MOVE TRT-LEGAJO (IX-TRT) TO LEGAJO-BUSCADO.
           PERFORM 2600-VALIDAR-LEGAJO THRU 2600-EXIT.
           DISPLAY "Legajo " TRT-LEGAJO (IX-TRT)
               " " EMP-NOMBRE
               " " TRT-FUNCION (IX-TRT)
               " tipos=" TRT-TIPO-HAB (IX-TRT, 1)
               " " TRT-TIPO-HAB (IX-TRT, 2)
               " " TRT-TIPO-HAB (IX-TRT, 3)
               " " TRT-TIPO-HAB (IX-TRT, 4)
               " lic=" TRT-VENCE-LIC (IX-TRT)
               " psico=" TRT-VENCE-PSICO (IX-TRT)
               " estado=" TRT-ESTADO (IX-TRT).
       5550-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-TRIPULANTES - vuelca la tabla al archivo
      ******************************************************************
       6000-REGRABAR-TRIPULANTES.
           OPEN OUTPUT TRIPULANTES.
           PERFORM VARYING IX-TRT FROM 1 BY 1
               UNTIL IX-TRT > CANT-TRIPULANTES
               MOVE TRT-LEGAJO (IX-TRT)   TO TRI-LEGAJO
               MOVE TRT-FUNCION (IX-TRT)  TO TRI-FUNCION
               MOVE TRT-HABILITACIONES (IX-TRT)
                   TO TRI-HABILITACIONES
               MOVE TRT-VENCE-LIC (IX-TRT)   TO TRI-VENCE-LICENCIA
               MOVE TRT-VENCE-PSICO (IX-TRT) TO TRI-VENCE-PSICOFISICO
               MOVE TRT-ESTADO (IX-TRT)   TO TRI-ESTADO
               WRITE TRI-REGISTRO
           END-PERFORM.
           CLOSE TRIPULANTES.
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
               FOR ALL "MantTripulantes".
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
           STRING "MantTripulantes " WS-FECHA-AAAA "-" WS-FECHA-MM
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
       END PROGRAM MantTripulantes.
