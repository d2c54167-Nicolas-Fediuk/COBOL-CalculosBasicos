      ******************************************************************
      *Asignacion de tripulaciones a los vuelos del itinerario. Por
      *cada vuelo programado y fecha se toma la hora de salida y se
      *asignan o quitan tripulantes del maestro TRIPULANTES.DAT; cada
      *movimiento se agrega a ASIGNACIONES.DAT (la quita es un
      *registro B que anula la asignacion, el archivo no se reescribe).
      *Se rechaza y queda en la auditoria la asignacion de quien:
      *  - no esta activo en el maestro de tripulantes,
      *  - no esta habilitado en el tipo programado del vuelo,
      *  - tiene la licencia o el psicofisico vencidos a la fecha,
      *  - ya esta en el vuelo o se superpone con otro servicio,
      *  - no tuvo el descanso minimo desde el servicio de otro dia,
      *  - pasaria el tope de servicio del dia o los topes de servicio
      *    y de horas de vuelo de los ultimos 28 dias.
      *El servicio de cada vuelo va de la presentacion (una hora antes
      *de la salida) al cierre (media hora despues del arribo); el
      *tiempo de bloque es el del par de aeropuertos en
      *DISTANCIAS.DAT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la asignacion de
      *                 tripulaciones.
      * 2026-10-15  NF  La hora de salida se toma del horario programado
      *                 del itinerario; solo el vuelo sin horario la
      *                 sigue pidiendo.
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
       PROGRAM-ID. AsignaTripulacion.
       AUTHOR. N. FEDIUK.
       INSTALLATION. OPERACIONES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITINERARIO ASSIGN TO "ITINERARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITINERARIO.
           SELECT DISTANCIAS ASSIGN TO "DISTANCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISTANCIAS.
           SELECT TRIPULANTES ASSIGN TO "TRIPULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIPULANTES.
           SELECT ASIGNACIONES ASSIGN TO "ASIGNACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIGNACIONES.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  ITINERARIO
           RECORDING MODE IS F.
       01  ITI-REGISTRO.
           05  ITI-VUELO             PIC X(06).
           05  ITI-ORIGEN            PIC X(03).
           05  ITI-DESTINO           PIC X(03).
           05  ITI-DIAS-SEMANA       PIC X(07).
           05  ITI-TIPO-PROG         PIC X(06).
           05  ITI-ESTADO            PIC X(01).
           05  ITI-HORARIO.
               10  ITI-HORA-SALIDA   PIC 9(04).
               10  ITI-HORA-LLEGADA  PIC 9(04).

       FD  DISTANCIAS
           RECORDING MODE IS F.
       01  DST-REGISTRO.
           05  DST-ORIGEN            PIC X(03).
           05  DST-DESTINO           PIC X(03).
           05  DST-KM                PIC 9(05).
           05  DST-BLOQUE-MIN        PIC 9(04).
           05  DST-ESTADO            PIC X(01).

      *    Maestro de tripulantes, mantenido por MantTripulantes.
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

      *    Un movimiento por linea: A asigna al tripulante en el
      *    vuelo/fecha, B anula esa asignacion.
       FD  ASIGNACIONES
           RECORDING MODE IS F.
       01  ASG-REGISTRO.
           05  ASG-VUELO             PIC X(06).
           05  ASG-FECHA             PIC 9(08).
           05  ASG-LEGAJO            PIC 9(05).
           05  ASG-FUNCION           PIC X(02).
           05  ASG-HORA-SALIDA       PIC 9(04).
           05  ASG-BLOQUE-MIN        PIC 9(04).
           05  ASG-SERVICIO-MIN      PIC 9(04).
           05  ASG-MOVIMIENTO        PIC X(01).

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
       77  FS-ITINERARIO            PIC X(02) VALUE SPACES.
       77  FS-DISTANCIAS            PIC X(02) VALUE SPACES.
       77  FS-TRIPULANTES           PIC X(02) VALUE SPACES.
       77  FS-ASIGNACIONES          PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  CANT-ASIGNADOS           PIC 9(5) COMP VALUE ZERO.
       77  CANT-RECHAZADOS          PIC 9(5) COMP VALUE ZERO.
       77  CANT-QUITADOS            PIC 9(5) COMP VALUE ZERO.

       77  VUELO-INGRESADO          PIC X(06) VALUE SPACES.
       77  LEGAJO-INGRESADO         PIC 9(05) VALUE ZERO.
       77  BLOQUE-VUELO             PIC 9(04) VALUE ZERO.
       77  SERVICIO-VUELO           PIC 9(04) VALUE ZERO.
       77  MOTIVO-RECHAZO           PIC X(40) VALUE SPACES.

       01  FECHA-INGRESADA          PIC 9(08).
       01  FILLER REDEFINES FECHA-INGRESADA.
           05  FI-AAAA              PIC 9(04).
           05  FI-MM                PIC 9(02).
           05  FI-DD                PIC 9(02).

       01  HORA-SALIDA              PIC 9(04).
       01  FILLER REDEFINES HORA-SALIDA.
           05  HS-HH                PIC 9(02).
           05  HS-MM                PIC 9(02).

       01  HORA-LEIDA               PIC 9(04).
       01  FILLER REDEFINES HORA-LEIDA.
           05  HL-HH                PIC 9(02).
           05  HL-MM                PIC 9(02).

       77  DIAS-DEL-MES             PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * LIMITES DE SERVICIO Y DESCANSO (MINUTOS)
      *----------------------------------------------------------------
       77  MIN-PRESENTACION         PIC 9(03) VALUE 060.
       77  MIN-CIERRE               PIC 9(03) VALUE 030.
       77  TOPE-SERVICIO-DIA        PIC 9(04) VALUE 0780.
       77  TOPE-SERVICIO-28         PIC 9(05) VALUE 11400.
       77  TOPE-VUELO-28            PIC 9(05) VALUE 06000.
       77  DESCANSO-MINIMO          PIC 9(04) VALUE 0720.

       01  SW-SIGUE                 PIC X(01) VALUE "S".
           88  SIGUE-CARGANDO       VALUE "S" "s".
       01  SW-VUELO-OK              PIC X(01) VALUE "S".
           88  VUELO-OK             VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".
       01  SW-ASIGNACION-OK         PIC X(01) VALUE "S".
           88  ASIGNACION-OK        VALUE "S".
       01  SW-FIN-ITINERARIO        PIC X(01) VALUE "N".
           88  FIN-ITINERARIO       VALUE "S".
       01  SW-FIN-DISTANCIAS        PIC X(01) VALUE "N".
           88  FIN-DISTANCIAS       VALUE "S".
       01  SW-FIN-TRIPULANTES       PIC X(01) VALUE "N".
           88  FIN-TRIPULANTES      VALUE "S".
       01  SW-FIN-ASIGNACIONES      PIC X(01) VALUE "N".
           88  FIN-ASIGNACIONES     VALUE "S".
       01  SW-HABILITADO            PIC X(01) VALUE "N".
           88  HABILITADO           VALUE "S".
       01  SW-ACCION                PIC X(01) VALUE SPACE.
           88  ACCION-ASIGNAR       VALUE "A" "a".
           88  ACCION-QUITAR        VALUE "Q" "q".
           88  ACCION-FIN           VALUE "F" "f".

      *----------------------------------------------------------------
      * ITINERARIO, DISTANCIAS Y TRIPULANTES EN MEMORIA
      *----------------------------------------------------------------
       77  CANT-ITINERARIO          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-ITINERARIO.
           05  ITN-ENTRY OCCURS 200 TIMES INDEXED BY IX-ITN.
               10  ITN-VUELO         PIC X(06).
               10  ITN-ORIGEN        PIC X(03).
               10  ITN-DESTINO       PIC X(03).
               10  ITN-DIAS          PIC X(07).
               10  ITN-TIPO          PIC X(06).
               10  ITN-ESTADO        PIC X(01).
               10  ITN-SALIDA        PIC X(04).

       77  CANT-PARES               PIC 9(3) COMP VALUE ZERO.
       01  TABLA-DISTANCIAS.
           05  DTB-ENTRY OCCURS 300 TIMES INDEXED BY IX-DTB.
               10  DTB-ORIGEN        PIC X(03).
               10  DTB-DESTINO       PIC X(03).
               10  DTB-BLOQUE-MIN    PIC 9(04).

       77  CANT-TRIPULANTES         PIC 9(3) COMP VALUE ZERO.
       77  IX-HAB                   PIC 9(01) COMP VALUE ZERO.
       01  TABLA-TRIPULANTES.
           05  TRT-ENTRY OCCURS 300 TIMES INDEXED BY IX-TRT.
               10  TRT-LEGAJO        PIC 9(05).
               10  TRT-FUNCION       PIC X(02).
               10  TRT-TIPO-HAB      PIC X(06) OCCURS 4 TIMES.
               10  TRT-VENCE-LIC     PIC 9(08).
               10  TRT-VENCE-PSICO   PIC 9(08).
               10  TRT-ESTADO        PIC X(01).

      *----------------------------------------------------------------
      * ASIGNACIONES VIGENTES ALREDEDOR DE LA FECHA DEL VUELO: los 28
      * dias anteriores y los dos siguientes, con el servicio llevado
      * a minutos corridos para medir superposicion y descanso
      *----------------------------------------------------------------
       77  CANT-TAS                 PIC 9(4) COMP VALUE ZERO.
       01  TABLA-ASIGNADAS.
           05  TAS-ENTRY OCCURS 3000 TIMES INDEXED BY IX-TAS.
               10  TAS-VUELO         PIC X(06).
               10  TAS-FECHA         PIC 9(08).
               10  TAS-LEGAJO        PIC 9(05).
               10  TAS-FUNCION       PIC X(02).
               10  TAS-HORA-SALIDA   PIC 9(04).
               10  TAS-SERIAL        PIC 9(07) COMP.
               10  TAS-INICIO        PIC 9(11) COMP.
               10  TAS-FIN           PIC 9(11) COMP.
               10  TAS-BLOQUE        PIC 9(04).
               10  TAS-SERVICIO      PIC 9(04).
               10  TAS-ACTIVA        PIC X(01).

       77  SERIAL-VUELO             PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-DESDE             PIC 9(07) COMP VALUE ZERO.
       77  SERIAL-HASTA             PIC 9(07) COMP VALUE ZERO.
       77  INICIO-NUEVO             PIC 9(11) COMP VALUE ZERO.
       77  FIN-NUEVO                PIC 9(11) COMP VALUE ZERO.
       77  DIA-INICIO               PIC 9(11) COMP VALUE ZERO.
       77  DIA-FIN                  PIC 9(11) COMP VALUE ZERO.
       77  MINUTOS-SALIDA           PIC 9(11) COMP VALUE ZERO.
       77  DESCANSO-CALC            PIC 9(11) COMP VALUE ZERO.
       77  SERVICIO-DIA             PIC 9(11) COMP VALUE ZERO.
       77  SERVICIO-28              PIC 9(07) COMP VALUE ZERO.
       77  VUELO-28                 PIC 9(07) COMP VALUE ZERO.
       77  CANT-CM                  PIC 9(02) COMP VALUE ZERO.
       77  CANT-PO                  PIC 9(02) COMP VALUE ZERO.
       77  CANT-JC                  PIC 9(02) COMP VALUE ZERO.
       77  CANT-TC                  PIC 9(02) COMP VALUE ZERO.

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
      * DIA DE SEMANA DE LA FECHA (ZELLER)
      *----------------------------------------------------------------
       77  ZEL-ANIO                 PIC 9(04) COMP VALUE ZERO.
       77  ZEL-MES                  PIC 9(02) COMP VALUE ZERO.
       77  ZEL-SIGLO                PIC 9(02) COMP VALUE ZERO.
       77  ZEL-RESTO-ANIO           PIC 9(02) COMP VALUE ZERO.
       77  ZEL-AUX                  PIC 9(04) COMP VALUE ZERO.
       77  ZEL-TERM-MES             PIC 9(04) COMP VALUE ZERO.
       77  ZEL-TERM-ANIO            PIC 9(02) COMP VALUE ZERO.
       77  ZEL-TERM-SIGLO           PIC 9(02) COMP VALUE ZERO.
       77  ZEL-CALCULO              PIC 9(06) COMP VALUE ZERO.
       77  ZEL-COCIENTE             PIC 9(06) COMP VALUE ZERO.
       77  DIA-SEMANA               PIC 9(01) VALUE ZERO.
      *    Posicion 1-7 (lunes a domingo) dentro de los dias del
      *    itinerario.
       77  POS-DIA                  PIC 9(01) VALUE ZERO.

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
       01  WS-ED-CANT3              PIC ZZZZ9.

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
               PERFORM 2000-PROCESAR-VUELO THRU 2000-EXIT
                   UNTIL NOT SIGUE-CARGANDO
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - itinerario, tiempos de bloque y maestro de
      *                    tripulantes a memoria
      ******************************************************************
       1000-INICIALIZAR.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN INPUT ITINERARIO.
           IF FS-ITINERARIO NOT = "00"
               DISPLAY "No se pudo abrir ITINERARIO.DAT, FS="
                   FS-ITINERARIO
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ITINERARIO.
           PERFORM 1100-LEER-ITINERARIO THRU 1100-EXIT
               UNTIL FIN-ITINERARIO.
           CLOSE ITINERARIO.
           OPEN INPUT TRIPULANTES.
           IF FS-TRIPULANTES NOT = "00"
               DISPLAY "No se pudo abrir TRIPULANTES.DAT, FS="
                   FS-TRIPULANTES
               MOVE "N" TO SW-INIT-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-TRIPULANTES.
           PERFORM 1300-LEER-TRIPULANTE THRU 1300-EXIT
               UNTIL FIN-TRIPULANTES.
           CLOSE TRIPULANTES.
           OPEN INPUT DISTANCIAS.
           IF FS-DISTANCIAS = "00"
               MOVE "N" TO SW-FIN-DISTANCIAS
               PERFORM 1200-LEER-DISTANCIA THRU 1200-EXIT
                   UNTIL FIN-DISTANCIAS
               CLOSE DISTANCIAS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-ITINERARIO.
           READ ITINERARIO
               AT END
                   MOVE "S" TO SW-FIN-ITINERARIO
               NOT AT END
                   IF CANT-ITINERARIO < 200
                       ADD 1 TO CANT-ITINERARIO
                       SET IX-ITN TO CANT-ITINERARIO
                       MOVE ITI-VUELO       TO ITN-VUELO (IX-ITN)
                       MOVE ITI-ORIGEN      TO ITN-ORIGEN (IX-ITN)
                       MOVE ITI-DESTINO     TO ITN-DESTINO (IX-ITN)
                       MOVE ITI-DIAS-SEMANA TO ITN-DIAS (IX-ITN)
                       MOVE ITI-TIPO-PROG   TO ITN-TIPO (IX-ITN)
                       MOVE ITI-ESTADO      TO ITN-ESTADO (IX-ITN)
                       MOVE ITI-HORARIO (1:4) TO ITN-SALIDA (IX-ITN)
                   ELSE
                       DISPLAY "Tabla de itinerario llena, se "
                           "descarta " ITI-VUELO
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LEER-DISTANCIA.
           READ DISTANCIAS
               AT END
                   MOVE "S" TO SW-FIN-DISTANCIAS
               NOT AT END
                   IF DST-ESTADO NOT = "B"
                       IF CANT-PARES < 300
                           ADD 1 TO CANT-PARES
                           SET IX-DTB TO CANT-PARES
                           MOVE DST-ORIGEN  TO DTB-ORIGEN (IX-DTB)
                           MOVE DST-DESTINO TO DTB-DESTINO (IX-DTB)
                           MOVE DST-BLOQUE-MIN
                               TO DTB-BLOQUE-MIN (IX-DTB)
                       ELSE
                           DISPLAY "Tabla de distancias llena, se "
                               "descarta " DST-ORIGEN "-" DST-DESTINO
                       END-IF
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1300-LEER-TRIPULANTE.
           READ TRIPULANTES
               AT END
                   MOVE "S" TO SW-FIN-TRIPULANTES
               NOT AT END
                   IF CANT-TRIPULANTES < 300
                       ADD 1 TO CANT-TRIPULANTES
                       SET IX-TRT TO CANT-TRIPULANTES
                       MOVE TRI-LEGAJO  TO TRT-LEGAJO (IX-TRT)
                       MOVE TRI-FUNCION TO TRT-FUNCION (IX-TRT)
                       MOVE TRI-TIPO-HAB (1) TO TRT-TIPO-HAB (IX-TRT, 1)
                       MOVE TRI-TIPO-HAB (2) TO TRT-TIPO-HAB (IX-TRT, 2)
                       MOVE TRI-TIPO-HAB (3) TO TRT-TIPO-HAB (IX-TRT, 3)
                       MOVE TRI-TIPO-HAB (4) TO TRT-TIPO-HAB (IX-TRT, 4)
                       MOVE TRI-VENCE-LICENCIA
                           TO TRT-VENCE-LIC (IX-TRT)
                       MOVE TRI-VENCE-PSICOFISICO
                           TO TRT-VENCE-PSICO (IX-TRT)
                       MOVE TRI-ESTADO  TO TRT-ESTADO (IX-TRT)
                   ELSE
                       DISPLAY "Tabla de tripulantes llena, se "
                           "descarta " TRI-LEGAJO
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-VUELO - un vuelo/fecha por vuelta: se valida el
      *                       vuelo, se muestra la tripulacion actual
      *                       y se asignan o quitan tripulantes
      ******************************************************************
       2000-PROCESAR-VUELO.
           MOVE "S" TO SW-VUELO-OK.
           DISPLAY "Ingrese el numero de vuelo:".
           ACCEPT VUELO-INGRESADO.
           DISPLAY "Ingrese la fecha del vuelo (AAAAMMDD):".
           ACCEPT FECHA-INGRESADA.
           PERFORM 2100-VALIDAR-VUELO THRU 2100-EXIT.
           IF NOT VUELO-OK
               GO TO 2000-SIGUE
           END-IF.
           PERFORM 2200-PEDIR-SALIDA THRU 2200-EXIT.
           PERFORM 2400-CARGAR-ASIGNACIONES THRU 2400-EXIT.
           PERFORM 2500-MOSTRAR-TRIPULACION THRU 2500-EXIT.
           MOVE SPACE TO SW-ACCION.
           PERFORM 2600-OPERAR-TRIPULANTE THRU 2600-EXIT
               UNTIL ACCION-FIN.
           PERFORM 2500-MOSTRAR-TRIPULACION THRU 2500-EXIT.
       2000-SIGUE.
           DISPLAY "Desea procesar otro vuelo (S/N)?".
           ACCEPT SW-SIGUE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-VALIDAR-VUELO - vuelo activo del itinerario, fecha real,
      *                      dia de operacion y tiempo de bloque de
      *                      su ruta
      ******************************************************************
       2100-VALIDAR-VUELO.
           PERFORM VARYING IX-ITN FROM 1 BY 1
               UNTIL IX-ITN > CANT-ITINERARIO
                   OR ITN-VUELO (IX-ITN) = VUELO-INGRESADO
               CONTINUE
           END-PERFORM.
           IF IX-ITN > CANT-ITINERARIO
               MOVE "Vuelo inexistente en el itinerario"
                   TO MOTIVO-RECHAZO
               GO TO 2100-RECHAZO
           END-IF.
           IF ITN-ESTADO (IX-ITN) NOT = "A"
               MOVE "Vuelo dado de baja en el itinerario"
                   TO MOTIVO-RECHAZO
               GO TO 2100-RECHAZO
           END-IF.
           PERFORM 2300-VALIDAR-FECHA THRU 2300-EXIT.
           IF NOT VUELO-OK
               MOVE "Fecha invalida" TO MOTIVO-RECHAZO
               GO TO 2100-RECHAZO
           END-IF.
           PERFORM 2350-DIA-DE-SEMANA THRU 2350-EXIT.
           IF ITN-DIAS (IX-ITN) (POS-DIA:1) NOT = "S"
               MOVE "El vuelo no opera ese dia de la semana"
                   TO MOTIVO-RECHAZO
               GO TO 2100-RECHAZO
           END-IF.
           PERFORM VARYING IX-DTB FROM 1 BY 1
               UNTIL IX-DTB > CANT-PARES
                   OR (DTB-ORIGEN (IX-DTB) = ITN-ORIGEN (IX-ITN)
                       AND DTB-DESTINO (IX-DTB) = ITN-DESTINO (IX-ITN))
                   OR (DTB-ORIGEN (IX-DTB) = ITN-DESTINO (IX-ITN)
                       AND DTB-DESTINO (IX-DTB) = ITN-ORIGEN (IX-ITN))
               CONTINUE
           END-PERFORM.
           IF IX-DTB > CANT-PARES
               MOVE "Ruta sin tiempo de bloque en DISTANCIAS"
                   TO MOTIVO-RECHAZO
               GO TO 2100-RECHAZO
           END-IF.
           MOVE DTB-BLOQUE-MIN (IX-DTB) TO BLOQUE-VUELO.
           COMPUTE SERVICIO-VUELO = MIN-PRESENTACION + BLOQUE-VUELO
               + MIN-CIERRE.
           DISPLAY "Vuelo " ITN-VUELO (IX-ITN) " "
               ITN-ORIGEN (IX-ITN) "-" ITN-DESTINO (IX-ITN)
               " tipo " ITN-TIPO (IX-ITN)
               " bloque " BLOQUE-VUELO " min".
           GO TO 2100-EXIT.
       2100-RECHAZO.
           MOVE "N" TO SW-VUELO-OK.
           DISPLAY MOTIVO-RECHAZO ", no se puede asignar.".
           STRING "Vuelo RECHAZADO vuelo=" VUELO-INGRESADO
               " fecha=" FECHA-INGRESADA " " MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2100-EXIT.
           EXIT.

      *    Hora programada de salida; el servicio de cada tripulante
      *    se mide desde la presentacion hasta el cierre.
       2200-PEDIR-SALIDA.
      *    Con horario en el itinerario la salida se toma de ahi; el
      *    vuelo todavia sin horario la sigue pidiendo.
           IF ITN-SALIDA (IX-ITN) IS NUMERIC
               MOVE ITN-SALIDA (IX-ITN) TO HORA-SALIDA
               DISPLAY "Salida programada segun itinerario: "
                   HS-HH ":" HS-MM
               GO TO 2200-CALCULAR
           END-IF.
       2200-PEDIR-HORA.
           DISPLAY "Ingrese la hora programada de salida (HHMM):".
           ACCEPT HORA-SALIDA.
           IF HORA-SALIDA IS NOT NUMERIC
               OR HS-HH > 23 OR HS-MM > 59
               DISPLAY "Hora invalida. Reingrese."
               GO TO 2200-PEDIR-HORA
           END-IF.
       2200-CALCULAR.
           MOVE FECHA-INGRESADA TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-VUELO.
           COMPUTE MINUTOS-SALIDA = SERIAL-VUELO * 1440
               + HS-HH * 60 + HS-MM.
           COMPUTE INICIO-NUEVO = MINUTOS-SALIDA - MIN-PRESENTACION.
           COMPUTE FIN-NUEVO = MINUTOS-SALIDA + BLOQUE-VUELO
               + MIN-CIERRE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-VALIDAR-FECHA - fecha calendaria real, con febrero
      *                      bisiesto incluido
      ******************************************************************
       2300-VALIDAR-FECHA.
           IF FECHA-INGRESADA IS NOT NUMERIC
               OR FI-MM < 1 OR FI-MM > 12
               MOVE "N" TO SW-VUELO-OK
               GO TO 2300-EXIT
           END-IF.
           EVALUATE FI-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO DIAS-DEL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO DIAS-DEL-MES
               WHEN 02
                   DIVIDE FI-AAAA BY 4 GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = ZERO
                       MOVE 29 TO DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO DIAS-DEL-MES
                   END-IF
           END-EVALUATE.
           IF FI-DD < 1 OR FI-DD > DIAS-DEL-MES
               MOVE "N" TO SW-VUELO-OK
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2350-DIA-DE-SEMANA - congruencia de Zeller (0 sabado,
      *                      1 domingo) llevada a la posicion 1-7
      *                      lunes a domingo del itinerario
      ******************************************************************
       2350-DIA-DE-SEMANA.
           MOVE FI-AAAA TO ZEL-ANIO.
           MOVE FI-MM   TO ZEL-MES.
           IF ZEL-MES < 3
               ADD 12 TO ZEL-MES
               SUBTRACT 1 FROM ZEL-ANIO
           END-IF.
           DIVIDE ZEL-ANIO BY 100 GIVING ZEL-SIGLO
               REMAINDER ZEL-RESTO-ANIO.
      *    Cada division trunca al entero, como pide la formula.
           ADD 1 TO ZEL-MES GIVING ZEL-AUX.
           MULTIPLY ZEL-AUX BY 13 GIVING ZEL-AUX.
           DIVIDE ZEL-AUX BY 5 GIVING ZEL-TERM-MES.
           DIVIDE ZEL-RESTO-ANIO BY 4 GIVING ZEL-TERM-ANIO.
           DIVIDE ZEL-SIGLO BY 4 GIVING ZEL-TERM-SIGLO.
           COMPUTE ZEL-CALCULO = FI-DD + ZEL-TERM-MES
               + ZEL-RESTO-ANIO + ZEL-TERM-ANIO
               + ZEL-TERM-SIGLO + 5 * ZEL-SIGLO.
           DIVIDE ZEL-CALCULO BY 7 GIVING ZEL-COCIENTE
               REMAINDER DIA-SEMANA.
           EVALUATE DIA-SEMANA
               WHEN 0 MOVE 6 TO POS-DIA
               WHEN 1 MOVE 7 TO POS-DIA
               WHEN OTHER
                   SUBTRACT 1 FROM DIA-SEMANA GIVING POS-DIA
           END-EVALUATE.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CARGAR-ASIGNACIONES - asignaciones de los 28 dias previos
      *                            al vuelo y de los dos siguientes;
      *                            cada registro B anula su A
      ******************************************************************
       2400-CARGAR-ASIGNACIONES.
           MOVE ZERO TO CANT-TAS.
           COMPUTE SERIAL-DESDE = SERIAL-VUELO - 28.
           COMPUTE SERIAL-HASTA = SERIAL-VUELO + 2.
           OPEN INPUT ASIGNACIONES.
           IF FS-ASIGNACIONES NOT = "00"
               GO TO 2400-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ASIGNACIONES.
           PERFORM 2450-LEER-ASIGNACION THRU 2450-EXIT
               UNTIL FIN-ASIGNACIONES.
           CLOSE ASIGNACIONES.
       2400-EXIT.
           EXIT.

       2450-LEER-ASIGNACION.
           READ ASIGNACIONES
               AT END
                   MOVE "S" TO SW-FIN-ASIGNACIONES
                   GO TO 2450-EXIT
           END-READ.
           MOVE ASG-FECHA TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           IF SERIAL-CALCULO < SERIAL-DESDE
               OR SERIAL-CALCULO > SERIAL-HASTA
               GO TO 2450-EXIT
           END-IF.
           IF ASG-MOVIMIENTO = "B"
               PERFORM VARYING IX-TAS FROM 1 BY 1
                   UNTIL IX-TAS > CANT-TAS
                       OR (TAS-VUELO (IX-TAS) = ASG-VUELO
                           AND TAS-FECHA (IX-TAS) = ASG-FECHA
                           AND TAS-LEGAJO (IX-TAS) = ASG-LEGAJO
                           AND TAS-ACTIVA (IX-TAS) = "S")
                   CONTINUE
               END-PERFORM
               IF IX-TAS NOT > CANT-TAS
                   MOVE "N" TO TAS-ACTIVA (IX-TAS)
               END-IF
               GO TO 2450-EXIT
           END-IF.
           IF CANT-TAS >= 3000
               DISPLAY "Tabla de asignaciones llena, se descarta "
                   ASG-VUELO " " ASG-FECHA " " ASG-LEGAJO
               GO TO 2450-EXIT
           END-IF.
           ADD 1 TO CANT-TAS.
           SET IX-TAS TO CANT-TAS.
           MOVE ASG-VUELO        TO TAS-VUELO (IX-TAS).
           MOVE ASG-FECHA        TO TAS-FECHA (IX-TAS).
           MOVE ASG-LEGAJO       TO TAS-LEGAJO (IX-TAS).
           MOVE ASG-FUNCION      TO TAS-FUNCION (IX-TAS).
           MOVE SERIAL-CALCULO   TO TAS-SERIAL (IX-TAS).
           MOVE ASG-BLOQUE-MIN   TO TAS-BLOQUE (IX-TAS).
           MOVE ASG-SERVICIO-MIN TO TAS-SERVICIO (IX-TAS).
           MOVE "S"              TO TAS-ACTIVA (IX-TAS).
           MOVE ASG-HORA-SALIDA  TO TAS-HORA-SALIDA (IX-TAS).
           MOVE ASG-HORA-SALIDA  TO HORA-LEIDA.
           COMPUTE TAS-INICIO (IX-TAS) = SERIAL-CALCULO * 1440
               + HL-HH * 60 + HL-MM - MIN-PRESENTACION.
           COMPUTE TAS-FIN (IX-TAS) = TAS-INICIO (IX-TAS)
               + ASG-SERVICIO-MIN.
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-MOSTRAR-TRIPULACION - tripulantes vigentes del vuelo y
      *                            cantidad por funcion
      ******************************************************************
       2500-MOSTRAR-TRIPULACION.
           MOVE ZERO TO CANT-CM.
           MOVE ZERO TO CANT-PO.
           MOVE ZERO TO CANT-JC.
           MOVE ZERO TO CANT-TC.
           DISPLAY "Tripulacion asignada al " VUELO-INGRESADO
               " del " FECHA-INGRESADA ":".
           PERFORM 2550-LINEA-TRIPULANTE THRU 2550-EXIT
               VARYING IX-TAS FROM 1 BY 1
               UNTIL IX-TAS > CANT-TAS.
           DISPLAY "  CM=" CANT-CM " PO=" CANT-PO
               " JC=" CANT-JC " TC=" CANT-TC.
       2500-EXIT.
           EXIT.

       2550-LINEA-TRIPULANTE.
           IF TAS-VUELO (IX-TAS) NOT = VUELO-INGRESADO
               OR TAS-FECHA (IX-TAS) NOT = FECHA-INGRESADA
               OR TAS-ACTIVA (IX-TAS) NOT = "S"
               GO TO 2550-EXIT
           END-IF.
           DISPLAY "  legajo " TAS-LEGAJO (IX-TAS)
               " " TAS-FUNCION (IX-TAS)
               " salida " TAS-HORA-SALIDA (IX-TAS).
           EVALUATE TAS-FUNCION (IX-TAS)
               WHEN "CM" ADD 1 TO CANT-CM
               WHEN "PO" ADD 1 TO CANT-PO
               WHEN "JC" ADD 1 TO CANT-JC
               WHEN OTHER ADD 1 TO CANT-TC
           END-EVALUATE.
       2550-EXIT.
           EXIT.

       2600-OPERAR-TRIPULANTE.
           DISPLAY "A) Asignar tripulante  Q) Quitar tripulante  "
               "F) Fin del vuelo".
           ACCEPT SW-ACCION.
           EVALUATE TRUE
               WHEN ACCION-ASIGNAR
                   PERFORM 3000-ASIGNAR THRU 3000-EXIT
               WHEN ACCION-QUITAR
                   PERFORM 4000-QUITAR THRU 4000-EXIT
               WHEN ACCION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ASIGNAR - maestro, habilitacion, vencimientos, duplicado
      *                y limites de servicio antes de grabar
      ******************************************************************
       3000-ASIGNAR.
           MOVE "S" TO SW-ASIGNACION-OK.
           DISPLAY "Ingrese el legajo del tripulante:".
           ACCEPT LEGAJO-INGRESADO.
           PERFORM VARYING IX-TRT FROM 1 BY 1
               UNTIL IX-TRT > CANT-TRIPULANTES
                   OR TRT-LEGAJO (IX-TRT) = LEGAJO-INGRESADO
               CONTINUE
           END-PERFORM.
           IF IX-TRT > CANT-TRIPULANTES
               MOVE "no es tripulante" TO MOTIVO-RECHAZO
               GO TO 3000-RECHAZO
           END-IF.
           IF TRT-ESTADO (IX-TRT) NOT = "A"
               MOVE "tripulante dado de baja" TO MOTIVO-RECHAZO
               GO TO 3000-RECHAZO
           END-IF.
           MOVE "N" TO SW-HABILITADO.
           PERFORM VARYING IX-HAB FROM 1 BY 1
               UNTIL IX-HAB > 4 OR HABILITADO
               IF TRT-TIPO-HAB (IX-TRT, IX-HAB) = ITN-TIPO (IX-ITN)
                   MOVE "S" TO SW-HABILITADO
               END-IF
           END-PERFORM.
           IF NOT HABILITADO
               MOVE "sin habilitacion en el tipo" TO MOTIVO-RECHAZO
               GO TO 3000-RECHAZO
           END-IF.
           IF TRT-VENCE-LIC (IX-TRT) < FECHA-INGRESADA
               MOVE "licencia vencida" TO MOTIVO-RECHAZO
               GO TO 3000-RECHAZO
           END-IF.
           IF TRT-VENCE-PSICO (IX-TRT) < FECHA-INGRESADA
               MOVE "psicofisico vencido" TO MOTIVO-RECHAZO
               GO TO 3000-RECHAZO
           END-IF.
           PERFORM 3300-CONTROLAR-SERVICIO THRU 3300-EXIT.
           IF NOT ASIGNACION-OK
               GO TO 3000-RECHAZO
           END-IF.
           PERFORM 3500-GRABAR-ASIGNACION THRU 3500-EXIT.
           GO TO 3000-EXIT.
       3000-RECHAZO.
           MOVE "N" TO SW-ASIGNACION-OK.
           ADD 1 TO CANT-RECHAZADOS.
           DISPLAY "Asignacion rechazada: " MOTIVO-RECHAZO.
           STRING "Asignacion RECHAZADA vuelo=" VUELO-INGRESADO
               " fecha=" FECHA-INGRESADA
               " legajo=" LEGAJO-INGRESADO " " MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CONTROLAR-SERVICIO - contra los demas servicios vigentes
      *                           del tripulante: superposicion,
      *                           descanso entre dias, servicio del dia
      *                           y acumulados de 28 dias
      ******************************************************************
       3300-CONTROLAR-SERVICIO.
           MOVE INICIO-NUEVO TO DIA-INICIO.
           MOVE FIN-NUEVO    TO DIA-FIN.
           MOVE SERVICIO-VUELO TO SERVICIO-28.
           MOVE BLOQUE-VUELO   TO VUELO-28.
           PERFORM 3350-COMPARAR-SERVICIO THRU 3350-EXIT
               VARYING IX-TAS FROM 1 BY 1
               UNTIL IX-TAS > CANT-TAS OR NOT ASIGNACION-OK.
           IF NOT ASIGNACION-OK
               GO TO 3300-EXIT
           END-IF.
           COMPUTE SERVICIO-DIA = DIA-FIN - DIA-INICIO.
           IF SERVICIO-DIA > TOPE-SERVICIO-DIA
               MOVE "N" TO SW-ASIGNACION-OK
               MOVE "supera el tope de servicio del dia"
                   TO MOTIVO-RECHAZO
               GO TO 3300-EXIT
           END-IF.
           IF SERVICIO-28 > TOPE-SERVICIO-28
               MOVE "N" TO SW-ASIGNACION-OK
               MOVE "supera el tope de servicio de 28 dias"
                   TO MOTIVO-RECHAZO
               GO TO 3300-EXIT
           END-IF.
           IF VUELO-28 > TOPE-VUELO-28
               MOVE "N" TO SW-ASIGNACION-OK
               MOVE "supera el tope de horas de vuelo de 28 dias"
                   TO MOTIVO-RECHAZO
           END-IF.
       3300-EXIT.
           EXIT.

       3350-COMPARAR-SERVICIO.
           IF TAS-LEGAJO (IX-TAS) NOT = LEGAJO-INGRESADO
               OR TAS-ACTIVA (IX-TAS) NOT = "S"
               GO TO 3350-EXIT
           END-IF.
           IF TAS-VUELO (IX-TAS) = VUELO-INGRESADO
               AND TAS-FECHA (IX-TAS) = FECHA-INGRESADA
               MOVE "N" TO SW-ASIGNACION-OK
               MOVE "ya asignado al vuelo" TO MOTIVO-RECHAZO
               GO TO 3350-EXIT
           END-IF.
           IF INICIO-NUEVO < TAS-FIN (IX-TAS)
               AND TAS-INICIO (IX-TAS) < FIN-NUEVO
               MOVE "N" TO SW-ASIGNACION-OK
               MOVE "se superpone con el vuelo " TO MOTIVO-RECHAZO
               MOVE TAS-VUELO (IX-TAS) TO MOTIVO-RECHAZO (27:6)
               GO TO 3350-EXIT
           END-IF.
      *    Los tramos del mismo dia forman un solo servicio; entre
      *    dias distintos se exige el descanso minimo.
           IF TAS-FECHA (IX-TAS) = FECHA-INGRESADA
               IF TAS-INICIO (IX-TAS) < DIA-INICIO
                   MOVE TAS-INICIO (IX-TAS) TO DIA-INICIO
               END-IF
               IF TAS-FIN (IX-TAS) > DIA-FIN
                   MOVE TAS-FIN (IX-TAS) TO DIA-FIN
               END-IF
           ELSE
               IF TAS-FIN (IX-TAS) NOT > INICIO-NUEVO
                   COMPUTE DESCANSO-CALC = INICIO-NUEVO
                       - TAS-FIN (IX-TAS)
               ELSE
                   COMPUTE DESCANSO-CALC = TAS-INICIO (IX-TAS)
                       - FIN-NUEVO
               END-IF
               IF DESCANSO-CALC < DESCANSO-MINIMO
                   MOVE "N" TO SW-ASIGNACION-OK
                   MOVE "sin descanso minimo tras el vuelo "
                       TO MOTIVO-RECHAZO
                   MOVE TAS-VUELO (IX-TAS) TO MOTIVO-RECHAZO (35:6)
                   GO TO 3350-EXIT
               END-IF
           END-IF.
           IF TAS-SERIAL (IX-TAS) > SERIAL-VUELO - 28
               AND TAS-SERIAL (IX-TAS) NOT > SERIAL-VUELO
               ADD TAS-SERVICIO (IX-TAS) TO SERVICIO-28
               ADD TAS-BLOQUE (IX-TAS)   TO VUELO-28
           END-IF.
       3350-EXIT.
           EXIT.

       3500-GRABAR-ASIGNACION.
           OPEN EXTEND ASIGNACIONES.
           IF FS-ASIGNACIONES NOT = "00"
               OPEN OUTPUT ASIGNACIONES
           END-IF.
           MOVE VUELO-INGRESADO      TO ASG-VUELO.
           MOVE FECHA-INGRESADA      TO ASG-FECHA.
           MOVE LEGAJO-INGRESADO     TO ASG-LEGAJO.
           MOVE TRT-FUNCION (IX-TRT) TO ASG-FUNCION.
           MOVE HORA-SALIDA          TO ASG-HORA-SALIDA.
           MOVE BLOQUE-VUELO         TO ASG-BLOQUE-MIN.
           MOVE SERVICIO-VUELO       TO ASG-SERVICIO-MIN.
           MOVE "A"                  TO ASG-MOVIMIENTO.
           WRITE ASG-REGISTRO.
           CLOSE ASIGNACIONES.
           IF CANT-TAS < 3000
               ADD 1 TO CANT-TAS
               SET IX-TAS TO CANT-TAS
               MOVE ASG-VUELO        TO TAS-VUELO (IX-TAS)
               MOVE ASG-FECHA        TO TAS-FECHA (IX-TAS)
               MOVE ASG-LEGAJO       TO TAS-LEGAJO (IX-TAS)
               MOVE ASG-FUNCION      TO TAS-FUNCION (IX-TAS)
               MOVE HORA-SALIDA      TO TAS-HORA-SALIDA (IX-TAS)
               MOVE SERIAL-VUELO     TO TAS-SERIAL (IX-TAS)
               MOVE INICIO-NUEVO     TO TAS-INICIO (IX-TAS)
               MOVE FIN-NUEVO        TO TAS-FIN (IX-TAS)
               MOVE BLOQUE-VUELO     TO TAS-BLOQUE (IX-TAS)
               MOVE SERVICIO-VUELO   TO TAS-SERVICIO (IX-TAS)
               MOVE "S"              TO TAS-ACTIVA (IX-TAS)
           END-IF.
           ADD 1 TO CANT-ASIGNADOS.
           DISPLAY "Asignacion grabada.".
           STRING "Asignacion vuelo=" ASG-VUELO
               " fecha=" ASG-FECHA
               " legajo=" ASG-LEGAJO
               " funcion=" ASG-FUNCION
               " salida=" ASG-HORA-SALIDA
               " bloque=" ASG-BLOQUE-MIN
               " servicio=" ASG-SERVICIO-MIN
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-QUITAR - agrega el registro B que anula la asignacion
      ******************************************************************
       4000-QUITAR.
           DISPLAY "Ingrese el legajo a quitar del vuelo:".
           ACCEPT LEGAJO-INGRESADO.
           PERFORM VARYING IX-TAS FROM 1 BY 1
               UNTIL IX-TAS > CANT-TAS
                   OR (TAS-VUELO (IX-TAS) = VUELO-INGRESADO
                       AND TAS-FECHA (IX-TAS) = FECHA-INGRESADA
                       AND TAS-LEGAJO (IX-TAS) = LEGAJO-INGRESADO
                       AND TAS-ACTIVA (IX-TAS) = "S")
               CONTINUE
           END-PERFORM.
           IF IX-TAS > CANT-TAS
               DISPLAY "El legajo no esta asignado a este vuelo."
               GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND ASIGNACIONES.
           IF FS-ASIGNACIONES NOT = "00"
               OPEN OUTPUT ASIGNACIONES
           END-IF.
           MOVE TAS-VUELO (IX-TAS)    TO ASG-VUELO.
           MOVE TAS-FECHA (IX-TAS)    TO ASG-FECHA.
           MOVE TAS-LEGAJO (IX-TAS)   TO ASG-LEGAJO.
           MOVE TAS-FUNCION (IX-TAS)  TO ASG-FUNCION.
           MOVE TAS-HORA-SALIDA (IX-TAS) TO ASG-HORA-SALIDA.
           MOVE TAS-BLOQUE (IX-TAS)   TO ASG-BLOQUE-MIN.
           MOVE TAS-SERVICIO (IX-TAS) TO ASG-SERVICIO-MIN.
           MOVE "B"                   TO ASG-MOVIMIENTO.
           WRITE ASG-REGISTRO.
           CLOSE ASIGNACIONES.
           MOVE "N" TO TAS-ACTIVA (IX-TAS).
           ADD 1 TO CANT-QUITADOS.
           DISPLAY "Tripulante quitado del vuelo.".
           STRING "Asignacion ANULADA vuelo=" ASG-VUELO
               " fecha=" ASG-FECHA
               " legajo=" ASG-LEGAJO
               " funcion=" ASG-FUNCION
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 6200-DIAS-CORRIDOS - convierte FECHA-SERIAL en dias corridos
      *                      (anio por 365 mas bisiestos acumulados y
      *                      dias del anio), para restar dos fechas
      ******************************************************************
       6200-DIAS-CORRIDOS.
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
       6200-EXIT.
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
               FOR ALL "AsignaTripulacion".
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
           STRING "AsignaTripulacion " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           MOVE CANT-ASIGNADOS  TO WS-ED-CANT.
           MOVE CANT-RECHAZADOS TO WS-ED-CANT2.
           MOVE CANT-QUITADOS   TO WS-ED-CANT3.
           DISPLAY "Asignaciones grabadas:  " WS-ED-CANT.
           DISPLAY "Asignaciones rechazadas:" WS-ED-CANT2.
           DISPLAY "Asignaciones anuladas:  " WS-ED-CANT3.
           DISPLAY "Carga conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               " asignadas=" WS-ED-CANT
               " rechazadas=" WS-ED-CANT2
               " anuladas=" WS-ED-CANT3
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM AsignaTripulacion.
