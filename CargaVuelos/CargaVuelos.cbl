      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  NF  Version inicial de la captura de vuelos.
      * 2026-10-15  NF  Los asientos ocupados y la recaudacion se
      *                 cargan por clase de cabina (J ejecutiva, W
      *                 premium, Y economica), solo las clases que la
      *                 aeronave tiene segun la capacidad vigente a la
      *                 fecha del vuelo (CAPVIGENCIA, o el padron si
      *                 el tipo no tiene historial). Cada clase se
      *                 valida contra su propia capacidad: el exceso
      *                 solo entra si el operador confirma la
      *                 sobreventa, y queda en la auditoria. El total
      *                 del vuelo sigue en VUE-ASIENTOS-OCUP y
      *                 VUE-INGRESO como suma de las clases.
      * 2026-10-15  NF  Horarios reales: se cargan los calzos fuera y
      *                 dentro (HHMM). Si el vuelo tiene horario en el
      *                 itinerario se graba la salida programada y la
      *                 demora de la salida en minutos (con cruce de
      *                 medianoche); toda salida demorada exige un
      *                 codigo activo de la tabla de causas
      *                 (CAUSASDEMORA) y sin esa tabla no se acepta. El
      *                 vuelo fuera del itinerario queda sin horario
      *                 (VUE-CON-HORARIO en N).
      * 2026-10-15  NF  El vuelo se carga por matricula de la flota
      *                 (FLOTA.DAT) y el tipo sale de la flota; se
      *                 graba en VUE-MATRICULA. El avion con algun
      *                 programa de inspeccion vencido en horas,
      *                 ciclos o dias (PROGINSP, INSPREALIZ) se
      *                 rechaza. Sin FLOTA.DAT se pide el tipo como
      *                 antes y el vuelo queda sin matricula.
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
       PROGRAM-ID. CargaVuelos.
           SELECT VUELOS ASSIGN TO "VUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VUELOS.
           SELECT CAPVIGENCIA ASSIGN TO "CAPVIGENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAPVIGENCIA.
           SELECT ITINERARIO ASSIGN TO "ITINERARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITINERARIO.
           SELECT CAUSASDEMORA ASSIGN TO "CAUSASDEMORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAUSAS.
           SELECT FLOTA ASSIGN TO "FLOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLOTA.
           SELECT PROGINSP ASSIGN TO "PROGINSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROGINSP.
           SELECT INSPREALIZ ASSIGN TO "INSPREALIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSPREALIZ.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

      *    Historial de capacidades con fecha de vigencia, mantenido
      *    por MantAeronaves.
       FD  CAPVIGENCIA
           RECORDING MODE IS F.
       01  CAP-REGISTRO.
           05  CAP-TIPO              PIC X(06).
           05  CAP-FECHA-VIGENCIA    PIC 9(08).
           05  CAP-CAPACIDAD         PIC 9(03).
           05  CAP-CLASES.
               10  CAP-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

       FD  VUELOS
           RECORDING MODE IS F.
           05  VUE-TIPO-AERONAVE     PIC X(06).
           05  VUE-ASIENTOS-OCUP     PIC 9(3).
           05  VUE-INGRESO           PIC 9(08)V99.
           05  VUE-CLASES.
               10  VUE-CLASE OCCURS 3 TIMES.
                   15  VUE-OCUP-CLASE    PIC 9(03).
                   15  VUE-INGRESO-CLASE PIC 9(08)V99.
           05  VUE-CON-HORARIO       PIC X(01).
           05  VUE-SALIDA-PROG       PIC 9(04).
           05  VUE-CALZOS-FUERA      PIC 9(04).
           05  VUE-CALZOS-DENTRO     PIC 9(04).
           05  VUE-DEMORA-MIN        PIC 9(04).
           05  VUE-CAUSA-DEMORA      PIC X(02).
           05  VUE-MATRICULA         PIC X(06).

      *    Itinerario programado (MantItinerario): de aca sale el
      *    horario de salida contra el que se mide la demora.
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

      *    Tabla de causas de demora (MantCausasDemora).
       FD  CAUSASDEMORA
           RECORDING MODE IS F.
       01  CDM-REGISTRO.
           05  CDM-CODIGO            PIC X(02).
           05  CDM-DESCRIPCION       PIC X(30).
           05  CDM-GRUPO             PIC X(01).
           05  CDM-ESTADO            PIC X(01).

      *    Flota por matricula (MantFlota).
       FD  FLOTA
           RECORDING MODE IS F.
       01  FLT-REGISTRO.
           05  FLT-MATRICULA         PIC X(06).
           05  FLT-TIPO              PIC X(06).
           05  FLT-FECHA-ALTA        PIC 9(08).
           05  FLT-HORAS-INICIAL     PIC 9(06).
           05  FLT-CICLOS-INICIAL    PIC 9(06).
           05  FLT-ESTADO            PIC X(01).

      *    Programas de inspeccion por tipo (MantInspecciones).
       FD  PROGINSP
           RECORDING MODE IS F.
       01  PIN-REGISTRO.
           05  PIN-TIPO              PIC X(06).
           05  PIN-CODIGO            PIC X(04).
           05  PIN-DESCRIPCION       PIC X(30).
           05  PIN-CADA-HORAS        PIC 9(05).
           05  PIN-CADA-CICLOS       PIC 9(05).
           05  PIN-CADA-DIAS         PIC 9(04).
           05  PIN-ESTADO            PIC X(01).

      *    Inspecciones cumplidas (MantFlota, opcion R).
       FD  INSPREALIZ
           RECORDING MODE IS F.
       01  IRE-REGISTRO.
           05  IRE-MATRICULA         PIC X(06).
           05  IRE-CODIGO            PIC X(04).
           05  IRE-FECHA             PIC 9(08).
           05  IRE-HORAS             PIC 9(06).
           05  IRE-CICLOS            PIC 9(06).
           05  IRE-OPERADOR          PIC X(04).

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
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-VUELOS                PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.
       77  FS-CAPVIGENCIA           PIC X(02) VALUE SPACES.
       77  FS-ITINERARIO            PIC X(02) VALUE SPACES.
       77  FS-CAUSAS                PIC X(02) VALUE SPACES.
       77  FS-FLOTA                 PIC X(02) VALUE SPACES.
       77  FS-PROGINSP              PIC X(02) VALUE SPACES.
       77  FS-INSPREALIZ            PIC X(02) VALUE SPACES.
       77  CANT-CARGADOS            PIC 9(5) COMP VALUE ZERO.

       77  VUELO-INGRESADO          PIC X(06) VALUE SPACES.
       77  TIPO-INGRESADO           PIC X(06) VALUE SPACES.
       77  MATRICULA-INGRESADA      PIC X(06) VALUE SPACES.
       77  ASIENTOS-INGRESADOS      PIC 9(03) VALUE ZERO.
       77  INGRESO-INGRESADO        PIC 9(08)V99 VALUE ZERO.

           88  FIN-VUELOS           VALUE "S".
       01  SW-DUPLICADO             PIC X(01) VALUE "N".
           88  VUELO-DUPLICADO      VALUE "S".
       01  SW-FIN-CAPVIG            PIC X(01) VALUE "N".
           88  FIN-CAPVIG           VALUE "S".
       01  SW-CONFIRMA              PIC X(01) VALUE "N".
           88  SOBREVENTA-CONFIRMADA VALUE "S" "s".
       01  SW-FIN-ITINERARIO        PIC X(01) VALUE "N".
           88  FIN-ITINERARIO       VALUE "S".
       01  SW-FIN-CAUSAS            PIC X(01) VALUE "N".
           88  FIN-CAUSAS           VALUE "S".
       01  SW-CAUSA-OK              PIC X(01) VALUE "N".
           88  CAUSA-OK             VALUE "S".
       01  SW-CON-FLOTA             PIC X(01) VALUE "N".
           88  CON-FLOTA            VALUE "S".
       01  SW-FIN-FLOTA             PIC X(01) VALUE "N".
           88  FIN-FLOTA            VALUE "S".
       01  SW-FIN-PROGINSP          PIC X(01) VALUE "N".
           88  FIN-PROGINSP         VALUE "S".
       01  SW-FIN-INSPREALIZ        PIC X(01) VALUE "N".
           88  FIN-INSPREALIZ       VALUE "S".
       01  SW-INSP-VENCIDA          PIC X(01) VALUE "N".
           88  INSPECCION-VENCIDA   VALUE "S".

      *----------------------------------------------------------------
      * HORARIOS Y DEMORA - horario programado del itinerario, calzos
      * reales tipeados (HHMM) y demora de la salida en minutos
      *----------------------------------------------------------------
       01  HORA-INGRESADA           PIC 9(04) VALUE ZERO.
       01  FILLER REDEFINES HORA-INGRESADA.
           05  HI-HH                PIC 9(02).
           05  HI-MM                PIC 9(02).
       01  HORA-PROGRAMADA          PIC 9(04) VALUE ZERO.
       01  FILLER REDEFINES HORA-PROGRAMADA.
           05  HP-HH                PIC 9(02).
           05  HP-MM                PIC 9(02).

       77  CALZOS-FUERA             PIC 9(04) VALUE ZERO.
       77  CALZOS-DENTRO            PIC 9(04) VALUE ZERO.
       77  MIN-FUERA                PIC 9(04) COMP VALUE ZERO.
       77  DIF-SALIDA               PIC S9(05) COMP VALUE ZERO.
       77  DEMORA-MINUTOS           PIC 9(04) VALUE ZERO.
       77  CAUSA-INGRESADA          PIC X(02) VALUE SPACES.
       01  SW-CON-HORARIO           PIC X(01) VALUE "N".
           88  CON-HORARIO          VALUE "S".

      *    Itinerario en memoria: solo el vuelo y su salida programada.
       77  CANT-ITINERARIO          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-ITINERARIO.
           05  ITN-ENTRY OCCURS 200 TIMES INDEXED BY IX-ITN.
               10  ITN-VUELO         PIC X(06).
               10  ITN-ESTADO        PIC X(01).
               10  ITN-SALIDA        PIC X(04).

      *    Causas de demora en memoria.
       77  CANT-CAUSAS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CAUSAS.
           05  CDT-ENTRY OCCURS 100 TIMES INDEXED BY IX-CDT.
               10  CDT-CODIGO        PIC X(02).
               10  CDT-DESCRIPCION   PIC X(30).
               10  CDT-ESTADO        PIC X(01).

      *----------------------------------------------------------------
      * FLOTA Y MANTENIMIENTO - horas de bloque y ciclos de cada
      * matricula (las del alta mas los vuelos grabados), programas de
      * inspeccion activos y la ultima inspeccion cumplida de cada
      * matricula y programa
      *----------------------------------------------------------------
       77  CANT-AVIONES             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-FLOTA.
           05  FLM-ENTRY OCCURS 100 TIMES INDEXED BY IX-FLM.
               10  FLM-MATRICULA     PIC X(06).
               10  FLM-TIPO          PIC X(06).
               10  FLM-FECHA-ALTA    PIC 9(08).
               10  FLM-HORAS-INICIAL PIC 9(06).
               10  FLM-CICLOS-INICIAL PIC 9(06).
               10  FLM-ESTADO        PIC X(01).
               10  FLM-MINUTOS       PIC 9(08) COMP.
               10  FLM-CICLOS        PIC 9(06) COMP.

       77  CANT-PROGRAMAS           PIC 9(3) COMP VALUE ZERO.
       01  TABLA-PROGRAMAS.
           05  PTB-ENTRY OCCURS 200 TIMES INDEXED BY IX-PTB.
               10  PTB-TIPO          PIC X(06).
               10  PTB-CODIGO        PIC X(04).
               10  PTB-CADA-HORAS    PIC 9(05).
               10  PTB-CADA-CICLOS   PIC 9(05).
               10  PTB-CADA-DIAS     PIC 9(04).

       77  CANT-ULTIMAS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-ULTIMAS.
           05  ULT-ENTRY OCCURS 500 TIMES INDEXED BY IX-ULT.
               10  ULT-MATRICULA     PIC X(06).
               10  ULT-CODIGO        PIC X(04).
               10  ULT-FECHA         PIC 9(08).
               10  ULT-HORAS         PIC 9(06).
               10  ULT-CICLOS        PIC 9(06).

       77  BLQ-FUERA                PIC 9(04) VALUE ZERO.
       77  BLQ-DENTRO               PIC 9(04) VALUE ZERO.
       01  HORA-CALZOS              PIC 9(04) VALUE ZERO.
       01  FILLER REDEFINES HORA-CALZOS.
           05  HC-HH                PIC 9(02).
           05  HC-MM                PIC 9(02).
       77  MIN-DESDE                PIC 9(04) COMP VALUE ZERO.
       77  MIN-BLOQUE               PIC S9(05) COMP VALUE ZERO.
       77  HORAS-ACTUALES           PIC 9(06) VALUE ZERO.
       77  CICLOS-ACTUALES          PIC 9(06) VALUE ZERO.
       77  BASE-FECHA               PIC 9(08) VALUE ZERO.
       77  BASE-HORAS               PIC 9(06) VALUE ZERO.
       77  BASE-CICLOS              PIC 9(06) VALUE ZERO.
       77  SERIAL-VUELO             PIC 9(07) COMP VALUE ZERO.
       77  CODIGO-VENCIDO           PIC X(04) VALUE SPACES.

      *    Dias corridos de una fecha AAAAMMDD, para restar fechas.
       01  FECHA-SERIAL             PIC 9(08).
       01  FILLER REDEFINES FECHA-SERIAL.
           05  FS-AAAA              PIC 9(04).
           05  FS-MM                PIC 9(02).
           05  FS-DD                PIC 9(02).
       77  SERIAL-CALCULO           PIC 9(07) COMP VALUE ZERO.
       77  DIAS-ACUM-MES            PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CLASES DE CABINA - capacidad vigente y carga del vuelo por
      * clase, en el orden de VUE-CLASE
      *----------------------------------------------------------------
       01  CLASES-VALORES.
           05  FILLER               PIC X(11) VALUE "JEjecutiva".
           05  FILLER               PIC X(11) VALUE "WPremium".
           05  FILLER               PIC X(11) VALUE "YEconomica".
       01  TABLA-CLASES REDEFINES CLASES-VALORES.
           05  CLS-ENTRY OCCURS 3 TIMES.
               10  CLS-CODIGO       PIC X(01).
               10  CLS-NOMBRE       PIC X(10).

       77  IX-CLA                   PIC 9(01) COMP VALUE ZERO.
       77  CAPACIDAD-VUELO          PIC 9(04) VALUE ZERO.
       77  FECHA-MEJOR-VIG          PIC 9(08) VALUE ZERO.

       01  VCL-CAPACIDADES.
           05  VCL-CAPACIDAD        PIC 9(03) OCCURS 3 TIMES.
       01  VCL-OCUPACION.
           05  VCL-CLASE OCCURS 3 TIMES.
               10  VCL-OCUPADOS     PIC 9(03).
               10  VCL-INGRESO      PIC 9(08)V99.

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
       01  WS-ED-INGRESO            PIC ZZZZZZZ9.99.
       01  WS-ED-CANT               PIC ZZZZ9.
       01  WS-ED-DEMORA             PIC ZZZ9.

      *----------------------------------------------------------------
      * CONTROL DE ACCESO DEL OPERADOR
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           PERFORM 1100-CARGAR-ITINERARIO THRU 1100-EXIT.
           PERFORM 1200-CARGAR-CAUSAS THRU 1200-EXIT.
           PERFORM 1300-CARGAR-FLOTA THRU 1300-EXIT.
           IF CON-FLOTA
               PERFORM 1400-CARGAR-PROGRAMAS THRU 1400-EXIT
               PERFORM 1500-CARGAR-INSPECCIONES THRU 1500-EXIT
               PERFORM 1600-ACUMULAR-VUELOS THRU 1600-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-ITINERARIO - sin itinerario ningun vuelo tiene
      *                          horario y no se mide demora
      ******************************************************************
       1100-CARGAR-ITINERARIO.
           MOVE ZERO TO CANT-ITINERARIO.
           OPEN INPUT ITINERARIO.
           IF FS-ITINERARIO NOT = "00"
               DISPLAY "Sin ITINERARIO.DAT (FS=" FS-ITINERARIO
                   "), no se mide la demora de salida."
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-ITINERARIO.
           PERFORM 1150-LEER-ITINERARIO THRU 1150-EXIT
               UNTIL FIN-ITINERARIO.
           CLOSE ITINERARIO.
       1100-EXIT.
           EXIT.

       1150-LEER-ITINERARIO.
           READ ITINERARIO
               AT END
                   MOVE "S" TO SW-FIN-ITINERARIO
               NOT AT END
                   IF CANT-ITINERARIO < 200
                       ADD 1 TO CANT-ITINERARIO
                       SET IX-ITN TO CANT-ITINERARIO
                       MOVE ITI-VUELO  TO ITN-VUELO (IX-ITN)
                       MOVE ITI-ESTADO TO ITN-ESTADO (IX-ITN)
                       MOVE ITI-HORARIO (1:4) TO ITN-SALIDA (IX-ITN)
                   ELSE
                       DISPLAY "ITINERARIO.DAT excede la tabla."
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-CAUSAS - tabla de causas de demora
      ******************************************************************
       1200-CARGAR-CAUSAS.
           MOVE ZERO TO CANT-CAUSAS.
           OPEN INPUT CAUSASDEMORA.
           IF FS-CAUSAS NOT = "00"
               DISPLAY "Sin CAUSASDEMORA.DAT (FS=" FS-CAUSAS
                   "), no se aceptan salidas demoradas."
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CAUSAS.
           PERFORM 1250-LEER-CAUSA THRU 1250-EXIT
               UNTIL FIN-CAUSAS.
           CLOSE CAUSASDEMORA.
       1200-EXIT.
           EXIT.

       1250-LEER-CAUSA.
           READ CAUSASDEMORA
               AT END
                   MOVE "S" TO SW-FIN-CAUSAS
               NOT AT END
                   IF CANT-CAUSAS < 100
                       ADD 1 TO CANT-CAUSAS
                       SET IX-CDT TO CANT-CAUSAS
                       MOVE CDM-CODIGO      TO CDT-CODIGO (IX-CDT)
                       MOVE CDM-DESCRIPCION TO CDT-DESCRIPCION (IX-CDT)
                       MOVE CDM-ESTADO      TO CDT-ESTADO (IX-CDT)
                   ELSE
                       DISPLAY "CAUSASDEMORA.DAT excede la tabla."
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARGAR-FLOTA - con la flota cargada el vuelo se toma por
      *                     matricula; sin FLOTA.DAT se sigue pidiendo
      *                     el tipo y el vuelo queda sin matricula
      ******************************************************************
       1300-CARGAR-FLOTA.
           MOVE ZERO TO CANT-AVIONES.
           OPEN INPUT FLOTA.
           IF FS-FLOTA NOT = "00"
               DISPLAY "Sin FLOTA.DAT (FS=" FS-FLOTA
                   "), el vuelo se carga por tipo y sin matricula."
               GO TO 1300-EXIT
           END-IF.
           MOVE "S" TO SW-CON-FLOTA.
           MOVE "N" TO SW-FIN-FLOTA.
           PERFORM 1350-LEER-FLOTA THRU 1350-EXIT
               UNTIL FIN-FLOTA.
           CLOSE FLOTA.
       1300-EXIT.
           EXIT.

       1350-LEER-FLOTA.
           READ FLOTA
               AT END
                   MOVE "S" TO SW-FIN-FLOTA
               NOT AT END
                   IF CANT-AVIONES < 100
                       ADD 1 TO CANT-AVIONES
                       SET IX-FLM TO CANT-AVIONES
                       MOVE FLT-MATRICULA  TO FLM-MATRICULA (IX-FLM)
                       MOVE FLT-TIPO       TO FLM-TIPO (IX-FLM)
                       MOVE FLT-FECHA-ALTA TO FLM-FECHA-ALTA (IX-FLM)
                       MOVE FLT-HORAS-INICIAL
                           TO FLM-HORAS-INICIAL (IX-FLM)
                       MOVE FLT-CICLOS-INICIAL
                           TO FLM-CICLOS-INICIAL (IX-FLM)
                       MOVE FLT-ESTADO     TO FLM-ESTADO (IX-FLM)
                       MOVE ZERO TO FLM-MINUTOS (IX-FLM)
                                    FLM-CICLOS (IX-FLM)
                   ELSE
                       DISPLAY "FLOTA.DAT excede la tabla."
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARGAR-PROGRAMAS - programas de inspeccion activos; sin
      *                         programas no hay inspeccion que vencer
      ******************************************************************
       1400-CARGAR-PROGRAMAS.
           MOVE ZERO TO CANT-PROGRAMAS.
           OPEN INPUT PROGINSP.
           IF FS-PROGINSP NOT = "00"
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-PROGINSP.
           PERFORM 1450-LEER-PROGRAMA THRU 1450-EXIT
               UNTIL FIN-PROGINSP.
           CLOSE PROGINSP.
       1400-EXIT.
           EXIT.

       1450-LEER-PROGRAMA.
           READ PROGINSP
               AT END
                   MOVE "S" TO SW-FIN-PROGINSP
               NOT AT END
                   IF PIN-ESTADO = "A"
                       IF CANT-PROGRAMAS < 200
                           ADD 1 TO CANT-PROGRAMAS
                           SET IX-PTB TO CANT-PROGRAMAS
                           MOVE PIN-TIPO   TO PTB-TIPO (IX-PTB)
                           MOVE PIN-CODIGO TO PTB-CODIGO (IX-PTB)
                           MOVE PIN-CADA-HORAS
                               TO PTB-CADA-HORAS (IX-PTB)
                           MOVE PIN-CADA-CICLOS
                               TO PTB-CADA-CICLOS (IX-PTB)
                           MOVE PIN-CADA-DIAS
                               TO PTB-CADA-DIAS (IX-PTB)
                       ELSE
                           DISPLAY "PROGINSP.DAT excede la tabla."
                       END-IF
                   END-IF
           END-READ.
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CARGAR-INSPECCIONES - de cada matricula y programa queda
      *                            la inspeccion de fecha mas alta
      ******************************************************************
       1500-CARGAR-INSPECCIONES.
           MOVE ZERO TO CANT-ULTIMAS.
           OPEN INPUT INSPREALIZ.
           IF FS-INSPREALIZ NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-INSPREALIZ.
           PERFORM 1550-LEER-INSPECCION THRU 1550-EXIT
               UNTIL FIN-INSPREALIZ.
           CLOSE INSPREALIZ.
       1500-EXIT.
           EXIT.

       1550-LEER-INSPECCION.
           READ INSPREALIZ
               AT END
                   MOVE "S" TO SW-FIN-INSPREALIZ
                   GO TO 1550-EXIT
           END-READ.
           PERFORM VARYING IX-ULT FROM 1 BY 1
               UNTIL IX-ULT > CANT-ULTIMAS
                   OR (ULT-MATRICULA (IX-ULT) = IRE-MATRICULA
                       AND ULT-CODIGO (IX-ULT) = IRE-CODIGO)
               CONTINUE
           END-PERFORM.
           IF IX-ULT > CANT-ULTIMAS
               IF CANT-ULTIMAS NOT < 500
                   DISPLAY "INSPREALIZ.DAT excede la tabla."
                   GO TO 1550-EXIT
               END-IF
               ADD 1 TO CANT-ULTIMAS
               SET IX-ULT TO CANT-ULTIMAS
               MOVE IRE-MATRICULA TO ULT-MATRICULA (IX-ULT)
               MOVE IRE-CODIGO    TO ULT-CODIGO (IX-ULT)
               MOVE ZERO          TO ULT-FECHA (IX-ULT)
           END-IF.
           IF IRE-FECHA NOT < ULT-FECHA (IX-ULT)
               MOVE IRE-FECHA  TO ULT-FECHA (IX-ULT)
               MOVE IRE-HORAS  TO ULT-HORAS (IX-ULT)
               MOVE IRE-CICLOS TO ULT-CICLOS (IX-ULT)
           END-IF.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ACUMULAR-VUELOS - horas de bloque y ciclos que cada
      *                        matricula sumo desde su alta con los
      *                        vuelos ya grabados
      ******************************************************************
       1600-ACUMULAR-VUELOS.
           OPEN INPUT VUELOS.
           IF FS-VUELOS NOT = "00"
               GO TO 1600-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-VUELOS.
           PERFORM 1650-LEER-VUELO THRU 1650-EXIT
               UNTIL FIN-VUELOS.
           CLOSE VUELOS.
       1600-EXIT.
           EXIT.

       1650-LEER-VUELO.
           READ VUELOS
               AT END
                   MOVE "S" TO SW-FIN-VUELOS
                   GO TO 1650-EXIT
           END-READ.
           IF VUE-MATRICULA = SPACES
               GO TO 1650-EXIT
           END-IF.
           PERFORM VARYING IX-FLM FROM 1 BY 1
               UNTIL IX-FLM > CANT-AVIONES
                   OR FLM-MATRICULA (IX-FLM) = VUE-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IX-FLM > CANT-AVIONES
               GO TO 1650-EXIT
           END-IF.
           IF VUE-FECHA < FLM-FECHA-ALTA (IX-FLM)
               GO TO 1650-EXIT
           END-IF.
           ADD 1 TO FLM-CICLOS (IX-FLM).
           IF VUE-CALZOS-FUERA NOT NUMERIC
               OR VUE-CALZOS-DENTRO NOT NUMERIC
               GO TO 1650-EXIT
           END-IF.
           MOVE VUE-CALZOS-FUERA  TO BLQ-FUERA.
           MOVE VUE-CALZOS-DENTRO TO BLQ-DENTRO.
           PERFORM 6300-MINUTOS-BLOQUE THRU 6300-EXIT.
           ADD MIN-BLOQUE TO FLM-MINUTOS (IX-FLM).
       1650-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARGAR-VUELO - un vuelo por vuelta, con la fecha, el
      *                     tipo y el duplicado validados antes de
           IF NOT VUELO-OK
               GO TO 2000-SIGUE
           END-IF.
           MOVE SPACES TO MATRICULA-INGRESADA.
           IF CON-FLOTA
               PERFORM 2470-VALIDAR-MATRICULA THRU 2470-EXIT
               IF NOT VUELO-OK
                   GO TO 2000-SIGUE
               END-IF
           ELSE
               DISPLAY "Ingrese el tipo/cola de la aeronave:"
               ACCEPT TIPO-INGRESADO
           END-IF.
           PERFORM 2500-VALIDAR-TIPO THRU 2500-EXIT.
           IF NOT VUELO-OK
               GO TO 2000-SIGUE
           END-IF.
           IF CON-FLOTA
               PERFORM 2480-CONTROLAR-INSPECCIONES THRU 2480-EXIT
               IF NOT VUELO-OK
                   GO TO 2000-SIGUE
               END-IF
           END-IF.
           PERFORM 2600-CAPACIDAD-VIGENTE THRU 2600-EXIT.
           IF NOT VUELO-OK
               GO TO 2000-SIGUE
           END-IF.
           MOVE ZERO TO VCL-OCUPACION.
           PERFORM 2700-CARGAR-CLASE THRU 2700-EXIT
               VARYING IX-CLA FROM 1 BY 1
               UNTIL IX-CLA > 3 OR NOT VUELO-OK.
           IF NOT VUELO-OK
               GO TO 2000-SIGUE
           END-IF.
           PERFORM 2800-TOTALIZAR-CLASES THRU 2800-EXIT.
           IF NOT VUELO-OK
               GO TO 2000-SIGUE
           END-IF.
           PERFORM 2900-HORARIOS THRU 2900-EXIT.
           IF NOT VUELO-OK
               GO TO 2000-SIGUE
           END-IF.
           OPEN EXTEND VUELOS.
           IF FS-VUELOS NOT = "00"
               OPEN OUTPUT VUELOS
           MOVE TIPO-INGRESADO     TO VUE-TIPO-AERONAVE.
           MOVE ASIENTOS-INGRESADOS TO VUE-ASIENTOS-OCUP.
           MOVE INGRESO-INGRESADO  TO VUE-INGRESO.
           MOVE VCL-OCUPACION      TO VUE-CLASES.
           MOVE SW-CON-HORARIO     TO VUE-CON-HORARIO.
           MOVE HORA-PROGRAMADA    TO VUE-SALIDA-PROG.
           MOVE CALZOS-FUERA       TO VUE-CALZOS-FUERA.
           MOVE CALZOS-DENTRO      TO VUE-CALZOS-DENTRO.
           MOVE DEMORA-MINUTOS     TO VUE-DEMORA-MIN.
           MOVE CAUSA-INGRESADA    TO VUE-CAUSA-DEMORA.
           MOVE MATRICULA-INGRESADA TO VUE-MATRICULA.
           WRITE VUE-REGISTRO.
           CLOSE VUELOS.
           ADD 1 TO CANT-CARGADOS.
      *    El vuelo grabado ya cuenta para el proximo control del avion.
           IF CON-FLOTA
               ADD 1 TO FLM-CICLOS (IX-FLM)
               MOVE CALZOS-FUERA  TO BLQ-FUERA
               MOVE CALZOS-DENTRO TO BLQ-DENTRO
               PERFORM 6300-MINUTOS-BLOQUE THRU 6300-EXIT
               ADD MIN-BLOQUE TO FLM-MINUTOS (IX-FLM)
           END-IF.
           MOVE VUE-INGRESO TO WS-ED-INGRESO.
           MOVE VUE-DEMORA-MIN TO WS-ED-DEMORA.
           DISPLAY "Vuelo grabado.".
           STRING "Vuelo=" VUE-NUMERO
               " fecha=" VUE-FECHA
               " tipo=" VUE-TIPO-AERONAVE
               " mat=" VUE-MATRICULA
               " ocup=" VUE-ASIENTOS-OCUP
               " J=" VUE-OCUP-CLASE (1)
               " W=" VUE-OCUP-CLASE (2)
               " Y=" VUE-OCUP-CLASE (3)
               " ingr=" WS-ED-INGRESO
               " fuera=" VUE-CALZOS-FUERA
               " dentro=" VUE-CALZOS-DENTRO
               " dem=" WS-ED-DEMORA
               " causa=" VUE-CAUSA-DEMORA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2000-SIGUE.
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2470-VALIDAR-MATRICULA - la matricula debe estar activa en la
      *                          flota; el tipo sale de la flota
      ******************************************************************
       2470-VALIDAR-MATRICULA.
           DISPLAY "Ingrese la matricula de la aeronave:".
           ACCEPT MATRICULA-INGRESADA.
           PERFORM VARYING IX-FLM FROM 1 BY 1
               UNTIL IX-FLM > CANT-AVIONES
                   OR FLM-MATRICULA (IX-FLM) = MATRICULA-INGRESADA
               CONTINUE
           END-PERFORM.
           IF IX-FLM > CANT-AVIONES
               MOVE "N" TO SW-VUELO-OK
               DISPLAY "Matricula inexistente en la flota, se rechaza."
               STRING "Vuelo RECHAZADO vuelo=" VUELO-INGRESADO
                   " matricula=" MATRICULA-INGRESADA
                   " inexistente en la flota"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2470-EXIT
           END-IF.
           IF FLM-ESTADO (IX-FLM) NOT = "A"
               MOVE "N" TO SW-VUELO-OK
               DISPLAY "Matricula dada de baja en la flota, se "
                   "rechaza."
               STRING "Vuelo RECHAZADO vuelo=" VUELO-INGRESADO
                   " matricula=" MATRICULA-INGRESADA " dada de baja"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2470-EXIT
           END-IF.
           MOVE FLM-TIPO (IX-FLM) TO TIPO-INGRESADO.
           DISPLAY "  Tipo " TIPO-INGRESADO.
       2470-EXIT.
           EXIT.

      ******************************************************************
      * 2480-CONTROLAR-INSPECCIONES - el avion con algun programa de
      *                               inspeccion vencido (horas, ciclos
      *                               o dias desde la ultima vez que se
      *                               cumplio, o desde el alta) no se
      *                               asigna al vuelo
      ******************************************************************
       2480-CONTROLAR-INSPECCIONES.
           MOVE "N" TO SW-INSP-VENCIDA.
           COMPUTE HORAS-ACTUALES = FLM-HORAS-INICIAL (IX-FLM)
               + FLM-MINUTOS (IX-FLM) / 60.
           COMPUTE CICLOS-ACTUALES = FLM-CICLOS-INICIAL (IX-FLM)
               + FLM-CICLOS (IX-FLM).
           MOVE FECHA-INGRESADA TO FECHA-SERIAL.
           PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT.
           MOVE SERIAL-CALCULO TO SERIAL-VUELO.
           PERFORM 2485-CONTROLAR-PROGRAMA THRU 2485-EXIT
               VARYING IX-PTB FROM 1 BY 1
               UNTIL IX-PTB > CANT-PROGRAMAS OR INSPECCION-VENCIDA.
           IF INSPECCION-VENCIDA
               MOVE "N" TO SW-VUELO-OK
               DISPLAY "La matricula tiene la inspeccion "
                   CODIGO-VENCIDO " vencida, se rechaza."
               STRING "Vuelo RECHAZADO vuelo=" VUELO-INGRESADO
                   " fecha=" FECHA-INGRESADA
                   " matricula=" MATRICULA-INGRESADA
                   " inspeccion " CODIGO-VENCIDO " vencida"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       2480-EXIT.
           EXIT.

       2485-CONTROLAR-PROGRAMA.
           IF PTB-TIPO (IX-PTB) NOT = FLM-TIPO (IX-FLM)
               GO TO 2485-EXIT
           END-IF.
           MOVE FLM-FECHA-ALTA (IX-FLM)     TO BASE-FECHA.
           MOVE FLM-HORAS-INICIAL (IX-FLM)  TO BASE-HORAS.
           MOVE FLM-CICLOS-INICIAL (IX-FLM) TO BASE-CICLOS.
           PERFORM VARYING IX-ULT FROM 1 BY 1
               UNTIL IX-ULT > CANT-ULTIMAS
                   OR (ULT-MATRICULA (IX-ULT) = MATRICULA-INGRESADA
                       AND ULT-CODIGO (IX-ULT) = PTB-CODIGO (IX-PTB))
               CONTINUE
           END-PERFORM.
           IF IX-ULT NOT > CANT-ULTIMAS
               MOVE ULT-FECHA (IX-ULT)  TO BASE-FECHA
               MOVE ULT-HORAS (IX-ULT)  TO BASE-HORAS
               MOVE ULT-CICLOS (IX-ULT) TO BASE-CICLOS
           END-IF.
           IF PTB-CADA-HORAS (IX-PTB) > ZERO
               AND HORAS-ACTUALES NOT <
                   BASE-HORAS + PTB-CADA-HORAS (IX-PTB)
               MOVE "S" TO SW-INSP-VENCIDA
           END-IF.
           IF PTB-CADA-CICLOS (IX-PTB) > ZERO
               AND CICLOS-ACTUALES NOT <
                   BASE-CICLOS + PTB-CADA-CICLOS (IX-PTB)
               MOVE "S" TO SW-INSP-VENCIDA
           END-IF.
           IF PTB-CADA-DIAS (IX-PTB) > ZERO
               MOVE BASE-FECHA TO FECHA-SERIAL
               PERFORM 6200-DIAS-CORRIDOS THRU 6200-EXIT
               IF SERIAL-VUELO NOT <
                   SERIAL-CALCULO + PTB-CADA-DIAS (IX-PTB)
                   MOVE "S" TO SW-INSP-VENCIDA
               END-IF
           END-IF.
           IF INSPECCION-VENCIDA
               MOVE PTB-CODIGO (IX-PTB) TO CODIGO-VENCIDO
           END-IF.
       2485-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VALIDAR-TIPO - el tipo debe existir en el padron de
      *                     aeronaves y estar activo
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CAPACIDAD-VIGENTE - capacidad por clase que rige en la
      *                          fecha del vuelo: la vigencia de fecha
      *                          mas alta que no la supere, o la del
      *                          padron si el tipo no tiene historial;
      *                          el registro anterior a la carga por
      *                          clase va todo a economica
      ******************************************************************
       2600-CAPACIDAD-VIGENTE.
           IF AER-CLASES IS NUMERIC AND AER-CLASES NOT = ZEROS
               MOVE AER-CLASES TO VCL-CAPACIDADES
           ELSE
               MOVE ZERO TO VCL-CAPACIDADES
               MOVE AER-CAPACIDAD TO VCL-CAPACIDAD (3)
           END-IF.
           MOVE ZERO TO FECHA-MEJOR-VIG.
           OPEN INPUT CAPVIGENCIA.
           IF FS-CAPVIGENCIA = "00"
               MOVE "N" TO SW-FIN-CAPVIG
               PERFORM 2650-LEER-VIGENCIA THRU 2650-EXIT
                   UNTIL FIN-CAPVIG
               CLOSE CAPVIGENCIA
           END-IF.
           ADD VCL-CAPACIDAD (1) VCL-CAPACIDAD (2) VCL-CAPACIDAD (3)
               GIVING CAPACIDAD-VUELO.
           IF CAPACIDAD-VUELO = ZERO
               MOVE "N" TO SW-VUELO-OK
               DISPLAY "El tipo no tiene capacidad vigente a la fecha,"
                   " se rechaza."
               STRING "Vuelo RECHAZADO vuelo=" VUELO-INGRESADO
                   " fecha=" FECHA-INGRESADA
                   " tipo=" TIPO-INGRESADO " sin capacidad vigente"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2650-LEER-VIGENCIA.
           READ CAPVIGENCIA
               AT END
                   MOVE "S" TO SW-FIN-CAPVIG
               NOT AT END
                   IF CAP-TIPO = TIPO-INGRESADO
                       AND CAP-FECHA-VIGENCIA NOT > FECHA-INGRESADA
                       AND CAP-FECHA-VIGENCIA NOT < FECHA-MEJOR-VIG
                       PERFORM 2660-TOMAR-VIGENCIA THRU 2660-EXIT
                   END-IF
           END-READ.
       2650-EXIT.
           EXIT.

       2660-TOMAR-VIGENCIA.
           MOVE CAP-FECHA-VIGENCIA TO FECHA-MEJOR-VIG.
           IF CAP-CLASES IS NUMERIC AND CAP-CLASES NOT = ZEROS
               MOVE CAP-CLASES TO VCL-CAPACIDADES
           ELSE
               MOVE ZERO TO VCL-CAPACIDADES
               MOVE CAP-CAPACIDAD TO VCL-CAPACIDAD (3)
           END-IF.
       2660-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CARGAR-CLASE - ocupados y recaudacion de la clase IX-CLA;
      *                     la clase que la aeronave no tiene no se
      *                     pide. Un exceso sobre la capacidad de la
      *                     clase solo pasa como sobreventa confirmada
      ******************************************************************
       2700-CARGAR-CLASE.
           IF VCL-CAPACIDAD (IX-CLA) = ZERO
               GO TO 2700-EXIT
           END-IF.
           DISPLAY "Clase " CLS-CODIGO (IX-CLA) " "
               CLS-NOMBRE (IX-CLA)
               " (capacidad " VCL-CAPACIDAD (IX-CLA) ")".
           DISPLAY "  Ingrese los asientos ocupados:".
           ACCEPT VCL-OCUPADOS (IX-CLA).
           DISPLAY "  Ingrese la recaudacion de pasajes de la clase:".
           ACCEPT VCL-INGRESO (IX-CLA).
           IF VCL-OCUPADOS (IX-CLA) NOT > VCL-CAPACIDAD (IX-CLA)
               GO TO 2700-EXIT
           END-IF.
           DISPLAY "  La clase supera su capacidad. Confirma la "
               "sobreventa (S/N)?".
           MOVE "N" TO SW-CONFIRMA.
           ACCEPT SW-CONFIRMA.
           IF SOBREVENTA-CONFIRMADA
               STRING "Vuelo=" VUELO-INGRESADO
                   " fecha=" FECHA-INGRESADA
                   " clase=" CLS-CODIGO (IX-CLA)
                   " SOBREVENTA confirmada capacidad="
                   VCL-CAPACIDAD (IX-CLA)
                   " ocupados=" VCL-OCUPADOS (IX-CLA)
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2700-EXIT
           END-IF.
           MOVE "N" TO SW-VUELO-OK.
           DISPLAY "Ocupados por encima de la capacidad de la clase,"
               " se rechaza.".
           STRING "Vuelo RECHAZADO vuelo=" VUELO-INGRESADO
               " fecha=" FECHA-INGRESADA
               " clase=" CLS-CODIGO (IX-CLA)
               " ocupados=" VCL-OCUPADOS (IX-CLA)
               " superan capacidad=" VCL-CAPACIDAD (IX-CLA)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-TOTALIZAR-CLASES - el total del vuelo es la suma de las
      *                         clases
      ******************************************************************
       2800-TOTALIZAR-CLASES.
           ADD VCL-OCUPADOS (1) VCL-OCUPADOS (2) VCL-OCUPADOS (3)
               GIVING ASIENTOS-INGRESADOS
               ON SIZE ERROR
                   MOVE "N" TO SW-VUELO-OK
           END-ADD.
           ADD VCL-INGRESO (1) VCL-INGRESO (2) VCL-INGRESO (3)
               GIVING INGRESO-INGRESADO
               ON SIZE ERROR
                   MOVE "N" TO SW-VUELO-OK
           END-ADD.
           IF NOT VUELO-OK
               DISPLAY "El total del vuelo desborda, se rechaza."
               STRING "Vuelo RECHAZADO vuelo=" VUELO-INGRESADO
                   " fecha=" FECHA-INGRESADA " total desborda"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-HORARIOS - calzos fuera y dentro reales; si el vuelo tiene
      *                 horario en el itinerario se mide la demora de
      *                 la salida (con el cruce de medianoche) y toda
      *                 salida demorada exige una causa activa de la
      *                 tabla. Sin tabla de causas la salida demorada
      *                 no entra: no se graba una demora sin causa
      ******************************************************************
       2900-HORARIOS.
           MOVE "N" TO SW-CON-HORARIO.
           MOVE ZERO TO HORA-PROGRAMADA DEMORA-MINUTOS.
           MOVE SPACES TO CAUSA-INGRESADA.
           PERFORM VARYING IX-ITN FROM 1 BY 1
               UNTIL IX-ITN > CANT-ITINERARIO
                   OR ITN-VUELO (IX-ITN) = VUELO-INGRESADO
               CONTINUE
           END-PERFORM.
           IF IX-ITN NOT > CANT-ITINERARIO
               IF ITN-ESTADO (IX-ITN) = "A"
                   AND ITN-SALIDA (IX-ITN) IS NUMERIC
                   MOVE "S" TO SW-CON-HORARIO
                   MOVE ITN-SALIDA (IX-ITN) TO HORA-PROGRAMADA
               END-IF
           END-IF.
           IF CON-HORARIO
               DISPLAY "Salida programada: " HP-HH ":" HP-MM
           ELSE
               DISPLAY "Vuelo sin horario en el itinerario, no se "
                   "mide la demora."
           END-IF.
       2900-FUERA.
           DISPLAY "Ingrese la hora de calzos fuera (HHMM):".
           ACCEPT HORA-INGRESADA.
           IF HORA-INGRESADA NOT NUMERIC
               OR HI-HH > 23 OR HI-MM > 59
               DISPLAY "Hora invalida. Reingrese."
               GO TO 2900-FUERA
           END-IF.
           MOVE HORA-INGRESADA TO CALZOS-FUERA.
           COMPUTE MIN-FUERA = HI-HH * 60 + HI-MM.
       2900-DENTRO.
           DISPLAY "Ingrese la hora de calzos dentro (HHMM):".
           ACCEPT HORA-INGRESADA.
           IF HORA-INGRESADA NOT NUMERIC
               OR HI-HH > 23 OR HI-MM > 59
               DISPLAY "Hora invalida. Reingrese."
               GO TO 2900-DENTRO
           END-IF.
           IF HORA-INGRESADA = CALZOS-FUERA
               DISPLAY "Calzos dentro igual a calzos fuera. Reingrese."
               GO TO 2900-DENTRO
           END-IF.
           MOVE HORA-INGRESADA TO CALZOS-DENTRO.
           IF NOT CON-HORARIO
               GO TO 2900-EXIT
           END-IF.
      *    Mas de 12 horas de diferencia es cruce de medianoche: una
      *    salida 0010 programada a las 2350 es demora de 20 minutos,
      *    y una 2355 programada a las 0010 es adelanto.
           COMPUTE DIF-SALIDA = MIN-FUERA - (HP-HH * 60 + HP-MM).
           IF DIF-SALIDA < -720
               ADD 1440 TO DIF-SALIDA
           END-IF.
           IF DIF-SALIDA > 720
               SUBTRACT 1440 FROM DIF-SALIDA
           END-IF.
           IF DIF-SALIDA NOT > ZERO
               GO TO 2900-EXIT
           END-IF.
           MOVE DIF-SALIDA TO DEMORA-MINUTOS.
           IF CANT-CAUSAS = ZERO
               MOVE "N" TO SW-VUELO-OK
               DISPLAY "Salida demorada sin tabla de causas, se "
                   "rechaza."
               STRING "Vuelo RECHAZADO vuelo=" VUELO-INGRESADO
                   " fecha=" FECHA-INGRESADA
                   " demorado sin tabla de causas"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 2900-EXIT
           END-IF.
           MOVE DEMORA-MINUTOS TO WS-ED-DEMORA.
           DISPLAY "Salida demorada " WS-ED-DEMORA " minutos.".
       2900-CAUSA.
           DISPLAY "Ingrese el codigo de causa de la demora:".
           ACCEPT CAUSA-INGRESADA.
           MOVE "N" TO SW-CAUSA-OK.
           PERFORM VARYING IX-CDT FROM 1 BY 1
               UNTIL IX-CDT > CANT-CAUSAS
                   OR CDT-CODIGO (IX-CDT) = CAUSA-INGRESADA
               CONTINUE
           END-PERFORM.
           IF IX-CDT NOT > CANT-CAUSAS
               IF CDT-ESTADO (IX-CDT) = "A"
                   MOVE "S" TO SW-CAUSA-OK
               END-IF
           END-IF.
           IF NOT CAUSA-OK
               DISPLAY "Causa inexistente o dada de baja. Reingrese."
               GO TO 2900-CAUSA
           END-IF.
           DISPLAY "  " CDT-DESCRIPCION (IX-CDT).
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 6200-DIAS-CORRIDOS - dias corridos de FECHA-SERIAL desde una
      *                      base fija, para restar fechas
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
      * 6300-MINUTOS-BLOQUE - minutos de calzo a calzo entre BLQ-FUERA
      *                       y BLQ-DENTRO, con el cruce de medianoche
      ******************************************************************
       6300-MINUTOS-BLOQUE.
           MOVE BLQ-FUERA TO HORA-CALZOS.
           COMPUTE MIN-DESDE = HC-HH * 60 + HC-MM.
           MOVE BLQ-DENTRO TO HORA-CALZOS.
           COMPUTE MIN-BLOQUE = HC-HH * 60 + HC-MM - MIN-DESDE.
           IF MIN-BLOQUE < ZERO
               ADD 1440 TO MIN-BLOQUE
           END-IF.
       6300-EXIT.
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
           STRING "CargaVuelos " WS-FECHA-AAAA "-" WS-FECHA-MM "-"
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
