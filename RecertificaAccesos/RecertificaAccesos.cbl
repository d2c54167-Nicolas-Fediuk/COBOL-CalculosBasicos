      ******************************************************************
      *Recertificacion trimestral de accesos. Un supervisor (el
      *operador autorizado a este programa) recorre los operadores
      *activos o suspendidos que todavia no tienen decision en el
      *trimestre en curso y, para cada uno, ve su lista de programas,
      *los pares de la matriz de funciones incompatibles
      *(CONFLICTOS.DAT) que reune y si tiene autorizacion total, y
      *decide:
      *  C  confirmar la lista tal como esta;
      *  M  modificarla (la lista nueva se vuelve a cruzar con la
      *     matriz);
      *  R  revocar todos los programas;
      *  P  dejarlo pendiente; F termina el recorrido.
      *Nadie recertifica sus propios accesos: el supervisor se saltea
      *a si mismo. Confirmar o modificar a un operador suspendido lo
      *vuelve a activar.
      *El plazo de cada trimestre vence el ultimo dia de su primer
      *mes. Pasado el plazo, al terminar el recorrido los operadores
      *activos que siguen sin decision quedan suspendidos (estado S),
      *salvo el propio supervisor, que queda pendiente de otro.
      *Cada decision se agrega a RECERTIFICA.DAT (operador,
      *trimestre, decision, fecha, supervisor y lista resultante) y
      *queda en AUDITLOG.DAT con los valores anteriores y
      *posteriores; el maestro de operadores se regraba al final.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial de la recertificacion de
      *                 accesos.
      * 2026-10-15  NF  Si OPERADORES.DAT no se pudo cargar o no se
      *                 puede abrir para regrabar, el maestro no se
      *                 regraba y queda asentado en la auditoria.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertificaAccesos.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLICTOS ASSIGN TO "CONFLICTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFLICTOS.
           SELECT RECERTIFICA ASSIGN TO "RECERTIFICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECERTIFICA.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
      *    Pares de programas que un mismo operador no debe tener.
       FD  CONFLICTOS
           RECORDING MODE IS F.
       01  CNF-REGISTRO.
           05  CNF-PROGRAMA-A        PIC X(20).
           05  CNF-PROGRAMA-B        PIC X(20).
           05  CNF-MOTIVO            PIC X(40).
           05  CNF-ESTADO            PIC X(01).

      *    Decisiones de recertificacion, en orden de grabacion: para
      *    un operador y un trimestre vale la ultima.
       FD  RECERTIFICA
           RECORDING MODE IS F.
       01  REC-REGISTRO.
           05  REC-OPERADOR          PIC X(04).
           05  REC-CICLO.
               10  REC-ANIO          PIC 9(04).
               10  REC-TRIMESTRE     PIC 9(01).
           05  REC-DECISION          PIC X(01).
           05  REC-FECHA             PIC 9(08).
           05  REC-SUPERVISOR        PIC X(04).
           05  REC-PROGRAMAS         PIC X(80).

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
       77  FS-RECERTIFICA           PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       01  FECHA-HOY                PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-HOY.
           05  HOY-AAAA             PIC 9(04).
           05  HOY-MM               PIC 9(02).
           05  HOY-DD               PIC 9(02).

      *    Trimestre en curso y plazo de su recertificacion: el ultimo
      *    dia del primer mes del trimestre.
       01  CICLO-ACTUAL.
           05  CIC-ANIO             PIC 9(04).
           05  CIC-TRIMESTRE        PIC 9(01).
       77  MES-INICIO-CICLO         PIC 9(02) VALUE ZERO.
       01  FECHA-LIMITE             PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-LIMITE.
           05  LIM-AAAA             PIC 9(04).
           05  LIM-MM               PIC 9(02).
           05  LIM-DD               PIC 9(02).

       01  SW-OPCION                PIC X(01).
           88  OPCION-CONFIRMAR     VALUE "C" "c".
           88  OPCION-MODIFICAR     VALUE "M" "m".
           88  OPCION-REVOCAR       VALUE "R" "r".
           88  OPCION-PENDIENTE     VALUE "P" "p".
           88  OPCION-FIN           VALUE "F" "f".
       01  SW-CONFIRMA              PIC X(01) VALUE "N".
           88  CONFIRMA             VALUE "S" "s".

       01  SW-FIN-OPERADORES-TAB    PIC X(01) VALUE "N".
           88  FIN-OPERADORES-TAB   VALUE "S".
       01  SW-MAESTRO-COMPLETO      PIC X(01) VALUE "S".
           88  MAESTRO-COMPLETO     VALUE "S".
       01  SW-CARGA-FALLIDA         PIC X(01) VALUE "N".
           88  CARGA-FALLIDA        VALUE "S".
       01  SW-FIN-RECERTIFICA       PIC X(01) VALUE "N".
           88  FIN-RECERTIFICA      VALUE "S".
       01  SW-FIN-RECORRIDO         PIC X(01) VALUE "N".
           88  FIN-RECORRIDO        VALUE "S".
       01  SW-PLAZO-VENCIDO         PIC X(01) VALUE "N".
           88  PLAZO-VENCIDO        VALUE "S".

      *----------------------------------------------------------------
      * OPERADORES EN MEMORIA, CON LA DECISION DEL TRIMESTRE
      *----------------------------------------------------------------
       77  CANT-OPERADORES          PIC 9(3) COMP VALUE ZERO.
       77  CODIGO-BUSCADO           PIC X(04) VALUE SPACES.
       01  TABLA-OPERADORES.
           05  OPT-ENTRY OCCURS 100 TIMES INDEXED BY IX-OPT.
               10  OPT-CODIGO        PIC X(04).
               10  OPT-NOMBRE        PIC X(30).
               10  OPT-PROGRAMAS     PIC X(80).
               10  OPT-ESTADO        PIC X(01).
               10  OPT-DECISION      PIC X(01).

       01  ANTES-OPERADOR.
           05  ANTES-PROGRAMAS      PIC X(80).
           05  ANTES-ESTADO         PIC X(01).
       77  DECISION-W               PIC X(01) VALUE SPACE.
       77  LISTA-NUEVA              PIC X(80) VALUE SPACES.

       77  CANT-CONFIRMADOS         PIC 9(3) COMP VALUE ZERO.
       77  CANT-MODIFICADOS         PIC 9(3) COMP VALUE ZERO.
       77  CANT-REVOCADOS           PIC 9(3) COMP VALUE ZERO.
       77  CANT-SUSPENDIDOS         PIC 9(3) COMP VALUE ZERO.
       77  CANT-PENDIENTES          PIC 9(3) COMP VALUE ZERO.
       01  WS-ED-CANT               PIC Z(6)9.
       01  WS-ED-CANT2              PIC Z(6)9.
       01  WS-ED-CANT3              PIC Z(6)9.
       01  WS-ED-CANT4              PIC Z(6)9.
       01  WS-ED-CANT5              PIC Z(6)9.

      *----------------------------------------------------------------
      * MATRIZ DE FUNCIONES INCOMPATIBLES (CONFLICTOS)
      *----------------------------------------------------------------
       77  FS-CONFLICTOS            PIC X(02) VALUE SPACES.
       01  SW-FIN-CONFLICTOS        PIC X(01) VALUE "N".
           88  FIN-CONFLICTOS       VALUE "S".
       77  CANT-CONFLICTOS          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CONFLICTOS.
           05  CFT-ENTRY OCCURS 100 TIMES INDEXED BY IX-CFT.
               10  CFT-PROGRAMA-A    PIC X(20).
               10  CFT-PROGRAMA-B    PIC X(20).
               10  CFT-MOTIVO        PIC X(40).
      *    Lista de programas que se cruza con la matriz; cada
      *    programa se busca por su nombre completo entre espacios,
      *    para que un nombre no coincida con parte de otro.
       77  LISTA-REVISADA           PIC X(80) VALUE SPACES.
       77  LISTA-BUSQUEDA           PIC X(82) VALUE SPACES.
       77  PROGRAMA-BUSCADO         PIC X(20) VALUE SPACES.
       77  TOKEN-BUSCADO            PIC X(22) VALUE SPACES.
       77  LARGO-TOKEN              PIC 9(02) COMP VALUE ZERO.
       77  CONT-TOKEN               PIC 9(02) COMP VALUE ZERO.
       77  CANT-CONFLICTOS-OPR      PIC 9(3) COMP VALUE ZERO.
       01  SW-TIENE-PROGRAMA        PIC X(01) VALUE "N".
           88  TIENE-PROGRAMA       VALUE "S".
       01  SW-COMODIN               PIC X(01) VALUE "N".
           88  LISTA-COMODIN        VALUE "S".

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
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
      *    Con la tabla truncada no se opera: regrabar desde una
      *    tabla incompleta perderia los operadores que quedaron
      *    afuera.
           IF NOT MAESTRO-COMPLETO
               DISPLAY "OPERADORES.DAT excede la tabla, la corrida "
                   "no sigue."
               STRING "OPERADORES excede la tabla, corrida "
                   "rechazada"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               CLOSE AUDITLOG
               GO TO 9999-EXIT
           END-IF.
           OPEN EXTEND RECERTIFICA.
           IF FS-RECERTIFICA NOT = "00"
               OPEN OUTPUT RECERTIFICA
           END-IF.
           STRING "Recertificacion trimestre=" CIC-TRIMESTRE "/"
               CIC-ANIO " plazo=" FECHA-LIMITE
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           PERFORM 2000-RECERTIFICAR-OPERADOR THRU 2000-EXIT
               VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES OR FIN-RECORRIDO.
           IF PLAZO-VENCIDO
               PERFORM 4000-SUSPENDER-VENCIDOS THRU 4000-EXIT
                   VARYING IX-OPT FROM 1 BY 1
                   UNTIL IX-OPT > CANT-OPERADORES
           END-IF.
           CLOSE RECERTIFICA.
           PERFORM 6000-REGRABAR-MAESTRO THRU 6000-EXIT.
           PERFORM 5000-RESUMEN THRU 5000-EXIT.
           PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT.
           CLOSE AUDITLOG.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - trimestre en curso y su plazo, maestro de
      *                    operadores, matriz y decisiones ya tomadas
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE HOY-AAAA TO CIC-ANIO.
           COMPUTE CIC-TRIMESTRE = (HOY-MM - 1) / 3 + 1.
           COMPUTE MES-INICIO-CICLO = (CIC-TRIMESTRE - 1) * 3 + 1.
           MOVE HOY-AAAA         TO LIM-AAAA.
           MOVE MES-INICIO-CICLO TO LIM-MM.
           IF MES-INICIO-CICLO = 4
               MOVE 30 TO LIM-DD
           ELSE
               MOVE 31 TO LIM-DD
           END-IF.
           IF FECHA-HOY > FECHA-LIMITE
               MOVE "S" TO SW-PLAZO-VENCIDO
           END-IF.
           DISPLAY "Recertificacion del trimestre " CIC-TRIMESTRE
               "/" CIC-ANIO ", plazo " FECHA-LIMITE.
           IF PLAZO-VENCIDO
               DISPLAY "El plazo esta vencido: al terminar, los "
                   "operadores sin decision quedan suspendidos."
           END-IF.
           PERFORM 1100-CARGAR-OPERADORES THRU 1100-EXIT.
           PERFORM 1200-CARGAR-CONFLICTOS THRU 1200-EXIT.
           PERFORM 1300-CARGAR-RECERTIFICA THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

       1100-CARGAR-OPERADORES.
           MOVE ZERO TO CANT-OPERADORES.
           MOVE "N" TO SW-CARGA-FALLIDA.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT = "00"
               MOVE "S" TO SW-CARGA-FALLIDA
               DISPLAY "No se pudo abrir OPERADORES.DAT, FS="
                   FS-OPERADORES
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-OPERADORES-TAB.
           PERFORM 1150-LEER-OPERADOR THRU 1150-EXIT
               UNTIL FIN-OPERADORES-TAB.
           CLOSE OPERADORES.
       1100-EXIT.
           EXIT.

       1150-LEER-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE "S" TO SW-FIN-OPERADORES-TAB
               NOT AT END
                   IF CANT-OPERADORES < 100
                       ADD 1 TO CANT-OPERADORES
                       SET IX-OPT TO CANT-OPERADORES
                       MOVE OPR-CODIGO    TO OPT-CODIGO (IX-OPT)
                       MOVE OPR-NOMBRE    TO OPT-NOMBRE (IX-OPT)
                       MOVE OPR-PROGRAMAS TO OPT-PROGRAMAS (IX-OPT)
                       MOVE OPR-ESTADO    TO OPT-ESTADO (IX-OPT)
                       MOVE SPACE         TO OPT-DECISION (IX-OPT)
                   ELSE
                       MOVE "N" TO SW-MAESTRO-COMPLETO
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARGAR-CONFLICTOS - los pares vigentes de la matriz de
      *                          funciones incompatibles; sin archivo
      *                          no hay pares que controlar
      ******************************************************************
       1200-CARGAR-CONFLICTOS.
           MOVE ZERO TO CANT-CONFLICTOS.
           OPEN INPUT CONFLICTOS.
           IF FS-CONFLICTOS NOT = "00"
               DISPLAY "Sin CONFLICTOS.DAT (FS=" FS-CONFLICTOS
                   "), no se controlan funciones incompatibles."
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-CONFLICTOS.
           PERFORM 1250-LEER-CONFLICTO THRU 1250-EXIT
               UNTIL FIN-CONFLICTOS.
           CLOSE CONFLICTOS.
       1200-EXIT.
           EXIT.

       1250-LEER-CONFLICTO.
           READ CONFLICTOS
               AT END
                   MOVE "S" TO SW-FIN-CONFLICTOS
               NOT AT END
                   IF CNF-ESTADO = "A"
                       IF CANT-CONFLICTOS < 100
                           ADD 1 TO CANT-CONFLICTOS
                           SET IX-CFT TO CANT-CONFLICTOS
                           MOVE CNF-PROGRAMA-A
                               TO CFT-PROGRAMA-A (IX-CFT)
                           MOVE CNF-PROGRAMA-B
                               TO CFT-PROGRAMA-B (IX-CFT)
                           MOVE CNF-MOTIVO TO CFT-MOTIVO (IX-CFT)
                       ELSE
                           DISPLAY "Tabla de conflictos llena, se "
                               "descarta " CNF-PROGRAMA-A " "
                               CNF-PROGRAMA-B
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARGAR-RECERTIFICA - la ultima decision del trimestre en
      *                           curso para cada operador
      ******************************************************************
       1300-CARGAR-RECERTIFICA.
           OPEN INPUT RECERTIFICA.
           IF FS-RECERTIFICA NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO SW-FIN-RECERTIFICA.
           PERFORM 1350-LEER-RECERTIFICA THRU 1350-EXIT
               UNTIL FIN-RECERTIFICA.
           CLOSE RECERTIFICA.
       1300-EXIT.
           EXIT.

       1350-LEER-RECERTIFICA.
           READ RECERTIFICA
               AT END
                   MOVE "S" TO SW-FIN-RECERTIFICA
               NOT AT END
                   IF REC-CICLO = CICLO-ACTUAL
                       MOVE REC-OPERADOR TO CODIGO-BUSCADO
                       PERFORM 1400-BUSCAR-OPERADOR THRU 1400-EXIT
                       IF IX-OPT NOT > CANT-OPERADORES
                           MOVE REC-DECISION
                               TO OPT-DECISION (IX-OPT)
                       END-IF
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

      *    Ubica CODIGO-BUSCADO en la tabla; IX-OPT queda pasado de
      *    CANT-OPERADORES si no esta.
       1400-BUSCAR-OPERADOR.
           PERFORM VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES
                   OR OPT-CODIGO (IX-OPT) = CODIGO-BUSCADO
               CONTINUE
           END-PERFORM.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RECERTIFICAR-OPERADOR - un operador activo o suspendido,
      *                              con programas y sin decision en
      *                              el trimestre (la suspension por
      *                              plazo no es una decision)
      ******************************************************************
       2000-RECERTIFICAR-OPERADOR.
           IF OPT-ESTADO (IX-OPT) NOT = "A"
               AND OPT-ESTADO (IX-OPT) NOT = "S"
               GO TO 2000-EXIT
           END-IF.
           IF OPT-PROGRAMAS (IX-OPT) = SPACES
               GO TO 2000-EXIT
           END-IF.
           IF OPT-DECISION (IX-OPT) NOT = SPACE
               AND OPT-DECISION (IX-OPT) NOT = "S"
               GO TO 2000-EXIT
           END-IF.
           IF OPT-CODIGO (IX-OPT) = OPERADOR-CODIGO
               DISPLAY "Operador " OPT-CODIGO (IX-OPT)
                   ": sus propios accesos los recertifica otro "
                   "supervisor."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "Operador " OPT-CODIGO (IX-OPT)
               " " OPT-NOMBRE (IX-OPT)
               " estado=" OPT-ESTADO (IX-OPT).
           DISPLAY "  Programas: " OPT-PROGRAMAS (IX-OPT).
           MOVE OPT-PROGRAMAS (IX-OPT) TO LISTA-REVISADA.
           PERFORM 6500-REVISAR-CONFLICTOS THRU 6500-EXIT.
           IF LISTA-COMODIN
               DISPLAY "  Autorizacion total (*): incluye los pares "
                   "incompatibles."
           END-IF.
       2000-DECIDIR.
           DISPLAY "C) Confirmar  M) Modificar  R) Revocar  "
               "P) Pendiente  F) Fin".
           DISPLAY "Opcion:".
           ACCEPT SW-OPCION.
           MOVE OPT-PROGRAMAS (IX-OPT) TO ANTES-PROGRAMAS.
           MOVE OPT-ESTADO (IX-OPT)    TO ANTES-ESTADO.
           EVALUATE TRUE
               WHEN OPCION-CONFIRMAR
                   IF CANT-CONFLICTOS-OPR > ZERO OR LISTA-COMODIN
                       DISPLAY "Confirmar con funciones "
                           "incompatibles (S/N)?"
                       ACCEPT SW-CONFIRMA
                       IF NOT CONFIRMA
                           GO TO 2000-DECIDIR
                       END-IF
                   END-IF
                   MOVE "C" TO DECISION-W
                   ADD 1 TO CANT-CONFIRMADOS
               WHEN OPCION-MODIFICAR
                   PERFORM 2100-PEDIR-LISTA THRU 2100-EXIT
                   IF NOT CONFIRMA
                       MOVE OPT-PROGRAMAS (IX-OPT) TO LISTA-REVISADA
                       PERFORM 6500-REVISAR-CONFLICTOS THRU 6500-EXIT
                       GO TO 2000-DECIDIR
                   END-IF
                   MOVE LISTA-NUEVA TO OPT-PROGRAMAS (IX-OPT)
                   MOVE "M" TO DECISION-W
                   ADD 1 TO CANT-MODIFICADOS
               WHEN OPCION-REVOCAR
                   DISPLAY "Revocar todos los programas (S/N)?"
                   ACCEPT SW-CONFIRMA
                   IF NOT CONFIRMA
                       GO TO 2000-DECIDIR
                   END-IF
                   MOVE SPACES TO OPT-PROGRAMAS (IX-OPT)
                   MOVE "R" TO DECISION-W
                   ADD 1 TO CANT-REVOCADOS
               WHEN OPCION-PENDIENTE
                   GO TO 2000-EXIT
               WHEN OPCION-FIN
                   MOVE "S" TO SW-FIN-RECORRIDO
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY "Opcion invalida."
                   GO TO 2000-DECIDIR
           END-EVALUATE.
      *    Confirmado o modificado, el suspendido vuelve a operar.
           IF OPT-ESTADO (IX-OPT) = "S" AND DECISION-W NOT = "R"
               MOVE "A" TO OPT-ESTADO (IX-OPT)
           END-IF.
           PERFORM 3000-GRABAR-DECISION THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *    Lista reducida o corregida; se vuelve a cruzar con la
      *    matriz y, si reune un par o es "*", se pide confirmacion.
       2100-PEDIR-LISTA.
           MOVE "N" TO SW-CONFIRMA.
           DISPLAY "Ingrese la nueva lista de programas (* = todos):".
           ACCEPT LISTA-NUEVA.
           IF LISTA-NUEVA = SPACES
               DISPLAY "Lista en blanco: para quitar todos los "
                   "programas use R) Revocar."
               GO TO 2100-EXIT
           END-IF.
           MOVE LISTA-NUEVA TO LISTA-REVISADA.
           PERFORM 6500-REVISAR-CONFLICTOS THRU 6500-EXIT.
           IF CANT-CONFLICTOS-OPR = ZERO AND NOT LISTA-COMODIN
               MOVE "S" TO SW-CONFIRMA
               GO TO 2100-EXIT
           END-IF.
           IF LISTA-COMODIN
               DISPLAY "La lista * autoriza todos los programas, "
                   "incluidos los pares incompatibles."
           END-IF.
           DISPLAY "Confirmar la lista con funciones incompatibles "
               "(S/N)?".
           ACCEPT SW-CONFIRMA.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRABAR-DECISION - linea en RECERTIFICA y auditoria con los
      *                        valores anteriores y posteriores
      ******************************************************************
       3000-GRABAR-DECISION.
           MOVE DECISION-W TO OPT-DECISION (IX-OPT).
           MOVE OPT-CODIGO (IX-OPT)    TO REC-OPERADOR.
           MOVE CICLO-ACTUAL           TO REC-CICLO.
           MOVE DECISION-W             TO REC-DECISION.
           MOVE FECHA-HOY              TO REC-FECHA.
           MOVE OPERADOR-CODIGO        TO REC-SUPERVISOR.
           MOVE OPT-PROGRAMAS (IX-OPT) TO REC-PROGRAMAS.
           WRITE REC-REGISTRO.
           DISPLAY "Decision grabada (" DECISION-W ").".
           STRING "Recertif operador=" OPT-CODIGO (IX-OPT)
               " trimestre=" CIC-TRIMESTRE "/" CIC-ANIO
               " decision=" DECISION-W
               " antes estado=" ANTES-ESTADO
               " despues estado=" OPT-ESTADO (IX-OPT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           IF DECISION-W = "C"
               GO TO 3000-EXIT
           END-IF.
           STRING "Recertif operador=" OPT-CODIGO (IX-OPT)
               " antes programas=" ANTES-PROGRAMAS
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
           STRING "Recertif operador=" OPT-CODIGO (IX-OPT)
               " despues programas=" OPT-PROGRAMAS (IX-OPT)
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SUSPENDER-VENCIDOS - vencido el plazo, el operador activo
      *                           con programas y sin decision queda
      *                           suspendido; el supervisor que corre
      *                           queda pendiente de otro
      ******************************************************************
       4000-SUSPENDER-VENCIDOS.
           IF OPT-ESTADO (IX-OPT) NOT = "A"
               OR OPT-PROGRAMAS (IX-OPT) = SPACES
               OR OPT-DECISION (IX-OPT) NOT = SPACE
               GO TO 4000-EXIT
           END-IF.
           IF OPT-CODIGO (IX-OPT) = OPERADOR-CODIGO
               ADD 1 TO CANT-PENDIENTES
               GO TO 4000-EXIT
           END-IF.
           MOVE OPT-ESTADO (IX-OPT) TO ANTES-ESTADO.
           MOVE "S" TO OPT-ESTADO (IX-OPT).
           MOVE "S" TO OPT-DECISION (IX-OPT).
           ADD 1 TO CANT-SUSPENDIDOS.
           MOVE OPT-CODIGO (IX-OPT)    TO REC-OPERADOR.
           MOVE CICLO-ACTUAL           TO REC-CICLO.
           MOVE "S"                    TO REC-DECISION.
           MOVE FECHA-HOY              TO REC-FECHA.
           MOVE OPERADOR-CODIGO        TO REC-SUPERVISOR.
           MOVE OPT-PROGRAMAS (IX-OPT) TO REC-PROGRAMAS.
           WRITE REC-REGISTRO.
           DISPLAY "Operador " OPT-CODIGO (IX-OPT)
               " suspendido: sin recertificar al " FECHA-LIMITE.
           STRING "Suspension operador=" OPT-CODIGO (IX-OPT)
               " sin recertificar al plazo " FECHA-LIMITE
               " antes estado=" ANTES-ESTADO
               " despues estado=S"
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN - decisiones de la corrida y pendientes del
      *                trimestre
      ******************************************************************
       5000-RESUMEN.
           PERFORM VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES
               IF OPT-ESTADO (IX-OPT) = "A"
                   AND OPT-PROGRAMAS (IX-OPT) NOT = SPACES
                   AND OPT-DECISION (IX-OPT) = SPACE
                   AND NOT PLAZO-VENCIDO
                   ADD 1 TO CANT-PENDIENTES
               END-IF
           END-PERFORM.
           MOVE CANT-CONFIRMADOS TO WS-ED-CANT.
           MOVE CANT-MODIFICADOS TO WS-ED-CANT2.
           MOVE CANT-REVOCADOS   TO WS-ED-CANT3.
           MOVE CANT-SUSPENDIDOS TO WS-ED-CANT4.
           MOVE CANT-PENDIENTES  TO WS-ED-CANT5.
           DISPLAY "Confirmados=" WS-ED-CANT
               " modificados=" WS-ED-CANT2
               " revocados=" WS-ED-CANT3
               " suspendidos=" WS-ED-CANT4
               " pendientes=" WS-ED-CANT5.
           STRING "Recertificacion confirmados=" WS-ED-CANT
               " modificados=" WS-ED-CANT2
               " revocados=" WS-ED-CANT3
               " suspendidos=" WS-ED-CANT4
               " pendientes=" WS-ED-CANT5
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGRABAR-MAESTRO - vuelca la tabla de operadores
      ******************************************************************
       6000-REGRABAR-MAESTRO.
      *    Sin el maestro cargado la tabla esta vacia: regrabarlo lo
      *    dejaria sin operadores.
           IF CARGA-FALLIDA
               DISPLAY "OPERADORES.DAT no se cargo, el maestro no se "
                   "regraba."
               STRING "OPERADORES no cargado, maestro no "
                   "regrabado"
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT OPERADORES.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No se pudo regrabar OPERADORES.DAT, FS="
                   FS-OPERADORES
               STRING "OPERADORES no regrabado, FS="
                   FS-OPERADORES
                   DELIMITED BY SIZE INTO AUD-TEXTO
               PERFORM 7200-AUDITAR THRU 7200-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM VARYING IX-OPT FROM 1 BY 1
               UNTIL IX-OPT > CANT-OPERADORES
               MOVE OPT-CODIGO (IX-OPT)    TO OPR-CODIGO
               MOVE OPT-NOMBRE (IX-OPT)    TO OPR-NOMBRE
               MOVE OPT-PROGRAMAS (IX-OPT) TO OPR-PROGRAMAS
               MOVE OPT-ESTADO (IX-OPT)    TO OPR-ESTADO
               WRITE OPR-REGISTRO
           END-PERFORM.
           CLOSE OPERADORES.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-REVISAR-CONFLICTOS - cruza LISTA-REVISADA con la matriz:
      *                           cuenta en CANT-CONFLICTOS-OPR los
      *                           pares que la lista tiene completos y
      *                           los informa de a uno (6530); la
      *                           lista "*" queda marcada como comodin
      ******************************************************************
       6500-REVISAR-CONFLICTOS.
           MOVE ZERO TO CANT-CONFLICTOS-OPR.
           MOVE "N" TO SW-COMODIN.
           IF LISTA-REVISADA (1:1) = "*"
               MOVE "S" TO SW-COMODIN
               GO TO 6500-EXIT
           END-IF.
           MOVE SPACES TO LISTA-BUSQUEDA.
           STRING " " LISTA-REVISADA
               DELIMITED BY SIZE INTO LISTA-BUSQUEDA.
           PERFORM 6510-REVISAR-PAR THRU 6510-EXIT
               VARYING IX-CFT FROM 1 BY 1
               UNTIL IX-CFT > CANT-CONFLICTOS.
       6500-EXIT.
           EXIT.

       6510-REVISAR-PAR.
           MOVE CFT-PROGRAMA-A (IX-CFT) TO PROGRAMA-BUSCADO.
           PERFORM 6520-TIENE-PROGRAMA THRU 6520-EXIT.
           IF NOT TIENE-PROGRAMA
               GO TO 6510-EXIT
           END-IF.
           MOVE CFT-PROGRAMA-B (IX-CFT) TO PROGRAMA-BUSCADO.
           PERFORM 6520-TIENE-PROGRAMA THRU 6520-EXIT.
           IF NOT TIENE-PROGRAMA
               GO TO 6510-EXIT
           END-IF.
           ADD 1 TO CANT-CONFLICTOS-OPR.
           PERFORM 6530-INFORMAR-CONFLICTO THRU 6530-EXIT.
       6510-EXIT.
           EXIT.

      *    PROGRAMA-BUSCADO esta en la lista si aparece entero, con un
      *    espacio antes y otro despues.
       6520-TIENE-PROGRAMA.
           MOVE "N" TO SW-TIENE-PROGRAMA.
           MOVE ZERO TO LARGO-TOKEN.
           INSPECT PROGRAMA-BUSCADO TALLYING LARGO-TOKEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LARGO-TOKEN = ZERO
               GO TO 6520-EXIT
           END-IF.
           MOVE SPACES TO TOKEN-BUSCADO.
           STRING " " PROGRAMA-BUSCADO (1:LARGO-TOKEN) " "
               DELIMITED BY SIZE INTO TOKEN-BUSCADO.
           ADD 2 TO LARGO-TOKEN.
           MOVE ZERO TO CONT-TOKEN.
           INSPECT LISTA-BUSQUEDA TALLYING CONT-TOKEN
               FOR ALL TOKEN-BUSCADO (1:LARGO-TOKEN).
           IF CONT-TOKEN > ZERO
               MOVE "S" TO SW-TIENE-PROGRAMA
           END-IF.
       6520-EXIT.
           EXIT.

      *    Cada par incompatible de la lista en pantalla.
       6530-INFORMAR-CONFLICTO.
           DISPLAY "  Funciones incompatibles: "
               CFT-PROGRAMA-A (IX-CFT)
               " y " CFT-PROGRAMA-B (IX-CFT).
           DISPLAY "    " CFT-MOTIVO (IX-CFT).
       6530-EXIT.
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
               FOR ALL "RecertificaAccesos".
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
           STRING "RecertificaAccesos " WS-FECHA-AAAA "-" WS-FECHA-MM
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
           DISPLAY "Recertificacion conformada por: " OPERADOR-FIRMA.
           MOVE SPACES TO AUD-TEXTO.
           STRING "Sign-off operador=" OPERADOR-FIRMA
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       8000-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
       END PROGRAM RecertificaAccesos.
