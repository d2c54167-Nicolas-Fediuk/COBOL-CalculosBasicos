      ******************************************************************
      *Control nocturno de integridad referencial entre los maestros.
      *Cada maestro lo mantiene su propio ABM y ninguno mira a los
      *demas: un legajo de CBULEGAJO que ya no esta en MAESTROEMP, una
      *categoria del padron que no existe en CATEGORIAS, un centro de
      *costo de SUELDOMES sin apertura en CUENTAS, un tipo de
      *ITINERARIO retirado en AERONAVES, stock de STOCKALF en una
      *sucursal dada de baja o de una marca sin PRECIOS, cuotas de
      *CUOTASVEND de un vendedor retirado, un vendedor con supervisor
      *retirado, una reserva de una unidad, un cliente o un vendedor
      *que no estan en sus maestros, una venta a un cliente que no esta
      *en CLIENTES. Este programa recorre cada archivo que referencia
      *a otro maestro, informa cada huerfano en
      *REPORTE-INTEGRIDAD.DAT con el archivo, la clave, la relacion
      *rota y la severidad (BLOQUEANTE cuando un proceso posterior
      *liquida, paga o valoriza con el dato roto; AVISO cuando es
      *historia o un dato que solo conviene limpiar), y asienta INICIO
      *y FIN en RUNCONTROL.DAT: con algun huerfano bloqueante el FIN
      *queda en ERROR y el plan nocturno corta la secuencia. El maestro
      *o el archivo que no existe en la instalacion se informa como no
      *controlado y no cuenta como huerfano.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  NF  Version inicial del control de integridad.
      * 2026-10-15  NF  La secuencia y el sello de la auditoria se
      *                 releen del log vivo antes de cada linea, no una
      *                 sola vez por corrida, y cada linea queda en
      *                 disco apenas se graba.
      * 2026-10-15  NF  Se controlan el supervisor de cada vendedor, las
      *                 reservas contra unidades, clientes y vendedores,
      *                 y las ventas y devoluciones contra CLIENTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegridadMaestros.
       AUTHOR. N. FEDIUK.
       INSTALLATION. PLANTA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-EMPLEADOS ASSIGN TO "MAESTROEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-LEGAJO
               FILE STATUS IS FS-MAESTRO.
           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORIAS.
           SELECT CBU-LEGAJO ASSIGN TO "CBULEGAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CBU.
           SELECT BANCOS ASSIGN TO "BANCOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCOS.
           SELECT SUELDOMES ASSIGN TO "SUELDOMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-CLAVE
               FILE STATUS IS FS-SUELDOMES.
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUENTAS.
           SELECT VACSALDOS ASSIGN TO "VACSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAC-CLAVE
               FILE STATUS IS FS-VACSALDOS.
           SELECT LICENCIAS ASSIGN TO "LICENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LICENCIAS.
           SELECT ADELANTOS ASSIGN TO "ADELANTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADELANTOS.
           SELECT NOVEDADES ASSIGN TO "DEDNOVEDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOVEDADES.
           SELECT CONCEPTOS ASSIGN TO "CONCEPTOSDED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCEPTOS.
           SELECT TARVIGENCIA ASSIGN TO "TARVIGENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARVIGENCIA.
           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-LEGAJO
               FILE STATUS IS FS-VENDEDORES.
           SELECT CUOTAS ASSIGN TO "CUOTASVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUOTAS.
           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RES-NUMERO
               FILE STATUS IS FS-RESERVAS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS FS-CLIENTES.
           SELECT VEHICULOS ASSIGN TO "VEHICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEH-PATENTE
               FILE STATUS IS FS-VEHICULOS.
           SELECT OPERACIONES ASSIGN TO "OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERACIONES.
           SELECT AERONAVES ASSIGN TO "AERONAVES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AER-TIPO
               FILE STATUS IS FS-AERONAVES.
           SELECT ITINERARIO ASSIGN TO "ITINERARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ITINERARIO.
           SELECT FLOTA ASSIGN TO "FLOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLOTA.
           SELECT PROGINSP ASSIGN TO "PROGINSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROGINSP.
           SELECT TRIPULANTES ASSIGN TO "TRIPULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIPULANTES.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.
           SELECT PRECIOS ASSIGN TO "PRECIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECIOS.
           SELECT STOCKALF ASSIGN TO "STOCKALF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKALF.
           SELECT STOCKLOTES ASSIGN TO "STOCKLOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOCKLOTES.
           SELECT COSTOSALF ASSIGN TO "COSTOSALF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COSTOSALF.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCIONES.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVEEDORES.
           SELECT REPORTE-INTEGRIDAD
               ASSIGN TO "REPORTE-INTEGRIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           SELECT RUNCONTROL ASSIGN TO "RUNCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITLOG.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
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

      *    Una categoria por linea, con la escala de tarifas base y la
      *    deduccion por defecto.
       FD  CATEGORIAS
           RECORDING MODE IS F.
       01  CAT-REGISTRO.
           05  CAT-CODIGO            PIC X(06).
           05  CAT-DESCRIPCION       PIC X(20).
           05  CAT-VALOR-HORA        PIC 9(5)V99.
           05  CAT-VALOR-HORA-FIN    PIC 9(5)V99.
           05  CAT-DEDUCCION-PORC    PIC 9(3)V99.
           05  CAT-ESTADO            PIC X(01).

      *    Maestro de cuentas bancarias por legajo, con la fecha del
      *    ultimo cambio de CBU.
       FD  CBU-LEGAJO
           RECORDING MODE IS F.
       01  CBL-REGISTRO.
           05  CBL-LEGAJO           PIC 9(05).
           05  CBL-CBU              PIC X(22).
           05  CBL-BANCO            PIC X(20).
           05  CBL-FECHA-CAMBIO     PIC 9(08).

      *    Una entidad por linea: codigo BCRA de tres digitos, nombre
      *    y estado (A activo, B baja).
       FD  BANCOS
           RECORDING MODE IS F.
       01  BCO-REGISTRO.
           05  BCO-CODIGO            PIC 9(03).
           05  BCO-NOMBRE            PIC X(20).
           05  BCO-ESTADO            PIC X(01).

      *    Acumulado indexado con clave periodo/legajo/concepto.
       FD  SUELDOMES.
       01  SM-REGISTRO.
           05  SM-CLAVE.
               10  SM-PERIODO       PIC 9(6).
               10  SM-LEGAJO        PIC 9(5).
               10  SM-CONCEPTO      PIC X(03).
           05  SM-SUELDO-BRUTO      PIC 9(7)V99.
           05  SM-SUELDO-NETO       PIC 9(7)V99.
           05  SM-CENTRO-COSTO      PIC X(04).

      *    Plan de cuentas contable (MantCuentas): el centro "****"
      *    abre la cuenta por centro de costo, espacios va por el
      *    total.
       FD  CUENTAS
           RECORDING MODE IS F.
       01  CTA-REGISTRO.
           05  CTA-CUENTA            PIC X(10).
           05  CTA-DESCRIPCION       PIC X(30).
           05  CTA-LADO              PIC X(01).
           05  CTA-CONCEPTO          PIC X(03).
           05  CTA-CENTRO            PIC X(04).
           05  CTA-ESTADO            PIC X(01).

      *    Saldo de vacaciones por legajo y anio de otorgamiento.
       FD  VACSALDOS.
       01  VAC-REGISTRO.
           05  VAC-CLAVE.
               10  VAC-LEGAJO       PIC 9(05).
               10  VAC-ANIO         PIC 9(04).
           05  VAC-DIAS-OTORGADOS   PIC 9(03).
           05  VAC-DIAS-TOMADOS     PIC 9(03).
           05  VAC-ANTIGUEDAD       PIC 9(02).
           05  VAC-FECHA-OTORGA     PIC 9(08).

      *    Una linea por licencia otorgada: V vacaciones, E enfermedad,
      *    O otra ausencia justificada.
       FD  LICENCIAS
           RECORDING MODE IS F.
       01  LIC-REGISTRO.
           05  LIC-LEGAJO           PIC 9(05).
           05  LIC-TIPO             PIC X(01).
           05  LIC-FECHA-DESDE      PIC 9(08).
           05  LIC-FECHA-HASTA      PIC 9(08).

      *    Un adelanto por linea; el saldo arranca igual al importe y
      *    la liquidacion lo va bajando con cada recupero.
       FD  ADELANTOS
           RECORDING MODE IS F.
       01  ADE-REGISTRO.
           05  ADE-LEGAJO           PIC 9(05).
           05  ADE-FECHA            PIC 9(08).
           05  ADE-IMPORTE          PIC 9(7)V99.
           05  ADE-CUOTA            PIC 9(7)V99.
           05  ADE-SALDO            PIC 9(7)V99.
           05  ADE-PERIODO-RECUPERO PIC 9(06).

      *    Una novedad por linea: el concepto rige para el legajo
      *    entre el periodo desde y el periodo hasta, inclusive.
       FD  NOVEDADES
           RECORDING MODE IS F.
       01  NOV-REGISTRO.
           05  NOV-LEGAJO           PIC 9(05).
           05  NOV-CONCEPTO         PIC X(04).
           05  NOV-PERIODO-DESDE    PIC 9(06).
           05  NOV-PERIODO-HASTA    PIC 9(06).

      *    Maestro de conceptos de deduccion, mantenido por
      *    MantConceptos.
       FD  CONCEPTOS
           RECORDING MODE IS F.
       01  DED-REGISTRO.
           05  DED-CODIGO            PIC X(04).
           05  DED-DESCRIPCION       PIC X(20).
           05  DED-TIPO              PIC X(01).
           05  DED-VALOR             PIC 9(7)V99.
           05  DED-PRIORIDAD         PIC 9(02).
           05  DED-AMBITO            PIC X(01).
           05  DED-ESTADO            PIC X(01).

      *    Historial de tarifas con fecha de vigencia, mantenido por
      *    MantEmpleados.
       FD  TARVIGENCIA
           RECORDING MODE IS F.
       01  TVG-REGISTRO.
           05  TVG-LEGAJO            PIC 9(05).
           05  TVG-FECHA-VIGENCIA    PIC 9(08).
           05  TVG-VALOR-HORA        PIC 9(5)V99.
           05  TVG-VALOR-HORA-FIN    PIC 9(5)V99.

       FD  VENDEDORES.
       01  VEN-REGISTRO.
           05  VEN-LEGAJO            PIC 9(5).
           05  VEN-NOMBRE            PIC X(20).
           05  VEN-AUTOS-VENDIDOS    PIC 9(3).
           05  VEN-AUTOS-DEVUELTOS   PIC 9(3).
           05  VEN-CUOTA-MENSUAL     PIC 9(3).
           05  VEN-ESTADO            PIC X(01).
           05  VEN-SUPERVISOR        PIC 9(5).

      *    Cuotas de venta por legajo y periodo (MantCuotas).
       FD  CUOTAS
           RECORDING MODE IS F.
       01  CUO-REGISTRO.
           05  CUO-LEGAJO            PIC 9(05).
           05  CUO-PERIODO           PIC 9(06).
           05  CUO-CUOTA             PIC 9(03).

      *    Reservas con sena de unidades (MantReservas).
       FD  RESERVAS.
       01  RES-REGISTRO.
           05  RES-NUMERO            PIC 9(06).
           05  RES-PATENTE           PIC X(10).
           05  RES-CLIENTE           PIC X(11).
           05  RES-LEGAJO            PIC 9(05).
           05  RES-SENA              PIC 9(7)V99.
           05  RES-FECHA             PIC 9(08).
           05  RES-VENCIMIENTO       PIC 9(08).
           05  RES-CONDICION         PIC X(01).
           05  RES-ESTADO            PIC X(01).
           05  RES-MOTIVO            PIC X(01).
           05  RES-FECHA-CIERRE      PIC 9(08).
           05  RES-OPERADOR          PIC X(04).

      *    Maestro de clientes (MantClientes).
       FD  CLIENTES.
       01  CLI-REGISTRO.
           05  CLI-DOCUMENTO         PIC X(11).
           05  CLI-TIPO-DOC          PIC X(01).
           05  CLI-NOMBRE            PIC X(30).
           05  CLI-DOMICILIO         PIC X(40).
           05  CLI-TELEFONO          PIC X(15).
           05  CLI-COND-IVA          PIC X(02).
           05  CLI-ESTADO            PIC X(01).
           05  CLI-FECHA-ALTA        PIC 9(08).

      *    Maestro de unidades (MantVehiculos).
       FD  VEHICULOS.
       01  VEH-REGISTRO.
           05  VEH-PATENTE           PIC X(10).
           05  VEH-MODELO            PIC X(20).
           05  VEH-FECHA-INGRESO     PIC 9(08).
           05  VEH-ESTADO            PIC X(01).
           05  VEH-ORIGEN            PIC X(01).
           05  VEH-VALOR-TOMA        PIC 9(7)V99.
           05  VEH-RESERVA           PIC 9(06).
           05  VEH-COSTO             PIC 9(9)V99.
           05  VEH-LINEA-FP          PIC X(04).

      *    Operaciones de venta, devolucion y toma (CargaOperaciones).
       FD  OPERACIONES
           RECORDING MODE IS F.
       01  OPE-REGISTRO.
           05  OPE-FECHA             PIC 9(08).
           05  FILLER REDEFINES OPE-FECHA.
               10  OPE-PERIODO       PIC 9(06).
               10  FILLER            PIC 9(02).
           05  OPE-LEGAJO            PIC 9(05).
           05  OPE-PATENTE           PIC X(10).
           05  OPE-IMPORTE           PIC 9(7)V99.
           05  OPE-TIPO              PIC X(01).
           05  OPE-PATENTE-REL       PIC X(10).
           05  OPE-IMPORTE-CAJA      PIC 9(7)V99.
           05  OPE-CLIENTE           PIC X(11).

       FD  AERONAVES.
       01  AER-REGISTRO.
           05  AER-TIPO              PIC X(06).
           05  AER-CAPACIDAD         PIC 9(3).
           05  AER-ESTADO            PIC X(01).
           05  AER-CLASES.
               10  AER-CAP-CLASE     PIC 9(03) OCCURS 3 TIMES.

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

      *    Padron de sucursales compartido por los programas de
      *    comercio.
       FD  SUCURSALES
           RECORDING MODE IS F.
       01  SUC-REGISTRO.
           05  SUC-CODIGO            PIC X(04).
           05  SUC-NOMBRE            PIC X(20).
           05  SUC-REGION            PIC X(10).
           05  SUC-ESTADO            PIC X(01).

      *    Lista de precios con fecha de vigencia.
       FD  PRECIOS
           RECORDING MODE IS F.
       01  PRE-REGISTRO.
           05  PRE-CODIGO            PIC X(10).
           05  PRE-FECHA-VIGENCIA    PIC 9(08).
           05  PRE-PRECIO            PIC 9(5)V99.

      *    Maestro de stock en gondola por sucursal y marca.
       FD  STOCKALF
           RECORDING MODE IS F.
       01  SCK-REGISTRO.
           05  SCK-SUCURSAL          PIC X(04).
           05  SCK-MARCA             PIC X(10).
           05  SCK-STOCK             PIC 9(05).
           05  SCK-STOCK-MINIMO      PIC 9(05).
           05  SCK-CANT-PEDIDO       PIC 9(05).

      *    Stock en gondola por lote: una linea por sucursal, marca y
      *    lote.
       FD  STOCKLOTES
           RECORDING MODE IS F.
       01  LOT-REGISTRO.
           05  LOT-SUCURSAL          PIC X(04).
           05  LOT-MARCA             PIC X(10).
           05  LOT-LOTE              PIC X(10).
           05  LOT-VENCIMIENTO       PIC 9(08).
           05  LOT-CANTIDAD          PIC 9(05).
           05  LOT-COSTO             PIC 9(5)V99.
           05  LOT-FECHA-INGRESO     PIC 9(08).

      *    Costo de compra por marca y fecha de vigencia; estado A
      *    activo, B baja de una vigencia que no llego a empezar.
       FD  COSTOSALF
           RECORDING MODE IS F.
       01  COA-REGISTRO.
           05  COA-MARCA             PIC X(10).
           05  COA-FECHA-VIGENCIA    PIC 9(08).
           05  COA-COSTO             PIC 9(5)V99.
           05  COA-ESTADO            PIC X(01).

      *    Maestro de promociones (MantPromociones): marca o todas,
      *    sucursal o region, rango de fechas, dias de la semana y
      *    regla de descuento.
       FD  PROMOCIONES
           RECORDING MODE IS F.
       01  PRM-REGISTRO.
           05  PRM-CODIGO            PIC X(06).
           05  PRM-DESCRIPCION       PIC X(30).
           05  PRM-MARCA             PIC X(10).
           05  PRM-AMBITO            PIC X(01).
           05  PRM-ALCANCE           PIC X(10).
           05  PRM-DESDE             PIC 9(08).
           05  PRM-HASTA             PIC 9(08).
           05  PRM-DIAS              PIC X(07).
           05  PRM-TIPO              PIC X(01).
           05  PRM-PORCENTAJE        PIC 9(3)V99.
           05  PRM-LLEVA             PIC 9(02).
           05  PRM-PAGA              PIC 9(02).
           05  PRM-ESTADO            PIC X(01).

       FD  PROVEEDORES
           RECORDING MODE IS F.
       01  PRV-REGISTRO.
           05  PRV-CODIGO            PIC X(04).
           05  PRV-NOMBRE            PIC X(30).
           05  PRV-MARCAS.
               10  PRV-MARCA         PIC X(10) OCCURS 5 TIMES.
           05  PRV-DEMORA-DIAS       PIC 9(03).
           05  PRV-PEDIDO-MINIMO     PIC 9(05).
           05  PRV-ESTADO            PIC X(01).

       FD  REPORTE-INTEGRIDAD
           RECORDING MODE IS F.
       01  REP-LINEA                PIC X(140).

      *    Bitacora de corridas: INICIO y FIN con estado y cantidad de
      *    registros, para el verificador de fin de dia.
       FD  RUNCONTROL
           RECORDING MODE IS F.
       01  RUN-REGISTRO.
           05  RUN-PROGRAMA         PIC X(20).
           05  RUN-FECHA            PIC 9(08).
           05  RUN-HORA             PIC 9(06).
           05  RUN-EVENTO           PIC X(06).
           05  RUN-ESTADO           PIC X(05).
           05  RUN-CANT             PIC 9(07).

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
       77  FS-MAESTRO               PIC X(02) VALUE SPACES.
       77  FS-CATEGORIAS            PIC X(02) VALUE SPACES.
       77  FS-CBU                   PIC X(02) VALUE SPACES.
       77  FS-BANCOS                PIC X(02) VALUE SPACES.
       77  FS-SUELDOMES             PIC X(02) VALUE SPACES.
       77  FS-CUENTAS               PIC X(02) VALUE SPACES.
       77  FS-VACSALDOS             PIC X(02) VALUE SPACES.
       77  FS-LICENCIAS             PIC X(02) VALUE SPACES.
       77  FS-ADELANTOS             PIC X(02) VALUE SPACES.
       77  FS-NOVEDADES             PIC X(02) VALUE SPACES.
       77  FS-CONCEPTOS             PIC X(02) VALUE SPACES.
       77  FS-TARVIGENCIA           PIC X(02) VALUE SPACES.
       77  FS-VENDEDORES            PIC X(02) VALUE SPACES.
       77  FS-CUOTAS                PIC X(02) VALUE SPACES.
       77  FS-RESERVAS              PIC X(02) VALUE SPACES.
       77  FS-CLIENTES              PIC X(02) VALUE SPACES.
       77  FS-VEHICULOS             PIC X(02) VALUE SPACES.
       77  FS-OPERACIONES           PIC X(02) VALUE SPACES.
       77  FS-AERONAVES             PIC X(02) VALUE SPACES.
       77  FS-ITINERARIO            PIC X(02) VALUE SPACES.
       77  FS-FLOTA                 PIC X(02) VALUE SPACES.
       77  FS-PROGINSP              PIC X(02) VALUE SPACES.
       77  FS-TRIPULANTES           PIC X(02) VALUE SPACES.
       77  FS-SUCURSALES            PIC X(02) VALUE SPACES.
       77  FS-PRECIOS               PIC X(02) VALUE SPACES.
       77  FS-STOCKALF              PIC X(02) VALUE SPACES.
       77  FS-STOCKLOTES            PIC X(02) VALUE SPACES.
       77  FS-COSTOSALF             PIC X(02) VALUE SPACES.
       77  FS-PROMOCIONES           PIC X(02) VALUE SPACES.
       77  FS-PROVEEDORES           PIC X(02) VALUE SPACES.
       77  FS-REPORTE               PIC X(02) VALUE SPACES.
       77  FS-AUDITLOG              PIC X(02) VALUE SPACES.

       01  FECHA-HOY                PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES FECHA-HOY.
           05  PERIODO-HOY          PIC 9(06).
           05  FILLER               PIC 9(02).

       01  SW-FIN-ORIGEN            PIC X(01) VALUE "N".
           88  FIN-ORIGEN           VALUE "S".
       01  SW-INIT-OK               PIC X(01) VALUE "S".
           88  INIT-OK              VALUE "S".

      *    Maestros de referencia disponibles en la instalacion.
       01  SW-HAY-MAESTRO           PIC X(01) VALUE "N".
           88  HAY-MAESTRO          VALUE "S".
       01  SW-HAY-VENDEDORES        PIC X(01) VALUE "N".
           88  HAY-VENDEDORES       VALUE "S".
       01  SW-HAY-AERONAVES         PIC X(01) VALUE "N".
           88  HAY-AERONAVES        VALUE "S".
       01  SW-HAY-CLIENTES          PIC X(01) VALUE "N".
           88  HAY-CLIENTES         VALUE "S".
       01  SW-HAY-VEHICULOS         PIC X(01) VALUE "N".
           88  HAY-VEHICULOS        VALUE "S".
       01  SW-HAY-CATEGORIAS        PIC X(01) VALUE "N".
           88  HAY-CATEGORIAS       VALUE "S".
       01  SW-HAY-CONCEPTOS         PIC X(01) VALUE "N".
           88  HAY-CONCEPTOS        VALUE "S".
       01  SW-HAY-BANCOS            PIC X(01) VALUE "N".
           88  HAY-BANCOS           VALUE "S".
       01  SW-HAY-CUENTAS           PIC X(01) VALUE "N".
           88  HAY-CUENTAS          VALUE "S".
       01  SW-HAY-SUCURSALES        PIC X(01) VALUE "N".
           88  HAY-SUCURSALES       VALUE "S".
       01  SW-HAY-PRECIOS           PIC X(01) VALUE "N".
           88  HAY-PRECIOS          VALUE "S".
       01  SW-HAY-STOCK             PIC X(01) VALUE "N".
           88  HAY-STOCK            VALUE "S".

      *----------------------------------------------------------------
      * TABLAS DE LOS MAESTROS SECUENCIALES
      *----------------------------------------------------------------
       77  CANT-CATEGORIAS          PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CATEGORIAS.
           05  CTG-ENTRY OCCURS 200 TIMES INDEXED BY IX-CTG.
               10  CTG-CODIGO        PIC X(06).
               10  CTG-ESTADO        PIC X(01).

       77  CANT-CONCEPTOS           PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CONCEPTOS.
           05  CNC-ENTRY OCCURS 200 TIMES INDEXED BY IX-CNC.
               10  CNC-CODIGO        PIC X(04).
               10  CNC-ESTADO        PIC X(01).

       77  CANT-BANCOS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-BANCOS.
           05  BNC-ENTRY OCCURS 300 TIMES INDEXED BY IX-BNC.
               10  BNC-CODIGO        PIC 9(03).
               10  BNC-ESTADO        PIC X(01).

       77  CANT-CUENTAS             PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CUENTAS.
           05  CTS-ENTRY OCCURS 100 TIMES INDEXED BY IX-CTS.
               10  CTS-CONCEPTO      PIC X(03).
               10  CTS-CENTRO        PIC X(04).
               10  CTS-ESTADO        PIC X(01).

       77  CANT-SUCS                PIC 9(3) COMP VALUE ZERO.
       01  TABLA-SUCS.
           05  SCS-ENTRY OCCURS 100 TIMES INDEXED BY IX-SCS.
               10  SCS-CODIGO        PIC X(04).
               10  SCS-REGION        PIC X(10).
               10  SCS-ESTADO        PIC X(01).

      *    Marcas con al menos una linea en la lista de precios.
       77  CANT-MARCAS              PIC 9(3) COMP VALUE ZERO.
       01  TABLA-MARCAS.
           05  MRC-ENTRY OCCURS 200 TIMES INDEXED BY IX-MRC.
               10  MRC-CODIGO        PIC X(10).

      *    Pares sucursal/marca del maestro de stock, para los lotes.
       77  CANT-STOCK               PIC 9(4) COMP VALUE ZERO.
       01  TABLA-STOCK.
           05  STK-ENTRY OCCURS 1000 TIMES INDEXED BY IX-STK.
               10  STK-SUCURSAL      PIC X(04).
               10  STK-MARCA         PIC X(10).

      *    Concepto y centro de SUELDOMES ya informados, para no
      *    repetir la misma falta de apertura en cada legajo.
       77  CANT-CENTROS-INF         PIC 9(3) COMP VALUE ZERO.
       01  TABLA-CENTROS-INF.
           05  CCI-ENTRY OCCURS 100 TIMES INDEXED BY IX-CCI.
               10  CCI-CONCEPTO      PIC X(03).
               10  CCI-CENTRO        PIC X(04).

      *----------------------------------------------------------------
      * BUSQUEDAS
      *----------------------------------------------------------------
       77  LEGAJO-BUSCADO           PIC 9(05) VALUE ZERO.
       77  LEGAJO-ESTADO            PIC X(01) VALUE SPACE.
       01  SW-LEGAJO-HALLADO        PIC X(01) VALUE "N".
           88  LEGAJO-HALLADO       VALUE "S".
       77  TIPO-BUSCADO             PIC X(06) VALUE SPACES.
       77  TIPO-ESTADO              PIC X(01) VALUE SPACE.
       01  SW-TIPO-HALLADO          PIC X(01) VALUE "N".
           88  TIPO-HALLADO         VALUE "S".
       77  MARCA-BUSCADA            PIC X(10) VALUE SPACES.
       01  SW-MARCA-HALLADA         PIC X(01) VALUE "N".
           88  MARCA-HALLADA        VALUE "S".
       77  VENDEDOR-BUSCADO         PIC 9(05) VALUE ZERO.
       77  VENDEDOR-ESTADO          PIC X(01) VALUE SPACE.
       01  SW-VENDEDOR-HALLADO      PIC X(01) VALUE "N".
           88  VENDEDOR-HALLADO     VALUE "S".
      *    Vendedor del padron en recorrida mientras se lee su
      *    supervisor por clave.
       77  VENDEDOR-RECORRIDO       PIC 9(05) VALUE ZERO.
       77  VENDEDOR-REC-ESTADO      PIC X(01) VALUE SPACE.
       77  CLIENTE-BUSCADO          PIC X(11) VALUE SPACES.
       77  CLIENTE-ESTADO           PIC X(01) VALUE SPACE.
       01  SW-CLIENTE-HALLADO       PIC X(01) VALUE "N".
           88  CLIENTE-HALLADO      VALUE "S".
       77  PATENTE-BUSCADA          PIC X(10) VALUE SPACES.
       01  SW-VEHICULO-HALLADO      PIC X(01) VALUE "N".
           88  VEHICULO-HALLADO     VALUE "S".
      *    Reserva activa (A) o con sena a reintegrar (R): todavia la
      *    tiene que cerrar una venta, una cancelacion o un reintegro.
       01  SW-RESERVA-VIGENTE       PIC X(01) VALUE "N".
           88  RESERVA-VIGENTE      VALUE "S".
       77  SUCURSAL-BUSCADA         PIC X(04) VALUE SPACES.
       01  SW-SUCURSAL-HALLADA      PIC X(01) VALUE "N".
           88  SUCURSAL-HALLADA     VALUE "S".
       01  ENTIDAD-CBU              PIC 9(03) VALUE ZERO.
       01  FILLER REDEFINES ENTIDAD-CBU.
           05  ENTIDAD-CBU-X        PIC X(03).
       01  SW-APERTURA              PIC X(01) VALUE "N".
           88  CON-APERTURA         VALUE "S".
       01  SW-CUENTA-CONCEPTO       PIC X(01) VALUE "N".
           88  CON-CUENTA-CONCEPTO  VALUE "S".
       77  IX-HAB                   PIC 9(01) COMP VALUE ZERO.
       77  IX-PMA                   PIC 9(01) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * HUERFANOS
      *----------------------------------------------------------------
      *    Lo arma cada control antes de informar el huerfano.
       77  CLAVE-W                  PIC X(42) VALUE SPACES.
       77  MOTIVO-W                 PIC X(44) VALUE SPACES.
       77  SEVERIDAD-W              PIC X(10) VALUE SPACES.
           88  SEV-BLOQUEANTE       VALUE "BLOQUEANTE".

       01  LINEA-HUERFANO.
           05  HUE-SEVERIDAD        PIC X(10).
           05  FILLER               PIC X(02).
           05  HUE-ARCHIVO          PIC X(16).
           05  FILLER               PIC X(02).
           05  HUE-CLAVE            PIC X(42).
           05  FILLER               PIC X(02).
           05  HUE-MOTIVO           PIC X(44).

      *    Archivo en control y sus cuentas.
       77  SECCION-ARCHIVO          PIC X(16) VALUE SPACES.
       77  CANT-LEIDOS-ARCH         PIC 9(7) COMP VALUE ZERO.
       77  CANT-OBS-ARCH            PIC 9(7) COMP VALUE ZERO.

      *    Archivo o maestro que no se pudo abrir y lo que se deja
      *    de controlar por esa falta.
       77  NOTA-ARCHIVO             PIC X(16) VALUE SPACES.
       77  NOTA-FS                  PIC X(02) VALUE SPACES.
       77  NOTA-ALCANCE             PIC X(60) VALUE SPACES.

      *    Acumuladores de la corrida.
       77  CANT-ARCHIVOS            PIC 9(3) COMP VALUE ZERO.
       77  CANT-SIN-CONTROL         PIC 9(3) COMP VALUE ZERO.
       77  CANT-LEIDOS              PIC 9(7) COMP VALUE ZERO.
       77  CANT-BLOQUEANTES         PIC 9(7) COMP VALUE ZERO.
       77  CANT-AVISOS              PIC 9(7) COMP VALUE ZERO.

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
       01  WS-ED-CANT               PIC Z(6)9.
       01  WS-ED-CANT2              PIC Z(6)9.
       01  WS-ED-CANT3              PIC Z(6)9.
       01  WS-ED-CANT4              PIC Z(6)9.

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

      *----------------------------------------------------------------
      * REGISTRO DE CORRIDAS (RUNCONTROL)
      *----------------------------------------------------------------
       77  FS-RUNCONTROL            PIC X(02) VALUE SPACES.
       77  RUN-EVENTO-W             PIC X(06) VALUE SPACES.
       77  RUN-ESTADO-W             PIC X(05) VALUE SPACES.
       77  RUN-CANT-W               PIC 9(07) VALUE ZERO.

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
               MOVE "INICIO" TO RUN-EVENTO-W
               MOVE "OK" TO RUN-ESTADO-W
               MOVE ZERO TO RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 2000-CONTROLAR-PERSONAL THRU 2000-EXIT
               PERFORM 3000-CONTROLAR-VENTAS THRU 3000-EXIT
               PERFORM 3500-CONTROLAR-AERONAVES THRU 3500-EXIT
               PERFORM 4000-CONTROLAR-COMERCIO THRU 4000-EXIT
               PERFORM 5000-RESUMEN THRU 5000-EXIT
               PERFORM 8000-FIRMA-OPERADOR THRU 8000-EXIT
               MOVE "FIN" TO RUN-EVENTO-W
               IF CANT-BLOQUEANTES > ZERO
                   MOVE "ERROR" TO RUN-ESTADO-W
               ELSE
                   MOVE "OK" TO RUN-ESTADO-W
               END-IF
               ADD CANT-BLOQUEANTES CANT-AVISOS GIVING RUN-CANT-W
               PERFORM 0600-REGISTRAR-CORRIDA THRU 0600-EXIT
               PERFORM 7900-CERRAR THRU 7900-EXIT
           END-IF.
           GO TO 9999-EXIT.

      ******************************************************************
      * 1000-INICIALIZAR - carga de los maestros secuenciales de
      *                    referencia y apertura de los indexados
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND AUDITLOG.
           IF FS-AUDITLOG NOT = "00"
               OPEN OUTPUT AUDITLOG
           END-IF.
           OPEN OUTPUT REPORTE-INTEGRIDAD.
           MOVE SPACES TO REP-LINEA.
           STRING "=== INTEGRIDAD REFERENCIAL DE LOS MAESTROS AL "
               FECHA-HOY " ==="
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 1100-CARGAR-CATEGORIAS THRU 1100-EXIT.
           PERFORM 1200-CARGAR-CONCEPTOS THRU 1200-EXIT.
           PERFORM 1300-CARGAR-BANCOS THRU 1300-EXIT.
           PERFORM 1400-CARGAR-CUENTAS THRU 1400-EXIT.
           PERFORM 1500-CARGAR-SUCURSALES THRU 1500-EXIT.
           PERFORM 1600-CARGAR-MARCAS THRU 1600-EXIT.
           PERFORM 1700-CARGAR-STOCK THRU 1700-EXIT.
           PERFORM 1800-ABRIR-INDEXADOS THRU 1800-EXIT.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO LINEA-HUERFANO.
           MOVE "SEVERIDAD"    TO HUE-SEVERIDAD.
           MOVE "ARCHIVO"      TO HUE-ARCHIVO.
           MOVE "CLAVE"        TO HUE-CLAVE.
           MOVE "RELACION ROTA" TO HUE-MOTIVO.
           MOVE LINEA-HUERFANO TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO LINEA-HUERFANO.
       1000-EXIT.
           EXIT.

       1100-CARGAR-CATEGORIAS.
           OPEN INPUT CATEGORIAS.
           IF FS-CATEGORIAS NOT = "00"
               MOVE "CATEGORIAS.DAT" TO NOTA-ARCHIVO
               MOVE FS-CATEGORIAS TO NOTA-FS
               MOVE "no se controlan las categorias del padron"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE "S" TO SW-HAY-CATEGORIAS.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1110-LEER-CATEGORIA THRU 1110-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE CATEGORIAS.
       1100-EXIT.
           EXIT.

       1110-LEER-CATEGORIA.
           READ CATEGORIAS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   IF CANT-CATEGORIAS < 200
                       ADD 1 TO CANT-CATEGORIAS
                       SET IX-CTG TO CANT-CATEGORIAS
                       MOVE CAT-CODIGO TO CTG-CODIGO (IX-CTG)
                       MOVE CAT-ESTADO TO CTG-ESTADO (IX-CTG)
                   ELSE
                       DISPLAY "Tabla de categorias llena, se "
                           "descarta " CAT-CODIGO
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       1200-CARGAR-CONCEPTOS.
           OPEN INPUT CONCEPTOS.
           IF FS-CONCEPTOS NOT = "00"
               MOVE "CONCEPTOSDED.DAT" TO NOTA-ARCHIVO
               MOVE FS-CONCEPTOS TO NOTA-FS
               MOVE "no se controlan los conceptos de las novedades"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE "S" TO SW-HAY-CONCEPTOS.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1210-LEER-CONCEPTO THRU 1210-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE CONCEPTOS.
       1200-EXIT.
           EXIT.

       1210-LEER-CONCEPTO.
           READ CONCEPTOS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   IF CANT-CONCEPTOS < 200
                       ADD 1 TO CANT-CONCEPTOS
                       SET IX-CNC TO CANT-CONCEPTOS
                       MOVE DED-CODIGO TO CNC-CODIGO (IX-CNC)
                       MOVE DED-ESTADO TO CNC-ESTADO (IX-CNC)
                   ELSE
                       DISPLAY "Tabla de conceptos llena, se "
                           "descarta " DED-CODIGO
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       1300-CARGAR-BANCOS.
           OPEN INPUT BANCOS.
           IF FS-BANCOS NOT = "00"
               MOVE "BANCOS.DAT" TO NOTA-ARCHIVO
               MOVE FS-BANCOS TO NOTA-FS
               MOVE "no se controla la entidad de los CBU"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE "S" TO SW-HAY-BANCOS.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1310-LEER-BANCO THRU 1310-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE BANCOS.
       1300-EXIT.
           EXIT.

       1310-LEER-BANCO.
           READ BANCOS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   IF CANT-BANCOS < 300
                       ADD 1 TO CANT-BANCOS
                       SET IX-BNC TO CANT-BANCOS
                       MOVE BCO-CODIGO TO BNC-CODIGO (IX-BNC)
                       MOVE BCO-ESTADO TO BNC-ESTADO (IX-BNC)
                   ELSE
                       DISPLAY "Tabla de bancos llena, se descarta "
                           BCO-CODIGO
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

       1400-CARGAR-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FS-CUENTAS NOT = "00"
               MOVE "CUENTAS.DAT" TO NOTA-ARCHIVO
               MOVE FS-CUENTAS TO NOTA-FS
               MOVE "no se controlan las aperturas de SUELDOMES"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 1400-EXIT
           END-IF.
           MOVE "S" TO SW-HAY-CUENTAS.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1410-LEER-CUENTA THRU 1410-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE CUENTAS.
       1400-EXIT.
           EXIT.

       1410-LEER-CUENTA.
           READ CUENTAS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   IF CANT-CUENTAS < 100
                       ADD 1 TO CANT-CUENTAS
                       SET IX-CTS TO CANT-CUENTAS
                       MOVE CTA-CONCEPTO TO CTS-CONCEPTO (IX-CTS)
                       MOVE CTA-CENTRO   TO CTS-CENTRO (IX-CTS)
                       MOVE CTA-ESTADO   TO CTS-ESTADO (IX-CTS)
                   ELSE
                       DISPLAY "Tabla de cuentas llena, se descarta "
                           CTA-CUENTA
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

       1500-CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES.
           IF FS-SUCURSALES NOT = "00"
               MOVE "SUCURSALES.DAT" TO NOTA-ARCHIVO
               MOVE FS-SUCURSALES TO NOTA-FS
               MOVE "no se controlan las sucursales del stock"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 1500-EXIT
           END-IF.
           MOVE "S" TO SW-HAY-SUCURSALES.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1510-LEER-SUCURSAL THRU 1510-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE SUCURSALES.
       1500-EXIT.
           EXIT.

       1510-LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   IF CANT-SUCS < 100
                       ADD 1 TO CANT-SUCS
                       SET IX-SCS TO CANT-SUCS
                       MOVE SUC-CODIGO TO SCS-CODIGO (IX-SCS)
                       MOVE SUC-REGION TO SCS-REGION (IX-SCS)
                       MOVE SUC-ESTADO TO SCS-ESTADO (IX-SCS)
                   ELSE
                       DISPLAY "Tabla de sucursales llena, se "
                           "descarta " SUC-CODIGO
                   END-IF
           END-READ.
       1510-EXIT.
           EXIT.

      *    Una entrada por marca, sin importar cuantas vigencias tenga
      *    en la lista.
       1600-CARGAR-MARCAS.
           OPEN INPUT PRECIOS.
           IF FS-PRECIOS NOT = "00"
               MOVE "PRECIOS.DAT" TO NOTA-ARCHIVO
               MOVE FS-PRECIOS TO NOTA-FS
               MOVE "no se controla el precio de las marcas"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 1600-EXIT
           END-IF.
           MOVE "S" TO SW-HAY-PRECIOS.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1610-LEER-PRECIO THRU 1610-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE PRECIOS.
       1600-EXIT.
           EXIT.

       1610-LEER-PRECIO.
           READ PRECIOS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   MOVE PRE-CODIGO TO MARCA-BUSCADA
                   PERFORM 6600-BUSCAR-MARCA THRU 6600-EXIT
                   IF NOT MARCA-HALLADA
                       IF CANT-MARCAS < 200
                           ADD 1 TO CANT-MARCAS
                           SET IX-MRC TO CANT-MARCAS
                           MOVE PRE-CODIGO TO MRC-CODIGO (IX-MRC)
                       ELSE
                           DISPLAY "Tabla de marcas llena, se "
                               "descarta " PRE-CODIGO
                       END-IF
                   END-IF
           END-READ.
       1610-EXIT.
           EXIT.

       1700-CARGAR-STOCK.
           OPEN INPUT STOCKALF.
           IF FS-STOCKALF NOT = "00"
               GO TO 1700-EXIT
           END-IF.
           MOVE "S" TO SW-HAY-STOCK.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 1710-LEER-STOCK THRU 1710-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE STOCKALF.
       1700-EXIT.
           EXIT.

       1710-LEER-STOCK.
           READ STOCKALF
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   IF CANT-STOCK < 1000
                       ADD 1 TO CANT-STOCK
                       SET IX-STK TO CANT-STOCK
                       MOVE SCK-SUCURSAL TO STK-SUCURSAL (IX-STK)
                       MOVE SCK-MARCA    TO STK-MARCA (IX-STK)
                   ELSE
                       DISPLAY "Tabla de stock llena, se descarta "
                           SCK-SUCURSAL " " SCK-MARCA
                   END-IF
           END-READ.
       1710-EXIT.
           EXIT.

      *    Los maestros indexados se consultan por clave durante los
      *    controles; el que falta deja sin controlar su bloque.
       1800-ABRIR-INDEXADOS.
           OPEN INPUT MAESTRO-EMPLEADOS.
           IF FS-MAESTRO = "00"
               MOVE "S" TO SW-HAY-MAESTRO
           ELSE
               MOVE "MAESTROEMP.DAT" TO NOTA-ARCHIVO
               MOVE FS-MAESTRO TO NOTA-FS
               MOVE "no se controlan los archivos de personal"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
           END-IF.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES = "00"
               MOVE "S" TO SW-HAY-VENDEDORES
           ELSE
               MOVE "VENDEDORES.DAT" TO NOTA-ARCHIVO
               MOVE FS-VENDEDORES TO NOTA-FS
               MOVE "no se controlan cuotas, supervisores ni vendedores"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
           END-IF.
           OPEN INPUT AERONAVES.
           IF FS-AERONAVES = "00"
               MOVE "S" TO SW-HAY-AERONAVES
           ELSE
               MOVE "AERONAVES.DAT" TO NOTA-ARCHIVO
               MOVE FS-AERONAVES TO NOTA-FS
               MOVE "no se controlan los archivos de la aerolinea"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = "00"
               MOVE "S" TO SW-HAY-CLIENTES
           ELSE
               MOVE "CLIENTES.DAT" TO NOTA-ARCHIVO
               MOVE FS-CLIENTES TO NOTA-FS
               MOVE "no se controlan los clientes de reservas y ventas"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
           END-IF.
           OPEN INPUT VEHICULOS.
           IF FS-VEHICULOS = "00"
               MOVE "S" TO SW-HAY-VEHICULOS
           ELSE
               MOVE "VEHICULOS.DAT" TO NOTA-ARCHIVO
               MOVE FS-VEHICULOS TO NOTA-FS
               MOVE "no se controlan las unidades de las reservas"
                   TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
           END-IF.
       1800-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONTROLAR-PERSONAL - padron, CBU, acumulado de sueldos,
      *                           vacaciones, licencias, adelantos,
      *                           novedades y tarifas contra
      *                           MAESTROEMP y sus tablas
      ******************************************************************
       2000-CONTROLAR-PERSONAL.
           IF NOT HAY-MAESTRO
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CONTROLAR-EMPLEADOS THRU 2100-EXIT.
           PERFORM 2200-CONTROLAR-CBU THRU 2200-EXIT.
           PERFORM 2300-CONTROLAR-SUELDOS THRU 2300-EXIT.
           PERFORM 2400-CONTROLAR-VACACIONES THRU 2400-EXIT.
           PERFORM 2500-CONTROLAR-LICENCIAS THRU 2500-EXIT.
           PERFORM 2600-CONTROLAR-ADELANTOS THRU 2600-EXIT.
           PERFORM 2700-CONTROLAR-NOVEDADES THRU 2700-EXIT.
           PERFORM 2800-CONTROLAR-TARIFAS THRU 2800-EXIT.
       2000-EXIT.
           EXIT.

      *    La categoria del padron contra CATEGORIAS; el legajo sin
      *    categoria se liquida con su propia tarifa y no se observa.
       2100-CONTROLAR-EMPLEADOS.
           IF NOT HAY-CATEGORIAS
               GO TO 2100-EXIT
           END-IF.
           MOVE "MAESTROEMP.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2110-LEER-EMPLEADO THRU 2110-EXIT
               UNTIL FIN-ORIGEN.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       2100-EXIT.
           EXIT.

       2110-LEER-EMPLEADO.
           READ MAESTRO-EMPLEADOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 2120-VERIFICAR-EMPLEADO THRU 2120-EXIT
           END-READ.
       2110-EXIT.
           EXIT.

       2120-VERIFICAR-EMPLEADO.
           IF EMP-CATEGORIA = SPACES
               GO TO 2120-EXIT
           END-IF.
           PERFORM VARYING IX-CTG FROM 1 BY 1
               UNTIL IX-CTG > CANT-CATEGORIAS
                  OR CTG-CODIGO (IX-CTG) = EMP-CATEGORIA
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO CLAVE-W.
           STRING "legajo=" EMP-LEGAJO " cat=" EMP-CATEGORIA
               DELIMITED BY SIZE INTO CLAVE-W.
           IF IX-CTG > CANT-CATEGORIAS
               MOVE "CATEGORIA INEXISTENTE EN CATEGORIAS"
                   TO MOTIVO-W
               IF EMP-ESTADO = "B"
                   MOVE "AVISO" TO SEVERIDAD-W
               ELSE
                   MOVE "BLOQUEANTE" TO SEVERIDAD-W
               END-IF
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF CTG-ESTADO (IX-CTG) NOT = "A"
               AND EMP-ESTADO NOT = "B"
               MOVE "CATEGORIA DADA DE BAJA EN CATEGORIAS"
                   TO MOTIVO-W
               MOVE "AVISO" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
       2120-EXIT.
           EXIT.

      *    El CBU de un legajo inexistente o de una entidad que no esta
      *    en BANCOS saldria en el archivo de acreditacion.
       2200-CONTROLAR-CBU.
           OPEN INPUT CBU-LEGAJO.
           IF FS-CBU NOT = "00"
               MOVE "CBULEGAJO.DAT" TO NOTA-ARCHIVO
               MOVE FS-CBU TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE "CBULEGAJO.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2210-LEER-CBU THRU 2210-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE CBU-LEGAJO.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       2200-EXIT.
           EXIT.

       2210-LEER-CBU.
           READ CBU-LEGAJO
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 2220-VERIFICAR-CBU THRU 2220-EXIT
           END-READ.
       2210-EXIT.
           EXIT.

       2220-VERIFICAR-CBU.
           MOVE CBL-LEGAJO TO LEGAJO-BUSCADO.
           PERFORM 6300-BUSCAR-LEGAJO THRU 6300-EXIT.
           MOVE SPACES TO CLAVE-W.
           STRING "legajo=" CBL-LEGAJO
               DELIMITED BY SIZE INTO CLAVE-W.
           IF NOT LEGAJO-HALLADO
               MOVE "LEGAJO INEXISTENTE EN MAESTROEMP" TO MOTIVO-W
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           ELSE
               IF LEGAJO-ESTADO = "B"
                   MOVE "LEGAJO DADO DE BAJA EN MAESTROEMP"
                       TO MOTIVO-W
                   MOVE "AVISO" TO SEVERIDAD-W
                   PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               END-IF
           END-IF.
           IF NOT HAY-BANCOS OR CBL-CBU (1:3) NOT NUMERIC
               GO TO 2220-EXIT
           END-IF.
           MOVE CBL-CBU (1:3) TO ENTIDAD-CBU-X.
           PERFORM VARYING IX-BNC FROM 1 BY 1
               UNTIL IX-BNC > CANT-BANCOS
                  OR BNC-CODIGO (IX-BNC) = ENTIDAD-CBU
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO CLAVE-W.
           STRING "legajo=" CBL-LEGAJO " entidad=" ENTIDAD-CBU-X
               DELIMITED BY SIZE INTO CLAVE-W.
           IF IX-BNC > CANT-BANCOS
               MOVE "ENTIDAD DEL CBU INEXISTENTE EN BANCOS"
                   TO MOTIVO-W
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               GO TO 2220-EXIT
           END-IF.
           IF BNC-ESTADO (IX-BNC) NOT = "A"
               MOVE "ENTIDAD DEL CBU DADA DE BAJA EN BANCOS"
                   TO MOTIVO-W
               MOVE "AVISO" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
       2220-EXIT.
           EXIT.

      *    Todo el acumulado: el legajo contra el padron, y el
      *    concepto y el centro de costo contra el plan de cuentas.
       2300-CONTROLAR-SUELDOS.
           OPEN INPUT SUELDOMES.
           IF FS-SUELDOMES NOT = "00"
               MOVE "SUELDOMES.DAT" TO NOTA-ARCHIVO
               MOVE FS-SUELDOMES TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE "SUELDOMES.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2310-LEER-SUELDO THRU 2310-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE SUELDOMES.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       2300-EXIT.
           EXIT.

       2310-LEER-SUELDO.
           READ SUELDOMES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 2320-VERIFICAR-SUELDO THRU 2320-EXIT
           END-READ.
       2310-EXIT.
           EXIT.

       2320-VERIFICAR-SUELDO.
           MOVE SM-LEGAJO TO LEGAJO-BUSCADO.
           PERFORM 6300-BUSCAR-LEGAJO THRU 6300-EXIT.
           IF NOT LEGAJO-HALLADO
               MOVE SPACES TO CLAVE-W
               STRING "per=" SM-PERIODO " leg=" SM-LEGAJO
                   " con=" SM-CONCEPTO
                   DELIMITED BY SIZE INTO CLAVE-W
               MOVE "LEGAJO INEXISTENTE EN MAESTROEMP" TO MOTIVO-W
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
           IF NOT HAY-CUENTAS
               GO TO 2320-EXIT
           END-IF.
           PERFORM VARYING IX-CCI FROM 1 BY 1
               UNTIL IX-CCI > CANT-CENTROS-INF
                  OR (CCI-CONCEPTO (IX-CCI) = SM-CONCEPTO
                  AND CCI-CENTRO (IX-CCI) = SM-CENTRO-COSTO)
               CONTINUE
           END-PERFORM.
           IF IX-CCI NOT > CANT-CENTROS-INF
               GO TO 2320-EXIT
           END-IF.
           MOVE "N" TO SW-CUENTA-CONCEPTO.
           MOVE "N" TO SW-APERTURA.
           PERFORM VARYING IX-CTS FROM 1 BY 1
               UNTIL IX-CTS > CANT-CUENTAS
               IF CTS-CONCEPTO (IX-CTS) = SM-CONCEPTO
                   AND CTS-ESTADO (IX-CTS) = "A"
                   MOVE "S" TO SW-CUENTA-CONCEPTO
                   IF CTS-CENTRO (IX-CTS) = "****"
                       OR CTS-CENTRO (IX-CTS) = SM-CENTRO-COSTO
                       MOVE "S" TO SW-APERTURA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO CLAVE-W.
           STRING "per=" SM-PERIODO " con=" SM-CONCEPTO
               " centro=" SM-CENTRO-COSTO
               DELIMITED BY SIZE INTO CLAVE-W.
           IF NOT CON-CUENTA-CONCEPTO
               MOVE "CONCEPTO SIN CUENTA ACTIVA EN CUENTAS"
                   TO MOTIVO-W
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               PERFORM 2330-ANOTAR-CENTRO THRU 2330-EXIT
               GO TO 2320-EXIT
           END-IF.
           IF SM-CENTRO-COSTO = SPACES OR SM-CENTRO-COSTO = "GRAL"
               GO TO 2320-EXIT
           END-IF.
           IF NOT CON-APERTURA
               MOVE "CENTRO DE COSTO SIN APERTURA EN CUENTAS"
                   TO MOTIVO-W
               MOVE "AVISO" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               PERFORM 2330-ANOTAR-CENTRO THRU 2330-EXIT
           END-IF.
       2320-EXIT.
           EXIT.

       2330-ANOTAR-CENTRO.
           IF CANT-CENTROS-INF < 100
               ADD 1 TO CANT-CENTROS-INF
               SET IX-CCI TO CANT-CENTROS-INF
               MOVE SM-CONCEPTO     TO CCI-CONCEPTO (IX-CCI)
               MOVE SM-CENTRO-COSTO TO CCI-CENTRO (IX-CCI)
           END-IF.
       2330-EXIT.
           EXIT.

       2400-CONTROLAR-VACACIONES.
           OPEN INPUT VACSALDOS.
           IF FS-VACSALDOS NOT = "00"
               MOVE "VACSALDOS.DAT" TO NOTA-ARCHIVO
               MOVE FS-VACSALDOS TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE "VACSALDOS.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2410-LEER-VACACION THRU 2410-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE VACSALDOS.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       2400-EXIT.
           EXIT.

       2410-LEER-VACACION.
           READ VACSALDOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   MOVE VAC-LEGAJO TO LEGAJO-BUSCADO
                   PERFORM 6300-BUSCAR-LEGAJO THRU 6300-EXIT
                   IF NOT LEGAJO-HALLADO
                       MOVE SPACES TO CLAVE-W
                       STRING "legajo=" VAC-LEGAJO " anio=" VAC-ANIO
                           DELIMITED BY SIZE INTO CLAVE-W
                       MOVE "LEGAJO INEXISTENTE EN MAESTROEMP"
                           TO MOTIVO-W
                       MOVE "AVISO" TO SEVERIDAD-W
                       PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
                   END-IF
           END-READ.
       2410-EXIT.
           EXIT.

       2500-CONTROLAR-LICENCIAS.
           OPEN INPUT LICENCIAS.
           IF FS-LICENCIAS NOT = "00"
               MOVE "LICENCIAS.DAT" TO NOTA-ARCHIVO
               MOVE FS-LICENCIAS TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE "LICENCIAS.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2510-LEER-LICENCIA THRU 2510-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE LICENCIAS.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       2500-EXIT.
           EXIT.

       2510-LEER-LICENCIA.
           READ LICENCIAS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   MOVE LIC-LEGAJO TO LEGAJO-BUSCADO
                   PERFORM 6300-BUSCAR-LEGAJO THRU 6300-EXIT
                   IF NOT LEGAJO-HALLADO
                       MOVE SPACES TO CLAVE-W
                       STRING "legajo=" LIC-LEGAJO " desde="
                           LIC-FECHA-DESDE
                           DELIMITED BY SIZE INTO CLAVE-W
                       MOVE "LEGAJO INEXISTENTE EN MAESTROEMP"
                           TO MOTIVO-W
                       MOVE "AVISO" TO SEVERIDAD-W
                       PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

      *    El adelanto con saldo de un legajo inexistente queda sin
      *    recuperar: bloquea. Sin saldo es solo historia.
       2600-CONTROLAR-ADELANTOS.
           OPEN INPUT ADELANTOS.
           IF FS-ADELANTOS NOT = "00"
               MOVE "ADELANTOS.DAT" TO NOTA-ARCHIVO
               MOVE FS-ADELANTOS TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 2600-EXIT
           END-IF.
           MOVE "ADELANTOS.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2610-LEER-ADELANTO THRU 2610-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE ADELANTOS.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       2600-EXIT.
           EXIT.

       2610-LEER-ADELANTO.
           READ ADELANTOS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   MOVE ADE-LEGAJO TO LEGAJO-BUSCADO
                   PERFORM 6300-BUSCAR-LEGAJO THRU 6300-EXIT
                   IF NOT LEGAJO-HALLADO
                       MOVE SPACES TO CLAVE-W
                       STRING "legajo=" ADE-LEGAJO " fecha=" ADE-FECHA
                           DELIMITED BY SIZE INTO CLAVE-W
                       MOVE "LEGAJO INEXISTENTE EN MAESTROEMP"
                           TO MOTIVO-W
                       IF ADE-SALDO > ZERO
                           MOVE "BLOQUEANTE" TO SEVERIDAD-W
                       ELSE
                           MOVE "AVISO" TO SEVERIDAD-W
                       END-IF
                       PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
                   END-IF
           END-READ.
       2610-EXIT.
           EXIT.

      *    La novedad vigente (hasta el periodo en curso o despues)
      *    con un concepto que no existe bloquea la liquidacion; la ya
      *    vencida es solo historia.
       2700-CONTROLAR-NOVEDADES.
           OPEN INPUT NOVEDADES.
           IF FS-NOVEDADES NOT = "00"
               MOVE "DEDNOVEDADES.DAT" TO NOTA-ARCHIVO
               MOVE FS-NOVEDADES TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 2700-EXIT
           END-IF.
           MOVE "DEDNOVEDADES.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2710-LEER-NOVEDAD THRU 2710-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE NOVEDADES.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       2700-EXIT.
           EXIT.

       2710-LEER-NOVEDAD.
           READ NOVEDADES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 2720-VERIFICAR-NOVEDAD THRU 2720-EXIT
           END-READ.
       2710-EXIT.
           EXIT.

       2720-VERIFICAR-NOVEDAD.
           MOVE SPACES TO CLAVE-W.
           STRING "legajo=" NOV-LEGAJO " con=" NOV-CONCEPTO
               " desde=" NOV-PERIODO-DESDE
               DELIMITED BY SIZE INTO CLAVE-W.
           MOVE NOV-LEGAJO TO LEGAJO-BUSCADO.
           PERFORM 6300-BUSCAR-LEGAJO THRU 6300-EXIT.
           IF NOT LEGAJO-HALLADO
               MOVE "LEGAJO INEXISTENTE EN MAESTROEMP" TO MOTIVO-W
               MOVE "AVISO" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
           IF NOT HAY-CONCEPTOS
               GO TO 2720-EXIT
           END-IF.
           PERFORM VARYING IX-CNC FROM 1 BY 1
               UNTIL IX-CNC > CANT-CONCEPTOS
                  OR CNC-CODIGO (IX-CNC) = NOV-CONCEPTO
               CONTINUE
           END-PERFORM.
           IF IX-CNC > CANT-CONCEPTOS
               MOVE "CONCEPTO INEXISTENTE EN CONCEPTOSDED"
                   TO MOTIVO-W
               IF NOV-PERIODO-HASTA < PERIODO-HOY
                   MOVE "AVISO" TO SEVERIDAD-W
               ELSE
                   MOVE "BLOQUEANTE" TO SEVERIDAD-W
               END-IF
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               GO TO 2720-EXIT
           END-IF.
           IF CNC-ESTADO (IX-CNC) NOT = "A"
               AND NOV-PERIODO-HASTA NOT < PERIODO-HOY
               MOVE "CONCEPTO DADO DE BAJA EN CONCEPTOSDED"
                   TO MOTIVO-W
               MOVE "AVISO" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
       2720-EXIT.
           EXIT.

       2800-CONTROLAR-TARIFAS.
           OPEN INPUT TARVIGENCIA.
           IF FS-TARVIGENCIA NOT = "00"
               MOVE "TARVIGENCIA.DAT" TO NOTA-ARCHIVO
               MOVE FS-TARVIGENCIA TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 2800-EXIT
           END-IF.
           MOVE "TARVIGENCIA.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 2810-LEER-TARIFA THRU 2810-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE TARVIGENCIA.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       2800-EXIT.
           EXIT.

       2810-LEER-TARIFA.
           READ TARVIGENCIA
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   MOVE TVG-LEGAJO TO LEGAJO-BUSCADO
                   PERFORM 6300-BUSCAR-LEGAJO THRU 6300-EXIT
                   IF NOT LEGAJO-HALLADO
                       MOVE SPACES TO CLAVE-W
                       STRING "legajo=" TVG-LEGAJO " vigencia="
                           TVG-FECHA-VIGENCIA
                           DELIMITED BY SIZE INTO CLAVE-W
                       MOVE "LEGAJO INEXISTENTE EN MAESTROEMP"
                           TO MOTIVO-W
                       MOVE "AVISO" TO SEVERIDAD-W
                       PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
                   END-IF
           END-READ.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONTROLAR-VENTAS - cuotas y supervisores contra el padron
      *                         de vendedores, reservas contra
      *                         unidades, clientes y vendedores, y
      *                         ventas y devoluciones contra CLIENTES
      ******************************************************************
       3000-CONTROLAR-VENTAS.
           PERFORM 3100-CONTROLAR-CUOTAS THRU 3100-EXIT.
           PERFORM 3200-CONTROLAR-SUPERVISORES THRU 3200-EXIT.
           PERFORM 3300-CONTROLAR-RESERVAS THRU 3300-EXIT.
           PERFORM 3400-CONTROLAR-OPERACIONES THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      *    La cuota del periodo en curso o futuro de un vendedor
      *    retirado entra en la suma de cuotas del equipo y bloquea.
       3100-CONTROLAR-CUOTAS.
           IF NOT HAY-VENDEDORES
               GO TO 3100-EXIT
           END-IF.
           OPEN INPUT CUOTAS.
           IF FS-CUOTAS NOT = "00"
               MOVE "CUOTASVEND.DAT" TO NOTA-ARCHIVO
               MOVE FS-CUOTAS TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE "CUOTASVEND.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 3110-LEER-CUOTA THRU 3110-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE CUOTAS.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       3100-EXIT.
           EXIT.

       3110-LEER-CUOTA.
           READ CUOTAS
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 3120-VERIFICAR-CUOTA THRU 3120-EXIT
           END-READ.
       3110-EXIT.
           EXIT.

       3120-VERIFICAR-CUOTA.
           MOVE SPACES TO CLAVE-W.
           STRING "legajo=" CUO-LEGAJO " per=" CUO-PERIODO
               DELIMITED BY SIZE INTO CLAVE-W.
           MOVE CUO-LEGAJO TO VENDEDOR-BUSCADO.
           PERFORM 6500-BUSCAR-VENDEDOR THRU 6500-EXIT.
           IF NOT VENDEDOR-HALLADO
               MOVE "VENDEDOR INEXISTENTE EN VENDEDORES" TO MOTIVO-W
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               GO TO 3120-EXIT
           END-IF.
           IF VENDEDOR-ESTADO NOT = "A"
               MOVE "VENDEDOR RETIRADO EN VENDEDORES" TO MOTIVO-W
               IF CUO-PERIODO < PERIODO-HOY
                   MOVE "AVISO" TO SEVERIDAD-W
               ELSE
                   MOVE "BLOQUEANTE" TO SEVERIDAD-W
               END-IF
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
       3120-EXIT.
           EXIT.

      *    El override del equipo se paga al supervisor del padron: si
      *    falta o esta retirado, la liquidacion de vendedores no lo
      *    paga y bloquea. El vendedor retirado ya no se liquida y su
      *    supervisor queda como aviso. El padron se recorre por clave
      *    y se reposiciona despues de leer cada supervisor.
       3200-CONTROLAR-SUPERVISORES.
           IF NOT HAY-VENDEDORES
               GO TO 3200-EXIT
           END-IF.
           MOVE "VENDEDORES.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           MOVE ZERO TO VEN-LEGAJO.
           START VENDEDORES KEY IS NOT LESS THAN VEN-LEGAJO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ORIGEN
           END-START.
           PERFORM 3210-LEER-VENDEDOR THRU 3210-EXIT
               UNTIL FIN-ORIGEN.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       3200-EXIT.
           EXIT.

       3210-LEER-VENDEDOR.
           READ VENDEDORES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 3220-VERIFICAR-SUPERVISOR THRU 3220-EXIT
           END-READ.
       3210-EXIT.
           EXIT.

       3220-VERIFICAR-SUPERVISOR.
           IF VEN-SUPERVISOR = ZERO
               GO TO 3220-EXIT
           END-IF.
           MOVE VEN-LEGAJO TO VENDEDOR-RECORRIDO.
           MOVE VEN-ESTADO TO VENDEDOR-REC-ESTADO.
           MOVE SPACES TO CLAVE-W.
           STRING "legajo=" VEN-LEGAJO " sup=" VEN-SUPERVISOR
               DELIMITED BY SIZE INTO CLAVE-W.
           MOVE VEN-SUPERVISOR TO VENDEDOR-BUSCADO.
           PERFORM 6500-BUSCAR-VENDEDOR THRU 6500-EXIT.
           MOVE VENDEDOR-RECORRIDO TO VEN-LEGAJO.
           START VENDEDORES KEY IS GREATER THAN VEN-LEGAJO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ORIGEN
           END-START.
           IF VENDEDOR-HALLADO AND VENDEDOR-ESTADO = "A"
               GO TO 3220-EXIT
           END-IF.
           IF VENDEDOR-HALLADO
               MOVE "SUPERVISOR RETIRADO EN VENDEDORES" TO MOTIVO-W
           ELSE
               MOVE "SUPERVISOR INEXISTENTE EN VENDEDORES" TO MOTIVO-W
           END-IF.
           IF VENDEDOR-REC-ESTADO = "B"
               MOVE "AVISO" TO SEVERIDAD-W
           ELSE
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
           END-IF.
           PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT.
       3220-EXIT.
           EXIT.

      *    La reserva vigente (activa o con sena a reintegrar) con una
      *    unidad, un cliente o un vendedor que no estan en su maestro
      *    no se puede vender, cancelar ni reintegrar: bloquea. En la
      *    reserva activa tambien bloquean el cliente dado de baja y
      *    el vendedor retirado, porque la unidad solo se le vende a
      *    ese cliente y solo la vende ese vendedor. La reserva ya
      *    cerrada es historia y queda como aviso.
       3300-CONTROLAR-RESERVAS.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT = "00"
               MOVE "RESERVAS.DAT" TO NOTA-ARCHIVO
               MOVE FS-RESERVAS TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE "RESERVAS.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 3310-LEER-RESERVA THRU 3310-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE RESERVAS.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       3300-EXIT.
           EXIT.

       3310-LEER-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 3320-VERIFICAR-RESERVA THRU 3320-EXIT
           END-READ.
       3310-EXIT.
           EXIT.

       3320-VERIFICAR-RESERVA.
           IF RES-ESTADO = "A" OR RES-ESTADO = "R"
               MOVE "S" TO SW-RESERVA-VIGENTE
           ELSE
               MOVE "N" TO SW-RESERVA-VIGENTE
           END-IF.
           PERFORM 3330-VERIFICAR-UNIDAD-RES THRU 3330-EXIT.
           PERFORM 3340-VERIFICAR-CLIENTE-RES THRU 3340-EXIT.
           PERFORM 3350-VERIFICAR-VENDEDOR-RES THRU 3350-EXIT.
       3320-EXIT.
           EXIT.

       3330-VERIFICAR-UNIDAD-RES.
           IF NOT HAY-VEHICULOS
               GO TO 3330-EXIT
           END-IF.
           MOVE RES-PATENTE TO PATENTE-BUSCADA.
           PERFORM 6900-BUSCAR-VEHICULO THRU 6900-EXIT.
           IF VEHICULO-HALLADO
               GO TO 3330-EXIT
           END-IF.
           MOVE SPACES TO CLAVE-W.
           STRING "res=" RES-NUMERO " pat=" RES-PATENTE
               DELIMITED BY SIZE INTO CLAVE-W.
           MOVE "UNIDAD INEXISTENTE EN VEHICULOS" TO MOTIVO-W.
           IF RESERVA-VIGENTE
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
           ELSE
               MOVE "AVISO" TO SEVERIDAD-W
           END-IF.
           PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT.
       3330-EXIT.
           EXIT.

       3340-VERIFICAR-CLIENTE-RES.
           IF NOT HAY-CLIENTES
               GO TO 3340-EXIT
           END-IF.
           MOVE SPACES TO CLAVE-W.
           STRING "res=" RES-NUMERO " cli=" RES-CLIENTE
               DELIMITED BY SIZE INTO CLAVE-W.
           MOVE RES-CLIENTE TO CLIENTE-BUSCADO.
           PERFORM 6800-BUSCAR-CLIENTE THRU 6800-EXIT.
           IF NOT CLIENTE-HALLADO
               MOVE "CLIENTE INEXISTENTE EN CLIENTES" TO MOTIVO-W
               IF RESERVA-VIGENTE
                   MOVE "BLOQUEANTE" TO SEVERIDAD-W
               ELSE
                   MOVE "AVISO" TO SEVERIDAD-W
               END-IF
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               GO TO 3340-EXIT
           END-IF.
           IF CLIENTE-ESTADO = "B" AND RES-ESTADO = "A"
               MOVE "CLIENTE DADO DE BAJA EN CLIENTES" TO MOTIVO-W
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
       3340-EXIT.
           EXIT.

       3350-VERIFICAR-VENDEDOR-RES.
           IF NOT HAY-VENDEDORES
               GO TO 3350-EXIT
           END-IF.
           MOVE SPACES TO CLAVE-W.
           STRING "res=" RES-NUMERO " legajo=" RES-LEGAJO
               DELIMITED BY SIZE INTO CLAVE-W.
           MOVE RES-LEGAJO TO VENDEDOR-BUSCADO.
           PERFORM 6500-BUSCAR-VENDEDOR THRU 6500-EXIT.
           IF NOT VENDEDOR-HALLADO
               MOVE "VENDEDOR INEXISTENTE EN VENDEDORES" TO MOTIVO-W
               IF RESERVA-VIGENTE
                   MOVE "BLOQUEANTE" TO SEVERIDAD-W
               ELSE
                   MOVE "AVISO" TO SEVERIDAD-W
               END-IF
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               GO TO 3350-EXIT
           END-IF.
           IF VENDEDOR-ESTADO NOT = "A" AND RES-ESTADO = "A"
               MOVE "VENDEDOR RETIRADO EN VENDEDORES" TO MOTIVO-W
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
       3350-EXIT.
           EXIT.

      *    Toda venta y devolucion queda a nombre de un cliente de
      *    CLIENTES. La del periodo en curso con un cliente que no
      *    esta en el maestro bloquea; la de periodos anteriores es
      *    historia y queda como aviso. La operacion anterior a la
      *    carga del cliente (documento en blanco) no se observa.
       3400-CONTROLAR-OPERACIONES.
           IF NOT HAY-CLIENTES
               GO TO 3400-EXIT
           END-IF.
           OPEN INPUT OPERACIONES.
           IF FS-OPERACIONES NOT = "00"
               MOVE "OPERACIONES.DAT" TO NOTA-ARCHIVO
               MOVE FS-OPERACIONES TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE "OPERACIONES.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 3410-LEER-OPERACION THRU 3410-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE OPERACIONES.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       3400-EXIT.
           EXIT.

       3410-LEER-OPERACION.
           READ OPERACIONES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 3420-VERIFICAR-OPERACION THRU 3420-EXIT
           END-READ.
       3410-EXIT.
           EXIT.

       3420-VERIFICAR-OPERACION.
           IF OPE-TIPO NOT = "V" AND OPE-TIPO NOT = "D"
               GO TO 3420-EXIT
           END-IF.
           IF OPE-CLIENTE = SPACES
               GO TO 3420-EXIT
           END-IF.
           MOVE OPE-CLIENTE TO CLIENTE-BUSCADO.
           PERFORM 6800-BUSCAR-CLIENTE THRU 6800-EXIT.
           IF CLIENTE-HALLADO
               GO TO 3420-EXIT
           END-IF.
           MOVE SPACES TO CLAVE-W.
           STRING "fecha=" OPE-FECHA " tipo=" OPE-TIPO
               " cli=" OPE-CLIENTE
               DELIMITED BY SIZE INTO CLAVE-W.
           MOVE "CLIENTE INEXISTENTE EN CLIENTES" TO MOTIVO-W.
           IF OPE-PERIODO < PERIODO-HOY
               MOVE "AVISO" TO SEVERIDAD-W
           ELSE
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
           END-IF.
           PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT.
       3420-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CONTROLAR-AERONAVES - itinerario, flota, programas de
      *                            inspeccion y habilitaciones de los
      *                            tripulantes contra los tipos de
      *                            AERONAVES
      ******************************************************************
       3500-CONTROLAR-AERONAVES.
           IF NOT HAY-AERONAVES
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-CONTROLAR-ITINERARIO THRU 3600-EXIT.
           PERFORM 3700-CONTROLAR-FLOTA THRU 3700-EXIT.
           PERFORM 3800-CONTROLAR-INSPECCIONES THRU 3800-EXIT.
           PERFORM 3900-CONTROLAR-TRIPULANTES THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

      *    El vuelo activo programado con un tipo inexistente o
      *    retirado no se puede cargar: bloquea.
       3600-CONTROLAR-ITINERARIO.
           OPEN INPUT ITINERARIO.
           IF FS-ITINERARIO NOT = "00"
               MOVE "ITINERARIO.DAT" TO NOTA-ARCHIVO
               MOVE FS-ITINERARIO TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 3600-EXIT
           END-IF.
           MOVE "ITINERARIO.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 3610-LEER-ITINERARIO THRU 3610-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE ITINERARIO.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       3600-EXIT.
           EXIT.

       3610-LEER-ITINERARIO.
           READ ITINERARIO
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 3620-VERIFICAR-ITINERARIO THRU 3620-EXIT
           END-READ.
       3610-EXIT.
           EXIT.

       3620-VERIFICAR-ITINERARIO.
           MOVE ITI-TIPO-PROG TO TIPO-BUSCADO.
           PERFORM 6400-BUSCAR-TIPO THRU 6400-EXIT.
           IF TIPO-HALLADO AND TIPO-ESTADO = "A"
               GO TO 3620-EXIT
           END-IF.
           MOVE SPACES TO CLAVE-W.
           STRING "vuelo=" ITI-VUELO " tipo=" ITI-TIPO-PROG
               DELIMITED BY SIZE INTO CLAVE-W.
           IF TIPO-HALLADO
               MOVE "TIPO RETIRADO EN AERONAVES" TO MOTIVO-W
           ELSE
               MOVE "TIPO INEXISTENTE EN AERONAVES" TO MOTIVO-W
           END-IF.
           IF ITI-ESTADO = "A"
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
           ELSE
               MOVE "AVISO" TO SEVERIDAD-W
           END-IF.
           PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT.
       3620-EXIT.
           EXIT.

      *    La matricula activa de un tipo inexistente no tiene
      *    capacidad ni programa de inspeccion: bloquea; la de un tipo
      *    retirado se avisa para darla de baja.
       3700-CONTROLAR-FLOTA.
           OPEN INPUT FLOTA.
           IF FS-FLOTA NOT = "00"
               MOVE "FLOTA.DAT" TO NOTA-ARCHIVO
               MOVE FS-FLOTA TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 3700-EXIT
           END-IF.
           MOVE "FLOTA.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 3710-LEER-FLOTA THRU 3710-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE FLOTA.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       3700-EXIT.
           EXIT.

       3710-LEER-FLOTA.
           READ FLOTA
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 3720-VERIFICAR-FLOTA THRU 3720-EXIT
           END-READ.
       3710-EXIT.
           EXIT.

       3720-VERIFICAR-FLOTA.
           MOVE FLT-TIPO TO TIPO-BUSCADO.
           PERFORM 6400-BUSCAR-TIPO THRU 6400-EXIT.
           IF TIPO-HALLADO AND TIPO-ESTADO = "A"
               GO TO 3720-EXIT
           END-IF.
           MOVE SPACES TO CLAVE-W.
           STRING "matricula=" FLT-MATRICULA " tipo=" FLT-TIPO
               DELIMITED BY SIZE INTO CLAVE-W.
           IF TIPO-HALLADO
               IF FLT-ESTADO NOT = "A"
                   GO TO 3720-EXIT
               END-IF
               MOVE "TIPO RETIRADO EN AERONAVES" TO MOTIVO-W
               MOVE "AVISO" TO SEVERIDAD-W
           ELSE
               MOVE "TIPO INEXISTENTE EN AERONAVES" TO MOTIVO-W
               IF FLT-ESTADO = "A"
                   MOVE "BLOQUEANTE" TO SEVERIDAD-W
               ELSE
                   MOVE "AVISO" TO SEVERIDAD-W
               END-IF
           END-IF.
           PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT.
       3720-EXIT.
           EXIT.

       3800-CONTROLAR-INSPECCIONES.
           OPEN INPUT PROGINSP.
           IF FS-PROGINSP NOT = "00"
               MOVE "PROGINSP.DAT" TO NOTA-ARCHIVO
               MOVE FS-PROGINSP TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 3800-EXIT
           END-IF.
           MOVE "PROGINSP.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 3810-LEER-INSPECCION THRU 3810-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE PROGINSP.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       3800-EXIT.
           EXIT.

       3810-LEER-INSPECCION.
           READ PROGINSP
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   MOVE PIN-TIPO TO TIPO-BUSCADO
                   PERFORM 6400-BUSCAR-TIPO THRU 6400-EXIT
                   IF NOT TIPO-HALLADO
                       MOVE SPACES TO CLAVE-W
                       STRING "tipo=" PIN-TIPO " insp=" PIN-CODIGO
                           DELIMITED BY SIZE INTO CLAVE-W
                       MOVE "TIPO INEXISTENTE EN AERONAVES"
                           TO MOTIVO-W
                       MOVE "AVISO" TO SEVERIDAD-W
                       PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
                   END-IF
           END-READ.
       3810-EXIT.
           EXIT.

       3900-CONTROLAR-TRIPULANTES.
           OPEN INPUT TRIPULANTES.
           IF FS-TRIPULANTES NOT = "00"
               MOVE "TRIPULANTES.DAT" TO NOTA-ARCHIVO
               MOVE FS-TRIPULANTES TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 3900-EXIT
           END-IF.
           MOVE "TRIPULANTES.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 3910-LEER-TRIPULANTE THRU 3910-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE TRIPULANTES.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       3900-EXIT.
           EXIT.

       3910-LEER-TRIPULANTE.
           READ TRIPULANTES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 3920-VERIFICAR-HABILITACION THRU 3920-EXIT
                       VARYING IX-HAB FROM 1 BY 1 UNTIL IX-HAB > 4
           END-READ.
       3910-EXIT.
           EXIT.

       3920-VERIFICAR-HABILITACION.
           IF TRI-TIPO-HAB (IX-HAB) = SPACES
               GO TO 3920-EXIT
           END-IF.
           MOVE TRI-TIPO-HAB (IX-HAB) TO TIPO-BUSCADO.
           PERFORM 6400-BUSCAR-TIPO THRU 6400-EXIT.
           IF NOT TIPO-HALLADO
               MOVE SPACES TO CLAVE-W
               STRING "legajo=" TRI-LEGAJO " hab=" TIPO-BUSCADO
                   DELIMITED BY SIZE INTO CLAVE-W
               MOVE "HABILITACION EN TIPO INEXISTENTE" TO MOTIVO-W
               MOVE "AVISO" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
       3920-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONTROLAR-COMERCIO - stock, lotes, costos, promociones y
      *                           proveedores contra el padron de
      *                           sucursales y la lista de precios
      ******************************************************************
       4000-CONTROLAR-COMERCIO.
           PERFORM 4100-CONTROLAR-STOCK THRU 4100-EXIT.
           PERFORM 4200-CONTROLAR-LOTES THRU 4200-EXIT.
           PERFORM 4300-CONTROLAR-COSTOS THRU 4300-EXIT.
           PERFORM 4400-CONTROLAR-PROMOCIONES THRU 4400-EXIT.
           PERFORM 4500-CONTROLAR-PROVEEDORES THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

      *    Stock en una sucursal inexistente, o en una dada de baja
      *    con unidades todavia en gondola, y stock de una marca sin
      *    precio quedan fuera de la caja y de la valuacion: bloquean.
       4100-CONTROLAR-STOCK.
           IF NOT HAY-SUCURSALES AND NOT HAY-PRECIOS
               GO TO 4100-EXIT
           END-IF.
           OPEN INPUT STOCKALF.
           IF FS-STOCKALF NOT = "00"
               MOVE "STOCKALF.DAT" TO NOTA-ARCHIVO
               MOVE FS-STOCKALF TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE "STOCKALF.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 4110-LEER-STOCK THRU 4110-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE STOCKALF.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       4100-EXIT.
           EXIT.

       4110-LEER-STOCK.
           READ STOCKALF
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 4120-VERIFICAR-STOCK THRU 4120-EXIT
           END-READ.
       4110-EXIT.
           EXIT.

       4120-VERIFICAR-STOCK.
           MOVE SPACES TO CLAVE-W.
           STRING "suc=" SCK-SUCURSAL " marca=" SCK-MARCA
               DELIMITED BY SIZE INTO CLAVE-W.
           IF HAY-SUCURSALES
               MOVE SCK-SUCURSAL TO SUCURSAL-BUSCADA
               PERFORM 6700-BUSCAR-SUCURSAL THRU 6700-EXIT
               IF NOT SUCURSAL-HALLADA
                   MOVE "SUCURSAL INEXISTENTE EN SUCURSALES"
                       TO MOTIVO-W
                   MOVE "BLOQUEANTE" TO SEVERIDAD-W
                   PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               ELSE
                   IF SCS-ESTADO (IX-SCS) NOT = "A"
                       MOVE "SUCURSAL DADA DE BAJA EN SUCURSALES"
                           TO MOTIVO-W
                       IF SCK-STOCK > ZERO
                           MOVE "BLOQUEANTE" TO SEVERIDAD-W
                       ELSE
                           MOVE "AVISO" TO SEVERIDAD-W
                       END-IF
                       PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
                   END-IF
               END-IF
           END-IF.
           IF HAY-PRECIOS
               MOVE SCK-MARCA TO MARCA-BUSCADA
               PERFORM 6600-BUSCAR-MARCA THRU 6600-EXIT
               IF NOT MARCA-HALLADA
                   MOVE "MARCA SIN PRECIO EN PRECIOS" TO MOTIVO-W
                   MOVE "BLOQUEANTE" TO SEVERIDAD-W
                   PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               END-IF
           END-IF.
       4120-EXIT.
           EXIT.

      *    El lote sin su linea en el maestro de stock no entra en la
      *    valuacion ni en el conteo: con unidades, bloquea.
       4200-CONTROLAR-LOTES.
           IF NOT HAY-STOCK
               GO TO 4200-EXIT
           END-IF.
           OPEN INPUT STOCKLOTES.
           IF FS-STOCKLOTES NOT = "00"
               MOVE "STOCKLOTES.DAT" TO NOTA-ARCHIVO
               MOVE FS-STOCKLOTES TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 4200-EXIT
           END-IF.
           MOVE "STOCKLOTES.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 4210-LEER-LOTE THRU 4210-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE STOCKLOTES.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       4200-EXIT.
           EXIT.

       4210-LEER-LOTE.
           READ STOCKLOTES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   PERFORM 4220-VERIFICAR-LOTE THRU 4220-EXIT
           END-READ.
       4210-EXIT.
           EXIT.

       4220-VERIFICAR-LOTE.
           PERFORM VARYING IX-STK FROM 1 BY 1
               UNTIL IX-STK > CANT-STOCK
                  OR (STK-SUCURSAL (IX-STK) = LOT-SUCURSAL
                  AND STK-MARCA (IX-STK) = LOT-MARCA)
               CONTINUE
           END-PERFORM.
           IF IX-STK NOT > CANT-STOCK
               GO TO 4220-EXIT
           END-IF.
           MOVE SPACES TO CLAVE-W.
           STRING "suc=" LOT-SUCURSAL " marca=" LOT-MARCA
               " lote=" LOT-LOTE
               DELIMITED BY SIZE INTO CLAVE-W.
           MOVE "LOTE SIN LINEA EN STOCKALF" TO MOTIVO-W.
           IF LOT-CANTIDAD > ZERO
               MOVE "BLOQUEANTE" TO SEVERIDAD-W
           ELSE
               MOVE "AVISO" TO SEVERIDAD-W
           END-IF.
           PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT.
       4220-EXIT.
           EXIT.

       4300-CONTROLAR-COSTOS.
           IF NOT HAY-PRECIOS
               GO TO 4300-EXIT
           END-IF.
           OPEN INPUT COSTOSALF.
           IF FS-COSTOSALF NOT = "00"
               MOVE "COSTOSALF.DAT" TO NOTA-ARCHIVO
               MOVE FS-COSTOSALF TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 4300-EXIT
           END-IF.
           MOVE "COSTOSALF.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 4310-LEER-COSTO THRU 4310-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE COSTOSALF.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       4300-EXIT.
           EXIT.

       4310-LEER-COSTO.
           READ COSTOSALF
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   IF COA-ESTADO = "A"
                       MOVE COA-MARCA TO MARCA-BUSCADA
                       PERFORM 6600-BUSCAR-MARCA THRU 6600-EXIT
                       IF NOT MARCA-HALLADA
                           MOVE SPACES TO CLAVE-W
                           STRING "marca=" COA-MARCA " vigencia="
                               COA-FECHA-VIGENCIA
                               DELIMITED BY SIZE INTO CLAVE-W
                           MOVE "MARCA SIN PRECIO EN PRECIOS"
                               TO MOTIVO-W
                           MOVE "AVISO" TO SEVERIDAD-W
                           PERFORM 6000-INFORMAR-HUERFANO
                               THRU 6000-EXIT
                       END-IF
                   END-IF
           END-READ.
       4310-EXIT.
           EXIT.

      *    Solo las promociones activas que no vencieron: la marca
      *    contra la lista de precios y el alcance (sucursal o region)
      *    contra el padron.
       4400-CONTROLAR-PROMOCIONES.
           OPEN INPUT PROMOCIONES.
           IF FS-PROMOCIONES NOT = "00"
               MOVE "PROMOCIONES.DAT" TO NOTA-ARCHIVO
               MOVE FS-PROMOCIONES TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 4400-EXIT
           END-IF.
           MOVE "PROMOCIONES.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 4410-LEER-PROMOCION THRU 4410-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE PROMOCIONES.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       4400-EXIT.
           EXIT.

       4410-LEER-PROMOCION.
           READ PROMOCIONES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   IF PRM-ESTADO = "A" AND PRM-HASTA NOT < FECHA-HOY
                       PERFORM 4420-VERIFICAR-PROMOCION
                           THRU 4420-EXIT
                   END-IF
           END-READ.
       4410-EXIT.
           EXIT.

       4420-VERIFICAR-PROMOCION.
           MOVE SPACES TO CLAVE-W.
           STRING "promo=" PRM-CODIGO " marca=" PRM-MARCA
               DELIMITED BY SIZE INTO CLAVE-W.
           IF HAY-PRECIOS AND PRM-MARCA NOT = "*"
               MOVE PRM-MARCA TO MARCA-BUSCADA
               PERFORM 6600-BUSCAR-MARCA THRU 6600-EXIT
               IF NOT MARCA-HALLADA
                   MOVE "MARCA SIN PRECIO EN PRECIOS" TO MOTIVO-W
                   MOVE "AVISO" TO SEVERIDAD-W
                   PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               END-IF
           END-IF.
           IF NOT HAY-SUCURSALES
               GO TO 4420-EXIT
           END-IF.
           MOVE SPACES TO CLAVE-W.
           STRING "promo=" PRM-CODIGO " alcance=" PRM-ALCANCE
               DELIMITED BY SIZE INTO CLAVE-W.
           IF PRM-AMBITO = "S"
               MOVE PRM-ALCANCE (1:4) TO SUCURSAL-BUSCADA
               PERFORM 6700-BUSCAR-SUCURSAL THRU 6700-EXIT
               IF NOT SUCURSAL-HALLADA
                   MOVE "SUCURSAL INEXISTENTE EN SUCURSALES"
                       TO MOTIVO-W
                   MOVE "AVISO" TO SEVERIDAD-W
                   PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               ELSE
                   IF SCS-ESTADO (IX-SCS) NOT = "A"
                       MOVE "SUCURSAL DADA DE BAJA EN SUCURSALES"
                           TO MOTIVO-W
                       MOVE "AVISO" TO SEVERIDAD-W
                       PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
                   END-IF
               END-IF
           END-IF.
           IF PRM-AMBITO = "R"
               PERFORM VARYING IX-SCS FROM 1 BY 1
                   UNTIL IX-SCS > CANT-SUCS
                      OR (SCS-REGION (IX-SCS) = PRM-ALCANCE
                      AND SCS-ESTADO (IX-SCS) = "A")
                   CONTINUE
               END-PERFORM
               IF IX-SCS > CANT-SUCS
                   MOVE "REGION SIN SUCURSAL ACTIVA EN SUCURSALES"
                       TO MOTIVO-W
                   MOVE "AVISO" TO SEVERIDAD-W
                   PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
               END-IF
           END-IF.
       4420-EXIT.
           EXIT.

       4500-CONTROLAR-PROVEEDORES.
           IF NOT HAY-PRECIOS
               GO TO 4500-EXIT
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FS-PROVEEDORES NOT = "00"
               MOVE "PROVEEDORES.DAT" TO NOTA-ARCHIVO
               MOVE FS-PROVEEDORES TO NOTA-FS
               MOVE SPACES TO NOTA-ALCANCE
               PERFORM 6200-SIN-ARCHIVO THRU 6200-EXIT
               GO TO 4500-EXIT
           END-IF.
           MOVE "PROVEEDORES.DAT" TO SECCION-ARCHIVO.
           PERFORM 6050-ABRIR-SECCION THRU 6050-EXIT.
           MOVE "N" TO SW-FIN-ORIGEN.
           PERFORM 4510-LEER-PROVEEDOR THRU 4510-EXIT
               UNTIL FIN-ORIGEN.
           CLOSE PROVEEDORES.
           PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
       4500-EXIT.
           EXIT.

       4510-LEER-PROVEEDOR.
           READ PROVEEDORES
               AT END
                   MOVE "S" TO SW-FIN-ORIGEN
               NOT AT END
                   ADD 1 TO CANT-LEIDOS-ARCH
                   IF PRV-ESTADO = "A"
                       PERFORM 4520-VERIFICAR-MARCA-PRV THRU 4520-EXIT
                           VARYING IX-PMA FROM 1 BY 1
                           UNTIL IX-PMA > 5
                   END-IF
           END-READ.
       4510-EXIT.
           EXIT.

       4520-VERIFICAR-MARCA-PRV.
           IF PRV-MARCA (IX-PMA) = SPACES
               GO TO 4520-EXIT
           END-IF.
           MOVE PRV-MARCA (IX-PMA) TO MARCA-BUSCADA.
           PERFORM 6600-BUSCAR-MARCA THRU 6600-EXIT.
           IF NOT MARCA-HALLADA
               MOVE SPACES TO CLAVE-W
               STRING "prov=" PRV-CODIGO " marca=" MARCA-BUSCADA
                   DELIMITED BY SIZE INTO CLAVE-W
               MOVE "MARCA SIN PRECIO EN PRECIOS" TO MOTIVO-W
               MOVE "AVISO" TO SEVERIDAD-W
               PERFORM 6000-INFORMAR-HUERFANO THRU 6000-EXIT
           END-IF.
       4520-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESUMEN - totales de la corrida y veredicto del paso
      ******************************************************************
       5000-RESUMEN.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-ARCHIVOS    TO WS-ED-CANT.
           MOVE CANT-SIN-CONTROL TO WS-ED-CANT2.
           MOVE CANT-LEIDOS      TO WS-ED-CANT3.
           MOVE SPACES TO REP-LINEA.
           STRING "Archivos controlados=" WS-ED-CANT
               " sin controlar=" WS-ED-CANT2
               " registros leidos=" WS-ED-CANT3
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE CANT-BLOQUEANTES TO WS-ED-CANT.
           MOVE CANT-AVISOS      TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "Huerfanos bloqueantes=" WS-ED-CANT
               " avisos=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           IF CANT-BLOQUEANTES > ZERO
               STRING "HAY HUERFANOS BLOQUEANTES: corregir los "
                   "maestros antes de seguir con el plan nocturno."
                   DELIMITED BY SIZE INTO REP-LINEA
           ELSE
               MOVE "Sin huerfanos bloqueantes." TO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           DISPLAY "Integridad de maestros: bloqueantes=" WS-ED-CANT
               " avisos=" WS-ED-CANT2
               " (REPORTE-INTEGRIDAD.DAT).".
           MOVE CANT-ARCHIVOS    TO WS-ED-CANT3.
           MOVE CANT-SIN-CONTROL TO WS-ED-CANT4.
           STRING "Integridad maestros archivos=" WS-ED-CANT3
               " sin controlar=" WS-ED-CANT4
               " bloqueantes=" WS-ED-CANT
               " avisos=" WS-ED-CANT2
               DELIMITED BY SIZE INTO AUD-TEXTO.
           PERFORM 7200-AUDITAR THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-INFORMAR-HUERFANO - lista el huerfano armado en CLAVE-W,
      *                          MOTIVO-W y SEVERIDAD-W bajo el
      *                          archivo en control
      ******************************************************************
       6000-INFORMAR-HUERFANO.
           MOVE SPACES          TO LINEA-HUERFANO.
           MOVE SEVERIDAD-W     TO HUE-SEVERIDAD.
           MOVE SECCION-ARCHIVO TO HUE-ARCHIVO.
           MOVE CLAVE-W         TO HUE-CLAVE.
           MOVE MOTIVO-W        TO HUE-MOTIVO.
           MOVE LINEA-HUERFANO  TO REP-LINEA.
           WRITE REP-LINEA.
           ADD 1 TO CANT-OBS-ARCH.
           IF SEV-BLOQUEANTE
               ADD 1 TO CANT-BLOQUEANTES
           ELSE
               ADD 1 TO CANT-AVISOS
           END-IF.
       6000-EXIT.
           EXIT.

       6050-ABRIR-SECCION.
           ADD 1 TO CANT-ARCHIVOS.
           MOVE ZERO TO CANT-LEIDOS-ARCH.
           MOVE ZERO TO CANT-OBS-ARCH.
       6050-EXIT.
           EXIT.

      *    El archivo sin observaciones deja igual su linea de
      *    control, para que se vea que se recorrio.
       6100-CERRAR-SECCION.
           ADD CANT-LEIDOS-ARCH TO CANT-LEIDOS.
           MOVE CANT-LEIDOS-ARCH TO WS-ED-CANT.
           MOVE CANT-OBS-ARCH    TO WS-ED-CANT2.
           MOVE SPACES TO REP-LINEA.
           STRING "            " SECCION-ARCHIVO
               "  controlado: leidos=" WS-ED-CANT
               " observados=" WS-ED-CANT2
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       6100-EXIT.
           EXIT.

       6200-SIN-ARCHIVO.
           ADD 1 TO CANT-SIN-CONTROL.
           MOVE SPACES TO REP-LINEA.
           STRING "SIN CONTROL " NOTA-ARCHIVO
               "  no se pudo abrir, FS=" NOTA-FS "  " NOTA-ALCANCE
               DELIMITED BY SIZE INTO REP-LINEA.
           WRITE REP-LINEA.
       6200-EXIT.
           EXIT.

       6300-BUSCAR-LEGAJO.
           MOVE LEGAJO-BUSCADO TO EMP-LEGAJO.
           MOVE SPACE TO LEGAJO-ESTADO.
           READ MAESTRO-EMPLEADOS
               INVALID KEY
                   MOVE "N" TO SW-LEGAJO-HALLADO
               NOT INVALID KEY
                   MOVE "S" TO SW-LEGAJO-HALLADO
                   MOVE EMP-ESTADO TO LEGAJO-ESTADO
           END-READ.
       6300-EXIT.
           EXIT.

       6400-BUSCAR-TIPO.
           MOVE TIPO-BUSCADO TO AER-TIPO.
           MOVE SPACE TO TIPO-ESTADO.
           READ AERONAVES
               INVALID KEY
                   MOVE "N" TO SW-TIPO-HALLADO
               NOT INVALID KEY
                   MOVE "S" TO SW-TIPO-HALLADO
                   MOVE AER-ESTADO TO TIPO-ESTADO
           END-READ.
       6400-EXIT.
           EXIT.

       6500-BUSCAR-VENDEDOR.
           MOVE VENDEDOR-BUSCADO TO VEN-LEGAJO.
           MOVE SPACE TO VENDEDOR-ESTADO.
           READ VENDEDORES
               INVALID KEY
                   MOVE "N" TO SW-VENDEDOR-HALLADO
               NOT INVALID KEY
                   MOVE "S" TO SW-VENDEDOR-HALLADO
                   MOVE VEN-ESTADO TO VENDEDOR-ESTADO
           END-READ.
       6500-EXIT.
           EXIT.

       6600-BUSCAR-MARCA.
           PERFORM VARYING IX-MRC FROM 1 BY 1
               UNTIL IX-MRC > CANT-MARCAS
                  OR MRC-CODIGO (IX-MRC) = MARCA-BUSCADA
               CONTINUE
           END-PERFORM.
           IF IX-MRC > CANT-MARCAS
               MOVE "N" TO SW-MARCA-HALLADA
           ELSE
               MOVE "S" TO SW-MARCA-HALLADA
           END-IF.
       6600-EXIT.
           EXIT.

       6700-BUSCAR-SUCURSAL.
           PERFORM VARYING IX-SCS FROM 1 BY 1
               UNTIL IX-SCS > CANT-SUCS
                  OR SCS-CODIGO (IX-SCS) = SUCURSAL-BUSCADA
               CONTINUE
           END-PERFORM.
           IF IX-SCS > CANT-SUCS
               MOVE "N" TO SW-SUCURSAL-HALLADA
           ELSE
               MOVE "S" TO SW-SUCURSAL-HALLADA
           END-IF.
       6700-EXIT.
           EXIT.

       6800-BUSCAR-CLIENTE.
           MOVE CLIENTE-BUSCADO TO CLI-DOCUMENTO.
           MOVE SPACE TO CLIENTE-ESTADO.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO SW-CLIENTE-HALLADO
               NOT INVALID KEY
                   MOVE "S" TO SW-CLIENTE-HALLADO
                   MOVE CLI-ESTADO TO CLIENTE-ESTADO
           END-READ.
       6800-EXIT.
           EXIT.

       6900-BUSCAR-VEHICULO.
           MOVE PATENTE-BUSCADA TO VEH-PATENTE.
           READ VEHICULOS
               INVALID KEY
                   MOVE "N" TO SW-VEHICULO-HALLADO
               NOT INVALID KEY
                   MOVE "S" TO SW-VEHICULO-HALLADO
           END-READ.
       6900-EXIT.
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
               FOR ALL "IntegridadMaestros".
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
           STRING "IntegridadMaestros " WS-FECHA-AAAA "-" WS-FECHA-MM
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
      * 0600-REGISTRAR-CORRIDA - asienta el evento armado por el
      *                          llamador en RUNCONTROL
      ******************************************************************
       0600-REGISTRAR-CORRIDA.
           OPEN EXTEND RUNCONTROL.
           IF FS-RUNCONTROL NOT = "00"
               OPEN OUTPUT RUNCONTROL
           END-IF.
           ACCEPT WS-FECHA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDIT FROM TIME.
           MOVE "IntegridadMaestros" TO RUN-PROGRAMA.
           MOVE WS-FECHA-AUDIT TO RUN-FECHA.
           MOVE WS-HORA-AUDIT (1:6) TO RUN-HORA.
           MOVE RUN-EVENTO-W TO RUN-EVENTO.
           MOVE RUN-ESTADO-W TO RUN-ESTADO.
           MOVE RUN-CANT-W   TO RUN-CANT.
           WRITE RUN-REGISTRO.
           CLOSE RUNCONTROL.
       0600-EXIT.
           EXIT.


      ******************************************************************
      * 7900-CERRAR
      ******************************************************************
       7900-CERRAR.
           IF HAY-MAESTRO
               CLOSE MAESTRO-EMPLEADOS
           END-IF.
           IF HAY-VENDEDORES
               CLOSE VENDEDORES
           END-IF.
           IF HAY-AERONAVES
               CLOSE AERONAVES
           END-IF.
           IF HAY-CLIENTES
               CLOSE CLIENTES
           END-IF.
           IF HAY-VEHICULOS
               CLOSE VEHICULOS
           END-IF.
           CLOSE REPORTE-INTEGRIDAD.
           CLOSE AUDITLOG.
       7900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FIRMA-OPERADOR
      ******************************************************************
       8000-FIRMA-OPERADOR.
           DISPLAY "Control conformado por: " OPERADOR-FIRMA.
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
       END PROGRAM IntegridadMaestros.
