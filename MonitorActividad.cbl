000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Monitor diario de actividad inusual sobre
000070*               AUDITORI.DAT para una fecha (variable de entorno
000080*               FECHA-REPORTE, hoy si viene en blanco), cruzado
000090*               con USUARIOS.DAT y USRJRNL.DAT.  Cada control se
000100*               evalua solo si tiene su linea en MONPARM.DAT
000110*               (layout MPAREG), que trae los umbrales y la
000120*               prioridad de sus excepciones:
000130*                 HO  operacion interactiva o reversa fuera del
000140*                     horario o en dia no habil (fin de semana o
000141*                     feriado);
000150*                 VO  usuario con un volumen del dia muy por
000160*                     encima de su propio promedio diario de las
000170*                     ultimas semanas (historia de ACUMDIA.DAT);
000180*                 ES  linea de un usuario que a esa hora estaba
000190*                     dado de baja, bloqueado, pendiente o sin
000200*                     alta, segun el journal (y los bloqueos del
000210*                     login de SEGLOGIN.DAT, que no pasan por el
000220*                     journal);
000230*                 RE  la misma operacion (usuario, opcion y
000240*                     operandos) repetida muchas veces en pocos
000250*                     minutos;
000260*                 LO  lineas de un lote cuyo AUD-LOTE-ID no tiene
000270*                     en CORRIDAS.DAT una corrida del CALCULADOR
000280*                     cerrada con codigo 00;
000290*                 IM  resultado de importe inusualmente grande.
000300*               Las excepciones se juntan en MONEXC.DAT y salen a
000310*               MONITOR.LST ordenadas por prioridad, usuario y
000320*               hora, con los totales de control y los parametros
000330*               aplicados al pie.  Deja constancia de la corrida
000340*               en CORRIDAS.DAT via BITACORA.
000350* Tectonics   : cobc
000360* Modification History:
000370*   2026-10-15 RC  Version inicial.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. MONITOR-ACTIVIDAD.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARCH-PARAMETROS ASSIGN TO "MONPARM.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MONI-PAR-STATUS.
000480
000490     SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORI.DAT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS MONI-AUD-STATUS.
000520
000530     SELECT ARCH-USUARIOS ASSIGN TO "USUARIOS.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS REG-DNI OF FD-REG
000570         FILE STATUS IS MONI-USR-STATUS.
000580
000590     SELECT ARCH-JOURNAL ASSIGN TO "USRJRNL.DAT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS MONI-JRN-STATUS.
000620
000630     SELECT ARCH-SEGURIDAD ASSIGN TO "SEGLOGIN.DAT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS MONI-SEG-STATUS.
000660
000670     SELECT ARCH-ACUMULADOS ASSIGN TO "ACUMDIA.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS ACU-CLAVE
000710         FILE STATUS IS MONI-ACU-STATUS.
000720
000730     SELECT ARCH-CORRIDAS ASSIGN TO "CORRIDAS.DAT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS MONI-COR-STATUS.
000760
000770     SELECT ARCH-EXCEPCIONES ASSIGN TO "MONEXC.DAT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS MONI-EXC-STATUS.
000800
000810     SELECT ARCH-IMPRESION ASSIGN TO "MONITOR.LST"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS MONI-IMP-STATUS.
000840
000850     SELECT SD-REPETICION ASSIGN TO "SORTWK1".
000860
000870     SELECT SD-EXCEPCIONES ASSIGN TO "SORTWK2".
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ARCH-PARAMETROS.
000920 01  REG-PARAMETRO.
000930     COPY MPAREG.
000940
000950 FD  ARCH-AUDITORIA.
000960 01  REG-AUDITORIA.
000970     COPY AUDREG.
000980
000990 FD  ARCH-USUARIOS.
001000 01  FD-REG.
001010     COPY USRREG.
001020
001030 FD  ARCH-JOURNAL.
001040 01  REG-JOURNAL.
001050     COPY JRNREG.
001060
001070 FD  ARCH-SEGURIDAD.
001080 01  REG-SEGURIDAD.
001090     COPY SEGREG.
001100
001110 FD  ARCH-ACUMULADOS.
001120 01  REG-ACUMULADO.
001130     COPY ACUREG.
001140
001150 FD  ARCH-CORRIDAS.
001160 01  REG-CORRIDA.
001170     COPY CORREG.
001180
001190*    excepciones de la corrida, en el orden en que se detectan; se
001200*    regraba en cada corrida y se ordena para el listado
001210 FD  ARCH-EXCEPCIONES.
001220 01  REG-EXCEPCION.
001230     05  EXC-PRIORIDAD           PIC 9(01).
001240     05  EXC-USUARIO             PIC X(10).
001250     05  EXC-HORA                PIC X(08).
001260     05  EXC-CONTROL             PIC 9(01).
001270     05  EXC-NUM-OPERACION       PIC 9(09).
001280     05  EXC-LOTE-ID             PIC X(10).
001290     05  EXC-DETALLE             PIC X(35).
001300
001310 FD  ARCH-IMPRESION.
001320 01  REG-IMPRESION               PIC X(80).
001330
001340*    operaciones del dia por usuario, opcion y operandos, para
001350*    buscar repeticiones
001360 SD  SD-REPETICION.
001370 01  REG-REPETICION.
001380     05  REP-CLAVE.
001390         10  REP-USUARIO         PIC X(10).
001400         10  REP-OPCION          PIC 9(01).
001410         10  REP-NUMERO1         PIC S9(07)V99.
001420         10  REP-NUMERO2         PIC S9(07)V99.
001430     05  REP-HORA                PIC X(08).
001440     05  REP-MINUTO              PIC 9(04).
001450     05  REP-NUM-OPERACION       PIC 9(09).
001460
001470*    mismo layout que REG-EXCEPCION (se ordena USING)
001480 SD  SD-EXCEPCIONES.
001490 01  REG-ORDEN.
001500     05  ORD-PRIORIDAD           PIC 9(01).
001510     05  ORD-USUARIO             PIC X(10).
001520     05  ORD-HORA                PIC X(08).
001530     05  ORD-CONTROL             PIC 9(01).
001540     05  ORD-NUM-OPERACION       PIC 9(09).
001550     05  ORD-LOTE-ID             PIC X(10).
001560     05  ORD-DETALLE             PIC X(35).
001570
001580 WORKING-STORAGE SECTION.
001590 01  MONI-PAR-STATUS             PIC X(02) VALUE SPACES.
001600     88  MONI-PAR-OK                 VALUE "00".
001610     88  MONI-PAR-NO-EXISTE          VALUE "35".
001620 01  MONI-AUD-STATUS             PIC X(02) VALUE SPACES.
001630     88  MONI-AUD-OK                 VALUE "00".
001640     88  MONI-AUD-NO-EXISTE          VALUE "35".
001650 01  MONI-USR-STATUS             PIC X(02) VALUE SPACES.
001660     88  MONI-USR-OK                 VALUE "00".
001670 01  MONI-JRN-STATUS             PIC X(02) VALUE SPACES.
001680     88  MONI-JRN-OK                 VALUE "00".
001690     88  MONI-JRN-NO-EXISTE          VALUE "35".
001700 01  MONI-SEG-STATUS             PIC X(02) VALUE SPACES.
001710     88  MONI-SEG-OK                 VALUE "00".
001720     88  MONI-SEG-NO-EXISTE          VALUE "35".
001730 01  MONI-ACU-STATUS             PIC X(02) VALUE SPACES.
001740     88  MONI-ACU-OK                 VALUE "00".
001750 01  MONI-COR-STATUS             PIC X(02) VALUE SPACES.
001760     88  MONI-COR-OK                 VALUE "00".
001770 01  MONI-EXC-STATUS             PIC X(02) VALUE SPACES.
001780     88  MONI-EXC-OK                 VALUE "00".
001790 01  MONI-IMP-STATUS             PIC X(02) VALUE SPACES.
001800     88  MONI-IMP-OK                 VALUE "00".
001810
001820 01  MONI-EOF-SW                 PIC X(01) VALUE "N".
001830     88  MONI-EOF                    VALUE "S".
001840 01  MONI-FIN-ORDEN-SW           PIC X(01) VALUE "N".
001850     88  MONI-FIN-ORDEN              VALUE "S".
001860
001870*    fecha procesada y fecha del dia
001880 01  MONI-FECHA                  PIC X(08) VALUE SPACES.
001890 01  MONI-FECHA-NUM              PIC 9(08) VALUE ZERO.
001900 01  MONI-FECHA-INT              PIC 9(08) COMP VALUE ZERO.
001910 01  MONI-HOY                    PIC X(08) VALUE SPACES.
001920
001930*    dia habil: 2900 evalua MONI-DIA-INT (1 = lunes)
001940 01  MONI-DIA-INT                PIC 9(08) COMP VALUE ZERO.
001950 01  MONI-DIA-NUM                PIC 9(08) VALUE ZERO.
001960 01  MONI-DIA-FECHA REDEFINES MONI-DIA-NUM
001970                                 PIC X(08).
001980 01  MONI-DIA-BASE               PIC 9(08) COMP VALUE ZERO.
001990 01  MONI-DIA-COCIENTE           PIC 9(08) COMP VALUE ZERO.
002000 01  MONI-DIA-RESTO              PIC 9(04) COMP VALUE ZERO.
002010 01  MONI-DIA-SEMANA             PIC 9(04) COMP VALUE ZERO.
002020 01  MONI-DIA-HABIL-SW           PIC X(01) VALUE "N".
002030     88  MONI-DIA-HABIL              VALUE "S".
002040 01  MONI-DIA-FERIADO-SW         PIC X(01) VALUE "N".
002050     88  MONI-DIA-FERIADO            VALUE "S".
002060 01  MONI-PROCESO-HABIL-SW       PIC X(01) VALUE "S".
002070     88  MONI-PROCESO-HABIL          VALUE "S".
002080 01  MONI-PROCESO-FERIADO-SW     PIC X(01) VALUE "N".
002090     88  MONI-PROCESO-FERIADO        VALUE "S".
002100
002110*    controles: subindices en las tablas de controles y nombres
002120 01  MONI-CTL-HORARIO            PIC 9(04) COMP VALUE 1.
002130 01  MONI-CTL-VOLUMEN            PIC 9(04) COMP VALUE 2.
002140 01  MONI-CTL-ESTADO             PIC 9(04) COMP VALUE 3.
002150 01  MONI-CTL-REPETICION         PIC 9(04) COMP VALUE 4.
002160 01  MONI-CTL-LOTE               PIC 9(04) COMP VALUE 5.
002170 01  MONI-CTL-IMPORTE            PIC 9(04) COMP VALUE 6.
002180 01  MONI-TABLA-CONTROLES.
002190     05  MONI-CTL-ENTRY OCCURS 6 TIMES.
002200         10  MONI-CTL-ACTIVO-SW      PIC X(01).
002210             88  MONI-CTL-ACTIVO         VALUE "S".
002220         10  MONI-CTL-PRIORIDAD      PIC 9(01).
002230         10  MONI-CTL-EXCEPCIONES    PIC 9(07) COMP.
002240 01  MONI-TABLA-NOMBRES.
002250     05  FILLER          PIC X(02) VALUE "HO".
002260     05  FILLER          PIC X(12) VALUE "HORARIO".
002270     05  FILLER          PIC X(02) VALUE "VO".
002280     05  FILLER          PIC X(12) VALUE "VOLUMEN".
002290     05  FILLER          PIC X(02) VALUE "ES".
002300     05  FILLER          PIC X(12) VALUE "ESTADO USR".
002310     05  FILLER          PIC X(02) VALUE "RE".
002320     05  FILLER          PIC X(12) VALUE "REPETICION".
002330     05  FILLER          PIC X(02) VALUE "LO".
002340     05  FILLER          PIC X(12) VALUE "LOTE S/CIER".
002350     05  FILLER          PIC X(02) VALUE "IM".
002360     05  FILLER          PIC X(12) VALUE "IMPORTE".
002370 01  MONI-TABLA-NOMBRES-R REDEFINES MONI-TABLA-NOMBRES.
002380     05  MONI-NOM-ENTRY OCCURS 6 TIMES.
002390         10  MONI-CTL-CODIGO         PIC X(02).
002400         10  MONI-CTL-NOMBRE         PIC X(12).
002410 01  MONI-IDX-CONTROL            PIC 9(04) COMP VALUE ZERO.
002420 01  MONI-CANT-CONTROLES         PIC 9(04) COMP VALUE ZERO.
002430
002440*    valores de los controles tomados de MONPARM.DAT
002450 01  MONI-HORA-DESDE             PIC 9(04) VALUE ZERO.
002460 01  MONI-HORA-HASTA             PIC 9(04) VALUE ZERO.
002470 01  MONI-DIAS-HABILES           PIC X(07) VALUE "SSSSSSS".
002480 01  MONI-DIAS-HABILES-R REDEFINES MONI-DIAS-HABILES.
002490     05  MONI-DIA-HABIL-MARCA OCCURS 7 TIMES
002500                                 PIC X(01).
002510 01  MONI-VOL-SEMANAS            PIC 9(02) VALUE ZERO.
002520 01  MONI-VOL-FACTOR             PIC 9(02)V9 VALUE ZERO.
002530 01  MONI-VOL-MINIMO             PIC 9(05) VALUE ZERO.
002540 01  MONI-REP-CANTIDAD           PIC 9(04) VALUE ZERO.
002550 01  MONI-REP-MINUTOS            PIC 9(04) VALUE ZERO.
002560 01  MONI-IMP-LIMITE             PIC 9(07)V99 VALUE ZERO.
002570 01  MONI-IMP-LIMITE-NEG         PIC S9(07)V99 VALUE ZERO.
002580
002590*    lectura de los parametros
002600 01  MONI-PARM-VALIDO-SW         PIC X(01) VALUE "N".
002610     88  MONI-PARM-VALIDO            VALUE "S".
002620 01  MONI-CAMPO-FALLADO          PIC X(30) VALUE SPACES.
002630 01  MONI-CANT-SN                PIC 9(04) COMP VALUE ZERO.
002640 01  MONI-CANT-PARM-LINEAS       PIC 9(07) COMP VALUE ZERO.
002650 01  MONI-CANT-PARM-INVALIDOS    PIC 9(07) COMP VALUE ZERO.
002660
002670*    feriados (lineas FE de MONPARM.DAT)
002680 01  MONI-TABLA-FERIADOS.
002690     05  MONI-FERIADO OCCURS 50 TIMES
002700                                 PIC X(08).
002710 01  MONI-CANT-FERIADOS          PIC 9(04) COMP VALUE ZERO.
002720 01  MONI-IDX-FERIADO            PIC 9(04) COMP VALUE ZERO.
002730 01  MONI-TABLA-FER-LLENA-SW     PIC X(01) VALUE "N".
002740     88  MONI-TABLA-FER-LLENA        VALUE "S".
002750
002760*    usuarios del maestro con su estado actual
002770 01  MONI-TABLA-USUARIOS.
002780     05  MONI-USR-ENTRY OCCURS 1000 TIMES.
002790         10  MONI-USR-CODIGO         PIC X(10).
002800         10  MONI-USR-ESTADO         PIC X(01).
002810 01  MONI-CANT-USUARIOS          PIC 9(04) COMP VALUE ZERO.
002820 01  MONI-IDX-USUARIO            PIC 9(04) COMP VALUE ZERO.
002830 01  MONI-USR-HALLADO-SW         PIC X(01) VALUE "N".
002840     88  MONI-USR-HALLADO            VALUE "S".
002850 01  MONI-TABLA-USR-LLENA-SW     PIC X(01) VALUE "N".
002860     88  MONI-TABLA-USR-LLENA        VALUE "S".
002870 01  MONI-SIN-MAESTRO-SW         PIC X(01) VALUE "N".
002880     88  MONI-SIN-MAESTRO            VALUE "S".
002890
002900*    cambios de estado desde la fecha procesada (journal y
002910*    bloqueos del login), con el estado que habia antes de cada
002920*    uno
002930 01  MONI-TABLA-CAMBIOS.
002940     05  MONI-CAM-ENTRY OCCURS 500 TIMES.
002950         10  MONI-CAM-USUARIO        PIC X(10).
002960         10  MONI-CAM-MOMENTO.
002970             15  MONI-CAM-FECHA      PIC X(08).
002980             15  MONI-CAM-HORA       PIC X(08).
002990         10  MONI-CAM-ESTADO-ANTES   PIC X(01).
003000 01  MONI-CANT-CAMBIOS           PIC 9(04) COMP VALUE ZERO.
003010 01  MONI-IDX-CAMBIO             PIC 9(04) COMP VALUE ZERO.
003020 01  MONI-TABLA-CAM-LLENA-SW     PIC X(01) VALUE "N".
003030     88  MONI-TABLA-CAM-LLENA        VALUE "S".
003040 01  MONI-CAMBIO-NUEVO.
003050     05  MONI-CNU-USUARIO        PIC X(10).
003060     05  MONI-CNU-MOMENTO.
003070         10  MONI-CNU-FECHA      PIC X(08).
003080         10  MONI-CNU-HORA       PIC X(08).
003090     05  MONI-CNU-ESTADO-ANTES   PIC X(01).
003100
003110*    linea en curso: quien actua, que hace y a que hora
003120 01  MONI-ACTOR                  PIC X(10) VALUE SPACES.
003130 01  MONI-ACCION                 PIC X(05) VALUE SPACES.
003140 01  MONI-MOMENTO-LINEA.
003150     05  MONI-MOM-FECHA          PIC X(08).
003160     05  MONI-MOM-HORA           PIC X(08).
003170 01  MONI-MOMENTO-HALLADO        PIC X(16) VALUE SPACES.
003180 01  MONI-CAMBIO-HALLADO-SW      PIC X(01) VALUE "N".
003190     88  MONI-CAMBIO-HALLADO         VALUE "S".
003200 01  MONI-ESTADO-EN-LINEA        PIC X(01) VALUE SPACES.
003210 01  MONI-ESTADO-TEXTO           PIC X(20) VALUE SPACES.
003220 01  MONI-HORA-OPER.
003230     05  MONI-HORA-HH            PIC 9(02).
003240     05  MONI-HORA-MM            PIC 9(02).
003250     05  FILLER                  PIC X(04).
003260 01  MONI-HORA-OPER-R REDEFINES MONI-HORA-OPER.
003270     05  MONI-HORA-HHMM          PIC 9(04).
003280     05  FILLER                  PIC X(04).
003290
003300*    volumen del dia por usuario y su historia en ACUMDIA.DAT
003310 01  MONI-TABLA-VOLUMEN.
003320     05  MONI-VOL-ENTRY OCCURS 500 TIMES.
003330         10  MONI-VOL-USUARIO        PIC X(10).
003340         10  MONI-VOL-CANT-HOY       PIC 9(07) COMP.
003350         10  MONI-VOL-CANT-HIST      PIC 9(07) COMP.
003360 01  MONI-CANT-VOLUMEN           PIC 9(04) COMP VALUE ZERO.
003370 01  MONI-IDX-VOLUMEN            PIC 9(04) COMP VALUE ZERO.
003380 01  MONI-VOL-BUSCADO            PIC X(10) VALUE SPACES.
003390 01  MONI-VOL-HALLADO-SW         PIC X(01) VALUE "N".
003400     88  MONI-VOL-HALLADO            VALUE "S".
003410 01  MONI-TABLA-VOL-LLENA-SW     PIC X(01) VALUE "N".
003420     88  MONI-TABLA-VOL-LLENA        VALUE "S".
003430 01  MONI-VOL-HISTORIA-SW        PIC X(01) VALUE "N".
003440     88  MONI-VOL-HISTORIA           VALUE "S".
003450 01  MONI-VOL-DESDE-INT          PIC 9(08) COMP VALUE ZERO.
003460 01  MONI-VOL-DESDE-NUM          PIC 9(08) VALUE ZERO.
003470 01  MONI-VOL-DESDE REDEFINES MONI-VOL-DESDE-NUM
003480                                 PIC X(08).
003490 01  MONI-VOL-DIAS-HABILES       PIC 9(04) COMP VALUE ZERO.
003500 01  MONI-VOL-PROMEDIO           PIC 9(07)V99 VALUE ZERO.
003510 01  MONI-VOL-TOPE               PIC 9(09)V99 VALUE ZERO.
003520
003530*    operaciones de un mismo usuario, opcion y operandos
003540 01  MONI-REP-ACTUAL.
003550     05  MONI-RPA-CLAVE.
003560         10  MONI-RPA-USUARIO        PIC X(10).
003570         10  MONI-RPA-OPCION         PIC 9(01).
003580         10  MONI-RPA-NUMERO1        PIC S9(07)V99.
003590         10  MONI-RPA-NUMERO2        PIC S9(07)V99.
003600     05  MONI-RPA-HORA           PIC X(08).
003610     05  MONI-RPA-MINUTO         PIC 9(04).
003620     05  MONI-RPA-NUM-OPERACION  PIC 9(09).
003630 01  MONI-GRP-CLAVE.
003640     05  MONI-GRP-USUARIO        PIC X(10).
003650     05  MONI-GRP-OPCION         PIC 9(01).
003660     05  MONI-GRP-NUMERO1        PIC S9(07)V99.
003670     05  MONI-GRP-NUMERO2        PIC S9(07)V99.
003680 01  MONI-TABLA-GRUPO.
003690     05  MONI-GRP-ENTRY OCCURS 500 TIMES.
003700         10  MONI-GRP-HORA           PIC X(08).
003710         10  MONI-GRP-MINUTO         PIC 9(04) COMP.
003720         10  MONI-GRP-NUM-OPERACION  PIC 9(09).
003730 01  MONI-CANT-GRUPO             PIC 9(04) COMP VALUE ZERO.
003740 01  MONI-TABLA-GRP-LLENA-SW     PIC X(01) VALUE "N".
003750     88  MONI-TABLA-GRP-LLENA        VALUE "S".
003760 01  MONI-IDX-DESDE              PIC 9(04) COMP VALUE ZERO.
003770 01  MONI-IDX-HASTA              PIC 9(04) COMP VALUE ZERO.
003780 01  MONI-MINUTO-LIMITE          PIC 9(04) COMP VALUE ZERO.
003790 01  MONI-CANT-EN-VENTANA        PIC 9(04) COMP VALUE ZERO.
003800 01  MONI-FIN-VENTANA-SW         PIC X(01) VALUE "N".
003810     88  MONI-FIN-VENTANA            VALUE "S".
003820
003830*    lotes del dia y su constancia en CORRIDAS.DAT
003840 01  MONI-TABLA-LOTES.
003850     05  MONI-LOT-ENTRY OCCURS 100 TIMES.
003860         10  MONI-LOT-ID             PIC X(10).
003870         10  MONI-LOT-CANT           PIC 9(07) COMP.
003880         10  MONI-LOT-USUARIO        PIC X(10).
003890         10  MONI-LOT-HORA           PIC X(08).
003900         10  MONI-LOT-NUM-OPERACION  PIC 9(09).
003910         10  MONI-LOT-CON-FIN-SW     PIC X(01).
003920             88  MONI-LOT-CON-FIN        VALUE "S".
003930         10  MONI-LOT-CERRADO-SW     PIC X(01).
003940             88  MONI-LOT-CERRADO        VALUE "S".
003950         10  MONI-LOT-RC             PIC 9(02).
003960 01  MONI-CANT-LOTES             PIC 9(04) COMP VALUE ZERO.
003970 01  MONI-IDX-LOTE               PIC 9(04) COMP VALUE ZERO.
003980 01  MONI-LOTE-BUSCADO           PIC X(10) VALUE SPACES.
003990 01  MONI-LOTE-HALLADO-SW        PIC X(01) VALUE "N".
004000     88  MONI-LOTE-HALLADO           VALUE "S".
004010 01  MONI-TABLA-LOT-LLENA-SW     PIC X(01) VALUE "N".
004020     88  MONI-TABLA-LOT-LLENA        VALUE "S".
004030 01  MONI-SIN-CORRIDAS-SW        PIC X(01) VALUE "N".
004040     88  MONI-SIN-CORRIDAS           VALUE "S".
004050
004060*    linea de detalle del listado
004070 01  MONI-DETALLE.
004080     05  FILLER                  PIC X(02).
004090     05  MONI-DET-CONTROL        PIC X(12).
004100     05  FILLER                  PIC X(01).
004110     05  MONI-DET-USUARIO        PIC X(10).
004120     05  FILLER                  PIC X(01).
004130     05  MONI-DET-HORA           PIC X(08).
004140     05  FILLER                  PIC X(01).
004150     05  MONI-DET-OPERACION      PIC Z(09).
004160     05  FILLER                  PIC X(01).
004170     05  MONI-DET-DETALLE        PIC X(35).
004180 01  MONI-PRIORIDAD-ANTERIOR     PIC 9(01) VALUE ZERO.
004190
004200*    armado de la pagina de impresion
004210 01  MONI-PAGINA                 PIC 9(04) VALUE ZERO.
004220 01  MONI-LINEA-ACTUAL           PIC 9(02) VALUE ZERO.
004230 01  MONI-LINEAS-POR-PAG         PIC 9(02) VALUE 56.
004240 01  MONI-LINEA                  PIC X(80) VALUE SPACES.
004250
004260*    contadores de control
004270 01  MONI-CANT-LEIDAS            PIC 9(07) COMP VALUE ZERO.
004280 01  MONI-CANT-DEL-DIA           PIC 9(07) COMP VALUE ZERO.
004290 01  MONI-CANT-OTRA-FECHA        PIC 9(07) COMP VALUE ZERO.
004300 01  MONI-CANT-OPERACIONES       PIC 9(07) COMP VALUE ZERO.
004310 01  MONI-CANT-REVERSAS          PIC 9(07) COMP VALUE ZERO.
004320 01  MONI-CANT-REP-ENVIADAS      PIC 9(07) COMP VALUE ZERO.
004330 01  MONI-CANT-REP-RECIBIDAS     PIC 9(07) COMP VALUE ZERO.
004340 01  MONI-CANT-EXCEPCIONES       PIC 9(07) COMP VALUE ZERO.
004350 01  MONI-CANT-IMPRESAS          PIC 9(07) COMP VALUE ZERO.
004360 01  MONI-SUMA-CONTROLES         PIC 9(07) COMP VALUE ZERO.
004370
004380 01  MONI-CANT-EDIT              PIC ZZZZZZ9.
004390 01  MONI-CANT-EDIT-2            PIC ZZZ9.
004400 01  MONI-CANT-EDIT-3            PIC ZZZ9.
004410 01  MONI-PAG-EDIT               PIC ZZZ9.
004420 01  MONI-PROMEDIO-EDIT          PIC ZZZZ9.99.
004430 01  MONI-FACTOR-EDIT            PIC Z9.9.
004440 01  MONI-IMPORTE-EDIT           PIC -(7)9.99.
004450 01  MONI-LIMITE-EDIT            PIC Z(6)9.99.
004460
004470 01  MONI-BITACORA.
004480     COPY PARMBIT.
004490 01  MONI-BIT-RC                 PIC 9(02) VALUE 90.
004500
004510 PROCEDURE DIVISION.
004520 0000-MAINLINE.
004530     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004540     PERFORM 9000-BITACORA-INICIO.
004550     PERFORM 2000-MONITOREAR THRU 2000-EXIT.
004560     PERFORM 9100-BITACORA-FIN.
004570     STOP RUN.
004580
004590*----------------------------------------------------------------
004600* 1000  INICIALIZACION - fecha a procesar (FECHA-REPORTE, hoy si
004610*       viene en blanco) y tablas en limpio.
004620*----------------------------------------------------------------
004630 1000-INICIALIZAR.
004640     ACCEPT MONI-FECHA FROM ENVIRONMENT "FECHA-REPORTE".
004650     ACCEPT MONI-HOY FROM DATE YYYYMMDD.
004660     IF MONI-FECHA = SPACES
004670         MOVE MONI-HOY TO MONI-FECHA
004680     END-IF.
004690     INITIALIZE MONI-TABLA-CONTROLES MONI-TABLA-FERIADOS
004700         MONI-TABLA-USUARIOS MONI-TABLA-CAMBIOS
004710         MONI-TABLA-VOLUMEN MONI-TABLA-LOTES.
004720     MOVE ZERO TO MONI-FECHA-INT.
004730     IF MONI-FECHA NUMERIC
004740         MOVE MONI-FECHA TO MONI-FECHA-NUM
004750         COMPUTE MONI-FECHA-INT =
004760             FUNCTION INTEGER-OF-DATE(MONI-FECHA-NUM)
004770     END-IF.
004780     DISPLAY "MONITOR-ACTIVIDAD: fecha procesada " MONI-FECHA.
004790 1000-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830* 2000  MONITOREO - carga los parametros y las tablas de cruce,
004840*       recorre AUDITORI.DAT (como entrada del orden que busca las
004850*       repeticiones), evalua volumen y lotes al final y lista las
004860*       excepciones ordenadas por prioridad.
004870*----------------------------------------------------------------
004880 2000-MONITOREAR.
004890     IF MONI-FECHA-INT = ZERO
004900         DISPLAY "MONITOR-ACTIVIDAD: FECHA-REPORTE invalida: "
004910             MONI-FECHA
004920         GO TO 2000-EXIT
004930     END-IF.
004940     PERFORM 2100-CARGAR-PARAMETROS THRU 2100-EXIT.
004950     IF MONI-CANT-CONTROLES = ZERO
004960         DISPLAY "MONITOR-ACTIVIDAD: ningun control valido en "
004970             "MONPARM.DAT, no se monitorea"
004980         GO TO 2000-EXIT
004990     END-IF.
005000     OPEN INPUT ARCH-AUDITORIA.
005010     IF NOT MONI-AUD-OK
005020         IF MONI-AUD-NO-EXISTE
005030             DISPLAY "MONITOR-ACTIVIDAD: AUDITORI.DAT no existe"
005040         ELSE
005050             DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir "
005060                 "AUDITORI.DAT"
005070         END-IF
005080         GO TO 2000-EXIT
005090     END-IF.
005100     CLOSE ARCH-AUDITORIA.
005110     MOVE MONI-FECHA-INT TO MONI-DIA-INT.
005120     PERFORM 2900-EVALUAR-DIA THRU 2900-EXIT.
005130     MOVE MONI-DIA-HABIL-SW TO MONI-PROCESO-HABIL-SW.
005140     MOVE MONI-DIA-FERIADO-SW TO MONI-PROCESO-FERIADO-SW.
005150     IF MONI-CTL-ACTIVO (MONI-CTL-ESTADO)
005160         PERFORM 2200-CARGAR-USUARIOS THRU 2200-EXIT
005170     END-IF.
005180     IF MONI-CTL-ACTIVO (MONI-CTL-ESTADO)
005190         PERFORM 2300-CARGAR-JOURNAL THRU 2300-EXIT
005200         PERFORM 2400-CARGAR-BLOQUEOS THRU 2400-EXIT
005210     END-IF.
005220     OPEN OUTPUT ARCH-EXCEPCIONES.
005230     IF NOT MONI-EXC-OK
005240         DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir MONEXC.DAT"
005250         GO TO 2000-EXIT
005260     END-IF.
005270     SORT SD-REPETICION
005280         ON ASCENDING KEY REP-USUARIO REP-OPCION
005290                          REP-NUMERO1 REP-NUMERO2 REP-HORA
005300         INPUT PROCEDURE IS 3000-LEER-AUDITORIA THRU 3000-EXIT
005310         OUTPUT PROCEDURE IS 4000-BUSCAR-REPETICIONES
005320             THRU 4000-EXIT.
005330     IF MONI-CTL-ACTIVO (MONI-CTL-VOLUMEN)
005340         PERFORM 5000-CONTROLAR-VOLUMEN THRU 5000-EXIT
005350     END-IF.
005360     IF MONI-CTL-ACTIVO (MONI-CTL-LOTE)
005370         PERFORM 5500-CONTROLAR-LOTES THRU 5500-EXIT
005380     END-IF.
005390     CLOSE ARCH-EXCEPCIONES.
005400     OPEN OUTPUT ARCH-IMPRESION.
005410     IF NOT MONI-IMP-OK
005420         DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir MONITOR.LST"
005430         GO TO 2000-EXIT
005440     END-IF.
005450     PERFORM 8100-NUEVA-PAGINA.
005460     SORT SD-EXCEPCIONES
005470         ON ASCENDING KEY ORD-PRIORIDAD ORD-USUARIO
005480                          ORD-HORA ORD-CONTROL
005490         USING ARCH-EXCEPCIONES
005500         OUTPUT PROCEDURE IS 7000-IMPRIMIR-EXCEPCIONES
005510             THRU 7000-EXIT.
005520     PERFORM 6000-TOTALES-CONTROL.
005530     CLOSE ARCH-IMPRESION.
005540     IF MONI-CANT-EXCEPCIONES = ZERO
005550         MOVE 00 TO MONI-BIT-RC
005560     ELSE
005570         MOVE 10 TO MONI-BIT-RC
005580     END-IF.
005590     DISPLAY "MONITOR-ACTIVIDAD: informe en MONITOR.LST".
005600     MOVE MONI-CANT-EXCEPCIONES TO MONI-CANT-EDIT.
005610     DISPLAY "   excepciones informadas : " MONI-CANT-EDIT.
005620 2000-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660* 2100  PARAMETROS - lee MONPARM.DAT: cada linea valida activa su
005670*       control con su prioridad y sus umbrales (si un control se
005680*       repite vale la ultima linea); las lineas FE suman un
005690*       feriado.  Una linea invalida se avisa por consola y su
005700*       control queda sin evaluar.
005710*----------------------------------------------------------------
005720 2100-CARGAR-PARAMETROS.
005730     OPEN INPUT ARCH-PARAMETROS.
005740     IF NOT MONI-PAR-OK
005750         IF MONI-PAR-NO-EXISTE
005760             DISPLAY "MONITOR-ACTIVIDAD: MONPARM.DAT no existe"
005770         ELSE
005780             DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir "
005790                 "MONPARM.DAT"
005800         END-IF
005810         GO TO 2100-EXIT
005820     END-IF.
005830     MOVE "N" TO MONI-EOF-SW.
005840     PERFORM 2110-LEER-PARAMETRO.
005850     PERFORM 2120-PROCESAR-PARAMETRO UNTIL MONI-EOF.
005860     CLOSE ARCH-PARAMETROS.
005870     PERFORM 2170-CONTAR-CONTROL
005880         VARYING MONI-IDX-CONTROL FROM 1 BY 1
005890         UNTIL MONI-IDX-CONTROL > 6.
005900     IF MONI-CTL-ACTIVO (MONI-CTL-IMPORTE)
005910         COMPUTE MONI-IMP-LIMITE-NEG = 0 - MONI-IMP-LIMITE
005920     END-IF.
005930 2100-EXIT.
005940     EXIT.
005950
005960 2110-LEER-PARAMETRO.
005970     READ ARCH-PARAMETROS
005980         AT END
005990             SET MONI-EOF TO TRUE
006000     END-READ.
006010
006020*    las lineas en blanco o comentadas con "*" se ignoran
006030 2120-PROCESAR-PARAMETRO.
006040     IF REG-PARAMETRO NOT = SPACES
006050         AND MPA-CONTROL (1:1) NOT = "*"
006060         ADD 1 TO MONI-CANT-PARM-LINEAS
006070         PERFORM 2150-VALIDAR-PARAMETRO THRU 2150-EXIT
006080         IF MONI-PARM-VALIDO
006090             PERFORM 2160-APLICAR-PARAMETRO
006100         ELSE
006110             ADD 1 TO MONI-CANT-PARM-INVALIDOS
006120             DISPLAY "MONITOR-ACTIVIDAD: parametro invalido ("
006130                 MONI-CAMPO-FALLADO "): " MPA-CONTROL " "
006140                 MPA-PRIORIDAD " " MPA-VALORES
006150         END-IF
006160     END-IF.
006170     PERFORM 2110-LEER-PARAMETRO.
006180
006190*----------------------------------------------------------------
006200* 2150  VALIDACION de una linea de parametros: control conocido,
006210*       prioridad de 1 a 9 (salvo los feriados) y los valores que
006220*       ese control necesita.
006230*----------------------------------------------------------------
006240 2150-VALIDAR-PARAMETRO.
006250     MOVE "N" TO MONI-PARM-VALIDO-SW.
006260     MOVE SPACES TO MONI-CAMPO-FALLADO.
006270     EVALUATE TRUE
006280         WHEN MPA-CTL-HORARIO
006290             MOVE MONI-CTL-HORARIO TO MONI-IDX-CONTROL
006300         WHEN MPA-CTL-VOLUMEN
006310             MOVE MONI-CTL-VOLUMEN TO MONI-IDX-CONTROL
006320         WHEN MPA-CTL-ESTADO
006330             MOVE MONI-CTL-ESTADO TO MONI-IDX-CONTROL
006340         WHEN MPA-CTL-REPETICION
006350             MOVE MONI-CTL-REPETICION TO MONI-IDX-CONTROL
006360         WHEN MPA-CTL-LOTE
006370             MOVE MONI-CTL-LOTE TO MONI-IDX-CONTROL
006380         WHEN MPA-CTL-IMPORTE
006390             MOVE MONI-CTL-IMPORTE TO MONI-IDX-CONTROL
006400         WHEN MPA-CTL-FERIADO
006410             MOVE ZERO TO MONI-IDX-CONTROL
006420         WHEN OTHER
006430             MOVE "control desconocido" TO MONI-CAMPO-FALLADO
006440             GO TO 2150-EXIT
006450     END-EVALUATE.
006460     IF MPA-CTL-FERIADO
006470         IF MPA-FERIADO-FECHA NOT NUMERIC
006480             MOVE "fecha del feriado" TO MONI-CAMPO-FALLADO
006490             GO TO 2150-EXIT
006500         END-IF
006510         MOVE "S" TO MONI-PARM-VALIDO-SW
006520         GO TO 2150-EXIT
006530     END-IF.
006540     IF MPA-PRIORIDAD NOT NUMERIC OR MPA-PRIORIDAD = ZERO
006550         MOVE "prioridad: de 1 a 9" TO MONI-CAMPO-FALLADO
006560         GO TO 2150-EXIT
006570     END-IF.
006580     EVALUATE TRUE
006590         WHEN MPA-CTL-HORARIO
006600             PERFORM 2151-VALIDAR-HORARIO THRU 2151-EXIT
006610         WHEN MPA-CTL-VOLUMEN
006620             PERFORM 2152-VALIDAR-VOLUMEN THRU 2152-EXIT
006630         WHEN MPA-CTL-REPETICION
006640             PERFORM 2153-VALIDAR-REPETICION THRU 2153-EXIT
006650         WHEN MPA-CTL-IMPORTE
006660             PERFORM 2154-VALIDAR-IMPORTE THRU 2154-EXIT
006670         WHEN OTHER
006680             CONTINUE
006690     END-EVALUATE.
006700     IF MONI-CAMPO-FALLADO = SPACES
006710         MOVE "S" TO MONI-PARM-VALIDO-SW
006720     END-IF.
006730 2150-EXIT.
006740     EXIT.
006750
006760 2151-VALIDAR-HORARIO.
006770     IF MPA-HORA-DESDE NOT NUMERIC OR MPA-HORA-HASTA NOT NUMERIC
006780         MOVE "horario: hhmm numerico" TO MONI-CAMPO-FALLADO
006790         GO TO 2151-EXIT
006800     END-IF.
006810     IF MPA-HORA-DESDE NOT < MPA-HORA-HASTA
006820         OR MPA-HORA-HASTA > 2400
006830         MOVE "horario: desde menor que hasta"
006840             TO MONI-CAMPO-FALLADO
006850         GO TO 2151-EXIT
006860     END-IF.
006870     MOVE ZERO TO MONI-CANT-SN.
006880     INSPECT MPA-DIAS-HABILES TALLYING MONI-CANT-SN
006890         FOR ALL "S" ALL "N".
006900     IF MONI-CANT-SN NOT = 7
006910         MOVE "dias habiles: 7 veces S o N" TO MONI-CAMPO-FALLADO
006920     END-IF.
006930 2151-EXIT.
006940     EXIT.
006950
006960 2152-VALIDAR-VOLUMEN.
006970     IF MPA-VOL-SEMANAS NOT NUMERIC OR MPA-VOL-SEMANAS = ZERO
006980         OR MPA-VOL-SEMANAS > 52
006990         MOVE "semanas: de 1 a 52" TO MONI-CAMPO-FALLADO
007000         GO TO 2152-EXIT
007010     END-IF.
007020     IF MPA-VOL-FACTOR NOT NUMERIC OR MPA-VOL-FACTOR = ZERO
007030         MOVE "factor: numerico mayor que 0" TO MONI-CAMPO-FALLADO
007040         GO TO 2152-EXIT
007050     END-IF.
007060     IF MPA-VOL-MINIMO NOT NUMERIC
007070         MOVE "minimo: numerico" TO MONI-CAMPO-FALLADO
007080     END-IF.
007090 2152-EXIT.
007100     EXIT.
007110
007120 2153-VALIDAR-REPETICION.
007130     IF MPA-REP-CANTIDAD NOT NUMERIC OR MPA-REP-CANTIDAD < 2
007140         MOVE "cantidad: 2 o mas" TO MONI-CAMPO-FALLADO
007150         GO TO 2153-EXIT
007160     END-IF.
007170     IF MPA-REP-MINUTOS NOT NUMERIC OR MPA-REP-MINUTOS = ZERO
007180         MOVE "minutos: mayor que 0" TO MONI-CAMPO-FALLADO
007190     END-IF.
007200 2153-EXIT.
007210     EXIT.
007220
007230 2154-VALIDAR-IMPORTE.
007240     IF MPA-IMP-ENTEROS NOT NUMERIC OR MPA-IMP-PUNTO NOT = "."
007250         OR MPA-IMP-DECIMALES NOT NUMERIC
007260         MOVE "importe: 9999999.99" TO MONI-CAMPO-FALLADO
007270         GO TO 2154-EXIT
007280     END-IF.
007290     IF MPA-IMP-ENTEROS = ZERO AND MPA-IMP-DECIMALES = ZERO
007300         MOVE "importe: mayor que 0" TO MONI-CAMPO-FALLADO
007310     END-IF.
007320 2154-EXIT.
007330     EXIT.
007340
007350 2160-APLICAR-PARAMETRO.
007360     IF MPA-CTL-FERIADO
007370         IF MONI-CANT-FERIADOS < 50
007380             ADD 1 TO MONI-CANT-FERIADOS
007390             MOVE MPA-FERIADO-FECHA
007400                 TO MONI-FERIADO (MONI-CANT-FERIADOS)
007410         ELSE
007420             IF NOT MONI-TABLA-FER-LLENA
007430                 DISPLAY "ADVERTENCIA: tabla de feriados llena "
007440                     "(50), los siguientes se ignoran"
007450                 SET MONI-TABLA-FER-LLENA TO TRUE
007460             END-IF
007470         END-IF
007480     ELSE
007490         SET MONI-CTL-ACTIVO (MONI-IDX-CONTROL) TO TRUE
007500         MOVE MPA-PRIORIDAD
007510             TO MONI-CTL-PRIORIDAD (MONI-IDX-CONTROL)
007520     END-IF.
007530     EVALUATE TRUE
007540         WHEN MPA-CTL-HORARIO
007550             MOVE MPA-HORA-DESDE TO MONI-HORA-DESDE
007560             MOVE MPA-HORA-HASTA TO MONI-HORA-HASTA
007570             MOVE MPA-DIAS-HABILES TO MONI-DIAS-HABILES
007580         WHEN MPA-CTL-VOLUMEN
007590             MOVE MPA-VOL-SEMANAS TO MONI-VOL-SEMANAS
007600             MOVE MPA-VOL-FACTOR TO MONI-VOL-FACTOR
007610             MOVE MPA-VOL-MINIMO TO MONI-VOL-MINIMO
007620         WHEN MPA-CTL-REPETICION
007630             MOVE MPA-REP-CANTIDAD TO MONI-REP-CANTIDAD
007640             MOVE MPA-REP-MINUTOS TO MONI-REP-MINUTOS
007650         WHEN MPA-CTL-IMPORTE
007660             COMPUTE MONI-IMP-LIMITE =
007670                 MPA-IMP-ENTEROS + MPA-IMP-DECIMALES / 100
007680     END-EVALUATE.
007690
007700 2170-CONTAR-CONTROL.
007710     IF MONI-CTL-ACTIVO (MONI-IDX-CONTROL)
007720         ADD 1 TO MONI-CANT-CONTROLES
007730     END-IF.
007740
007750*----------------------------------------------------------------
007760* 2200  USUARIOS - carga codigo y estado actual de cada usuario de
007770*       USUARIOS.DAT.  Sin el maestro no se puede juzgar el estado
007780*       y ese control queda sin evaluar.
007790*----------------------------------------------------------------
007800 2200-CARGAR-USUARIOS.
007810     OPEN INPUT ARCH-USUARIOS.
007820     IF NOT MONI-USR-OK
007830         DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir "
007840             "USUARIOS.DAT, el estado no se controla"
007850         MOVE "N" TO MONI-CTL-ACTIVO-SW (MONI-CTL-ESTADO)
007860         SET MONI-SIN-MAESTRO TO TRUE
007870         GO TO 2200-EXIT
007880     END-IF.
007890     MOVE "N" TO MONI-EOF-SW.
007900     PERFORM 2210-LEER-USUARIO.
007910     PERFORM 2220-ANOTAR-USUARIO UNTIL MONI-EOF.
007920     CLOSE ARCH-USUARIOS.
007930 2200-EXIT.
007940     EXIT.
007950
007960 2210-LEER-USUARIO.
007970     READ ARCH-USUARIOS NEXT RECORD
007980         AT END
007990             SET MONI-EOF TO TRUE
008000     END-READ.
008010
008020 2220-ANOTAR-USUARIO.
008030     IF MONI-CANT-USUARIOS < 1000
008040         ADD 1 TO MONI-CANT-USUARIOS
008050         MOVE REG-USUARIO OF FD-REG
008060             TO MONI-USR-CODIGO (MONI-CANT-USUARIOS)
008070         MOVE REG-ESTADO OF FD-REG
008080             TO MONI-USR-ESTADO (MONI-CANT-USUARIOS)
008090     ELSE
008100         IF NOT MONI-TABLA-USR-LLENA
008110             DISPLAY "ADVERTENCIA: tabla de usuarios llena "
008120                 "(1000), los siguientes figuran sin alta"
008130             SET MONI-TABLA-USR-LLENA TO TRUE
008140         END-IF
008150     END-IF.
008160     PERFORM 2210-LEER-USUARIO.
008170
008180*----------------------------------------------------------------
008190* 2300  JOURNAL - anota cada cambio de estado grabado con exito
008200*       desde la fecha procesada en adelante, con el usuario y el
008210*       estado que tenia antes (en blanco para un alta).  Los
008220*       cambios anteriores no hacen falta: el estado a una hora
008230*       del dia sale del primer cambio posterior a esa hora, o del
008240*       maestro si no hubo ninguno.
008250*----------------------------------------------------------------
008260 2300-CARGAR-JOURNAL.
008270     OPEN INPUT ARCH-JOURNAL.
008280     IF NOT MONI-JRN-OK
008290         IF NOT MONI-JRN-NO-EXISTE
008300             DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir "
008310                 "USRJRNL.DAT, el estado sale solo del maestro"
008320         END-IF
008330         GO TO 2300-EXIT
008340     END-IF.
008350     MOVE "N" TO MONI-EOF-SW.
008360     PERFORM 2310-LEER-JOURNAL.
008370     PERFORM 2320-ANOTAR-JOURNAL UNTIL MONI-EOF.
008380     CLOSE ARCH-JOURNAL.
008390 2300-EXIT.
008400     EXIT.
008410
008420 2310-LEER-JOURNAL.
008430     READ ARCH-JOURNAL
008440         AT END
008450             SET MONI-EOF TO TRUE
008460     END-READ.
008470
008480 2320-ANOTAR-JOURNAL.
008490     IF JRN-RC = ZERO
008500         AND JRN-FECHA NOT < MONI-FECHA
008510         AND REG-ESTADO OF JRN-ANTES
008520             NOT = REG-ESTADO OF JRN-DESPUES
008530         IF REG-USUARIO OF JRN-DESPUES NOT = SPACES
008540             MOVE REG-USUARIO OF JRN-DESPUES TO MONI-CNU-USUARIO
008550         ELSE
008560             MOVE REG-USUARIO OF JRN-ANTES TO MONI-CNU-USUARIO
008570         END-IF
008580         MOVE JRN-FECHA TO MONI-CNU-FECHA
008590         MOVE JRN-HORA TO MONI-CNU-HORA
008600         MOVE REG-ESTADO OF JRN-ANTES TO MONI-CNU-ESTADO-ANTES
008610         PERFORM 8600-AGREGAR-CAMBIO
008620     END-IF.
008630     PERFORM 2310-LEER-JOURNAL.
008640
008650*----------------------------------------------------------------
008660* 2400  BLOQUEOS DEL LOGIN - el bloqueo por intentos fallidos no
008670*       pasa por el journal; SEGLOGIN.DAT lo registra como evento
008680*       BQ y hasta ese momento el usuario estaba activo.
008690*----------------------------------------------------------------
008700 2400-CARGAR-BLOQUEOS.
008710     OPEN INPUT ARCH-SEGURIDAD.
008720     IF NOT MONI-SEG-OK
008730         IF NOT MONI-SEG-NO-EXISTE
008740             DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir "
008750                 "SEGLOGIN.DAT, sin los bloqueos del login"
008760         END-IF
008770         GO TO 2400-EXIT
008780     END-IF.
008790     MOVE "N" TO MONI-EOF-SW.
008800     PERFORM 2410-LEER-EVENTO.
008810     PERFORM 2420-ANOTAR-BLOQUEO UNTIL MONI-EOF.
008820     CLOSE ARCH-SEGURIDAD.
008830 2400-EXIT.
008840     EXIT.
008850
008860 2410-LEER-EVENTO.
008870     READ ARCH-SEGURIDAD
008880         AT END
008890             SET MONI-EOF TO TRUE
008900     END-READ.
008910
008920 2420-ANOTAR-BLOQUEO.
008930     IF SEG-EV-BLOQUEO AND SEG-FECHA NOT < MONI-FECHA
008940         MOVE SEG-USUARIO TO MONI-CNU-USUARIO
008950         MOVE SEG-FECHA TO MONI-CNU-FECHA
008960         MOVE SEG-HORA TO MONI-CNU-HORA
008970         MOVE "A" TO MONI-CNU-ESTADO-ANTES
008980         PERFORM 8600-AGREGAR-CAMBIO
008990     END-IF.
009000     PERFORM 2410-LEER-EVENTO.
009010
009020*----------------------------------------------------------------
009030* 2900  DIA HABIL - para el dia MONI-DIA-INT (entero de fecha)
009040*       deja su fecha y si es habil: dia de la semana marcado "S"
009050*       en el horario (el 1 de enero de 1601, entero 1, fue lunes)
009060*       y que no sea feriado.
009070*----------------------------------------------------------------
009080 2900-EVALUAR-DIA.
009090     MOVE FUNCTION DATE-OF-INTEGER(MONI-DIA-INT) TO MONI-DIA-NUM.
009100     COMPUTE MONI-DIA-BASE = MONI-DIA-INT - 1.
009110     DIVIDE MONI-DIA-BASE BY 7 GIVING MONI-DIA-COCIENTE
009120         REMAINDER MONI-DIA-RESTO.
009130     COMPUTE MONI-DIA-SEMANA = MONI-DIA-RESTO + 1.
009140     MOVE "N" TO MONI-DIA-FERIADO-SW.
009150     PERFORM 2910-COMPARAR-FERIADO
009160         VARYING MONI-IDX-FERIADO FROM 1 BY 1
009170         UNTIL MONI-IDX-FERIADO > MONI-CANT-FERIADOS
009180             OR MONI-DIA-FERIADO.
009190     IF MONI-DIA-HABIL-MARCA (MONI-DIA-SEMANA) = "S"
009200         AND NOT MONI-DIA-FERIADO
009210         MOVE "S" TO MONI-DIA-HABIL-SW
009220     ELSE
009230         MOVE "N" TO MONI-DIA-HABIL-SW
009240     END-IF.
009250 2900-EXIT.
009260     EXIT.
009270
009280 2910-COMPARAR-FERIADO.
009290     IF MONI-FERIADO (MONI-IDX-FERIADO) = MONI-DIA-FECHA
009300         SET MONI-DIA-FERIADO TO TRUE
009310     END-IF.
009320
009330*----------------------------------------------------------------
009340* 3000  INPUT PROCEDURE - recorre AUDITORI.DAT; las lineas de la
009350*       fecha procesada pasan por los controles de a una y las
009360*       operaciones van al orden de las repeticiones.  Las lineas
009370*       de otras fechas solo se cuentan.
009380*----------------------------------------------------------------
009390 3000-LEER-AUDITORIA.
009400     OPEN INPUT ARCH-AUDITORIA.
009410     MOVE "N" TO MONI-EOF-SW.
009420     PERFORM 3100-LEER-LINEA.
009430     PERFORM 3200-PROCESAR-LINEA UNTIL MONI-EOF.
009440     CLOSE ARCH-AUDITORIA.
009450 3000-EXIT.
009460     EXIT.
009470
009480 3100-LEER-LINEA.
009490     READ ARCH-AUDITORIA
009500         AT END
009510             SET MONI-EOF TO TRUE
009520     END-READ.
009530
009540 3200-PROCESAR-LINEA.
009550     ADD 1 TO MONI-CANT-LEIDAS.
009560     IF AUD-FECHA NOT = MONI-FECHA
009570         ADD 1 TO MONI-CANT-OTRA-FECHA
009580     ELSE
009590         PERFORM 3250-CONTROLAR-LINEA THRU 3250-EXIT
009600     END-IF.
009610     PERFORM 3100-LEER-LINEA.
009620
009630*----------------------------------------------------------------
009640* 3250  una linea del dia.  En un asiento de reversa quien actua
009650*       es el que anulo (AUD-USUARIO-REVERSA); la reversa se
009660*       controla por horario y estado, no por volumen, importe,
009670*       repeticion ni lote.  El horario se controla en las
009680*       lineas interactivas y en toda reversa, aunque anule una
009690*       linea de lote, porque la anulacion se hace a mano; las
009691*       operaciones de lote llevan la hora de la corrida nocturna.
009700*----------------------------------------------------------------
009710 3250-CONTROLAR-LINEA.
009720     ADD 1 TO MONI-CANT-DEL-DIA.
009730     IF AUD-TIPO-REVERSA
009740         ADD 1 TO MONI-CANT-REVERSAS
009750         MOVE AUD-USUARIO-REVERSA TO MONI-ACTOR
009760         MOVE "anula" TO MONI-ACCION
009770     ELSE
009780         ADD 1 TO MONI-CANT-OPERACIONES
009790         MOVE AUD-USUARIO TO MONI-ACTOR
009800         MOVE "opera" TO MONI-ACCION
009810     END-IF.
009820     IF MONI-CTL-ACTIVO (MONI-CTL-HORARIO)
009830         AND (AUD-LOTE-ID = SPACES OR AUD-TIPO-REVERSA)
009840         PERFORM 3300-CONTROLAR-HORARIO THRU 3300-EXIT
009850     END-IF.
009860     IF MONI-CTL-ACTIVO (MONI-CTL-ESTADO)
009870         PERFORM 3400-CONTROLAR-ESTADO THRU 3400-EXIT
009880     END-IF.
009890     IF AUD-TIPO-REVERSA
009900         GO TO 3250-EXIT
009910     END-IF.
009920     IF MONI-CTL-ACTIVO (MONI-CTL-VOLUMEN)
009930         PERFORM 3500-CONTAR-VOLUMEN THRU 3500-EXIT
009940     END-IF.
009950     IF MONI-CTL-ACTIVO (MONI-CTL-IMPORTE)
009960         PERFORM 3600-CONTROLAR-IMPORTE
009970     END-IF.
009980     IF MONI-CTL-ACTIVO (MONI-CTL-REPETICION)
009990         PERFORM 3650-ENVIAR-REPETICION
010000     END-IF.
010010     IF MONI-CTL-ACTIVO (MONI-CTL-LOTE)
010020         AND AUD-LOTE-ID NOT = SPACES
010030         PERFORM 3700-ANOTAR-LOTE THRU 3700-EXIT
010040     END-IF.
010050 3250-EXIT.
010060     EXIT.
010070
010080*    datos de la linea en curso para una excepcion
010090 3260-DATOS-LINEA.
010100     INITIALIZE REG-EXCEPCION.
010110     MOVE MONI-ACTOR TO EXC-USUARIO.
010120     MOVE AUD-HORA TO EXC-HORA.
010130     MOVE AUD-NUM-OPERACION TO EXC-NUM-OPERACION.
010140     MOVE AUD-LOTE-ID TO EXC-LOTE-ID.
010150
010160*----------------------------------------------------------------
010170* 3300  HORARIO - en un dia no habil toda linea interactiva o
010180*       reversa es excepcion; en uno habil, la que cae antes de
010190*       la hora desde o a partir de la hora hasta.
010200*----------------------------------------------------------------
010210 3300-CONTROLAR-HORARIO.
010220     IF NOT MONI-PROCESO-HABIL
010230         PERFORM 3260-DATOS-LINEA
010240         MOVE MONI-CTL-HORARIO TO EXC-CONTROL
010250         IF MONI-PROCESO-FERIADO
010260             STRING MONI-ACCION " en feriado"
010270                 DELIMITED BY SIZE INTO EXC-DETALLE
010280             END-STRING
010290         ELSE
010300             STRING MONI-ACCION " en dia no habil"
010310                 DELIMITED BY SIZE INTO EXC-DETALLE
010320             END-STRING
010330         END-IF
010340         PERFORM 8500-GRABAR-EXCEPCION
010350         GO TO 3300-EXIT
010360     END-IF.
010370     MOVE AUD-HORA TO MONI-HORA-OPER.
010380     IF MONI-HORA-HHMM NOT NUMERIC
010390         GO TO 3300-EXIT
010400     END-IF.
010410     IF MONI-HORA-HHMM < MONI-HORA-DESDE
010420         OR MONI-HORA-HHMM NOT < MONI-HORA-HASTA
010430         PERFORM 3260-DATOS-LINEA
010440         MOVE MONI-CTL-HORARIO TO EXC-CONTROL
010450         STRING MONI-ACCION " fuera del horario " MONI-HORA-DESDE
010460                " a " MONI-HORA-HASTA
010470             DELIMITED BY SIZE INTO EXC-DETALLE
010480         END-STRING
010490         PERFORM 8500-GRABAR-EXCEPCION
010500     END-IF.
010510 3300-EXIT.
010520     EXIT.
010530
010540*----------------------------------------------------------------
010550* 3400  ESTADO - el estado del usuario a la hora de la linea es el
010560*       que tenia antes de su primer cambio posterior; sin cambios
010570*       posteriores es el del maestro, y si no esta en el maestro
010580*       no tenia alta.  Fuera del estado activo es excepcion.
010590*----------------------------------------------------------------
010600 3400-CONTROLAR-ESTADO.
010610     MOVE AUD-FECHA TO MONI-MOM-FECHA.
010620     MOVE AUD-HORA TO MONI-MOM-HORA.
010630     MOVE HIGH-VALUES TO MONI-MOMENTO-HALLADO.
010640     MOVE "N" TO MONI-CAMBIO-HALLADO-SW.
010650     PERFORM 3410-COMPARAR-CAMBIO
010660         VARYING MONI-IDX-CAMBIO FROM 1 BY 1
010670         UNTIL MONI-IDX-CAMBIO > MONI-CANT-CAMBIOS.
010680     IF NOT MONI-CAMBIO-HALLADO
010690         MOVE SPACES TO MONI-ESTADO-EN-LINEA
010700         MOVE "N" TO MONI-USR-HALLADO-SW
010710         PERFORM 3420-COMPARAR-USUARIO
010720             VARYING MONI-IDX-USUARIO FROM 1 BY 1
010730             UNTIL MONI-IDX-USUARIO > MONI-CANT-USUARIOS
010740                 OR MONI-USR-HALLADO
010750     END-IF.
010760     IF MONI-ESTADO-EN-LINEA = "A"
010770         GO TO 3400-EXIT
010780     END-IF.
010790     EVALUATE MONI-ESTADO-EN-LINEA
010800         WHEN "I"
010810             MOVE "dado de baja" TO MONI-ESTADO-TEXTO
010820         WHEN "B"
010830             MOVE "bloqueado" TO MONI-ESTADO-TEXTO
010840         WHEN "P"
010850             MOVE "pendiente de alta" TO MONI-ESTADO-TEXTO
010860         WHEN SPACE
010870             MOVE "sin alta" TO MONI-ESTADO-TEXTO
010880         WHEN OTHER
010890             MOVE SPACES TO MONI-ESTADO-TEXTO
010900             STRING "en estado " MONI-ESTADO-EN-LINEA
010910                 DELIMITED BY SIZE INTO MONI-ESTADO-TEXTO
010920             END-STRING
010930     END-EVALUATE.
010940     PERFORM 3260-DATOS-LINEA.
010950     MOVE MONI-CTL-ESTADO TO EXC-CONTROL.
010960     STRING MONI-ACCION " estando " MONI-ESTADO-TEXTO
010970         DELIMITED BY SIZE INTO EXC-DETALLE
010980     END-STRING.
010990     PERFORM 8500-GRABAR-EXCEPCION.
011000 3400-EXIT.
011010     EXIT.
011020
011030 3410-COMPARAR-CAMBIO.
011040     IF MONI-CAM-USUARIO (MONI-IDX-CAMBIO) = MONI-ACTOR
011050         AND MONI-CAM-MOMENTO (MONI-IDX-CAMBIO) >
011060             MONI-MOMENTO-LINEA
011070         AND MONI-CAM-MOMENTO (MONI-IDX-CAMBIO) <
011080             MONI-MOMENTO-HALLADO
011090         MOVE MONI-CAM-MOMENTO (MONI-IDX-CAMBIO)
011100             TO MONI-MOMENTO-HALLADO
011110         MOVE MONI-CAM-ESTADO-ANTES (MONI-IDX-CAMBIO)
011120             TO MONI-ESTADO-EN-LINEA
011130         SET MONI-CAMBIO-HALLADO TO TRUE
011140     END-IF.
011150
011160 3420-COMPARAR-USUARIO.
011170     IF MONI-USR-CODIGO (MONI-IDX-USUARIO) = MONI-ACTOR
011180         SET MONI-USR-HALLADO TO TRUE
011190         MOVE MONI-USR-ESTADO (MONI-IDX-USUARIO)
011200             TO MONI-ESTADO-EN-LINEA
011210     END-IF.
011220
011230*----------------------------------------------------------------
011240* 3500  VOLUMEN - suma la operacion al usuario en la tabla del dia
011250*       (con aviso unico si la tabla de 500 se llena).
011260*----------------------------------------------------------------
011270 3500-CONTAR-VOLUMEN.
011280     MOVE AUD-USUARIO TO MONI-VOL-BUSCADO.
011290     PERFORM 3510-BUSCAR-VOLUMEN.
011300     IF MONI-VOL-HALLADO
011310         ADD 1 TO MONI-VOL-CANT-HOY (MONI-IDX-VOLUMEN)
011320         GO TO 3500-EXIT
011330     END-IF.
011340     IF MONI-CANT-VOLUMEN < 500
011350         ADD 1 TO MONI-CANT-VOLUMEN
011360         MOVE AUD-USUARIO TO MONI-VOL-USUARIO (MONI-CANT-VOLUMEN)
011370         MOVE 1 TO MONI-VOL-CANT-HOY (MONI-CANT-VOLUMEN)
011380         MOVE ZERO TO MONI-VOL-CANT-HIST (MONI-CANT-VOLUMEN)
011390     ELSE
011400         IF NOT MONI-TABLA-VOL-LLENA
011410             DISPLAY "ADVERTENCIA: tabla de volumen llena (500), "
011420                 "el control de volumen queda incompleto"
011430             SET MONI-TABLA-VOL-LLENA TO TRUE
011440         END-IF
011450     END-IF.
011460 3500-EXIT.
011470     EXIT.
011480
011490*    deja MONI-IDX-VOLUMEN en el usuario buscado si esta
011500 3510-BUSCAR-VOLUMEN.
011510     MOVE "N" TO MONI-VOL-HALLADO-SW.
011520     PERFORM 3520-COMPARAR-VOLUMEN
011530         VARYING MONI-IDX-VOLUMEN FROM 1 BY 1
011540         UNTIL MONI-IDX-VOLUMEN > MONI-CANT-VOLUMEN
011550             OR MONI-VOL-HALLADO.
011560     IF MONI-VOL-HALLADO
011570         SUBTRACT 1 FROM MONI-IDX-VOLUMEN
011580     END-IF.
011590
011600 3520-COMPARAR-VOLUMEN.
011610     IF MONI-VOL-USUARIO (MONI-IDX-VOLUMEN) = MONI-VOL-BUSCADO
011620         SET MONI-VOL-HALLADO TO TRUE
011630     END-IF.
011640
011650*----------------------------------------------------------------
011660* 3600  IMPORTE - resultado igual o mayor que el limite, en valor
011670*       absoluto.
011680*----------------------------------------------------------------
011690 3600-CONTROLAR-IMPORTE.
011700     IF AUD-RESULTADO NOT < MONI-IMP-LIMITE
011710         OR AUD-RESULTADO NOT > MONI-IMP-LIMITE-NEG
011720         PERFORM 3260-DATOS-LINEA
011730         MOVE MONI-CTL-IMPORTE TO EXC-CONTROL
011740         MOVE AUD-RESULTADO TO MONI-IMPORTE-EDIT
011750         STRING "resultado " MONI-IMPORTE-EDIT " opcion "
011760                AUD-OPCION
011770             DELIMITED BY SIZE INTO EXC-DETALLE
011780         END-STRING
011790         PERFORM 8500-GRABAR-EXCEPCION
011800     END-IF.
011810
011820*    la operacion va al orden por usuario, opcion y operandos con
011830*    su minuto del dia
011840 3650-ENVIAR-REPETICION.
011850     MOVE AUD-USUARIO TO REP-USUARIO.
011860     MOVE AUD-OPCION TO REP-OPCION.
011870     MOVE AUD-NUMERO1 TO REP-NUMERO1.
011880     MOVE AUD-NUMERO2 TO REP-NUMERO2.
011890     MOVE AUD-HORA TO REP-HORA.
011900     MOVE AUD-NUM-OPERACION TO REP-NUM-OPERACION.
011910     MOVE AUD-HORA TO MONI-HORA-OPER.
011920     IF MONI-HORA-HH NUMERIC AND MONI-HORA-MM NUMERIC
011930         COMPUTE REP-MINUTO = MONI-HORA-HH * 60 + MONI-HORA-MM
011940     ELSE
011950         MOVE ZERO TO REP-MINUTO
011960     END-IF.
011970     RELEASE REG-REPETICION.
011980     ADD 1 TO MONI-CANT-REP-ENVIADAS.
011990
012000*----------------------------------------------------------------
012010* 3700  LOTE - anota el lote de la linea con su cantidad de lineas
012020*       y los datos de la primera (con aviso unico si la tabla de
012030*       100 se llena).
012040*----------------------------------------------------------------
012050 3700-ANOTAR-LOTE.
012060     MOVE AUD-LOTE-ID TO MONI-LOTE-BUSCADO.
012070     PERFORM 3710-BUSCAR-LOTE.
012080     IF MONI-LOTE-HALLADO
012090         ADD 1 TO MONI-LOT-CANT (MONI-IDX-LOTE)
012100         GO TO 3700-EXIT
012110     END-IF.
012120     IF MONI-CANT-LOTES < 100
012130         ADD 1 TO MONI-CANT-LOTES
012140         MOVE AUD-LOTE-ID TO MONI-LOT-ID (MONI-CANT-LOTES)
012150         MOVE 1 TO MONI-LOT-CANT (MONI-CANT-LOTES)
012160         MOVE AUD-USUARIO TO MONI-LOT-USUARIO (MONI-CANT-LOTES)
012170         MOVE AUD-HORA TO MONI-LOT-HORA (MONI-CANT-LOTES)
012180         MOVE AUD-NUM-OPERACION
012190             TO MONI-LOT-NUM-OPERACION (MONI-CANT-LOTES)
012200         MOVE "N" TO MONI-LOT-CON-FIN-SW (MONI-CANT-LOTES)
012210         MOVE "N" TO MONI-LOT-CERRADO-SW (MONI-CANT-LOTES)
012220         MOVE ZERO TO MONI-LOT-RC (MONI-CANT-LOTES)
012230     ELSE
012240         IF NOT MONI-TABLA-LOT-LLENA
012250             DISPLAY "ADVERTENCIA: tabla de lotes llena (100), "
012260                 "el control de lotes queda incompleto"
012270             SET MONI-TABLA-LOT-LLENA TO TRUE
012280         END-IF
012290     END-IF.
012300 3700-EXIT.
012310     EXIT.
012320
012330*    deja MONI-IDX-LOTE en el lote buscado si esta
012340 3710-BUSCAR-LOTE.
012350     MOVE "N" TO MONI-LOTE-HALLADO-SW.
012360     PERFORM 3720-COMPARAR-LOTE
012370         VARYING MONI-IDX-LOTE FROM 1 BY 1
012380         UNTIL MONI-IDX-LOTE > MONI-CANT-LOTES
012390             OR MONI-LOTE-HALLADO.
012400     IF MONI-LOTE-HALLADO
012410         SUBTRACT 1 FROM MONI-IDX-LOTE
012420     END-IF.
012430
012440 3720-COMPARAR-LOTE.
012450     IF MONI-LOT-ID (MONI-IDX-LOTE) = MONI-LOTE-BUSCADO
012460         SET MONI-LOTE-HALLADO TO TRUE
012470     END-IF.
012480
012490*----------------------------------------------------------------
012500* 4000  OUTPUT PROCEDURE - las operaciones llegan agrupadas por
012510*       usuario, opcion y operandos y en orden de hora; cada grupo
012520*       se junta en la tabla y se busca en el las repeticiones.
012530*----------------------------------------------------------------
012540 4000-BUSCAR-REPETICIONES.
012550     MOVE "N" TO MONI-FIN-ORDEN-SW.
012560     MOVE ZERO TO MONI-CANT-GRUPO.
012570     PERFORM 4100-RETORNAR-OPERACION.
012580     PERFORM 4200-ACUMULAR-GRUPO UNTIL MONI-FIN-ORDEN.
012590     PERFORM 4300-ANALIZAR-GRUPO THRU 4300-EXIT.
012600 4000-EXIT.
012610     EXIT.
012620
012630 4100-RETORNAR-OPERACION.
012640     RETURN SD-REPETICION INTO MONI-REP-ACTUAL
012650         AT END
012660             SET MONI-FIN-ORDEN TO TRUE
012670         NOT AT END
012680             ADD 1 TO MONI-CANT-REP-RECIBIDAS
012690     END-RETURN.
012700
012710 4200-ACUMULAR-GRUPO.
012720     IF MONI-CANT-GRUPO > ZERO
012730         AND MONI-RPA-CLAVE NOT = MONI-GRP-CLAVE
012740         PERFORM 4300-ANALIZAR-GRUPO THRU 4300-EXIT
012750         MOVE ZERO TO MONI-CANT-GRUPO
012760     END-IF.
012770     IF MONI-CANT-GRUPO = ZERO
012780         MOVE MONI-RPA-CLAVE TO MONI-GRP-CLAVE
012790     END-IF.
012800     IF MONI-CANT-GRUPO < 500
012810         ADD 1 TO MONI-CANT-GRUPO
012820         MOVE MONI-RPA-HORA TO MONI-GRP-HORA (MONI-CANT-GRUPO)
012830         MOVE MONI-RPA-MINUTO TO MONI-GRP-MINUTO (MONI-CANT-GRUPO)
012840         MOVE MONI-RPA-NUM-OPERACION
012850             TO MONI-GRP-NUM-OPERACION (MONI-CANT-GRUPO)
012860     ELSE
012870         IF NOT MONI-TABLA-GRP-LLENA
012880             DISPLAY "ADVERTENCIA: mas de 500 operaciones "
012890                 "iguales, se analizan las primeras 500"
012900             SET MONI-TABLA-GRP-LLENA TO TRUE
012910         END-IF
012920     END-IF.
012930     PERFORM 4100-RETORNAR-OPERACION.
012940
012950*----------------------------------------------------------------
012960* 4300  REPETICIONES de un grupo - desde cada operacion cuenta las
012970*       siguientes que caen dentro de la ventana de minutos; si
012980*       llegan a la cantidad del parametro se informa una
012990*       excepcion con la primera y la busqueda sigue despues de la
013000*       ultima de la ventana, para no informar la misma repeticion
013010*       dos veces.
013020*----------------------------------------------------------------
013030 4300-ANALIZAR-GRUPO.
013040     IF MONI-CANT-GRUPO < MONI-REP-CANTIDAD
013050         GO TO 4300-EXIT
013060     END-IF.
013070     MOVE 1 TO MONI-IDX-DESDE.
013080     PERFORM 4310-EVALUAR-VENTANA THRU 4310-EXIT
013090         UNTIL MONI-IDX-DESDE > MONI-CANT-GRUPO.
013100 4300-EXIT.
013110     EXIT.
013120
013130 4310-EVALUAR-VENTANA.
013140     COMPUTE MONI-MINUTO-LIMITE =
013150         MONI-GRP-MINUTO (MONI-IDX-DESDE) + MONI-REP-MINUTOS.
013160     MOVE 1 TO MONI-CANT-EN-VENTANA.
013170     MOVE MONI-IDX-DESDE TO MONI-IDX-HASTA.
013180     MOVE "N" TO MONI-FIN-VENTANA-SW.
013190     PERFORM 4320-EXTENDER-VENTANA
013200         UNTIL MONI-FIN-VENTANA.
013210     IF MONI-CANT-EN-VENTANA < MONI-REP-CANTIDAD
013220         ADD 1 TO MONI-IDX-DESDE
013230         GO TO 4310-EXIT
013240     END-IF.
013250     INITIALIZE REG-EXCEPCION.
013260     MOVE MONI-GRP-USUARIO TO EXC-USUARIO.
013270     MOVE MONI-GRP-HORA (MONI-IDX-DESDE) TO EXC-HORA.
013280     MOVE MONI-GRP-NUM-OPERACION (MONI-IDX-DESDE)
013290         TO EXC-NUM-OPERACION.
013300     MOVE MONI-CTL-REPETICION TO EXC-CONTROL.
013310     MOVE MONI-CANT-EN-VENTANA TO MONI-CANT-EDIT-2.
013320     COMPUTE MONI-CANT-EDIT-3 =
013330         MONI-GRP-MINUTO (MONI-IDX-HASTA)
013340         - MONI-GRP-MINUTO (MONI-IDX-DESDE).
013350     STRING "opcion " MONI-GRP-OPCION ":" MONI-CANT-EDIT-2
013360            " iguales en" MONI-CANT-EDIT-3 " min"
013370         DELIMITED BY SIZE INTO EXC-DETALLE
013380     END-STRING.
013390     PERFORM 8500-GRABAR-EXCEPCION.
013400     COMPUTE MONI-IDX-DESDE = MONI-IDX-HASTA + 1.
013410 4310-EXIT.
013420     EXIT.
013430
013440 4320-EXTENDER-VENTANA.
013450     IF MONI-IDX-HASTA >= MONI-CANT-GRUPO
013460         SET MONI-FIN-VENTANA TO TRUE
013470     ELSE
013480         IF MONI-GRP-MINUTO (MONI-IDX-HASTA + 1) NOT >
013490             MONI-MINUTO-LIMITE
013500             ADD 1 TO MONI-IDX-HASTA
013510             ADD 1 TO MONI-CANT-EN-VENTANA
013520         ELSE
013530             SET MONI-FIN-VENTANA TO TRUE
013540         END-IF
013550     END-IF.
013560
013570*----------------------------------------------------------------
013580* 5000  VOLUMEN - promedio diario de cada usuario del dia en las
013590*       semanas anteriores, sobre los dias habiles del periodo (la
013600*       historia sale de ACUMDIA.DAT, que guarda todos los dias
013610*       aunque CIERRE-MENSUAL ya haya cortado la auditoria).  Es
013620*       excepcion el usuario que llega al minimo del parametro y
013630*       supera su promedio multiplicado por el factor; sin
013640*       historia el promedio es cero.
013650*----------------------------------------------------------------
013660 5000-CONTROLAR-VOLUMEN.
013670     IF MONI-CANT-VOLUMEN = ZERO
013680         GO TO 5000-EXIT
013690     END-IF.
013700     COMPUTE MONI-VOL-DESDE-INT =
013710         MONI-FECHA-INT - MONI-VOL-SEMANAS * 7.
013720     MOVE FUNCTION DATE-OF-INTEGER(MONI-VOL-DESDE-INT)
013730         TO MONI-VOL-DESDE-NUM.
013740     MOVE ZERO TO MONI-VOL-DIAS-HABILES.
013750     PERFORM 5100-CONTAR-DIA
013760         VARYING MONI-DIA-INT FROM MONI-VOL-DESDE-INT BY 1
013770         UNTIL MONI-DIA-INT >= MONI-FECHA-INT.
013780     IF MONI-VOL-DIAS-HABILES = ZERO
013790         MOVE 1 TO MONI-VOL-DIAS-HABILES
013800     END-IF.
013810     OPEN INPUT ARCH-ACUMULADOS.
013820     IF NOT MONI-ACU-OK
013830         DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir "
013840             "ACUMDIA.DAT, el volumen no se controla"
013850         GO TO 5000-EXIT
013860     END-IF.
013870     SET MONI-VOL-HISTORIA TO TRUE.
013880     MOVE "N" TO MONI-EOF-SW.
013890     MOVE LOW-VALUES TO ACU-CLAVE.
013900     MOVE MONI-VOL-DESDE TO ACU-FECHA.
013910     START ARCH-ACUMULADOS KEY IS NOT LESS THAN ACU-CLAVE
013920         INVALID KEY
013930             SET MONI-EOF TO TRUE
013940     END-START.
013950     IF NOT MONI-EOF
013960         PERFORM 5200-LEER-ACUMULADO
013970     END-IF.
013980     PERFORM 5300-SUMAR-HISTORIA UNTIL MONI-EOF.
013990     CLOSE ARCH-ACUMULADOS.
014000     PERFORM 5400-EVALUAR-USUARIO
014010         VARYING MONI-IDX-CONTROL FROM 1 BY 1
014020         UNTIL MONI-IDX-CONTROL > MONI-CANT-VOLUMEN.
014030 5000-EXIT.
014040     EXIT.
014050
014060 5100-CONTAR-DIA.
014070     PERFORM 2900-EVALUAR-DIA THRU 2900-EXIT.
014080     IF MONI-DIA-HABIL
014090         ADD 1 TO MONI-VOL-DIAS-HABILES
014100     END-IF.
014110
014120*    la historia termina el dia anterior a la fecha procesada
014130 5200-LEER-ACUMULADO.
014140     READ ARCH-ACUMULADOS NEXT RECORD
014150         AT END
014160             SET MONI-EOF TO TRUE
014170         NOT AT END
014180             IF ACU-FECHA NOT < MONI-FECHA
014190                 SET MONI-EOF TO TRUE
014200             END-IF
014210     END-READ.
014220
014230 5300-SUMAR-HISTORIA.
014240     MOVE ACU-USUARIO TO MONI-VOL-BUSCADO.
014250     PERFORM 3510-BUSCAR-VOLUMEN.
014260     IF MONI-VOL-HALLADO
014270         ADD ACU-CANT-OPER
014280             TO MONI-VOL-CANT-HIST (MONI-IDX-VOLUMEN)
014290     END-IF.
014300     PERFORM 5200-LEER-ACUMULADO.
014310
014320 5400-EVALUAR-USUARIO.
014330     MOVE MONI-IDX-CONTROL TO MONI-IDX-VOLUMEN.
014340     COMPUTE MONI-VOL-PROMEDIO ROUNDED =
014350         MONI-VOL-CANT-HIST (MONI-IDX-VOLUMEN)
014360         / MONI-VOL-DIAS-HABILES.
014370     COMPUTE MONI-VOL-TOPE = MONI-VOL-PROMEDIO * MONI-VOL-FACTOR.
014380     IF MONI-VOL-CANT-HOY (MONI-IDX-VOLUMEN) NOT < MONI-VOL-MINIMO
014390         AND MONI-VOL-CANT-HOY (MONI-IDX-VOLUMEN) > MONI-VOL-TOPE
014400         INITIALIZE REG-EXCEPCION
014410         MOVE MONI-VOL-USUARIO (MONI-IDX-VOLUMEN) TO EXC-USUARIO
014420         MOVE MONI-CTL-VOLUMEN TO EXC-CONTROL
014430         MOVE MONI-VOL-CANT-HOY (MONI-IDX-VOLUMEN)
014440             TO MONI-CANT-EDIT
014450         MOVE MONI-VOL-PROMEDIO TO MONI-PROMEDIO-EDIT
014460         STRING MONI-CANT-EDIT " oper., promedio "
014470                MONI-PROMEDIO-EDIT
014480             DELIMITED BY SIZE INTO EXC-DETALLE
014490         END-STRING
014500         PERFORM 8500-GRABAR-EXCEPCION
014510     END-IF.
014520
014530*----------------------------------------------------------------
014540* 5500  LOTES - busca en CORRIDAS.DAT la constancia de cierre de
014550*       cada lote del dia: una "F" del CALCULADOR en modo LOTE con
014560*       ese COR-LOTE-ID y codigo 00 (una corrida cortada que se
014570*       reinicio con el mismo lote y termino bien lo cierra).  El
014580*       lote sin esa constancia es excepcion, con el codigo de su
014590*       ultima corrida si la hubo.
014600*----------------------------------------------------------------
014610 5500-CONTROLAR-LOTES.
014620     IF MONI-CANT-LOTES = ZERO
014630         GO TO 5500-EXIT
014640     END-IF.
014650     OPEN INPUT ARCH-CORRIDAS.
014660     IF MONI-COR-OK
014670         MOVE "N" TO MONI-EOF-SW
014680         PERFORM 5510-LEER-CORRIDA
014690         PERFORM 5520-MARCAR-CORRIDA UNTIL MONI-EOF
014700         CLOSE ARCH-CORRIDAS
014710     ELSE
014720         DISPLAY "MONITOR-ACTIVIDAD: no se pudo abrir "
014730             "CORRIDAS.DAT, lotes sin constancia"
014740         SET MONI-SIN-CORRIDAS TO TRUE
014750     END-IF.
014760     PERFORM 5600-EVALUAR-LOTE
014770         VARYING MONI-IDX-CONTROL FROM 1 BY 1
014780         UNTIL MONI-IDX-CONTROL > MONI-CANT-LOTES.
014790 5500-EXIT.
014800     EXIT.
014810
014820 5510-LEER-CORRIDA.
014830     READ ARCH-CORRIDAS
014840         AT END
014850             SET MONI-EOF TO TRUE
014860     END-READ.
014870
014880 5520-MARCAR-CORRIDA.
014890     IF COR-FIN AND COR-PROGRAMA = "CALCULADOR"
014900         AND COR-MODO = "LOTE" AND COR-LOTE-ID NOT = SPACES
014910         MOVE COR-LOTE-ID TO MONI-LOTE-BUSCADO
014920         PERFORM 3710-BUSCAR-LOTE
014930         IF MONI-LOTE-HALLADO
014940             SET MONI-LOT-CON-FIN (MONI-IDX-LOTE) TO TRUE
014950             MOVE COR-RC TO MONI-LOT-RC (MONI-IDX-LOTE)
014960             IF COR-RC = ZERO
014970                 SET MONI-LOT-CERRADO (MONI-IDX-LOTE) TO TRUE
014980             END-IF
014990         END-IF
015000     END-IF.
015010     PERFORM 5510-LEER-CORRIDA.
015020
015030 5600-EVALUAR-LOTE.
015040     MOVE MONI-IDX-CONTROL TO MONI-IDX-LOTE.
015050     IF NOT MONI-LOT-CERRADO (MONI-IDX-LOTE)
015060         INITIALIZE REG-EXCEPCION
015070         MOVE MONI-LOT-USUARIO (MONI-IDX-LOTE) TO EXC-USUARIO
015080         MOVE MONI-LOT-HORA (MONI-IDX-LOTE) TO EXC-HORA
015090         MOVE MONI-LOT-NUM-OPERACION (MONI-IDX-LOTE)
015100             TO EXC-NUM-OPERACION
015110         MOVE MONI-LOT-ID (MONI-IDX-LOTE) TO EXC-LOTE-ID
015120         MOVE MONI-CTL-LOTE TO EXC-CONTROL
015130         IF MONI-LOT-CON-FIN (MONI-IDX-LOTE)
015140             STRING "lote " MONI-LOT-ID (MONI-IDX-LOTE)
015150                    " cerro con codigo "
015160                    MONI-LOT-RC (MONI-IDX-LOTE)
015170                 DELIMITED BY SIZE INTO EXC-DETALLE
015180             END-STRING
015190         ELSE
015200             STRING "lote " MONI-LOT-ID (MONI-IDX-LOTE)
015210                    " sin corrida cerrada"
015220                 DELIMITED BY SIZE INTO EXC-DETALLE
015230             END-STRING
015240         END-IF
015250         PERFORM 8500-GRABAR-EXCEPCION
015260     END-IF.
015270
015280*----------------------------------------------------------------
015290* 6000  TOTALES DE CONTROL al pie del listado: lineas leidas =
015300*       del dia + de otras fechas, operaciones enviadas al orden =
015310*       recibidas, excepciones grabadas = suma por control =
015320*       listadas; despues los parametros aplicados.
015330*----------------------------------------------------------------
015340 6000-TOTALES-CONTROL.
015350     MOVE SPACES TO MONI-LINEA.
015360     PERFORM 8000-GRABAR-LINEA.
015370     MOVE "TOTALES DE CONTROL" TO MONI-LINEA.
015380     PERFORM 8000-GRABAR-LINEA.
015390     MOVE MONI-CANT-LEIDAS TO MONI-CANT-EDIT.
015400     STRING "  lineas leidas de AUDITORI.DAT: " MONI-CANT-EDIT
015410         DELIMITED BY SIZE INTO MONI-LINEA
015420     END-STRING.
015430     PERFORM 8000-GRABAR-LINEA.
015440     MOVE MONI-CANT-DEL-DIA TO MONI-CANT-EDIT.
015450     STRING "    de la fecha procesada      : " MONI-CANT-EDIT
015460         DELIMITED BY SIZE INTO MONI-LINEA
015470     END-STRING.
015480     PERFORM 8000-GRABAR-LINEA.
015490     MOVE MONI-CANT-OPERACIONES TO MONI-CANT-EDIT.
015500     STRING "      operaciones              : " MONI-CANT-EDIT
015510         DELIMITED BY SIZE INTO MONI-LINEA
015520     END-STRING.
015530     PERFORM 8000-GRABAR-LINEA.
015540     MOVE MONI-CANT-REVERSAS TO MONI-CANT-EDIT.
015550     STRING "      anulaciones              : " MONI-CANT-EDIT
015560         DELIMITED BY SIZE INTO MONI-LINEA
015570     END-STRING.
015580     PERFORM 8000-GRABAR-LINEA.
015590     MOVE MONI-CANT-OTRA-FECHA TO MONI-CANT-EDIT.
015600     STRING "    de otras fechas            : " MONI-CANT-EDIT
015610         DELIMITED BY SIZE INTO MONI-LINEA
015620     END-STRING.
015630     PERFORM 8000-GRABAR-LINEA.
015640     MOVE ZERO TO MONI-SUMA-CONTROLES.
015650     PERFORM 6100-TOTAL-CONTROL
015660         VARYING MONI-IDX-CONTROL FROM 1 BY 1
015670         UNTIL MONI-IDX-CONTROL > 6.
015680     MOVE MONI-CANT-EXCEPCIONES TO MONI-CANT-EDIT.
015690     STRING "  excepciones grabadas         : " MONI-CANT-EDIT
015700         DELIMITED BY SIZE INTO MONI-LINEA
015710     END-STRING.
015720     PERFORM 8000-GRABAR-LINEA.
015730     MOVE MONI-CANT-IMPRESAS TO MONI-CANT-EDIT.
015740     STRING "  excepciones listadas         : " MONI-CANT-EDIT
015750         DELIMITED BY SIZE INTO MONI-LINEA
015760     END-STRING.
015770     PERFORM 8000-GRABAR-LINEA.
015780     IF MONI-CANT-LEIDAS =
015790             MONI-CANT-DEL-DIA + MONI-CANT-OTRA-FECHA
015800         AND MONI-CANT-DEL-DIA = MONI-CANT-OPERACIONES
015810             + MONI-CANT-REVERSAS
015820         AND MONI-CANT-REP-ENVIADAS = MONI-CANT-REP-RECIBIDAS
015830         AND MONI-CANT-EXCEPCIONES = MONI-SUMA-CONTROLES
015840         AND MONI-CANT-EXCEPCIONES = MONI-CANT-IMPRESAS
015850         MOVE "  el monitoreo BALANCEA" TO MONI-LINEA
015860     ELSE
015870         MOVE "  el monitoreo NO BALANCEA, revisar" TO MONI-LINEA
015880     END-IF.
015890     PERFORM 8000-GRABAR-LINEA.
015900     PERFORM 6200-PARAMETROS-APLICADOS.
015910
015920*    excepciones de un control, o la constancia de que no se
015930*    evaluo
015940 6100-TOTAL-CONTROL.
015950     IF MONI-CTL-ACTIVO (MONI-IDX-CONTROL)
015960         ADD MONI-CTL-EXCEPCIONES (MONI-IDX-CONTROL)
015970             TO MONI-SUMA-CONTROLES
015980         MOVE MONI-CTL-EXCEPCIONES (MONI-IDX-CONTROL)
015990             TO MONI-CANT-EDIT
016000         STRING "    " MONI-CTL-CODIGO (MONI-IDX-CONTROL) " "
016010                MONI-CTL-NOMBRE (MONI-IDX-CONTROL) " prioridad "
016020                MONI-CTL-PRIORIDAD (MONI-IDX-CONTROL) " : "
016030                MONI-CANT-EDIT
016040             DELIMITED BY SIZE INTO MONI-LINEA
016050         END-STRING
016060     ELSE
016070         STRING "    " MONI-CTL-CODIGO (MONI-IDX-CONTROL) " "
016080                MONI-CTL-NOMBRE (MONI-IDX-CONTROL)
016090                " no evaluado"
016100             DELIMITED BY SIZE INTO MONI-LINEA
016110         END-STRING
016120     END-IF.
016130     PERFORM 8000-GRABAR-LINEA.
016140
016150*----------------------------------------------------------------
016160* 6200  PARAMETROS APLICADOS - los umbrales de MONPARM.DAT con que
016170*       se evaluo cada control y los avisos de la corrida.
016180*----------------------------------------------------------------
016190 6200-PARAMETROS-APLICADOS.
016200     MOVE SPACES TO MONI-LINEA.
016210     PERFORM 8000-GRABAR-LINEA.
016220     MOVE "PARAMETROS APLICADOS (MONPARM.DAT)" TO MONI-LINEA.
016230     PERFORM 8000-GRABAR-LINEA.
016240     IF MONI-CTL-ACTIVO (MONI-CTL-HORARIO)
016250         MOVE MONI-CANT-FERIADOS TO MONI-CANT-EDIT-2
016260         STRING "  horario " MONI-HORA-DESDE " a " MONI-HORA-HASTA
016270                ", dias habiles (lun-dom) " MONI-DIAS-HABILES
016280                ", feriados" MONI-CANT-EDIT-2
016290             DELIMITED BY SIZE INTO MONI-LINEA
016300         END-STRING
016310         PERFORM 8000-GRABAR-LINEA
016320         IF NOT MONI-PROCESO-HABIL
016330             MOVE "  la fecha procesada es dia no habil"
016340                 TO MONI-LINEA
016350             PERFORM 8000-GRABAR-LINEA
016360         END-IF
016370     END-IF.
016380     IF MONI-CTL-ACTIVO (MONI-CTL-VOLUMEN)
016390         MOVE MONI-VOL-SEMANAS TO MONI-CANT-EDIT-2
016400         MOVE MONI-VOL-FACTOR TO MONI-FACTOR-EDIT
016410         MOVE MONI-VOL-MINIMO TO MONI-CANT-EDIT
016420         STRING "  volumen: historia de" MONI-CANT-EDIT-2
016430                " semanas, factor " MONI-FACTOR-EDIT
016440                ", minimo " MONI-CANT-EDIT
016450             DELIMITED BY SIZE INTO MONI-LINEA
016460         END-STRING
016470         PERFORM 8000-GRABAR-LINEA
016480         IF MONI-VOL-HISTORIA
016490             MOVE MONI-VOL-DIAS-HABILES TO MONI-CANT-EDIT-2
016500             STRING "  historia desde " MONI-VOL-DESDE ", "
016510                    MONI-CANT-EDIT-2 " dias habiles"
016520                 DELIMITED BY SIZE INTO MONI-LINEA
016530             END-STRING
016540         ELSE
016550             IF MONI-CANT-VOLUMEN > ZERO
016560                 MOVE "  ADVERTENCIA: sin ACUMDIA.DAT, volumen"
016570                     & " sin evaluar" TO MONI-LINEA
016580             END-IF
016590         END-IF
016600         PERFORM 8000-GRABAR-LINEA
016610     END-IF.
016620     IF MONI-CTL-ACTIVO (MONI-CTL-REPETICION)
016630         MOVE MONI-REP-CANTIDAD TO MONI-CANT-EDIT-2
016640         MOVE MONI-REP-MINUTOS TO MONI-CANT-EDIT-3
016650         STRING "  repeticion:" MONI-CANT-EDIT-2
016660                " operaciones iguales en" MONI-CANT-EDIT-3
016670                " minutos"
016680             DELIMITED BY SIZE INTO MONI-LINEA
016690         END-STRING
016700         PERFORM 8000-GRABAR-LINEA
016710     END-IF.
016720     IF MONI-CTL-ACTIVO (MONI-CTL-IMPORTE)
016730         MOVE MONI-IMP-LIMITE TO MONI-LIMITE-EDIT
016740         STRING "  importe: resultado desde " MONI-LIMITE-EDIT
016750                " en valor absoluto"
016760             DELIMITED BY SIZE INTO MONI-LINEA
016770         END-STRING
016780         PERFORM 8000-GRABAR-LINEA
016790     END-IF.
016800     IF MONI-SIN-MAESTRO
016810         MOVE "  ADVERTENCIA: sin USUARIOS.DAT, estado sin"
016820             & " evaluar" TO MONI-LINEA
016830         PERFORM 8000-GRABAR-LINEA
016840     END-IF.
016850     IF MONI-SIN-CORRIDAS
016860         MOVE "  ADVERTENCIA: sin CORRIDAS.DAT, lotes sin cierre"
016870             TO MONI-LINEA
016880         PERFORM 8000-GRABAR-LINEA
016890     END-IF.
016900     IF MONI-CANT-PARM-INVALIDOS > ZERO
016910         MOVE MONI-CANT-PARM-INVALIDOS TO MONI-CANT-EDIT
016920         STRING "  ADVERTENCIA: lineas de parametros invalidas: "
016930                MONI-CANT-EDIT
016940             DELIMITED BY SIZE INTO MONI-LINEA
016950         END-STRING
016960         PERFORM 8000-GRABAR-LINEA
016970     END-IF.
016980
016990*----------------------------------------------------------------
017000* 7000  OUTPUT PROCEDURE - lista las excepciones ordenadas, con un
017010*       titulo por cada prioridad.
017020*----------------------------------------------------------------
017030 7000-IMPRIMIR-EXCEPCIONES.
017040     MOVE ZERO TO MONI-PRIORIDAD-ANTERIOR.
017050     MOVE "N" TO MONI-FIN-ORDEN-SW.
017060     PERFORM 7100-RETORNAR-EXCEPCION.
017070     PERFORM 7200-IMPRIMIR-EXCEPCION UNTIL MONI-FIN-ORDEN.
017080     IF MONI-CANT-IMPRESAS = ZERO
017090         MOVE "  (sin excepciones para la fecha)" TO MONI-LINEA
017100         PERFORM 8000-GRABAR-LINEA
017110     END-IF.
017120 7000-EXIT.
017130     EXIT.
017140
017150 7100-RETORNAR-EXCEPCION.
017160     RETURN SD-EXCEPCIONES
017170         AT END
017180             SET MONI-FIN-ORDEN TO TRUE
017190     END-RETURN.
017200
017210 7200-IMPRIMIR-EXCEPCION.
017220     IF ORD-PRIORIDAD NOT = MONI-PRIORIDAD-ANTERIOR
017230         IF MONI-PRIORIDAD-ANTERIOR NOT = ZERO
017240             MOVE SPACES TO MONI-LINEA
017250             PERFORM 8000-GRABAR-LINEA
017260         END-IF
017270         STRING "PRIORIDAD " ORD-PRIORIDAD
017280             DELIMITED BY SIZE INTO MONI-LINEA
017290         END-STRING
017300         PERFORM 8000-GRABAR-LINEA
017310         MOVE ORD-PRIORIDAD TO MONI-PRIORIDAD-ANTERIOR
017320     END-IF.
017330     MOVE SPACES TO MONI-DETALLE.
017340     MOVE MONI-CTL-NOMBRE (ORD-CONTROL) TO MONI-DET-CONTROL.
017350     MOVE ORD-USUARIO TO MONI-DET-USUARIO.
017360     IF ORD-HORA NOT = SPACES
017370         STRING ORD-HORA (1:2) ":" ORD-HORA (3:2) ":"
017380                ORD-HORA (5:2)
017390             DELIMITED BY SIZE INTO MONI-DET-HORA
017400         END-STRING
017410     END-IF.
017420     MOVE ORD-NUM-OPERACION TO MONI-DET-OPERACION.
017430     MOVE ORD-DETALLE TO MONI-DET-DETALLE.
017440     MOVE MONI-DETALLE TO MONI-LINEA.
017450     PERFORM 8000-GRABAR-LINEA.
017460     ADD 1 TO MONI-CANT-IMPRESAS.
017470     PERFORM 7100-RETORNAR-EXCEPCION.
017480
017490*----------------------------------------------------------------
017500* 8000  graba una linea en MONITOR.LST (la deja en blanco para la
017510*       siguiente); si la pagina se lleno abre una nueva.
017520*----------------------------------------------------------------
017530 8000-GRABAR-LINEA.
017540     IF MONI-LINEA-ACTUAL >= MONI-LINEAS-POR-PAG
017550         PERFORM 8100-NUEVA-PAGINA
017560     END-IF.
017570     WRITE REG-IMPRESION FROM MONI-LINEA
017580         AFTER ADVANCING 1 LINE.
017590     ADD 1 TO MONI-LINEA-ACTUAL.
017600     MOVE SPACES TO MONI-LINEA.
017610
017620*----------------------------------------------------------------
017630* 8100  pagina nueva: salto de pagina y encabezado con numero de
017640*       pagina, fecha procesada y titulos de columna.
017650*----------------------------------------------------------------
017660 8100-NUEVA-PAGINA.
017670     ADD 1 TO MONI-PAGINA.
017680     MOVE MONI-PAGINA TO MONI-PAG-EDIT.
017690     MOVE SPACES TO MONI-LINEA.
017700     STRING "MONITOR DE ACTIVIDAD INUSUAL - EXCEPCIONES"
017710            "                   PAGINA " MONI-PAG-EDIT
017720         DELIMITED BY SIZE INTO MONI-LINEA
017730     END-STRING.
017740     IF MONI-PAGINA = 1
017750         WRITE REG-IMPRESION FROM MONI-LINEA
017760             AFTER ADVANCING 1 LINE
017770     ELSE
017780         WRITE REG-IMPRESION FROM MONI-LINEA
017790             AFTER ADVANCING PAGE
017800     END-IF.
017810     MOVE SPACES TO MONI-LINEA.
017820     STRING "FECHA PROCESADA " MONI-FECHA "   EMITIDO " MONI-HOY
017830         DELIMITED BY SIZE INTO MONI-LINEA
017840     END-STRING.
017850     WRITE REG-IMPRESION FROM MONI-LINEA
017860         AFTER ADVANCING 1 LINE.
017870     MOVE SPACES TO MONI-LINEA.
017880     STRING "  CONTROL      USUARIO    HORA     OPERACION "
017890            "DETALLE"
017900         DELIMITED BY SIZE INTO MONI-LINEA
017910     END-STRING.
017920     WRITE REG-IMPRESION FROM MONI-LINEA
017930         AFTER ADVANCING 2 LINES.
017940     MOVE SPACES TO MONI-LINEA.
017950     STRING "  ------------ ---------- -------- --------- "
017960            "-----------------------------------"
017970         DELIMITED BY SIZE INTO MONI-LINEA
017980     END-STRING.
017990     WRITE REG-IMPRESION FROM MONI-LINEA
018000         AFTER ADVANCING 1 LINE.
018010     MOVE SPACES TO MONI-LINEA.
018020     MOVE 5 TO MONI-LINEA-ACTUAL.
018030
018040*----------------------------------------------------------------
018050* 8500  graba la excepcion armada en REG-EXCEPCION con la
018060*       prioridad de su control y la cuenta.
018070*----------------------------------------------------------------
018080 8500-GRABAR-EXCEPCION.
018090     MOVE MONI-CTL-PRIORIDAD (EXC-CONTROL) TO EXC-PRIORIDAD.
018100     WRITE REG-EXCEPCION.
018110     ADD 1 TO MONI-CTL-EXCEPCIONES (EXC-CONTROL).
018120     ADD 1 TO MONI-CANT-EXCEPCIONES.
018130
018140*----------------------------------------------------------------
018150* 8600  agrega el cambio de estado armado en MONI-CAMBIO-NUEVO a
018160*       la tabla (con aviso unico si la tabla de 500 se llena).
018170*----------------------------------------------------------------
018180 8600-AGREGAR-CAMBIO.
018190     IF MONI-CANT-CAMBIOS < 500
018200         ADD 1 TO MONI-CANT-CAMBIOS
018210         MOVE MONI-CNU-USUARIO
018220             TO MONI-CAM-USUARIO (MONI-CANT-CAMBIOS)
018230         MOVE MONI-CNU-MOMENTO
018240             TO MONI-CAM-MOMENTO (MONI-CANT-CAMBIOS)
018250         MOVE MONI-CNU-ESTADO-ANTES
018260             TO MONI-CAM-ESTADO-ANTES (MONI-CANT-CAMBIOS)
018270     ELSE
018280         IF NOT MONI-TABLA-CAM-LLENA
018290             DISPLAY "ADVERTENCIA: tabla de cambios de estado "
018300                 "llena (500), estados tomados "
018310                 "del maestro"
018320             SET MONI-TABLA-CAM-LLENA TO TRUE
018330         END-IF
018340     END-IF.
018350
018360*----------------------------------------------------------------
018370* 9000  BITACORA DE CORRIDAS - constancia de arranque y cierre en
018380*       CORRIDAS.DAT via el subprograma BITACORA: leidas son las
018390*       lineas de AUDITORI.DAT, grabadas las excepciones y
018400*       rechazadas las lineas de parametros invalidas; codigo 00
018410*       sin excepciones, 10 con excepciones, 90 si no se pudo
018420*       monitorear.
018430*----------------------------------------------------------------
018440 9000-BITACORA-INICIO.
018450     MOVE "MONITOR" TO BIT-PROGRAMA.
018460     MOVE SPACES TO BIT-MODO.
018470     SET BIT-FUN-INICIO TO TRUE.
018480     CALL "BITACORA" USING MONI-BITACORA.
018490
018500 9100-BITACORA-FIN.
018510     SET BIT-FUN-FIN TO TRUE.
018520     MOVE MONI-CANT-LEIDAS TO BIT-LEIDAS.
018530     MOVE MONI-CANT-EXCEPCIONES TO BIT-GRABADAS.
018540     MOVE MONI-CANT-PARM-INVALIDOS TO BIT-RECHAZADAS.
018550     MOVE MONI-BIT-RC TO BIT-RC.
018560     CALL "BITACORA" USING MONI-BITACORA.
018570
018580 END PROGRAM MONITOR-ACTIVIDAD.
