000261*   2026-09-02 RC  Los layouts de TRANLOTE/REPOLOTE/TRANERR se
000262*                  toman de los copybooks TRNREG/REPREG/TERREG
000263*                  en vez de repetirlos inline.
000264*   2026-10-15 RC  PENDAUT.DAT (copybook PNDREG) es un tercer
000265*                  destino de una fila de lote: la operacion
000266*                  retenida o rechazada por limite de monto no
000267*                  llega a REPOLOTE ni a TRANERR (la liberada si
000268*                  llega a REPOLOTE).  Una fila en mas de un
000269*                  destino es excepcion, y la retenida sin fila
000270*                  de origen se cuenta aparte.
000271*   2026-10-15 RC  El cruce de auditoria controla ademas los
000272*                  numeros de operacion (estrictamente
000273*                  crecientes; cero o repetido es excepcion) y
000274*                  las anulaciones: dos reversas del mismo
000275*                  original, o una reversa cuyo original no esta
000276*                  en el archivo (o es otra reversa), son
000277*                  excepcion; si el original es de un periodo
000278*                  anterior ya archivado en AUDH se informa sin
000279*                  contar como excepcion.
000280*   2026-10-15 RC  La fila rechazada guardada en la tabla se
000281*                  ensancha a 34 como ERR-FILA-ORIGINAL (la fila
000282*                  de TRANLOTE gana LOTE-CUOTAS).
000283******************************************************************
000284 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CONCILIAR-ARCHIVOS.
000300
000310 ENVIRONMENT DIVISION.
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS CONC-JRN-STATUS.
000600
000601     SELECT ARCH-PENDAUT ASSIGN TO "PENDAUT.DAT"
000602         ORGANIZATION IS SEQUENTIAL
000603         FILE STATUS IS CONC-PEND-STATUS.
000604
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARCH-USUARIOS.
000960 01  REG-JOURNAL.
000970     COPY JRNREG.
000980
000981 FD  ARCH-PENDAUT.
000982 01  REG-PENDAUT.
000983     COPY PNDREG.
000984
000990 WORKING-STORAGE SECTION.
001000 01  CONC-USR-STATUS             PIC X(02) VALUE SPACES.
001010     88  CONC-USR-OK                 VALUE "00".
001150 01  CONC-JRN-STATUS             PIC X(02) VALUE SPACES.
001160     88  CONC-JRN-OK                 VALUE "00".
001170     88  CONC-JRN-NO-EXISTE          VALUE "35".
001171 01  CONC-PEND-STATUS            PIC X(02) VALUE SPACES.
001172     88  CONC-PEND-OK                VALUE "00".
001173     88  CONC-PEND-NO-EXISTE         VALUE "35".
001180
001190 01  CONC-EOF-SW                 PIC X(01) VALUE "N".
001200     88  CONC-EOF                    VALUE "S".
001201 01  CONC-PEND-LLENA-SW          PIC X(01) VALUE "N".
001202     88  CONC-PEND-LLENA             VALUE "S".
001203 01  CONC-ANU-LLENA-SW           PIC X(01) VALUE "N".
001204     88  CONC-ANU-LLENA              VALUE "S".
001205 01  CONC-ANU-DOBLE-SW           PIC X(01) VALUE "N".
001206     88  CONC-ANU-DOBLE              VALUE "S".
001210
001220 01  CONC-LOTE-PEDIDO            PIC X(10) VALUE SPACES.
001230
001240*    cache del ultimo codigo de usuario verificado en el maestro
001250 01  CONC-ULT-USR-OK             PIC X(10) VALUE LOW-VALUES.
001251
001252*    ultimo numero de operacion visto en AUDITORI.DAT
001253 01  CONC-ULT-NUM-OPER           PIC 9(09) VALUE ZERO.
001260
001270*    tabla de filas de REPOLOTE.DAT (del lote pedido) con marca
001280*    de apareada contra TRANLOTE.DAT
001400*    con marca de apareada
001410 01  CONC-TABLA-ERR.
001420     05  CONC-ERR-ENTRY OCCURS 500 TIMES.
001430         10  CONC-ERR-FILA           PIC X(34).
001440         10  CONC-ERR-USADO-SW       PIC X(01).
001450 01  CONC-ERR-CANT               PIC 9(04) COMP VALUE ZERO.
001460 01  CONC-ERR-LLENA-SW           PIC X(01) VALUE "N".
001470     88  CONC-ERR-LLENA              VALUE "S".
001480
001481*    tabla de operaciones retenidas o rechazadas (PENDAUT.DAT)
001482 01  CONC-TABLA-PEND.
001483     05  CONC-PEND-ENTRY OCCURS 500 TIMES.
001484         10  CONC-PEND-OPCION        PIC 9(01).
001485         10  CONC-PEND-NUMERO1       PIC S9(07)V99.
001486         10  CONC-PEND-NUMERO2       PIC S9(07)V99.
001487         10  CONC-PEND-USADO-SW      PIC X(01).
001488 01  CONC-PEND-CANT              PIC 9(04) COMP VALUE ZERO.
001489
001490 01  CONC-IDX                    PIC 9(04) COMP VALUE ZERO.
001500 01  CONC-REPO-HALLADO           PIC 9(04) COMP VALUE ZERO.
001510 01  CONC-ERR-HALLADO            PIC 9(04) COMP VALUE ZERO.
001511 01  CONC-PEND-HALLADO           PIC 9(04) COMP VALUE ZERO.
001512 01  CONC-DESTINOS               PIC 9(01) VALUE ZERO.
001520
001521*    reversas de AUDITORI.DAT con marca de original hallado
001522 01  CONC-TABLA-ANU.
001523     05  CONC-ANU-ENTRY OCCURS 500 TIMES.
001524         10  CONC-ANU-NUMERO         PIC 9(09).
001525         10  CONC-ANU-FECHA          PIC X(08).
001526         10  CONC-ANU-ORIGINAL       PIC 9(09).
001527         10  CONC-ANU-FECHA-ORIG     PIC X(08).
001528         10  CONC-ANU-HALLADO-SW     PIC X(01).
001529 01  CONC-ANU-CANT               PIC 9(04) COMP VALUE ZERO.
001530 01  CONC-DNI-JOURNAL            PIC X(08) VALUE SPACES.
001540
001550*    contadores de control del cruce
001560 01  CONC-AUD-LEIDAS             PIC 9(07) VALUE ZERO.
001570 01  CONC-AUD-HUERFANAS          PIC 9(07) VALUE ZERO.
001571 01  CONC-AUD-FUERA-SEC          PIC 9(07) VALUE ZERO.
001572 01  CONC-ANU-LEIDAS             PIC 9(07) VALUE ZERO.
001573 01  CONC-ANU-DOBLES             PIC 9(07) VALUE ZERO.
001574 01  CONC-ANU-SIN-ORIGINAL       PIC 9(07) VALUE ZERO.
001575 01  CONC-ANU-PERIODO-ANT        PIC 9(07) VALUE ZERO.
001580 01  CONC-LOTE-LEIDAS            PIC 9(07) VALUE ZERO.
001590 01  CONC-LOTE-SIN-DESTINO       PIC 9(07) VALUE ZERO.
001600 01  CONC-LOTE-DOBLES            PIC 9(07) VALUE ZERO.
001610 01  CONC-REPO-SIN-ORIGEN        PIC 9(07) VALUE ZERO.
001620 01  CONC-ERR-SIN-ORIGEN         PIC 9(07) VALUE ZERO.
001621 01  CONC-PEND-SIN-ORIGEN        PIC 9(07) VALUE ZERO.
001630 01  CONC-JRN-LEIDAS             PIC 9(07) VALUE ZERO.
001640 01  CONC-JRN-SIN-REG            PIC 9(07) VALUE ZERO.
001650 01  CONC-TOTAL-EXCEPCIONES      PIC 9(07) VALUE ZERO.
001750     PERFORM 2000-VERIFICAR-AUDITORIA THRU 2000-EXIT.
001760     PERFORM 3000-CARGAR-REPOLOTE THRU 3000-EXIT.
001770     PERFORM 3500-CARGAR-TRANERR THRU 3500-EXIT.
001771     PERFORM 3800-CARGAR-PENDAUT THRU 3800-EXIT.
001780     PERFORM 4000-CONCILIAR-TRANLOTE THRU 4000-EXIT.
001790     PERFORM 4500-BUSCAR-SOBRANTES THRU 4500-EXIT.
001800     PERFORM 5000-VERIFICAR-JOURNAL THRU 5000-EXIT.
001950* 2000  CRUCE AUDITORIA-MAESTRO - todo AUD-USUARIO debe existir
001960*       en USUARIOS.DAT (clave alterna); el ultimo codigo
001970*       verificado se recuerda para no releer el maestro una vez
001980*       por linea del mismo usuario.  Ademas controla numeros de
001981*       operacion y anulaciones (2300 a 2600).
001990*----------------------------------------------------------------
002000 2000-VERIFICAR-AUDITORIA.
002010     OPEN INPUT ARCH-USUARIOS.
002200     PERFORM 2100-LEER-AUDITORIA.
002210     PERFORM 2200-VERIFICAR-LINEA UNTIL CONC-EOF.
002220     CLOSE ARCH-AUDITORIA ARCH-USUARIOS.
002221     IF CONC-ANU-CANT > ZERO
002222         PERFORM 2400-APAREAR-ANULACIONES THRU 2400-EXIT
002223         PERFORM 2600-CONTROLAR-ANULACION
002224             VARYING CONC-IDX FROM 1 BY 1
002225             UNTIL CONC-IDX > CONC-ANU-CANT
002226     END-IF.
002230 2000-EXIT.
002240     EXIT.
002250
002450                 MOVE AUD-USUARIO TO CONC-ULT-USR-OK
002460         END-READ
002470     END-IF.
002471     PERFORM 2300-VERIFICAR-NUMERO THRU 2300-EXIT.
002480     PERFORM 2100-LEER-AUDITORIA.
002481
002482*----------------------------------------------------------------
002483* 2300  numero de operacion estrictamente creciente (NUMERADOR
002484*       los da de a uno y AUDITORI.DAT se graba en EXTEND); un
002485*       asiento de reversa va a la tabla de anulaciones, y si
002486*       su original ya tenia otra reversa es doble anulacion.
002487*----------------------------------------------------------------
002488 2300-VERIFICAR-NUMERO.
002489     IF AUD-NUM-OPERACION > CONC-ULT-NUM-OPER
002490         MOVE AUD-NUM-OPERACION TO CONC-ULT-NUM-OPER
002491     ELSE
002492         ADD 1 TO CONC-AUD-FUERA-SEC
002493         DISPLAY "EXCEPCION: numero de operacion fuera de "
002494             "secuencia: " AUD-NUM-OPERACION
002495             " (fecha " AUD-FECHA " hora " AUD-HORA ")"
002496     END-IF.
002497     IF NOT AUD-TIPO-REVERSA
002498         GO TO 2300-EXIT
002499     END-IF.
002500     ADD 1 TO CONC-ANU-LEIDAS.
002501     MOVE "N" TO CONC-ANU-DOBLE-SW.
002502     PERFORM 2310-COMPARAR-ANULACION
002503         VARYING CONC-IDX FROM 1 BY 1
002504         UNTIL CONC-IDX > CONC-ANU-CANT
002505             OR CONC-ANU-DOBLE.
002506     IF CONC-ANU-DOBLE
002507         ADD 1 TO CONC-ANU-DOBLES
002508         DISPLAY "EXCEPCION: operacion anulada dos veces: "
002509             AUD-OPER-ORIGINAL " (reversa " AUD-NUM-OPERACION ")"
002510         GO TO 2300-EXIT
002511     END-IF.
002512     IF CONC-ANU-CANT < 500
002513         ADD 1 TO CONC-ANU-CANT
002514         MOVE AUD-NUM-OPERACION TO CONC-ANU-NUMERO (CONC-ANU-CANT)
002515         MOVE AUD-FECHA TO CONC-ANU-FECHA (CONC-ANU-CANT)
002516         MOVE AUD-OPER-ORIGINAL
002517             TO CONC-ANU-ORIGINAL (CONC-ANU-CANT)
002518         MOVE AUD-FECHA-ORIGINAL
002519             TO CONC-ANU-FECHA-ORIG (CONC-ANU-CANT)
002520         MOVE "N" TO CONC-ANU-HALLADO-SW (CONC-ANU-CANT)
002521     ELSE
002522         IF NOT CONC-ANU-LLENA
002523             DISPLAY "ADVERTENCIA: tabla de anulaciones llena "
002524                 "(500), el cruce de anulaciones queda "
002525                 "incompleto"
002526             SET CONC-ANU-LLENA TO TRUE
002527         END-IF
002528     END-IF.
002529 2300-EXIT.
002530     EXIT.
002531
002532 2310-COMPARAR-ANULACION.
002533     IF CONC-ANU-ORIGINAL (CONC-IDX) = AUD-OPER-ORIGINAL
002534         SET CONC-ANU-DOBLE TO TRUE
002535     END-IF.
002536
002537*----------------------------------------------------------------
002538* 2400  segunda pasada de AUDITORI.DAT: cada operacion (no
002539*       reversa) apuntada por una anulacion marca su entrada
002540*       como hallada.
002541*----------------------------------------------------------------
002542 2400-APAREAR-ANULACIONES.
002543     OPEN INPUT ARCH-AUDITORIA.
002544     IF NOT CONC-AUD-OK
002545         DISPLAY "CONCILIAR-ARCHIVOS: no se pudo releer "
002546             "AUDITORI.DAT, cruce de anulaciones omitido"
002547         MOVE ZERO TO CONC-ANU-CANT
002548         GO TO 2400-EXIT
002549     END-IF.
002550     MOVE "N" TO CONC-EOF-SW.
002551     PERFORM 2100-LEER-AUDITORIA.
002552     PERFORM 2500-BUSCAR-ORIGINAL UNTIL CONC-EOF.
002553     CLOSE ARCH-AUDITORIA.
002554 2400-EXIT.
002555     EXIT.
002556
002557 2500-BUSCAR-ORIGINAL.
002558     IF AUD-TIPO-OPERACION
002559         PERFORM 2510-MARCAR-ORIGINAL
002560             VARYING CONC-IDX FROM 1 BY 1
002561             UNTIL CONC-IDX > CONC-ANU-CANT
002562     END-IF.
002563     PERFORM 2100-LEER-AUDITORIA.
002564
002565 2510-MARCAR-ORIGINAL.
002566     IF CONC-ANU-ORIGINAL (CONC-IDX) = AUD-NUM-OPERACION
002567         MOVE "S" TO CONC-ANU-HALLADO-SW (CONC-IDX)
002568     END-IF.
002569
002570*----------------------------------------------------------------
002571* 2600  una anulacion sin original en el archivo es excepcion,
002572*       salvo que el original sea de un mes anterior al de la
002573*       reversa (ya archivado por CIERRE-MENSUAL): se informa.
002574*----------------------------------------------------------------
002575 2600-CONTROLAR-ANULACION.
002576     IF CONC-ANU-HALLADO-SW (CONC-IDX) = "N"
002577         IF CONC-ANU-FECHA-ORIG (CONC-IDX) (1:6)
002578             < CONC-ANU-FECHA (CONC-IDX) (1:6)
002579             ADD 1 TO CONC-ANU-PERIODO-ANT
002580             DISPLAY "aviso: la reversa "
002581                 CONC-ANU-NUMERO (CONC-IDX)
002582                 " anula la operacion "
002583                 CONC-ANU-ORIGINAL (CONC-IDX) " del "
002584                 CONC-ANU-FECHA-ORIG (CONC-IDX)
002585                 ", de un periodo ya archivado"
002586         ELSE
002587             ADD 1 TO CONC-ANU-SIN-ORIGINAL
002588             DISPLAY "EXCEPCION: reversa "
002589                 CONC-ANU-NUMERO (CONC-IDX)
002590                 " de una operacion inexistente: "
002591                 CONC-ANU-ORIGINAL (CONC-IDX)
002592         END-IF
002593     END-IF.
002594
002595*----------------------------------------------------------------
002596* 3000  CARGA DE REPOLOTE.DAT - las filas (del lote pedido, o
002597*       todas) van a la tabla con marca de no apareada.
002598*----------------------------------------------------------------
002599 3000-CARGAR-REPOLOTE.
002600     OPEN INPUT ARCH-REPOLOTE.
002601     IF NOT CONC-REPO-OK
002602         IF CONC-REPO-NO-EXISTE
002603             DISPLAY "CONCILIAR-ARCHIVOS: REPOLOTE.DAT no existe"
002604         ELSE
002605             DISPLAY "CONCILIAR-ARCHIVOS: no se pudo abrir "
002610                 "REPOLOTE.DAT"
002620         END-IF
002630         GO TO 3000-EXIT
003440     PERFORM 3600-LEER-TRANERR.
003450
003460*----------------------------------------------------------------
003461* 3800  CARGA DE PENDAUT.DAT - las operaciones de lote (del lote
003462*       pedido, o todas) que siguen retenidas o se rechazaron
003463*       van a la tabla con marca de no apareada; las liberadas
003464*       ya estan en REPOLOTE.  Sin archivo no hubo retenciones.
003465*----------------------------------------------------------------
003466 3800-CARGAR-PENDAUT.
003467     OPEN INPUT ARCH-PENDAUT.
003468     IF NOT CONC-PEND-OK
003469         IF NOT CONC-PEND-NO-EXISTE
003470             DISPLAY "CONCILIAR-ARCHIVOS: no se pudo abrir "
003471                 "PENDAUT.DAT"
003472         END-IF
003473         GO TO 3800-EXIT
003474     END-IF.
003475     MOVE "N" TO CONC-EOF-SW.
003476     PERFORM 3810-LEER-PENDAUT.
003477     PERFORM 3820-GUARDAR-PENDAUT UNTIL CONC-EOF.
003478     CLOSE ARCH-PENDAUT.
003479 3800-EXIT.
003480     EXIT.
003481
003482 3810-LEER-PENDAUT.
003483     READ ARCH-PENDAUT
003484         AT END
003485             SET CONC-EOF TO TRUE
003486     END-READ.
003487
003488 3820-GUARDAR-PENDAUT.
003489     IF PEND-LOTE-ID NOT = SPACES
003490         AND NOT PEND-LIBERADA
003491         AND (CONC-LOTE-PEDIDO = SPACES
003492             OR PEND-LOTE-ID = CONC-LOTE-PEDIDO)
003493         IF CONC-PEND-CANT < 500
003494             ADD 1 TO CONC-PEND-CANT
003495             MOVE PEND-OPCION
003496                 TO CONC-PEND-OPCION (CONC-PEND-CANT)
003497             MOVE PEND-NUMERO1
003498                 TO CONC-PEND-NUMERO1 (CONC-PEND-CANT)
003499             MOVE PEND-NUMERO2
003500                 TO CONC-PEND-NUMERO2 (CONC-PEND-CANT)
003501             MOVE "N" TO CONC-PEND-USADO-SW (CONC-PEND-CANT)
003502         ELSE
003503             IF NOT CONC-PEND-LLENA
003504                 DISPLAY "ADVERTENCIA: tabla de PENDAUT llena "
003505                     "(500), el cruce de lote queda incompleto"
003506                 SET CONC-PEND-LLENA TO TRUE
003507             END-IF
003508         END-IF
003509     END-IF.
003510     PERFORM 3810-LEER-PENDAUT.
003511
003512*----------------------------------------------------------------
003513* 4000  CRUCE TRANLOTE-SALIDAS - cada fila de entrada debe
003514*       aparear exactamente un destino: la primera fila libre de
003515*       REPOLOTE con la misma opcion y los mismos numeros, o la
003516*       primera fila libre de TRANERR con la fila original
003517*       identica, o la primera retenida libre de PENDAUT con la
003518*       misma opcion y numeros.  En mas de un destino o en
003519*       ninguno es excepcion.
003520*----------------------------------------------------------------
003530 4000-CONCILIAR-TRANLOTE.
003540     OPEN INPUT ARCH-TRANLOTE.
003770
003780 4200-CONCILIAR-FILA.
003790     ADD 1 TO CONC-LOTE-LEIDAS.
003791     MOVE ZERO TO CONC-DESTINOS.
003800     MOVE ZERO TO CONC-REPO-HALLADO.
003810     PERFORM 4210-BUSCAR-EN-REPOLOTE
003820         VARYING CONC-IDX FROM 1 BY 1
003830         UNTIL CONC-IDX > CONC-REPO-CANT
003840             OR CONC-REPO-HALLADO > ZERO.
003841     MOVE ZERO TO CONC-PEND-HALLADO.
003842     PERFORM 4230-BUSCAR-EN-PENDAUT
003843         VARYING CONC-IDX FROM 1 BY 1
003844         UNTIL CONC-IDX > CONC-PEND-CANT
003845             OR CONC-PEND-HALLADO > ZERO.
003846     IF CONC-PEND-HALLADO > ZERO
003847         ADD 1 TO CONC-DESTINOS
003848         MOVE "S" TO CONC-PEND-USADO-SW (CONC-PEND-HALLADO)
003849     END-IF.
003850     MOVE ZERO TO CONC-ERR-HALLADO.
003860     PERFORM 4220-BUSCAR-EN-TRANERR
003870         VARYING CONC-IDX FROM 1 BY 1
003880         UNTIL CONC-IDX > CONC-ERR-CANT
003890             OR CONC-ERR-HALLADO > ZERO.
003891     IF CONC-REPO-HALLADO > ZERO
003892         ADD 1 TO CONC-DESTINOS
003893         MOVE "S" TO CONC-REPO-USADO-SW (CONC-REPO-HALLADO)
003894     END-IF.
003895     IF CONC-ERR-HALLADO > ZERO
003896         ADD 1 TO CONC-DESTINOS
003897         MOVE "S" TO CONC-ERR-USADO-SW (CONC-ERR-HALLADO)
003898     END-IF.
003900     EVALUATE TRUE
003910         WHEN CONC-DESTINOS > 1
003930             ADD 1 TO CONC-LOTE-DOBLES
003931             DISPLAY "EXCEPCION: fila de lote en mas de un "
003932                 "destino: " REG-TRANLOTE
003933         WHEN CONC-DESTINOS = ZERO
004050             ADD 1 TO CONC-LOTE-SIN-DESTINO
004060             DISPLAY "EXCEPCION: fila de lote sin destino: "
004070                 REG-TRANLOTE
004220         MOVE CONC-IDX TO CONC-ERR-HALLADO
004230     END-IF.
004240
004241 4230-BUSCAR-EN-PENDAUT.
004242     IF CONC-PEND-USADO-SW (CONC-IDX) = "N"
004243         AND CONC-PEND-OPCION (CONC-IDX) = LOTE-OPCION
004244         AND CONC-PEND-NUMERO1 (CONC-IDX) = LOTE-NUMERO1
004245         AND CONC-PEND-NUMERO2 (CONC-IDX) = LOTE-NUMERO2
004246         MOVE CONC-IDX TO CONC-PEND-HALLADO
004247     END-IF.
004248
004250*----------------------------------------------------------------
004251* 4500  SOBRANTES DE SALIDA - toda fila de REPOLOTE, TRANERR o
004252*       PENDAUT que quedo sin aparear no vino del TRANLOTE
004270*       presente: esta duplicada o quedo de una corrida
004280*       pisada.
004290*----------------------------------------------------------------
004300 4500-BUSCAR-SOBRANTES.
004310     PERFORM 4510-SOBRANTE-REPOLOTE
004340     PERFORM 4520-SOBRANTE-TRANERR
004350         VARYING CONC-IDX FROM 1 BY 1
004360         UNTIL CONC-IDX > CONC-ERR-CANT.
004361     PERFORM 4530-SOBRANTE-PENDAUT
004362         VARYING CONC-IDX FROM 1 BY 1
004363         UNTIL CONC-IDX > CONC-PEND-CANT.
004370 4500-EXIT.
004380     EXIT.
004390
004510         DISPLAY "EXCEPCION: fila de TRANERR sin origen "
004520             "(duplicada o de corrida pisada): "
004530             CONC-ERR-FILA (CONC-IDX)
004531     END-IF.
004532
004533 4530-SOBRANTE-PENDAUT.
004534     IF CONC-PEND-USADO-SW (CONC-IDX) = "N"
004535         ADD 1 TO CONC-PEND-SIN-ORIGEN
004536         DISPLAY "EXCEPCION: operacion retenida en PENDAUT sin "
004537             "origen (duplicada o de corrida pisada), opcion "
004538             CONC-PEND-OPCION (CONC-IDX)
004540     END-IF.
004550
004560*----------------------------------------------------------------
005200     DISPLAY "RESUMEN DE CONTROL DE LA CONCILIACION".
005210     MOVE CONC-AUD-LEIDAS TO CONC-CANT-EDIT.
005220     DISPLAY "lineas de auditoria leidas   : " CONC-CANT-EDIT.
005221     MOVE CONC-AUD-FUERA-SEC TO CONC-CANT-EDIT.
005222     DISPLAY "  numeros fuera de secuencia : " CONC-CANT-EDIT.
005230     MOVE CONC-AUD-HUERFANAS TO CONC-CANT-EDIT.
005240     DISPLAY "  usuarios huerfanos         : " CONC-CANT-EDIT.
005241     MOVE CONC-ANU-LEIDAS TO CONC-CANT-EDIT.
005242     DISPLAY "  operaciones anuladas       : " CONC-CANT-EDIT.
005243     MOVE CONC-ANU-DOBLES TO CONC-CANT-EDIT.
005244     DISPLAY "  anulaciones dobles         : " CONC-CANT-EDIT.
005245     MOVE CONC-ANU-SIN-ORIGINAL TO CONC-CANT-EDIT.
005246     DISPLAY "  anulaciones sin original   : " CONC-CANT-EDIT.
005247     MOVE CONC-ANU-PERIODO-ANT TO CONC-CANT-EDIT.
005248     DISPLAY "  anulan periodo archivado   : " CONC-CANT-EDIT.
005250     MOVE CONC-LOTE-LEIDAS TO CONC-CANT-EDIT.
005260     DISPLAY "filas de TRANLOTE leidas     : " CONC-CANT-EDIT.
005270     MOVE CONC-LOTE-SIN-DESTINO TO CONC-CANT-EDIT.
005280     DISPLAY "  filas sin destino          : " CONC-CANT-EDIT.
005290     MOVE CONC-LOTE-DOBLES TO CONC-CANT-EDIT.
005291     DISPLAY "  filas en varios destinos   : " CONC-CANT-EDIT.
005310     MOVE CONC-REPO-SIN-ORIGEN TO CONC-CANT-EDIT.
005320     DISPLAY "  REPOLOTE sin origen        : " CONC-CANT-EDIT.
005330     MOVE CONC-ERR-SIN-ORIGEN TO CONC-CANT-EDIT.
005340     DISPLAY "  TRANERR sin origen         : " CONC-CANT-EDIT.
005341     MOVE CONC-PEND-SIN-ORIGEN TO CONC-CANT-EDIT.
005342     DISPLAY "  PENDAUT sin origen         : " CONC-CANT-EDIT.
005350     MOVE CONC-JRN-LEIDAS TO CONC-CANT-EDIT.
005360     DISPLAY "entradas de journal leidas   : " CONC-CANT-EDIT.
005370     MOVE CONC-JRN-SIN-REG TO CONC-CANT-EDIT.
005380     DISPLAY "  journal sin registro       : " CONC-CANT-EDIT.
005390     COMPUTE CONC-TOTAL-EXCEPCIONES =
005400         CONC-AUD-HUERFANAS + CONC-LOTE-SIN-DESTINO
005401         + CONC-AUD-FUERA-SEC + CONC-ANU-DOBLES
005402         + CONC-ANU-SIN-ORIGINAL
005410         + CONC-LOTE-DOBLES + CONC-REPO-SIN-ORIGEN
005411         + CONC-ERR-SIN-ORIGEN + CONC-PEND-SIN-ORIGEN
005412         + CONC-JRN-SIN-REG.
005430     MOVE CONC-TOTAL-EXCEPCIONES TO CONC-CANT-EDIT.
005440     DISPLAY "TOTAL DE EXCEPCIONES         : " CONC-CANT-EDIT.
005450     IF CONC-TOTAL-EXCEPCIONES = ZERO
