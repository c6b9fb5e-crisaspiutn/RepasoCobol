000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Reporte de seguridad del login sobre SEGLOGIN.DAT
000070*               para un periodo (variables de entorno FECHA-
000080*               DESDE / FECHA-HASTA; en blanco, del primero del
000090*               mes a hoy): fallas por usuario y por hora del
000100*               dia, bloqueos de cuenta del periodo y rafagas de
000110*               codigos de usuario inexistentes (RSEG-RAFAGA-CANT
000120*               intentos o mas dentro de RSEG-RAFAGA-MIN minutos;
000130*               5 en 10 si vienen en blanco), con totales por
000140*               tipo de evento.  Deja constancia de la corrida
000150*               en CORRIDAS.DAT via BITACORA.
000160* Tectonics   : cobc
000170* Modification History:
000180*   2026-10-15 RC  Version inicial.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. REPORTE-SEGURIDAD.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ARCH-SEGURIDAD ASSIGN TO "SEGLOGIN.DAT"
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS RSEG-SEG-STATUS.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  ARCH-SEGURIDAD.
000330 01  REG-SEGURIDAD.
000340     COPY SEGREG.
000350
000360 WORKING-STORAGE SECTION.
000370 01  RSEG-SEG-STATUS             PIC X(02) VALUE SPACES.
000380     88  RSEG-SEG-OK                 VALUE "00".
000390     88  RSEG-SEG-NO-EXISTE          VALUE "35".
000400 01  RSEG-SEG-EOF-SW             PIC X(01) VALUE "N".
000410     88  RSEG-SEG-EOF                VALUE "S".
000420
000430 01  RSEG-FECHA-DESDE            PIC X(08) VALUE SPACES.
000440 01  RSEG-FECHA-HASTA            PIC X(08) VALUE SPACES.
000450 01  RSEG-HOY                    PIC X(08) VALUE SPACES.
000460
000470*    parametros de rafaga: cantidad minima de codigos inexistentes
000480*    y ventana en minutos dentro de la que tienen que caer
000490 01  RSEG-RAFAGA-CANT-ENT        PIC X(05) VALUE SPACES.
000500 01  RSEG-RAFAGA-MIN-ENT         PIC X(05) VALUE SPACES.
000510 01  RSEG-RAFAGA-CANT            PIC 9(04) COMP VALUE 5.
000520 01  RSEG-RAFAGA-MIN             PIC 9(04) COMP VALUE 10.
000530
000540 01  RSEG-HORA-EVENTO.
000550     05  RSEG-HH                 PIC 9(02).
000560     05  RSEG-MM                 PIC 9(02).
000570     05  FILLER                  PIC X(04).
000580 01  RSEG-IDX-HORA               PIC 9(04) COMP VALUE ZERO.
000590
000600*    totales del periodo por tipo de evento
000610 01  RSEG-TOTALES.
000620     05  RSEG-TOT-LEIDOS         PIC 9(07) COMP.
000630     05  RSEG-TOT-FUERA          PIC 9(07) COMP.
000640     05  RSEG-TOT-EXITO          PIC 9(07) COMP.
000650     05  RSEG-TOT-CAMBIO         PIC 9(07) COMP.
000660     05  RSEG-TOT-CLAVE          PIC 9(07) COMP.
000670     05  RSEG-TOT-BLOQUEO        PIC 9(07) COMP.
000680     05  RSEG-TOT-BLOQUEADO      PIC 9(07) COMP.
000690     05  RSEG-TOT-INACTIVO       PIC 9(07) COMP.
000700     05  RSEG-TOT-PENDIENTE      PIC 9(07) COMP.
000710     05  RSEG-TOT-DESCONOCIDO    PIC 9(07) COMP.
000720     05  RSEG-TOT-CLAVE-NUEVA    PIC 9(07) COMP.
000730     05  RSEG-TOT-ERROR          PIC 9(07) COMP.
000740     05  RSEG-TOT-FALLAS         PIC 9(07) COMP.
000750
000760*    fallas por usuario (los codigos inexistentes no entran: se
000770*    ven en las rafagas)
000780 01  RSEG-TABLA-USUARIOS.
000790     05  RSEG-USR-ENTRY OCCURS 100 TIMES.
000800         10  RSEG-USR-CODIGO         PIC X(10).
000810         10  RSEG-USR-CLAVE          PIC 9(05) COMP.
000820         10  RSEG-USR-BLOQUEO        PIC 9(05) COMP.
000830         10  RSEG-USR-BLOQUEADO      PIC 9(05) COMP.
000840         10  RSEG-USR-INACTIVO       PIC 9(05) COMP.
000850         10  RSEG-USR-PENDIENTE      PIC 9(05) COMP.
000860 01  RSEG-CANT-USUARIOS          PIC 9(04) COMP VALUE ZERO.
000870 01  RSEG-IDX-USUARIO            PIC 9(04) COMP VALUE ZERO.
000880 01  RSEG-USR-HALLADO-SW         PIC X(01) VALUE "N".
000890     88  RSEG-USR-HALLADO            VALUE "S".
000900 01  RSEG-TABLA-USR-LLENA-SW     PIC X(01) VALUE "N".
000910     88  RSEG-TABLA-USR-LLENA        VALUE "S".
000920
000930*    fallas por hora del dia (indice = hora + 1)
000940 01  RSEG-TABLA-HORAS.
000950     05  RSEG-HORA-FALLAS OCCURS 24 TIMES
000960                                 PIC 9(05) COMP.
000970
000980*    bloqueos del periodo, en el orden en que ocurrieron
000990 01  RSEG-TABLA-BLOQUEOS.
001000     05  RSEG-BLQ-ENTRY OCCURS 100 TIMES.
001010         10  RSEG-BLQ-FECHA          PIC X(08).
001020         10  RSEG-BLQ-HORA           PIC X(08).
001030         10  RSEG-BLQ-USUARIO        PIC X(10).
001040         10  RSEG-BLQ-PROGRAMA       PIC X(10).
001050 01  RSEG-CANT-BLOQUEOS          PIC 9(04) COMP VALUE ZERO.
001060 01  RSEG-IDX-BLOQUEO            PIC 9(04) COMP VALUE ZERO.
001070 01  RSEG-TABLA-BLQ-LLENA-SW     PIC X(01) VALUE "N".
001080     88  RSEG-TABLA-BLQ-LLENA        VALUE "S".
001090
001100*    codigos inexistentes del periodo, para buscar rafagas; el
001110*    minuto del dia sale de la hora del evento
001120 01  RSEG-TABLA-DESCONOCIDOS.
001130     05  RSEG-DES-ENTRY OCCURS 500 TIMES.
001140         10  RSEG-DES-FECHA          PIC X(08).
001150         10  RSEG-DES-HORA           PIC X(08).
001160         10  RSEG-DES-MINUTO         PIC 9(04) COMP.
001170         10  RSEG-DES-USUARIO        PIC X(10).
001180         10  RSEG-DES-PROGRAMA       PIC X(10).
001190 01  RSEG-CANT-DESCONOCIDOS      PIC 9(04) COMP VALUE ZERO.
001200 01  RSEG-TABLA-DES-LLENA-SW     PIC X(01) VALUE "N".
001210     88  RSEG-TABLA-DES-LLENA        VALUE "S".
001220 01  RSEG-IDX-DESDE              PIC 9(04) COMP VALUE ZERO.
001230 01  RSEG-IDX-HASTA              PIC 9(04) COMP VALUE ZERO.
001240 01  RSEG-IDX-DETALLE            PIC 9(04) COMP VALUE ZERO.
001250 01  RSEG-MINUTO-LIMITE          PIC 9(04) COMP VALUE ZERO.
001260 01  RSEG-CANT-EN-VENTANA        PIC 9(04) COMP VALUE ZERO.
001270 01  RSEG-CANT-RAFAGAS           PIC 9(04) COMP VALUE ZERO.
001280 01  RSEG-FIN-VENTANA-SW         PIC X(01) VALUE "N".
001290     88  RSEG-FIN-VENTANA            VALUE "S".
001300
001310 01  RSEG-CANT-EDIT              PIC ZZZZ9.
001320 01  RSEG-CANT-EDIT-2            PIC ZZZZ9.
001330 01  RSEG-CANT-EDIT-3            PIC ZZZZ9.
001340 01  RSEG-CANT-EDIT-4            PIC ZZZZ9.
001350 01  RSEG-CANT-EDIT-5            PIC ZZZZ9.
001360 01  RSEG-HORA-EDIT              PIC 99.
001370
001380 01  RSEG-BITACORA.
001390     COPY PARMBIT.
001400 01  RSEG-BIT-RC                 PIC 9(02) VALUE 90.
001410
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 9000-BITACORA-INICIO.
001450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001460     IF RSEG-SEG-OK
001470         PERFORM 2100-LEER-EVENTO
001480         PERFORM 2000-ACUMULAR-EVENTO UNTIL RSEG-SEG-EOF
001490         CLOSE ARCH-SEGURIDAD
001500         PERFORM 4000-IMPRIMIR-REPORTE THRU 4000-EXIT
001510         MOVE 00 TO RSEG-BIT-RC
001520     ELSE
001530         IF RSEG-SEG-NO-EXISTE
001540             DISPLAY "REPORTE-SEGURIDAD: SEGLOGIN.DAT no existe"
001550         ELSE
001560             DISPLAY "REPORTE-SEGURIDAD: no se pudo abrir "
001570                 "SEGLOGIN.DAT"
001580         END-IF
001590     END-IF.
001600     PERFORM 9100-BITACORA-FIN.
001610     STOP RUN.
001620
001630*----------------------------------------------------------------
001640* 1000  INICIALIZACION - toma el periodo de FECHA-DESDE / FECHA-
001650*       HASTA (del primero del mes a hoy si vienen en blanco) y
001660*       los parametros de rafaga, limpia las tablas y abre
001670*       SEGLOGIN.DAT.
001680*----------------------------------------------------------------
001690 1000-INICIALIZAR.
001700     ACCEPT RSEG-FECHA-DESDE FROM ENVIRONMENT "FECHA-DESDE".
001710     ACCEPT RSEG-FECHA-HASTA FROM ENVIRONMENT "FECHA-HASTA".
001720     ACCEPT RSEG-HOY FROM DATE YYYYMMDD.
001730     IF RSEG-FECHA-DESDE = SPACES
001740         MOVE RSEG-HOY TO RSEG-FECHA-DESDE
001750         MOVE "01" TO RSEG-FECHA-DESDE (7:2)
001760     END-IF.
001770     IF RSEG-FECHA-HASTA = SPACES
001780         MOVE RSEG-HOY TO RSEG-FECHA-HASTA
001790     END-IF.
001800     ACCEPT RSEG-RAFAGA-CANT-ENT FROM ENVIRONMENT
001810         "RSEG-RAFAGA-CANT".
001820     IF RSEG-RAFAGA-CANT-ENT NOT = SPACES
001830         AND FUNCTION TEST-NUMVAL(RSEG-RAFAGA-CANT-ENT) = 0
001840         COMPUTE RSEG-RAFAGA-CANT =
001850             FUNCTION NUMVAL(RSEG-RAFAGA-CANT-ENT)
001860     END-IF.
001870     IF RSEG-RAFAGA-CANT < 2
001880         MOVE 2 TO RSEG-RAFAGA-CANT
001890     END-IF.
001900     ACCEPT RSEG-RAFAGA-MIN-ENT FROM ENVIRONMENT
001910         "RSEG-RAFAGA-MIN".
001920     IF RSEG-RAFAGA-MIN-ENT NOT = SPACES
001930         AND FUNCTION TEST-NUMVAL(RSEG-RAFAGA-MIN-ENT) = 0
001940         COMPUTE RSEG-RAFAGA-MIN =
001950             FUNCTION NUMVAL(RSEG-RAFAGA-MIN-ENT)
001960     END-IF.
001970     DISPLAY "REPORTE-SEGURIDAD: periodo " RSEG-FECHA-DESDE
001980         " a " RSEG-FECHA-HASTA.
001990     INITIALIZE RSEG-TOTALES RSEG-TABLA-USUARIOS
002000         RSEG-TABLA-HORAS RSEG-TABLA-BLOQUEOS
002010         RSEG-TABLA-DESCONOCIDOS.
002020     OPEN INPUT ARCH-SEGURIDAD.
002030 1000-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------------
002070* 2000  ACUMULACION - cada evento del periodo suma en el total de
002080*       su tipo; las fallas suman ademas en su hora del dia y,
002090*       salvo el codigo inexistente, en la tabla por usuario.
002100*       Los bloqueos y los codigos inexistentes se guardan para
002110*       listarlos al pie.  Los eventos fuera del periodo solo se
002120*       cuentan.
002130*----------------------------------------------------------------
002140 2000-ACUMULAR-EVENTO.
002150     ADD 1 TO RSEG-TOT-LEIDOS.
002160     IF SEG-FECHA < RSEG-FECHA-DESDE
002170         OR SEG-FECHA > RSEG-FECHA-HASTA
002180         ADD 1 TO RSEG-TOT-FUERA
002190     ELSE
002200         PERFORM 2050-CLASIFICAR-EVENTO THRU 2050-EXIT
002210     END-IF.
002220     PERFORM 2100-LEER-EVENTO.
002230
002240 2050-CLASIFICAR-EVENTO.
002250     EVALUATE TRUE
002260         WHEN SEG-EV-EXITO
002270             ADD 1 TO RSEG-TOT-EXITO
002280         WHEN SEG-EV-CAMBIO-OBLIGADO
002290             ADD 1 TO RSEG-TOT-CAMBIO
002300         WHEN SEG-EV-CLAVE-INCORRECTA
002310             ADD 1 TO RSEG-TOT-CLAVE
002320         WHEN SEG-EV-BLOQUEO
002330             ADD 1 TO RSEG-TOT-BLOQUEO
002340             PERFORM 2300-ANOTAR-BLOQUEO THRU 2300-EXIT
002350         WHEN SEG-EV-BLOQUEADO
002360             ADD 1 TO RSEG-TOT-BLOQUEADO
002370         WHEN SEG-EV-INACTIVO
002380             ADD 1 TO RSEG-TOT-INACTIVO
002390         WHEN SEG-EV-PENDIENTE
002400             ADD 1 TO RSEG-TOT-PENDIENTE
002410         WHEN SEG-EV-DESCONOCIDO
002420             ADD 1 TO RSEG-TOT-DESCONOCIDO
002430             PERFORM 2400-ANOTAR-DESCONOCIDO THRU 2400-EXIT
002440         WHEN SEG-EV-CLAVE-NUEVA-INVAL
002450             ADD 1 TO RSEG-TOT-CLAVE-NUEVA
002460         WHEN OTHER
002470             ADD 1 TO RSEG-TOT-ERROR
002480     END-EVALUATE.
002490     IF SEG-EV-FALLA
002500         ADD 1 TO RSEG-TOT-FALLAS
002510         MOVE SEG-HORA TO RSEG-HORA-EVENTO
002520         IF RSEG-HH NUMERIC AND RSEG-HH < 24
002530             COMPUTE RSEG-IDX-HORA = RSEG-HH + 1
002540             ADD 1 TO RSEG-HORA-FALLAS (RSEG-IDX-HORA)
002550         END-IF
002560         IF NOT SEG-EV-DESCONOCIDO
002570             PERFORM 2200-ACUMULAR-USUARIO THRU 2200-EXIT
002580         END-IF
002590     END-IF.
002600 2050-EXIT.
002610     EXIT.
002620
002630 2100-LEER-EVENTO.
002640     READ ARCH-SEGURIDAD
002650         AT END
002660             SET RSEG-SEG-EOF TO TRUE
002670     END-READ.
002680
002690*----------------------------------------------------------------
002700* 2200  busca el usuario del evento en la tabla de usuarios con
002710*       fallas; si esta le suma, si no lo agrega (con aviso
002720*       unico si la tabla de 100 se llena).
002730*----------------------------------------------------------------
002740 2200-ACUMULAR-USUARIO.
002750     MOVE "N" TO RSEG-USR-HALLADO-SW.
002760     PERFORM 2210-COMPARAR-USUARIO
002770         VARYING RSEG-IDX-USUARIO FROM 1 BY 1
002780         UNTIL RSEG-IDX-USUARIO > RSEG-CANT-USUARIOS
002790             OR RSEG-USR-HALLADO.
002800     IF NOT RSEG-USR-HALLADO
002810         IF RSEG-CANT-USUARIOS < 100
002820             ADD 1 TO RSEG-CANT-USUARIOS
002830             MOVE SEG-USUARIO
002840                 TO RSEG-USR-CODIGO (RSEG-CANT-USUARIOS)
002850             MOVE RSEG-CANT-USUARIOS TO RSEG-IDX-USUARIO
002860             PERFORM 2220-SUMAR-USUARIO
002870         ELSE
002880             IF NOT RSEG-TABLA-USR-LLENA
002890                 DISPLAY "ADVERTENCIA: tabla de usuarios llena "
002900                     "(100), el desglose por usuario queda "
002910                     "incompleto"
002920                 SET RSEG-TABLA-USR-LLENA TO TRUE
002930             END-IF
002940         END-IF
002950     END-IF.
002960 2200-EXIT.
002970     EXIT.
002980
002990 2210-COMPARAR-USUARIO.
003000     IF RSEG-USR-CODIGO (RSEG-IDX-USUARIO) = SEG-USUARIO
003010         SET RSEG-USR-HALLADO TO TRUE
003020         PERFORM 2220-SUMAR-USUARIO
003030     END-IF.
003040
003050 2220-SUMAR-USUARIO.
003060     EVALUATE TRUE
003070         WHEN SEG-EV-CLAVE-INCORRECTA
003080             ADD 1 TO RSEG-USR-CLAVE (RSEG-IDX-USUARIO)
003090         WHEN SEG-EV-BLOQUEO
003100             ADD 1 TO RSEG-USR-BLOQUEO (RSEG-IDX-USUARIO)
003110         WHEN SEG-EV-BLOQUEADO
003120             ADD 1 TO RSEG-USR-BLOQUEADO (RSEG-IDX-USUARIO)
003130         WHEN SEG-EV-INACTIVO
003140             ADD 1 TO RSEG-USR-INACTIVO (RSEG-IDX-USUARIO)
003150         WHEN SEG-EV-PENDIENTE
003160             ADD 1 TO RSEG-USR-PENDIENTE (RSEG-IDX-USUARIO)
003170     END-EVALUATE.
003180
003190*----------------------------------------------------------------
003200* 2300  anota el bloqueo en la lista del periodo (con aviso
003210*       unico si la tabla de 100 se llena; el total sigue
003220*       contando igual).
003230*----------------------------------------------------------------
003240 2300-ANOTAR-BLOQUEO.
003250     IF RSEG-CANT-BLOQUEOS < 100
003260         ADD 1 TO RSEG-CANT-BLOQUEOS
003270         MOVE SEG-FECHA TO RSEG-BLQ-FECHA (RSEG-CANT-BLOQUEOS)
003280         MOVE SEG-HORA TO RSEG-BLQ-HORA (RSEG-CANT-BLOQUEOS)
003290         MOVE SEG-USUARIO TO RSEG-BLQ-USUARIO (RSEG-CANT-BLOQUEOS)
003300         MOVE SEG-PROGRAMA
003310             TO RSEG-BLQ-PROGRAMA (RSEG-CANT-BLOQUEOS)
003320     ELSE
003330         IF NOT RSEG-TABLA-BLQ-LLENA
003340             DISPLAY "ADVERTENCIA: tabla de bloqueos llena "
003350                 "(100), la lista de bloqueos queda incompleta"
003360             SET RSEG-TABLA-BLQ-LLENA TO TRUE
003370         END-IF
003380     END-IF.
003390 2300-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430* 2400  guarda el codigo inexistente con su minuto del dia para
003440*       la busqueda de rafagas (con aviso unico si la tabla de
003450*       500 se llena).
003460*----------------------------------------------------------------
003470 2400-ANOTAR-DESCONOCIDO.
003480     IF RSEG-CANT-DESCONOCIDOS < 500
003490         ADD 1 TO RSEG-CANT-DESCONOCIDOS
003500         MOVE SEG-FECHA
003510             TO RSEG-DES-FECHA (RSEG-CANT-DESCONOCIDOS)
003520         MOVE SEG-HORA TO RSEG-DES-HORA (RSEG-CANT-DESCONOCIDOS)
003530         MOVE SEG-USUARIO
003540             TO RSEG-DES-USUARIO (RSEG-CANT-DESCONOCIDOS)
003550         MOVE SEG-PROGRAMA
003560             TO RSEG-DES-PROGRAMA (RSEG-CANT-DESCONOCIDOS)
003570         MOVE SEG-HORA TO RSEG-HORA-EVENTO
003580         IF RSEG-HH NUMERIC AND RSEG-MM NUMERIC
003590             COMPUTE RSEG-DES-MINUTO (RSEG-CANT-DESCONOCIDOS) =
003600                 RSEG-HH * 60 + RSEG-MM
003610         ELSE
003620             MOVE ZERO
003630                 TO RSEG-DES-MINUTO (RSEG-CANT-DESCONOCIDOS)
003640         END-IF
003650     ELSE
003660         IF NOT RSEG-TABLA-DES-LLENA
003670             DISPLAY "ADVERTENCIA: tabla de codigos inexistentes "
003680                 "llena (500), la busqueda de rafagas queda "
003690                 "incompleta"
003700             SET RSEG-TABLA-DES-LLENA TO TRUE
003710         END-IF
003720     END-IF.
003730 2400-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------
003770* 4000  IMPRESION DEL REPORTE - totales por tipo de evento,
003780*       fallas por usuario, fallas por hora, bloqueos del
003790*       periodo y rafagas de codigos inexistentes.
003800*----------------------------------------------------------------
003810 4000-IMPRIMIR-REPORTE.
003820     DISPLAY "REPORTE DE SEGURIDAD DEL LOGIN " RSEG-FECHA-DESDE
003830         " A " RSEG-FECHA-HASTA.
003840     DISPLAY "__________________________________________________".
003850     DISPLAY "EVENTOS POR TIPO".
003860     MOVE RSEG-TOT-EXITO TO RSEG-CANT-EDIT.
003870     DISPLAY "   login exitoso            : " RSEG-CANT-EDIT.
003880     MOVE RSEG-TOT-CAMBIO TO RSEG-CANT-EDIT.
003890     DISPLAY "   cambio de clave obligado : " RSEG-CANT-EDIT.
003900     MOVE RSEG-TOT-CLAVE TO RSEG-CANT-EDIT.
003910     DISPLAY "   clave incorrecta         : " RSEG-CANT-EDIT.
003920     MOVE RSEG-TOT-BLOQUEO TO RSEG-CANT-EDIT.
003930     DISPLAY "   bloqueo de cuenta        : " RSEG-CANT-EDIT.
003940     MOVE RSEG-TOT-BLOQUEADO TO RSEG-CANT-EDIT.
003950     DISPLAY "   cuenta ya bloqueada      : " RSEG-CANT-EDIT.
003960     MOVE RSEG-TOT-INACTIVO TO RSEG-CANT-EDIT.
003970     DISPLAY "   cuenta inactiva          : " RSEG-CANT-EDIT.
003980     MOVE RSEG-TOT-PENDIENTE TO RSEG-CANT-EDIT.
003990     DISPLAY "   alta pendiente           : " RSEG-CANT-EDIT.
004000     MOVE RSEG-TOT-DESCONOCIDO TO RSEG-CANT-EDIT.
004010     DISPLAY "   codigo inexistente       : " RSEG-CANT-EDIT.
004020     MOVE RSEG-TOT-CLAVE-NUEVA TO RSEG-CANT-EDIT.
004030     DISPLAY "   clave nueva invalida     : " RSEG-CANT-EDIT.
004040     MOVE RSEG-TOT-ERROR TO RSEG-CANT-EDIT.
004050     DISPLAY "   error de archivo         : " RSEG-CANT-EDIT.
004060     MOVE RSEG-TOT-FALLAS TO RSEG-CANT-EDIT.
004070     DISPLAY "   TOTAL FALLAS DEL PERIODO : " RSEG-CANT-EDIT.
004080     MOVE RSEG-TOT-FUERA TO RSEG-CANT-EDIT.
004090     DISPLAY "   eventos fuera del periodo: " RSEG-CANT-EDIT.
004100     DISPLAY "__________________________________________________".
004110     DISPLAY "FALLAS POR USUARIO   CLAVE BLOQUEO BLOQ.  INAC.  "
004120         "PEND.".
004130     IF RSEG-CANT-USUARIOS = ZERO
004140         DISPLAY "   (sin fallas de usuarios existentes)"
004150     ELSE
004160         PERFORM 4100-IMPRIMIR-USUARIO
004170             VARYING RSEG-IDX-USUARIO FROM 1 BY 1
004180             UNTIL RSEG-IDX-USUARIO > RSEG-CANT-USUARIOS
004190     END-IF.
004200     DISPLAY "__________________________________________________".
004210     DISPLAY "FALLAS POR HORA DEL DIA".
004220     IF RSEG-TOT-FALLAS = ZERO
004230         DISPLAY "   (sin fallas en el periodo)"
004240     ELSE
004250         PERFORM 4200-IMPRIMIR-HORA
004260             VARYING RSEG-IDX-HORA FROM 1 BY 1
004270             UNTIL RSEG-IDX-HORA > 24
004280     END-IF.
004290     DISPLAY "__________________________________________________".
004300     DISPLAY "BLOQUEOS DE CUENTA DEL PERIODO".
004310     IF RSEG-CANT-BLOQUEOS = ZERO
004320         DISPLAY "   (sin bloqueos en el periodo)"
004330     ELSE
004340         PERFORM 4300-IMPRIMIR-BLOQUEO
004350             VARYING RSEG-IDX-BLOQUEO FROM 1 BY 1
004360             UNTIL RSEG-IDX-BLOQUEO > RSEG-CANT-BLOQUEOS
004370     END-IF.
004380     DISPLAY "__________________________________________________".
004390     MOVE RSEG-RAFAGA-CANT TO RSEG-CANT-EDIT.
004400     MOVE RSEG-RAFAGA-MIN TO RSEG-CANT-EDIT-2.
004410     DISPLAY "RAFAGAS DE CODIGOS INEXISTENTES (" RSEG-CANT-EDIT
004420         " o mas en " RSEG-CANT-EDIT-2 " minutos)".
004430     PERFORM 5000-BUSCAR-RAFAGAS THRU 5000-EXIT.
004440     IF RSEG-CANT-RAFAGAS = ZERO
004450         DISPLAY "   (sin rafagas en el periodo)"
004460     END-IF.
004470 4000-EXIT.
004480     EXIT.
004490
004500 4100-IMPRIMIR-USUARIO.
004510     MOVE RSEG-USR-CLAVE (RSEG-IDX-USUARIO) TO RSEG-CANT-EDIT.
004520     MOVE RSEG-USR-BLOQUEO (RSEG-IDX-USUARIO) TO RSEG-CANT-EDIT-2.
004530     MOVE RSEG-USR-BLOQUEADO (RSEG-IDX-USUARIO)
004540         TO RSEG-CANT-EDIT-3.
004550     MOVE RSEG-USR-INACTIVO (RSEG-IDX-USUARIO)
004560         TO RSEG-CANT-EDIT-4.
004570     MOVE RSEG-USR-PENDIENTE (RSEG-IDX-USUARIO)
004580         TO RSEG-CANT-EDIT-5.
004590     DISPLAY "   " RSEG-USR-CODIGO (RSEG-IDX-USUARIO) "     "
004600         RSEG-CANT-EDIT "   " RSEG-CANT-EDIT-2 " "
004610         RSEG-CANT-EDIT-3 "  " RSEG-CANT-EDIT-4 "  "
004620         RSEG-CANT-EDIT-5.
004630
004640 4200-IMPRIMIR-HORA.
004650     IF RSEG-HORA-FALLAS (RSEG-IDX-HORA) > ZERO
004660         COMPUTE RSEG-HORA-EDIT = RSEG-IDX-HORA - 1
004670         MOVE RSEG-HORA-FALLAS (RSEG-IDX-HORA) TO RSEG-CANT-EDIT
004680         DISPLAY "   " RSEG-HORA-EDIT ":00 a " RSEG-HORA-EDIT
004690             ":59  fallas: " RSEG-CANT-EDIT
004700     END-IF.
004710
004720 4300-IMPRIMIR-BLOQUEO.
004730     DISPLAY "   " RSEG-BLQ-FECHA (RSEG-IDX-BLOQUEO) " "
004740         RSEG-BLQ-HORA (RSEG-IDX-BLOQUEO) (1:6) " usuario "
004750         RSEG-BLQ-USUARIO (RSEG-IDX-BLOQUEO) " desde "
004760         RSEG-BLQ-PROGRAMA (RSEG-IDX-BLOQUEO).
004770
004780*----------------------------------------------------------------
004790* 5000  RAFAGAS - recorre los codigos inexistentes en el orden en
004800*       que se grabaron; desde cada uno cuenta los siguientes de
004810*       la misma fecha que caen dentro de la ventana de minutos.
004820*       Si llegan a la cantidad minima es una rafaga: se lista
004830*       con su detalle y la busqueda sigue despues del ultimo
004840*       evento de la ventana, para no informar la misma rafaga
004850*       dos veces.
004860*----------------------------------------------------------------
004870 5000-BUSCAR-RAFAGAS.
004880     MOVE ZERO TO RSEG-CANT-RAFAGAS.
004890     MOVE 1 TO RSEG-IDX-DESDE.
004900     PERFORM 5100-EVALUAR-VENTANA THRU 5100-EXIT
004910         UNTIL RSEG-IDX-DESDE > RSEG-CANT-DESCONOCIDOS.
004920 5000-EXIT.
004930     EXIT.
004940
004950 5100-EVALUAR-VENTANA.
004960     COMPUTE RSEG-MINUTO-LIMITE =
004970         RSEG-DES-MINUTO (RSEG-IDX-DESDE) + RSEG-RAFAGA-MIN.
004980     MOVE 1 TO RSEG-CANT-EN-VENTANA.
004990     MOVE RSEG-IDX-DESDE TO RSEG-IDX-HASTA.
005000     MOVE "N" TO RSEG-FIN-VENTANA-SW.
005010     PERFORM 5110-EXTENDER-VENTANA
005020         UNTIL RSEG-FIN-VENTANA.
005030     IF RSEG-CANT-EN-VENTANA < RSEG-RAFAGA-CANT
005040         ADD 1 TO RSEG-IDX-DESDE
005050         GO TO 5100-EXIT
005060     END-IF.
005070     ADD 1 TO RSEG-CANT-RAFAGAS.
005080     MOVE RSEG-CANT-EN-VENTANA TO RSEG-CANT-EDIT.
005090     DISPLAY "   " RSEG-DES-FECHA (RSEG-IDX-DESDE) " de "
005100         RSEG-DES-HORA (RSEG-IDX-DESDE) (1:6) " a "
005110         RSEG-DES-HORA (RSEG-IDX-HASTA) (1:6)
005120         " intentos: " RSEG-CANT-EDIT.
005130     PERFORM 5200-IMPRIMIR-DETALLE
005140         VARYING RSEG-IDX-DETALLE FROM RSEG-IDX-DESDE BY 1
005150         UNTIL RSEG-IDX-DETALLE > RSEG-IDX-HASTA.
005160     COMPUTE RSEG-IDX-DESDE = RSEG-IDX-HASTA + 1.
005170 5100-EXIT.
005180     EXIT.
005190
005200 5110-EXTENDER-VENTANA.
005210     IF RSEG-IDX-HASTA >= RSEG-CANT-DESCONOCIDOS
005220         SET RSEG-FIN-VENTANA TO TRUE
005230     ELSE
005240         IF RSEG-DES-FECHA (RSEG-IDX-HASTA + 1) =
005250             RSEG-DES-FECHA (RSEG-IDX-DESDE)
005260             AND RSEG-DES-MINUTO (RSEG-IDX-HASTA + 1) NOT >
005270                 RSEG-MINUTO-LIMITE
005280             ADD 1 TO RSEG-IDX-HASTA
005290             ADD 1 TO RSEG-CANT-EN-VENTANA
005300         ELSE
005310             SET RSEG-FIN-VENTANA TO TRUE
005320         END-IF
005330     END-IF.
005340
005350 5200-IMPRIMIR-DETALLE.
005360     DISPLAY "              " RSEG-DES-HORA (RSEG-IDX-DETALLE)
005370         (1:6) " codigo " RSEG-DES-USUARIO (RSEG-IDX-DETALLE)
005380         " desde " RSEG-DES-PROGRAMA (RSEG-IDX-DETALLE).
005390
005400*----------------------------------------------------------------
005410* 9000  BITACORA DE CORRIDAS - constancia de arranque y cierre
005420*       (eventos leidos y codigo de terminacion: 00 reporte
005430*       emitido, 90 sin SEGLOGIN.DAT) en CORRIDAS.DAT via el
005440*       subprograma BITACORA.
005450*----------------------------------------------------------------
005460 9000-BITACORA-INICIO.
005470     MOVE "REPORTESEG" TO BIT-PROGRAMA.
005480     MOVE SPACES TO BIT-MODO.
005490     SET BIT-FUN-INICIO TO TRUE.
005500     CALL "BITACORA" USING RSEG-BITACORA.
005510
005520 9100-BITACORA-FIN.
005530     SET BIT-FUN-FIN TO TRUE.
005540     MOVE RSEG-TOT-LEIDOS TO BIT-LEIDAS.
005550     MOVE ZERO TO BIT-GRABADAS BIT-RECHAZADAS.
005560     MOVE RSEG-BIT-RC TO BIT-RC.
005570     CALL "BITACORA" USING RSEG-BITACORA.
005580
005590 END PROGRAM REPORTE-SEGURIDAD.
