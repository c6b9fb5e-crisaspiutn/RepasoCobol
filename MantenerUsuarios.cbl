000912*                  copybooks ALTREG/AERREG, compartidos con
000913*                  IMPORTAR-ALTAS y REPRESENTAR-RECHAZOS, igual
000914*                  que AUDREG.
000915*   2026-10-15 RC  Limites de monto por rol: la nueva opcion [U]
000916*                  (6700-RETENIDAS, marca de aprobar del rol)
000917*                  recorre PENDAUT.DAT, las operaciones de la
000918*                  calculadora retenidas por exceder el limite, y
000919*                  las libera (se graban en AUDITORI.DAT y, si
000920*                  vienen de un lote, en REPOLOTE.DAT con la fecha
000921*                  y hora originales) o las rechaza; nadie
000922*                  resuelve una operacion propia.  El menu de
000923*                  roles gana [L] (8600-LIMITES-MONTO) para cargar
000924*                  el maestro LIMITES.DAT por rol y usuario.
000925*   2026-10-15 RC  Nueva opcion [N] (6800-ANULAR-OPERACION, marca
000926*                  de aprobar del rol): anula una operacion de
000927*                  AUDITORI.DAT por su numero grabando un asiento
000928*                  de reversa (tipo "R") que apunta al original,
000929*                  con quien anula y el motivo (si el asiento no
000930*                  se graba no hay anulacion).  No se anula una
000931*                  inexistente (o ya en AUDH por CIERRE-MENSUAL),
000932*                  una reversa, una ya anulada ni una propia.  Las
000933*                  lineas de 6760 llevan numero de operacion.
000934*   2026-10-15 RC  La corrida de lote no tiene identificador de
000935*                  lote: BIT-LOTE-ID va en blancos.
000936*   2026-10-15 RC  La retenida se regraba antes de auditarla y
000937*                  un plan liberado se imprime (PLANCUOTAS).
000938******************************************************************
000939 IDENTIFICATION DIVISION.
000940 PROGRAM-ID. MANTENER-USUARIOS.

000950 ENVIRONMENT DIVISION.
001100         RECORD KEY IS ROL-NOMBRE OF FD-ROL
001110         FILE STATUS IS MANT-ROL-STATUS.

001111     SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORI.DAT"
001112         ORGANIZATION IS SEQUENTIAL
001113         FILE STATUS IS MANT-AUD-STATUS.

001115     SELECT ARCH-REPOLOTE ASSIGN TO "REPOLOTE.DAT"
001116         ORGANIZATION IS SEQUENTIAL
001117         FILE STATUS IS MANT-REPO-STATUS.

001120     SELECT ARCH-JOURNAL ASSIGN TO "USRJRNL.DAT"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS MANT-JRN-STATUS.

001141     SELECT ARCH-LIMITES ASSIGN TO "LIMITES.DAT"
001142         ORGANIZATION IS INDEXED
001143         ACCESS MODE IS RANDOM
001144         RECORD KEY IS LIM-CLAVE
001145         FILE STATUS IS MANT-LIM-STATUS.

001147     SELECT ARCH-PENDAUT ASSIGN TO "PENDAUT.DAT"
001148         ORGANIZATION IS SEQUENTIAL
001149         FILE STATUS IS MANT-RET-STATUS.

001150     SELECT ARCH-USUARIOS ASSIGN TO "USUARIOS.DAT"
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS SEQUENTIAL
001230 01  REG-ALTALOTE.
001240     COPY ALTREG.

001241 FD  ARCH-AUDITORIA.
001242 01  REG-AUDITORIA.
001243     COPY AUDREG.

001245 FD  ARCH-REPOLOTE.
001246 01  REG-REPOLOTE.
001247     COPY REPREG.

001300 FD  ARCH-ALTAREPO.
001310 01  REG-ALTAREPO.
001320     05  REPO-DNI                    PIC X(08).
001490 01  FD-USR.
001500     COPY USRREG.

001501 FD  ARCH-LIMITES.
001502 01  FD-LIM.
001503     COPY LIMREG.

001505 FD  ARCH-PENDAUT.
001506 01  REG-PENDAUT.
001507     COPY PNDREG.

001510 WORKING-STORAGE SECTION.
001520 01  MANT-MODO                   PIC X(04) VALUE SPACES.
001530     88  MANT-MODO-LOTE              VALUE "LOTE".
002350 01  MANT-PEND-LLENA-SW          PIC X(01) VALUE "N".
002360     88  MANT-PEND-LLENA             VALUE "S".

002361*    operaciones retenidas por limite de monto (PENDAUT.DAT) y
002362*    maestro de limites LIMITES.DAT
002363 01  MANT-RET-STATUS             PIC X(02) VALUE SPACES.
002364     88  MANT-RET-OK                 VALUE "00".
002365     88  MANT-RET-NO-EXISTE          VALUE "35".
002366 01  MANT-RET-EOF-SW             PIC X(01) VALUE "N".
002367     88  MANT-RET-EOF                VALUE "S".
002368 01  MANT-RET-VISTAS             PIC 9(07) VALUE ZERO.
002369 01  MANT-RET-RESUELTAS          PIC 9(07) VALUE ZERO.
002370 01  MANT-AUD-STATUS             PIC X(02) VALUE SPACES.
002371     88  MANT-AUD-OK                 VALUE "00".
002372     88  MANT-AUD-NO-EXISTE          VALUE "35".
002373 01  MANT-REPO-STATUS            PIC X(02) VALUE SPACES.
002374     88  MANT-REPO-OK                VALUE "00".
002375     88  MANT-REPO-NO-EXISTE         VALUE "35".
002376 01  MANT-LIM-STATUS             PIC X(02) VALUE SPACES.
002377     88  MANT-LIM-OK                 VALUE "00".
002378     88  MANT-LIM-NO-EXISTE          VALUE "35".
002379 01  MANT-LIM-EXISTE-SW          PIC X(01) VALUE "N".
002380     88  MANT-LIM-EXISTE             VALUE "S".
002381 01  MANT-MONTO-ENTRADA          PIC X(18).
002382 01  MANT-MONTO                  PIC S9(11)V99 VALUE ZERO.
002383 01  MANT-MONTO-OK-SW            PIC X(01) VALUE "N".
002384     88  MANT-MONTO-OK               VALUE "S".
002385 01  MANT-ED-NUMERO1             PIC -(7)9.99.
002386 01  MANT-ED-NUMERO2             PIC -(7)9.99.
002387 01  MANT-ED-RESULTADO           PIC -(7)9.99.
002388 01  MANT-ED-MONTO               PIC Z(10)9.99.
002389 01  MANT-ED-LIMITE              PIC Z(10)9.99.
002390 01  MANT-ANU-NUMERO             PIC 9(09) VALUE ZERO.
002391 01  MANT-ANU-EOF-SW             PIC X(01) VALUE "N".
002392     88  MANT-ANU-EOF                VALUE "S".
002393 01  MANT-ANU-HALLADA-SW         PIC X(01) VALUE "N".
002394     88  MANT-ANU-HALLADA            VALUE "S".
002395 01  MANT-ANU-ES-REVERSA-SW      PIC X(01) VALUE "N".
002396     88  MANT-ANU-ES-REVERSA         VALUE "S".
002397 01  MANT-ANU-YA-ANULADA-SW      PIC X(01) VALUE "N".
002398     88  MANT-ANU-YA-ANULADA         VALUE "S".
002399 01  MANT-ANU-GRABADA-SW         PIC X(01) VALUE "N".
002400     88  MANT-ANU-GRABADA            VALUE "S".
002401 01  MANT-ANU-ORIGINAL.
002402     05  MANT-ANU-FECHA          PIC X(08).
002403     05  MANT-ANU-HORA           PIC X(08).
002404     05  MANT-ANU-USUARIO        PIC X(10).
002405     05  MANT-ANU-OPCION         PIC 9(01).
002406     05  MANT-ANU-NUMERO1        PIC S9(07)V99.
002407     05  MANT-ANU-NUMERO2        PIC S9(07)V99.
002408     05  MANT-ANU-RESULTADO      PIC S9(07)V99.
002409     05  MANT-ANU-LOTE-ID        PIC X(10).
002410 01  MANT-ANU-MOTIVO             PIC X(30) VALUE SPACES.
002411 01  MANT-NUMERADOR.
002412     COPY PARMNUM.

002413 01  MANT-PARM.
002414     COPY PARMUSR.
002415
002416 01  MANT-BITACORA.
002417     COPY PARMBIT.
002420 01  MANT-BIT-RC                 PIC 9(02) VALUE 90.
002421 01  MANT-PLAN.
002422     COPY PARMCUO.

002430 PROCEDURE DIVISION.
002440 0000-MAINLINE.
003730     END-IF.
003740     IF MANT-PUEDE-APRUEBA
003750         DISPLAY "[P] Pendientes de aprobacion"
003751         DISPLAY "[U] Operaciones retenidas por limite"
003752         DISPLAY "[N] Anular operacion auditada"
003760     END-IF.
003770     IF MANT-PUEDE-ROLES
003780         DISPLAY "[T] Roles"
004250                 DISPLAY "ERROR: su rol no autoriza la "
004260                     "aprobacion de altas"
004270             END-IF
004271         WHEN "U" WHEN "u"
004272             IF MANT-PUEDE-APRUEBA
004273                 PERFORM 6700-RETENIDAS THRU 6700-EXIT
004274             ELSE
004275                 DISPLAY "ERROR: su rol no autoriza la "
004276                     "liberacion de operaciones retenidas"
004277             END-IF
004280         WHEN "T" WHEN "t"
004290             IF MANT-PUEDE-ROLES
004300                 PERFORM 8000-MENU-ROLES THRU 8000-EXIT
004320                 DISPLAY "ERROR: su rol no autoriza el "
004330                     "mantenimiento de roles"
004340             END-IF
004341         WHEN "N" WHEN "n"
004342             IF MANT-PUEDE-APRUEBA
004343                 PERFORM 6800-ANULAR-OPERACION THRU 6800-EXIT
004344             ELSE
004345                 DISPLAY "ERROR: su rol no autoriza la "
004346                     "anulacion de operaciones"
004347             END-IF
004350         WHEN "S" WHEN "s"
004360             SET MANT-SALIR TO TRUE
004370         WHEN OTHER
008300     DISPLAY "[A] Alta de rol".
008310     DISPLAY "[M] Modificar rol".
008320     DISPLAY "[C] Consultar rol".
008321     DISPLAY "[L] Limites de monto".
008330     DISPLAY "[V] Volver".
008340     ACCEPT MANT-OPCION.
008350     EVALUATE MANT-OPCION
008390             PERFORM 8300-MODIFICAR-ROL THRU 8300-EXIT
008400         WHEN "C" WHEN "c"
008410             PERFORM 8400-CONSULTAR-ROL THRU 8400-EXIT
008411         WHEN "L" WHEN "l"
008412             PERFORM 8600-LIMITES-MONTO THRU 8600-EXIT
008420         WHEN "V" WHEN "v"
008430             SET MANT-ROLES-FIN TO TRUE
008440         WHEN OTHER
011070 9000-BITACORA-INICIO.
011080     MOVE "MANTENEDOR" TO BIT-PROGRAMA.
011090     MOVE MANT-MODO TO BIT-MODO.
011091     MOVE SPACES TO BIT-LOTE-ID.
011100     SET BIT-FUN-INICIO TO TRUE.
011110     CALL "BITACORA" USING MANT-BITACORA.
011120
011180     MOVE MANT-BIT-RC TO BIT-RC.
011190     CALL "BITACORA" USING MANT-BITACORA.
011200
011201*----------------------------------------------------------------
011202* 6700  OPERACIONES RETENIDAS POR LIMITE - recorre PENDAUT.DAT
011203*       (abierto I-O, se regraba cada fila resuelta) y muestra
011204*       cada operacion todavia retenida con el limite que
011205*       excedio.  Liberarla la graba en AUDITORI.DAT (y en
011206*       REPOLOTE.DAT si vino de un lote, para que el lote siga
011207*       conciliando) con la fecha, hora y usuario originales;
011208*       rechazarla la deja fuera de ambos.  Quien resuelve no
011209*       puede ser quien opero, igual que en la cola de altas.
011210*----------------------------------------------------------------
011211 6700-RETENIDAS.
011212     MOVE ZERO TO MANT-RET-VISTAS.
011213     MOVE ZERO TO MANT-RET-RESUELTAS.
011214     MOVE "N" TO MANT-RET-EOF-SW.
011215     OPEN I-O ARCH-PENDAUT.
011216     IF NOT MANT-RET-OK
011217         IF MANT-RET-NO-EXISTE
011218             DISPLAY "no hay operaciones retenidas por limite"
011219         ELSE
011220             DISPLAY "ERROR: no se pudo abrir PENDAUT.DAT"
011221         END-IF
011222         GO TO 6700-EXIT
011223     END-IF.
011224     OPEN EXTEND ARCH-AUDITORIA.
011225     IF MANT-AUD-NO-EXISTE
011226         OPEN OUTPUT ARCH-AUDITORIA
011227         CLOSE ARCH-AUDITORIA
011228         OPEN EXTEND ARCH-AUDITORIA
011229     END-IF.
011230     IF NOT MANT-AUD-OK
011231         DISPLAY "ERROR: no se pudo abrir AUDITORI.DAT"
011232         CLOSE ARCH-PENDAUT
011233         GO TO 6700-EXIT
011234     END-IF.
011235     OPEN EXTEND ARCH-REPOLOTE.
011236     IF MANT-REPO-NO-EXISTE
011237         OPEN OUTPUT ARCH-REPOLOTE
011238         CLOSE ARCH-REPOLOTE
011239         OPEN EXTEND ARCH-REPOLOTE
011240     END-IF.
011241     IF NOT MANT-REPO-OK
011242         DISPLAY "ERROR: no se pudo abrir REPOLOTE.DAT"
011243         CLOSE ARCH-PENDAUT ARCH-AUDITORIA
011244         GO TO 6700-EXIT
011245     END-IF.
011246     DISPLAY "OPERACIONES RETENIDAS POR LIMITE DE MONTO".
011247     PERFORM 6710-LEER-RETENIDA.
011248     PERFORM 6720-REVISAR-RETENIDA UNTIL MANT-RET-EOF.
011249     CLOSE ARCH-PENDAUT ARCH-AUDITORIA ARCH-REPOLOTE.
011250     IF MANT-RET-VISTAS = ZERO
011251         DISPLAY "no hay operaciones retenidas por limite"
011252     ELSE
011253         DISPLAY "retenidas vistas: " MANT-RET-VISTAS
011254             " resueltas: " MANT-RET-RESUELTAS
011255     END-IF.
011256 6700-EXIT.
011257     EXIT.

011258 6710-LEER-RETENIDA.
011259     READ ARCH-PENDAUT
011260         AT END
011261             SET MANT-RET-EOF TO TRUE
011262     END-READ.

011263 6720-REVISAR-RETENIDA.
011264     IF PEND-RETENIDA
011265         PERFORM 6750-RESOLVER-RETENIDA THRU 6750-EXIT
011266     END-IF.
011267     PERFORM 6710-LEER-RETENIDA.

011268*----------------------------------------------------------------
011269* 6750  una operacion retenida: se muestra con el motivo y se pide
011270*       la decision; la fila se regraba (estado, quien y cuando)
011271*       antes de auditar la liberada, asi no se audita dos veces.
011272*----------------------------------------------------------------
011273 6750-RESOLVER-RETENIDA.
011274     ADD 1 TO MANT-RET-VISTAS.
011275     MOVE PEND-NUMERO1 TO MANT-ED-NUMERO1.
011276     MOVE PEND-NUMERO2 TO MANT-ED-NUMERO2.
011277     MOVE PEND-RESULTADO TO MANT-ED-RESULTADO.
011278     MOVE PEND-MONTO TO MANT-ED-MONTO.
011279     MOVE PEND-LIMITE TO MANT-ED-LIMITE.
011280     DISPLAY "retenida " PEND-FECHA " " PEND-HORA
011281         " usuario " PEND-USUARIO " rol " PEND-ROL.
011282     DISPLAY "   opcion " PEND-OPCION
011283         " numero1 " MANT-ED-NUMERO1
011284         " numero2 " MANT-ED-NUMERO2
011285         " resultado " MANT-ED-RESULTADO.
011286     IF PEND-LOTE-ID NOT = SPACES
011287         DISPLAY "   lote " PEND-LOTE-ID
011288     END-IF.
011289     IF PEND-MOTIVO-OPERACION
011290         DISPLAY "   monto " MANT-ED-MONTO
011291             " supera el limite por operacion " MANT-ED-LIMITE
011292     ELSE
011293         DISPLAY "   monto " MANT-ED-MONTO
011294             " supera el limite diario " MANT-ED-LIMITE
011295     END-IF.
011296     IF PEND-USUARIO = MANT-USUARIO-ACTIVO
011297         DISPLAY "ERROR: no puede resolver una operacion que "
011298             "usted mismo hizo"
011299         GO TO 6750-EXIT
011300     END-IF.
011301     DISPLAY "[L]iberar / [R]echazar / [N]inguno: ".
011302     ACCEPT MANT-RESPUESTA.
011303     EVALUATE MANT-RESPUESTA
011304         WHEN "L" WHEN "l"
011305             SET PEND-LIBERADA TO TRUE
011307         WHEN "R" WHEN "r"
011308             SET PEND-RECHAZADA TO TRUE
011309         WHEN OTHER
011310             DISPLAY "queda retenida"
011311             GO TO 6750-EXIT
011312     END-EVALUATE.
011313     MOVE MANT-USUARIO-ACTIVO TO PEND-USUARIO-RESUELVE.
011314     ACCEPT PEND-FECHA-RESUELVE FROM DATE YYYYMMDD.
011315     ACCEPT PEND-HORA-RESUELVE FROM TIME.
011316     REWRITE REG-PENDAUT.
011317     IF NOT MANT-RET-OK
011318         DISPLAY "ERROR: no se pudo regrabar PENDAUT.DAT, codigo "
011319             MANT-RET-STATUS
011320         GO TO 6750-EXIT
011321     END-IF.
011322     ADD 1 TO MANT-RET-RESUELTAS.
011323     IF PEND-LIBERADA
011324         PERFORM 6760-LIBERAR-RETENIDA THRU 6760-EXIT
011325     ELSE
011326         DISPLAY "operacion rechazada, no se audita"
011327     END-IF.
011328 6750-EXIT.
011329     EXIT.

011330 6760-LIBERAR-RETENIDA.
011331     MOVE PEND-FECHA TO AUD-FECHA.
011332     MOVE PEND-HORA TO AUD-HORA.
011333     MOVE PEND-USUARIO TO AUD-USUARIO.
011334     MOVE PEND-OPCION TO AUD-OPCION.
011335     MOVE PEND-NUMERO1 TO AUD-NUMERO1.
011336     MOVE PEND-NUMERO2 TO AUD-NUMERO2.
011337     MOVE PEND-RESULTADO TO AUD-RESULTADO.
011338     MOVE PEND-LOTE-ID TO AUD-LOTE-ID.
011339     CALL "NUMERADOR" USING MANT-NUMERADOR.
011340     MOVE NUM-OPERACION TO AUD-NUM-OPERACION.
011341     SET AUD-TIPO-OPERACION TO TRUE.
011342     MOVE ZERO TO AUD-OPER-ORIGINAL.
011343     MOVE SPACES TO AUD-FECHA-ORIGINAL AUD-USUARIO-REVERSA
011344                    AUD-MOTIVO-REVERSA.
011345     WRITE REG-AUDITORIA.
011346     IF NOT MANT-AUD-OK
011347         DISPLAY "ERROR: no se pudo grabar AUDITORI.DAT, codigo "
011348             MANT-AUD-STATUS ", la operacion quedo sin auditar"
011349         GO TO 6760-EXIT
011350     END-IF.
011351     PERFORM 6770-COMPLETAR-LIBERACION THRU 6770-EXIT.
011352 6760-EXIT.
011353     EXIT.

011354*----------------------------------------------------------------
011355* 8600  LIMITES DE MONTO - alta o modificacion de una fila de
011356*       LIMITES.DAT: rol y usuario (en blanco, la fila vale para
011357*       todo el rol; la de un usuario pisa la del rol), maximo
011358*       por operacion y maximo diario (cero = sin control).  El
011359*       rol tiene que existir en ROLES.DAT si el maestro de
011360*       roles ya esta cargado.  El archivo se crea vacio la
011361*       primera vez, igual que ROLES.DAT.
011362*----------------------------------------------------------------
011363 8600-LIMITES-MONTO.
011364     DISPLAY "LIMITES DE MONTO".
011365     DISPLAY "rol: ".
011366     ACCEPT ROL-NOMBRE OF FD-ROL.
011367     OPEN INPUT ARCH-ROLES.
011368     IF MANT-ROL-OK
011369         READ ARCH-ROLES
011370             INVALID KEY
011371                 DISPLAY "ERROR: no existe un rol con ese nombre"
011372                 CLOSE ARCH-ROLES
011373                 GO TO 8600-EXIT
011374         END-READ
011375         CLOSE ARCH-ROLES
011376     END-IF.
011377     OPEN I-O ARCH-LIMITES.
011378     IF MANT-LIM-NO-EXISTE
011379         OPEN OUTPUT ARCH-LIMITES
011380         CLOSE ARCH-LIMITES
011381         OPEN I-O ARCH-LIMITES
011382     END-IF.
011383     IF NOT MANT-LIM-OK
011384         DISPLAY "ERROR: no se pudo abrir LIMITES.DAT"
011385         GO TO 8600-EXIT
011386     END-IF.
011387     MOVE ROL-NOMBRE OF FD-ROL TO LIM-ROL.
011388     DISPLAY "usuario (en blanco: todo el rol): ".
011389     ACCEPT LIM-USUARIO.
011390     MOVE "N" TO MANT-LIM-EXISTE-SW.
011391     READ ARCH-LIMITES
011392         INVALID KEY
011393             MOVE ZERO TO LIM-MAX-OPERACION
011394             MOVE ZERO TO LIM-MAX-DIARIO
011395         NOT INVALID KEY
011396             SET MANT-LIM-EXISTE TO TRUE
011397             MOVE LIM-MAX-OPERACION TO MANT-ED-MONTO
011398             MOVE LIM-MAX-DIARIO TO MANT-ED-LIMITE
011399             DISPLAY "limite actual por operacion: " MANT-ED-MONTO
011400             DISPLAY "limite actual diario       : "
011401                 MANT-ED-LIMITE
011402     END-READ.
011403     DISPLAY "maximo por operacion (0 = sin control): ".
011404     PERFORM 8650-PEDIR-MONTO.
011405     IF NOT MANT-MONTO-OK OR MANT-MONTO > 9999999.99
011406         DISPLAY "ERROR: monto invalido, no se graba el limite"
011407         CLOSE ARCH-LIMITES
011408         GO TO 8600-EXIT
011409     END-IF.
011410     MOVE MANT-MONTO TO LIM-MAX-OPERACION.
011411     DISPLAY "maximo diario (0 = sin control): ".
011412     PERFORM 8650-PEDIR-MONTO.
011413     IF NOT MANT-MONTO-OK
011414         DISPLAY "ERROR: monto invalido, no se graba el limite"
011415         CLOSE ARCH-LIMITES
011416         GO TO 8600-EXIT
011417     END-IF.
011418     MOVE MANT-MONTO TO LIM-MAX-DIARIO.
011419     IF MANT-LIM-EXISTE
011420         REWRITE FD-LIM
011421             INVALID KEY
011422                 DISPLAY "ERROR: no se pudo regrabar el limite"
011423             NOT INVALID KEY
011424                 DISPLAY "limite modificado"
011425         END-REWRITE
011426     ELSE
011427         WRITE FD-LIM
011428             INVALID KEY
011429                 DISPLAY "ERROR: no se pudo grabar el limite"
011430             NOT INVALID KEY
011431                 DISPLAY "limite dado de alta"
011432         END-WRITE
011433     END-IF.
011434     CLOSE ARCH-LIMITES.
011435 8600-EXIT.
011436     EXIT.

011437*----------------------------------------------------------------
011438* 8650  lee un monto por consola en MANT-MONTO; tiene que ser
011439*       numerico, no negativo y entrar en el campo.
011440*----------------------------------------------------------------
011441 8650-PEDIR-MONTO.
011442     MOVE "N" TO MANT-MONTO-OK-SW.
011443     ACCEPT MANT-MONTO-ENTRADA.
011444     IF FUNCTION TEST-NUMVAL(MANT-MONTO-ENTRADA) = 0
011445         COMPUTE MANT-MONTO = FUNCTION NUMVAL(MANT-MONTO-ENTRADA)
011446             ON SIZE ERROR
011447                 CONTINUE
011448             NOT ON SIZE ERROR
011449                 IF MANT-MONTO NOT < ZERO
011450                     SET MANT-MONTO-OK TO TRUE
011451                 END-IF
011452         END-COMPUTE
011453     END-IF.

011454*----------------------------------------------------------------
011455* 6800  ANULAR OPERACION - pide el numero de operacion y recorre
011456*       AUDITORI.DAT buscando el original y cualquier reversa
011457*       que ya lo apunte.  Se rechaza el numero inexistente (las
011458*       lineas ya pasadas a AUDH por CIERRE-MENSUAL no estan en
011459*       el archivo del periodo y no se anulan), el de un asiento
011460*       de reversa, el ya anulado y el de una operacion propia.
011461*       El asiento de reversa repite el original (usuario,
011462*       opcion, numeros y lote) con el resultado cambiado de
011463*       signo, fecha y hora de la anulacion y numero propio, y
011464*       apunta al original por numero y fecha con el supervisor
011465*       y el motivo.
011466*----------------------------------------------------------------
011467 6800-ANULAR-OPERACION.
011468     DISPLAY "ANULAR OPERACION AUDITADA".
011469     DISPLAY "numero de operacion: ".
011470     PERFORM 8650-PEDIR-MONTO.
011471     IF NOT MANT-MONTO-OK OR MANT-MONTO > 999999999
011472         DISPLAY "ERROR: numero de operacion invalido"
011473         GO TO 6800-EXIT
011474     END-IF.
011475     MOVE MANT-MONTO TO MANT-ANU-NUMERO.
011476     IF MANT-ANU-NUMERO = ZERO OR MANT-ANU-NUMERO NOT = MANT-MONTO
011477         DISPLAY "ERROR: numero de operacion invalido"
011478         GO TO 6800-EXIT
011479     END-IF.
011480     MOVE "N" TO MANT-ANU-HALLADA-SW.
011481     MOVE "N" TO MANT-ANU-ES-REVERSA-SW.
011482     MOVE "N" TO MANT-ANU-YA-ANULADA-SW.
011483     MOVE "N" TO MANT-ANU-EOF-SW.
011484     OPEN INPUT ARCH-AUDITORIA.
011485     IF NOT MANT-AUD-OK
011486         IF MANT-AUD-NO-EXISTE
011487             DISPLAY "ERROR: no existe esa operacion en el "
011488                 "periodo"
011489         ELSE
011490             DISPLAY "ERROR: no se pudo abrir AUDITORI.DAT"
011491         END-IF
011492         GO TO 6800-EXIT
011493     END-IF.
011494     PERFORM 6810-LEER-AUDITORIA.
011495     PERFORM 6820-BUSCAR-OPERACION UNTIL MANT-ANU-EOF.
011496     CLOSE ARCH-AUDITORIA.
011497     IF NOT MANT-ANU-HALLADA
011498         DISPLAY "ERROR: no existe esa operacion en el periodo"
011499         GO TO 6800-EXIT
011500     END-IF.
011501     IF MANT-ANU-ES-REVERSA
011502         DISPLAY "ERROR: es un asiento de reversa, no se anula"
011503         GO TO 6800-EXIT
011504     END-IF.
011505     IF MANT-ANU-YA-ANULADA
011506         DISPLAY "ERROR: la operacion ya fue anulada"
011507         GO TO 6800-EXIT
011508     END-IF.
011509     MOVE MANT-ANU-NUMERO1 TO MANT-ED-NUMERO1.
011510     MOVE MANT-ANU-NUMERO2 TO MANT-ED-NUMERO2.
011511     MOVE MANT-ANU-RESULTADO TO MANT-ED-RESULTADO.
011512     DISPLAY "operacion " MANT-ANU-NUMERO " " MANT-ANU-FECHA " "
011513         MANT-ANU-HORA " usuario " MANT-ANU-USUARIO.
011514     DISPLAY "   opcion " MANT-ANU-OPCION
011515         " numero1 " MANT-ED-NUMERO1
011516         " numero2 " MANT-ED-NUMERO2
011517         " resultado " MANT-ED-RESULTADO.
011518     IF MANT-ANU-LOTE-ID NOT = SPACES
011519         DISPLAY "   lote " MANT-ANU-LOTE-ID
011520     END-IF.
011521     IF MANT-ANU-USUARIO = MANT-USUARIO-ACTIVO
011522         DISPLAY "ERROR: no puede anular una operacion que "
011523             "usted mismo hizo"
011524         GO TO 6800-EXIT
011525     END-IF.
011526     DISPLAY "motivo de la anulacion: ".
011527     ACCEPT MANT-ANU-MOTIVO.
011528     IF MANT-ANU-MOTIVO = SPACES
011529         DISPLAY "ERROR: el motivo es obligatorio, no se anula"
011530         GO TO 6800-EXIT
011531     END-IF.
011532     DISPLAY "confirma la anulacion (S/N): ".
011533     ACCEPT MANT-RESPUESTA.
011534     IF MANT-RESPUESTA NOT = "S" AND MANT-RESPUESTA NOT = "s"
011535         DISPLAY "anulacion cancelada"
011536         GO TO 6800-EXIT
011537     END-IF.
011538     OPEN EXTEND ARCH-AUDITORIA.
011539     IF NOT MANT-AUD-OK
011540         DISPLAY "ERROR: no se pudo abrir AUDITORI.DAT"
011541         GO TO 6800-EXIT
011542     END-IF.
011543     PERFORM 6850-GRABAR-REVERSA.
011544     CLOSE ARCH-AUDITORIA.
011545     IF NOT MANT-ANU-GRABADA
011546         GO TO 6800-EXIT
011547     END-IF.
011548     DISPLAY "operacion " MANT-ANU-NUMERO " anulada con el "
011549         "asiento " AUD-NUM-OPERACION.
011550 6800-EXIT.
011551     EXIT.
011552
011553 6810-LEER-AUDITORIA.
011554     READ ARCH-AUDITORIA
011555         AT END
011556             SET MANT-ANU-EOF TO TRUE
011557     END-READ.
011558
011559 6820-BUSCAR-OPERACION.
011560     IF AUD-NUM-OPERACION = MANT-ANU-NUMERO
011561         SET MANT-ANU-HALLADA TO TRUE
011562         IF AUD-TIPO-REVERSA
011563             SET MANT-ANU-ES-REVERSA TO TRUE
011564         END-IF
011565         MOVE AUD-FECHA TO MANT-ANU-FECHA
011566         MOVE AUD-HORA TO MANT-ANU-HORA
011567         MOVE AUD-USUARIO TO MANT-ANU-USUARIO
011568         MOVE AUD-OPCION TO MANT-ANU-OPCION
011569         MOVE AUD-NUMERO1 TO MANT-ANU-NUMERO1
011570         MOVE AUD-NUMERO2 TO MANT-ANU-NUMERO2
011571         MOVE AUD-RESULTADO TO MANT-ANU-RESULTADO
011572         MOVE AUD-LOTE-ID TO MANT-ANU-LOTE-ID
011573     END-IF.
011574     IF AUD-TIPO-REVERSA
011575         AND AUD-OPER-ORIGINAL = MANT-ANU-NUMERO
011576         SET MANT-ANU-YA-ANULADA TO TRUE
011577     END-IF.
011578     PERFORM 6810-LEER-AUDITORIA.
011579
011580 6850-GRABAR-REVERSA.
011581     MOVE "N" TO MANT-ANU-GRABADA-SW.
011582     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
011583     ACCEPT AUD-HORA FROM TIME.
011584     MOVE MANT-ANU-USUARIO TO AUD-USUARIO.
011585     MOVE MANT-ANU-OPCION TO AUD-OPCION.
011586     MOVE MANT-ANU-NUMERO1 TO AUD-NUMERO1.
011587     MOVE MANT-ANU-NUMERO2 TO AUD-NUMERO2.
011588     COMPUTE AUD-RESULTADO = ZERO - MANT-ANU-RESULTADO.
011589     MOVE MANT-ANU-LOTE-ID TO AUD-LOTE-ID.
011590     CALL "NUMERADOR" USING MANT-NUMERADOR.
011591     MOVE NUM-OPERACION TO AUD-NUM-OPERACION.
011592     SET AUD-TIPO-REVERSA TO TRUE.
011593     MOVE MANT-ANU-NUMERO TO AUD-OPER-ORIGINAL.
011594     MOVE MANT-ANU-FECHA TO AUD-FECHA-ORIGINAL.
011595     MOVE MANT-USUARIO-ACTIVO TO AUD-USUARIO-REVERSA.
011596     MOVE MANT-ANU-MOTIVO TO AUD-MOTIVO-REVERSA.
011597     WRITE REG-AUDITORIA.
011598     IF NOT MANT-AUD-OK
011599         DISPLAY "ERROR: no se pudo grabar AUDITORI.DAT, codigo "
011600             MANT-AUD-STATUS ", la operacion no se anulo"
011601     ELSE
011602         SET MANT-ANU-GRABADA TO TRUE
011603     END-IF.
011604
011605*----------------------------------------------------------------
011606* 6770  resto de la liberacion, ya auditada: si vino de un lote
011607*       va a REPOLOTE.DAT, y si es un plan de cuotas (opcion 8) se
011608*       agrega su cuadro a CUOTAS.LST via PLANCUOTAS, que la
011609*       calculadora no imprimio al retenerlo.
011610*----------------------------------------------------------------
011611 6770-COMPLETAR-LIBERACION.
011612     IF PEND-LOTE-ID NOT = SPACES
011613         MOVE PEND-OPCION TO REPO-OPCION
011614         MOVE PEND-NUMERO1 TO REPO-NUMERO1
011615         MOVE PEND-NUMERO2 TO REPO-NUMERO2
011616         MOVE PEND-RESULTADO TO REPO-RESULTADO
011617         MOVE PEND-LOTE-ID TO REPO-LOTE-ID
011618         WRITE REG-REPOLOTE
011619         IF NOT MANT-REPO-OK
011620             DISPLAY "ERROR: no se pudo grabar REPOLOTE.DAT, "
011621                 "codigo " MANT-REPO-STATUS
011622                 ", la operacion quedo auditada fuera del lote"
011623             GO TO 6770-EXIT
011624         END-IF
011625     END-IF.
011626     IF PEND-OPCION = 8 AND PEND-CUOTAS > ZERO
011627         MOVE PEND-USUARIO TO CUO-USUARIO
011628         MOVE PEND-LOTE-ID TO CUO-LOTE-ID
011629         MOVE PEND-NUMERO1 TO CUO-CAPITAL
011630         MOVE PEND-NUMERO2 TO CUO-TASA
011631         MOVE PEND-CUOTAS TO CUO-CANTIDAD
011632         MOVE PEND-RESULTADO TO CUO-IMPORTE
011633         CALL "PLANCUOTAS" USING MANT-PLAN
011634         IF CUO-RC-OK
011635             DISPLAY "plan de cuotas impreso en CUOTAS.LST"
011636         END-IF
011637     END-IF.
011638     DISPLAY "operacion liberada y auditada".
011639 6770-EXIT.
011640     EXIT.

011641 END PROGRAM MANTENER-USUARIOS.
