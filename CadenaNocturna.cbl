000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Conductor de la cadena nocturna - ejecuta en
000070*               orden los pasos definidos en CADPASOS.DAT
000080*               (copybook PASREG): carga las variables de
000090*               entorno de cada paso, lo lanza y confirma en
000100*               CORRIDAS.DAT que cerro con un codigo de
000110*               terminacion aceptable.  Un paso que falla y esta
000120*               marcado para cortar detiene la cadena; el numero
000130*               del ultimo paso terminado queda en CADCHKPT.DAT,
000140*               de modo que relanzar la cadena reinicia desde el
000150*               paso fallido sin repetir los ya terminados (igual
000160*               que el checkpoint de la calculadora).  Al final
000170*               emite en CADENA.LST un resumen de una pagina
000180*               para el turno de la manana.
000190* Tectonics   : cobc
000200* Modification History:
000210*   2026-10-15 RC  Version inicial.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CADENA-NOCTURNA.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ARCH-PASOS ASSIGN TO "CADPASOS.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS CAD-PAS-STATUS.
000320
000330     SELECT ARCH-CORRIDAS ASSIGN TO "CORRIDAS.DAT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS CAD-COR-STATUS.
000360
000370     SELECT ARCH-CHKPT ASSIGN TO "CADCHKPT.DAT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS CAD-CHKPT-STATUS.
000400
000410     SELECT ARCH-IMPRESION ASSIGN TO "CADENA.LST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CAD-IMP-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  ARCH-PASOS.
000480 01  REG-PASO                    PIC X(203).
000490
000500 FD  ARCH-CORRIDAS.
000510 01  REG-CORRIDA.
000520     COPY CORREG.
000530
000540 FD  ARCH-CHKPT.
000550 01  REG-CHKPT.
000560     05  CHKPT-PASO                  PIC 9(03).
000570
000580 FD  ARCH-IMPRESION.
000590 01  REG-IMPRESION               PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620 01  CAD-PAS-STATUS              PIC X(02) VALUE SPACES.
000630     88  CAD-PAS-OK                  VALUE "00".
000640     88  CAD-PAS-NO-EXISTE           VALUE "35".
000650 01  CAD-COR-STATUS              PIC X(02) VALUE SPACES.
000660     88  CAD-COR-OK                  VALUE "00".
000670     88  CAD-COR-NO-EXISTE           VALUE "35".
000680 01  CAD-CHKPT-STATUS            PIC X(02) VALUE SPACES.
000690     88  CAD-CHKPT-OK                VALUE "00".
000700     88  CAD-CHKPT-NO-EXISTE         VALUE "35".
000710 01  CAD-IMP-STATUS              PIC X(02) VALUE SPACES.
000720     88  CAD-IMP-OK                  VALUE "00".
000730
000740 01  CAD-PAS-EOF-SW              PIC X(01) VALUE "N".
000750     88  CAD-PAS-EOF                 VALUE "S".
000760 01  CAD-COR-EOF-SW              PIC X(01) VALUE "N".
000770     88  CAD-COR-EOF                 VALUE "S".
000780 01  CAD-CORTADA-SW              PIC X(01) VALUE "N".
000790     88  CAD-CORTADA                 VALUE "S".
000800 01  CAD-REINICIO-SW             PIC X(01) VALUE "N".
000810     88  CAD-REINICIO                VALUE "S".
000820
000830*    paso en curso, con el layout de CADPASOS.DAT
000840 01  CAD-PASO.
000850     COPY PASREG.
000860
000870*    pasos de la cadena tal como se leyeron, con el resultado de
000880*    cada uno para el resumen
000890 01  CAD-TABLA-PASOS.
000900     05  CAD-PASO-ENTRY OCCURS 30 TIMES.
000910         10  CAD-PASO-IMAGEN         PIC X(203).
000920         10  CAD-PASO-ESTADO         PIC X(01).
000930             88  CAD-PASO-PENDIENTE      VALUE "P".
000940             88  CAD-PASO-SALTEADO       VALUE "S".
000950             88  CAD-PASO-BIEN           VALUE "B".
000960             88  CAD-PASO-FALLA-SIGUE    VALUE "T".
000970             88  CAD-PASO-FALLA-CORTA    VALUE "F".
000980         10  CAD-PASO-HORA-INI       PIC X(08).
000990         10  CAD-PASO-HORA-FIN       PIC X(08).
001000         10  CAD-PASO-RC             PIC X(02).
001005         10  CAD-PASO-SIS-RC         PIC X(06).
001010         10  CAD-PASO-NOTA           PIC X(22).
001020 01  CAD-CANT-PASOS              PIC 9(04) COMP VALUE ZERO.
001030 01  CAD-IDX-PASO                PIC 9(04) COMP VALUE ZERO.
001040 01  CAD-PASO-CORTE              PIC 9(04) COMP VALUE ZERO.
001050 01  CAD-TABLA-LLENA-SW          PIC X(01) VALUE "N".
001060     88  CAD-TABLA-LLENA             VALUE "S".
001070
001080*    checkpoint: ultimo paso terminado por la corrida anterior
001090 01  CAD-PASOS-HECHOS            PIC 9(03) VALUE ZERO.
001100
001110*    linea de comando del paso: "env" con las variables del paso
001120*    delante del comando, asi cada paso arranca solo con su propio
001130*    entorno y nada se arrastra al siguiente
001140 01  CAD-COMANDO                 PIC X(256) VALUE SPACES.
001150 01  CAD-PUNTERO                 PIC 9(04) COMP VALUE ZERO.
001160 01  CAD-IDX-ENV                 PIC 9(04) COMP VALUE ZERO.
001170
001180*    momento de arranque del paso: solo cuentan las constancias
001190*    de CORRIDAS.DAT grabadas desde entonces
001200 01  CAD-ARR-FECHA               PIC X(08) VALUE SPACES.
001210 01  CAD-ARR-HORA                PIC X(08) VALUE SPACES.
001220 01  CAD-HUBO-INICIO-SW          PIC X(01) VALUE "N".
001230     88  CAD-HUBO-INICIO             VALUE "S".
001240 01  CAD-HUBO-FIN-SW             PIC X(01) VALUE "N".
001250     88  CAD-HUBO-FIN                VALUE "S".
001260 01  CAD-RC-LEIDO                PIC 9(02) VALUE ZERO.
001270 01  CAD-RC-LEIDO-X REDEFINES CAD-RC-LEIDO
001280                                 PIC X(02).
001290 01  CAD-RC-ACEPTADO-SW          PIC X(01) VALUE "N".
001300     88  CAD-RC-ACEPTADO             VALUE "S".
001310 01  CAD-HAY-LISTA-RC-SW         PIC X(01) VALUE "N".
001320     88  CAD-HAY-LISTA-RC            VALUE "S".
001330 01  CAD-IDX-RC                  PIC 9(04) COMP VALUE ZERO.
001340 01  CAD-SYS-RC                  PIC S9(09) VALUE ZERO.
001345 01  CAD-SYS-RC-EDIT             PIC -(5)9.
001350
001360 01  CAD-FECHA-CADENA            PIC X(08) VALUE SPACES.
001370 01  CAD-HORA-CADENA             PIC X(08) VALUE SPACES.
001380
001390 01  CAD-CANT-BIEN               PIC 9(04) COMP VALUE ZERO.
001400 01  CAD-CANT-SALTEADOS          PIC 9(04) COMP VALUE ZERO.
001410 01  CAD-CANT-FALLA-SIGUE        PIC 9(04) COMP VALUE ZERO.
001420 01  CAD-CANT-FALLA-CORTA        PIC 9(04) COMP VALUE ZERO.
001430 01  CAD-CANT-PENDIENTES         PIC 9(04) COMP VALUE ZERO.
001440
001450 01  CAD-LINEA                   PIC X(80) VALUE SPACES.
001460 01  CAD-PASO-EDIT               PIC ZZ9.
001470 01  CAD-CANT-EDIT               PIC ZZZ9.
001480 01  CAD-ESTADO-TEXTO            PIC X(12) VALUE SPACES.
001490
001500 01  CAD-BITACORA.
001510     COPY PARMBIT.
001520 01  CAD-BIT-RC                  PIC 9(02) VALUE 90.
001530
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 9000-BITACORA-INICIO.
001570     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001580     IF CAD-CANT-PASOS > ZERO
001590         PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT
001600             VARYING CAD-IDX-PASO FROM 1 BY 1
001610             UNTIL CAD-IDX-PASO > CAD-CANT-PASOS
001620         IF NOT CAD-CORTADA
001630             MOVE ZERO TO CAD-PASOS-HECHOS
001640             PERFORM 2500-GRABAR-CHECKPOINT
001650             MOVE 00 TO CAD-BIT-RC
001660         END-IF
001670         PERFORM 4000-IMPRIMIR-RESUMEN THRU 4000-EXIT
001680     END-IF.
001690     PERFORM 9100-BITACORA-FIN.
001700     MOVE CAD-BIT-RC TO RETURN-CODE.
001710     STOP RUN.
001720
001730*----------------------------------------------------------------
001740* 1000  INICIALIZACION - carga los pasos de CADPASOS.DAT en la
001750*       tabla y lee el checkpoint CADCHKPT.DAT: si quedo un
001760*       numero de paso distinto de cero la corrida anterior se
001770*       detuvo, y los pasos hasta ese numero se saltean.
001780*----------------------------------------------------------------
001790 1000-INICIALIZAR.
001800     ACCEPT CAD-FECHA-CADENA FROM DATE YYYYMMDD.
001810     ACCEPT CAD-HORA-CADENA FROM TIME.
001820     INITIALIZE CAD-TABLA-PASOS.
001830     OPEN INPUT ARCH-PASOS.
001840     IF NOT CAD-PAS-OK
001850         IF CAD-PAS-NO-EXISTE
001860             DISPLAY "CADENA-NOCTURNA: CADPASOS.DAT no existe"
001870         ELSE
001880             DISPLAY "CADENA-NOCTURNA: no se pudo abrir "
001890                 "CADPASOS.DAT"
001900         END-IF
001910         GO TO 1000-EXIT
001920     END-IF.
001930     PERFORM 1100-LEER-PASO.
001940     PERFORM 1200-CARGAR-PASO UNTIL CAD-PAS-EOF.
001950     CLOSE ARCH-PASOS.
001960     IF CAD-CANT-PASOS = ZERO
001970         DISPLAY "CADENA-NOCTURNA: CADPASOS.DAT no tiene pasos"
001980         GO TO 1000-EXIT
001990     END-IF.
002000     PERFORM 1300-LEER-CHECKPOINT.
002010     IF CAD-REINICIO
002020         DISPLAY "REINICIO: la corrida anterior se detuvo "
002030             "despues del paso " CAD-PASOS-HECHOS
002040             ", se continua desde el siguiente"
002050     END-IF.
002060     OPEN OUTPUT ARCH-IMPRESION.
002070     IF NOT CAD-IMP-OK
002080         DISPLAY "CADENA-NOCTURNA: no se pudo abrir CADENA.LST, "
002090             "el resumen sale solo por consola"
002100     END-IF.
002110 1000-EXIT.
002120     EXIT.
002130
002140 1100-LEER-PASO.
002150     READ ARCH-PASOS
002160         AT END
002170             SET CAD-PAS-EOF TO TRUE
002180     END-READ.
002190
002200*    las lineas en blanco de CADPASOS.DAT se ignoran
002210 1200-CARGAR-PASO.
002220     IF REG-PASO NOT = SPACES
002230         IF CAD-CANT-PASOS < 30
002240             ADD 1 TO CAD-CANT-PASOS
002250             MOVE REG-PASO TO CAD-PASO-IMAGEN (CAD-CANT-PASOS)
002260             SET CAD-PASO-PENDIENTE (CAD-CANT-PASOS) TO TRUE
002270         ELSE
002280             IF NOT CAD-TABLA-LLENA
002290                 DISPLAY "ADVERTENCIA: tabla de pasos llena "
002300                     "(30), los pasos siguientes no se ejecutan"
002310                 SET CAD-TABLA-LLENA TO TRUE
002320             END-IF
002330         END-IF
002340     END-IF.
002350     PERFORM 1100-LEER-PASO.
002360
002370 1300-LEER-CHECKPOINT.
002380     OPEN INPUT ARCH-CHKPT.
002390     IF CAD-CHKPT-OK
002400         READ ARCH-CHKPT
002410             AT END
002420                 CONTINUE
002430             NOT AT END
002440                 IF CHKPT-PASO IS NUMERIC AND CHKPT-PASO > ZERO
002450                     MOVE CHKPT-PASO TO CAD-PASOS-HECHOS
002460                     SET CAD-REINICIO TO TRUE
002470                 END-IF
002480         END-READ
002490         CLOSE ARCH-CHKPT
002500     END-IF.
002510
002520*----------------------------------------------------------------
002530* 2000  PASO - saltea los pasos ya terminados por la corrida
002540*       anterior y los que siguen a un corte; para el resto
002550*       arma la linea de comando con sus variables de entorno,
002560*       la lanza y busca en CORRIDAS.DAT el cierre de
002570*       la corrida.  Un paso terminado (bien, o con falla que
002580*       no corta) avanza el checkpoint; una falla que corta lo
002590*       deja en el paso anterior para reiniciar desde este.
002600*----------------------------------------------------------------
002610 2000-EJECUTAR-PASO.
002620     IF CAD-IDX-PASO NOT > CAD-PASOS-HECHOS
002630         SET CAD-PASO-SALTEADO (CAD-IDX-PASO) TO TRUE
002640         MOVE "TERMINADO ANTES" TO CAD-PASO-NOTA (CAD-IDX-PASO)
002650         GO TO 2000-EXIT
002660     END-IF.
002670     IF CAD-CORTADA
002680         GO TO 2000-EXIT
002690     END-IF.
002700     MOVE CAD-PASO-IMAGEN (CAD-IDX-PASO) TO CAD-PASO.
002710     PERFORM 2100-ARMAR-COMANDO.
002720     ACCEPT CAD-ARR-FECHA FROM DATE YYYYMMDD.
002730     ACCEPT CAD-ARR-HORA FROM TIME.
002740     MOVE CAD-ARR-HORA TO CAD-PASO-HORA-INI (CAD-IDX-PASO).
002750     MOVE CAD-IDX-PASO TO CAD-PASO-EDIT.
002760     DISPLAY "CADENA-NOCTURNA: paso " CAD-PASO-EDIT " "
002770         PAS-PROGRAMA " - " PAS-COMANDO.
002780     CALL "SYSTEM" USING CAD-COMANDO.
002790     MOVE RETURN-CODE TO CAD-SYS-RC.
002792     MOVE ZERO TO RETURN-CODE.
002794     MOVE CAD-SYS-RC TO CAD-SYS-RC-EDIT.
002796     MOVE CAD-SYS-RC-EDIT TO CAD-PASO-SIS-RC (CAD-IDX-PASO).
002800     ACCEPT CAD-PASO-HORA-FIN (CAD-IDX-PASO) FROM TIME.
002810     PERFORM 2300-VERIFICAR-CORRIDA THRU 2300-EXIT.
002820     IF CAD-PASO-BIEN (CAD-IDX-PASO)
002830         OR CAD-PASO-FALLA-SIGUE (CAD-IDX-PASO)
002840         MOVE CAD-IDX-PASO TO CAD-PASOS-HECHOS
002850         PERFORM 2500-GRABAR-CHECKPOINT
002860     ELSE
002870         SET CAD-CORTADA TO TRUE
002880         MOVE CAD-IDX-PASO TO CAD-PASO-CORTE
002890     END-IF.
002900     DISPLAY "CADENA-NOCTURNA: paso " CAD-PASO-EDIT " "
002910         CAD-PASO-NOTA (CAD-IDX-PASO) " (RC "
002920         CAD-PASO-RC (CAD-IDX-PASO) ", sistema "
002925         CAD-PASO-SIS-RC (CAD-IDX-PASO) ")".
002930 2000-EXIT.
002940     EXIT.
002950
002960 2100-ARMAR-COMANDO.
002970     MOVE SPACES TO CAD-COMANDO.
002980     MOVE 1 TO CAD-PUNTERO.
002990     STRING "env " DELIMITED BY SIZE
003000         INTO CAD-COMANDO WITH POINTER CAD-PUNTERO
003010     END-STRING.
003020     PERFORM 2110-AGREGAR-VARIABLE
003030         VARYING CAD-IDX-ENV FROM 1 BY 1
003040         UNTIL CAD-IDX-ENV > 4.
003050     STRING PAS-COMANDO DELIMITED BY "  "
003060         INTO CAD-COMANDO WITH POINTER CAD-PUNTERO
003070     END-STRING.
003080
003090 2110-AGREGAR-VARIABLE.
003100     IF PAS-ENV-NOMBRE (CAD-IDX-ENV) NOT = SPACES
003110         STRING PAS-ENV-NOMBRE (CAD-IDX-ENV) DELIMITED BY SPACE
003120                "=" DELIMITED BY SIZE
003130                PAS-ENV-VALOR (CAD-IDX-ENV) DELIMITED BY SPACE
003140                " " DELIMITED BY SIZE
003150             INTO CAD-COMANDO WITH POINTER CAD-PUNTERO
003160         END-STRING
003170     END-IF.
003180
003190*----------------------------------------------------------------
003200* 2300  CONFIRMACION EN CORRIDAS.DAT - recorre la bitacora
003210*       buscando las constancias del programa del paso grabadas
003220*       desde su arranque.  Sin "F" el paso no cerro (arranco y
003230*       se corto, o ni siquiera dejo constancia de inicio); con
003240*       "F" vale el codigo de terminacion de la ultima, que se
003250*       compara contra los aceptables del paso.
003260*----------------------------------------------------------------
003270 2300-VERIFICAR-CORRIDA.
003280     MOVE "N" TO CAD-HUBO-INICIO-SW CAD-HUBO-FIN-SW
003290         CAD-COR-EOF-SW CAD-RC-ACEPTADO-SW.
003300     MOVE "--" TO CAD-PASO-RC (CAD-IDX-PASO).
003310     OPEN INPUT ARCH-CORRIDAS.
003320     IF NOT CAD-COR-OK
003330         MOVE "SIN CORRIDAS.DAT" TO CAD-PASO-NOTA (CAD-IDX-PASO)
003340         GO TO 2300-RESULTADO
003350     END-IF.
003360     PERFORM 2310-LEER-CORRIDA.
003370     PERFORM 2320-EXAMINAR-CONSTANCIA UNTIL CAD-COR-EOF.
003380     CLOSE ARCH-CORRIDAS.
003390     EVALUATE TRUE
003400         WHEN CAD-HUBO-FIN
003410             MOVE CAD-RC-LEIDO-X TO CAD-PASO-RC (CAD-IDX-PASO)
003420             PERFORM 2400-EVALUAR-RC THRU 2400-EXIT
003430             IF CAD-RC-ACEPTADO
003440                 MOVE "CERRO BIEN" TO CAD-PASO-NOTA (CAD-IDX-PASO)
003450             ELSE
003460                 MOVE "RC NO ACEPTADO"
003470                     TO CAD-PASO-NOTA (CAD-IDX-PASO)
003480             END-IF
003490         WHEN CAD-HUBO-INICIO
003500             MOVE "ARRANCO Y NO CERRO"
003510                 TO CAD-PASO-NOTA (CAD-IDX-PASO)
003520         WHEN OTHER
003530             MOVE "NO DEJO CONSTANCIA"
003540                 TO CAD-PASO-NOTA (CAD-IDX-PASO)
003550     END-EVALUATE.
003560 2300-RESULTADO.
003570     EVALUATE TRUE
003580         WHEN CAD-RC-ACEPTADO
003590             SET CAD-PASO-BIEN (CAD-IDX-PASO) TO TRUE
003600         WHEN PAS-CORTA-CADENA
003610             SET CAD-PASO-FALLA-CORTA (CAD-IDX-PASO) TO TRUE
003620         WHEN OTHER
003630             SET CAD-PASO-FALLA-SIGUE (CAD-IDX-PASO) TO TRUE
003640     END-EVALUATE.
003650 2300-EXIT.
003660     EXIT.
003670
003680 2310-LEER-CORRIDA.
003690     READ ARCH-CORRIDAS
003700         AT END
003710             SET CAD-COR-EOF TO TRUE
003720     END-READ.
003730
003740 2320-EXAMINAR-CONSTANCIA.
003750     IF COR-PROGRAMA = PAS-PROGRAMA
003760         AND (COR-FECHA > CAD-ARR-FECHA
003770             OR (COR-FECHA = CAD-ARR-FECHA
003780                 AND COR-HORA NOT < CAD-ARR-HORA))
003790         EVALUATE TRUE
003800             WHEN COR-INICIO
003810                 SET CAD-HUBO-INICIO TO TRUE
003820             WHEN COR-FIN
003830                 SET CAD-HUBO-FIN TO TRUE
003840                 MOVE COR-RC TO CAD-RC-LEIDO
003850         END-EVALUATE
003860     END-IF.
003870     PERFORM 2310-LEER-CORRIDA.
003880
003890*----------------------------------------------------------------
003900* 2400  el codigo de terminacion leido es aceptable si figura
003910*       en la lista del paso; con la lista en blanco solo vale
003920*       00.
003930*----------------------------------------------------------------
003940 2400-EVALUAR-RC.
003950     MOVE "N" TO CAD-HAY-LISTA-RC-SW.
003960     PERFORM 2410-COMPARAR-RC
003970         VARYING CAD-IDX-RC FROM 1 BY 1
003980         UNTIL CAD-IDX-RC > 4 OR CAD-RC-ACEPTADO.
003990     IF NOT CAD-HAY-LISTA-RC AND CAD-RC-LEIDO = ZERO
004000         SET CAD-RC-ACEPTADO TO TRUE
004010     END-IF.
004020 2400-EXIT.
004030     EXIT.
004040
004050 2410-COMPARAR-RC.
004060     IF PAS-RC-ACEPTABLE (CAD-IDX-RC) NOT = SPACES
004070         SET CAD-HAY-LISTA-RC TO TRUE
004080         IF PAS-RC-ACEPTABLE (CAD-IDX-RC) = CAD-RC-LEIDO-X
004090             SET CAD-RC-ACEPTADO TO TRUE
004100         END-IF
004110     END-IF.
004120
004130 2500-GRABAR-CHECKPOINT.
004140     OPEN OUTPUT ARCH-CHKPT.
004150     IF CAD-CHKPT-OK
004160         MOVE CAD-PASOS-HECHOS TO CHKPT-PASO
004170         WRITE REG-CHKPT
004180         CLOSE ARCH-CHKPT
004190     ELSE
004200         DISPLAY "ERROR: no se pudo grabar el checkpoint en "
004210             "CADCHKPT.DAT"
004220     END-IF.
004230
004240*----------------------------------------------------------------
004250* 4000  RESUMEN DE LA CADENA - una pagina en CADENA.LST con el
004260*       resultado de cada paso, los totales y, si la cadena se
004270*       detuvo, el paso desde el que reinicia.
004280*----------------------------------------------------------------
004290 4000-IMPRIMIR-RESUMEN.
004300     MOVE SPACES TO CAD-LINEA.
004310     STRING "RESUMEN DE LA CADENA NOCTURNA  " CAD-FECHA-CADENA
004320            " " CAD-HORA-CADENA (1:2) ":" CAD-HORA-CADENA (3:2)
004330         DELIMITED BY SIZE INTO CAD-LINEA
004340     END-STRING.
004350     PERFORM 8000-GRABAR-LINEA.
004360     MOVE SPACES TO CAD-LINEA.
004370     IF CAD-REINICIO
004380         MOVE CAD-PASOS-HECHOS TO CAD-PASO-EDIT
004390         STRING "corrida de reinicio (pasos 1 a " CAD-PASO-EDIT
004400                " terminados antes)"
004410             DELIMITED BY SIZE INTO CAD-LINEA
004420         END-STRING
004430     END-IF.
004440     PERFORM 8000-GRABAR-LINEA.
004450     MOVE SPACES TO CAD-LINEA.
004460     STRING "PASO PROGRAMA   INICIO   FIN      RC SIST.  ESTADO"
004470            "       OBSERVACION"
004480         DELIMITED BY SIZE INTO CAD-LINEA
004490     END-STRING.
004500     PERFORM 8000-GRABAR-LINEA.
004510     MOVE SPACES TO CAD-LINEA.
004520     STRING "---- ---------- -------- -------- -- ------ "
004530            "-----------  ----------------------"
004540         DELIMITED BY SIZE INTO CAD-LINEA
004550     END-STRING.
004560     PERFORM 8000-GRABAR-LINEA.
004570     PERFORM 4100-LINEA-PASO
004580         VARYING CAD-IDX-PASO FROM 1 BY 1
004590         UNTIL CAD-IDX-PASO > CAD-CANT-PASOS.
004600     MOVE SPACES TO CAD-LINEA.
004610     PERFORM 8000-GRABAR-LINEA.
004620     MOVE CAD-CANT-PASOS TO CAD-CANT-EDIT.
004630     STRING "PASOS DEFINIDOS          : " CAD-CANT-EDIT
004640         DELIMITED BY SIZE INTO CAD-LINEA
004650     END-STRING.
004660     PERFORM 8000-GRABAR-LINEA.
004670     MOVE SPACES TO CAD-LINEA.
004680     MOVE CAD-CANT-BIEN TO CAD-CANT-EDIT.
004690     STRING "TERMINADOS BIEN          : " CAD-CANT-EDIT
004700         DELIMITED BY SIZE INTO CAD-LINEA
004710     END-STRING.
004720     PERFORM 8000-GRABAR-LINEA.
004730     MOVE SPACES TO CAD-LINEA.
004740     MOVE CAD-CANT-SALTEADOS TO CAD-CANT-EDIT.
004750     STRING "SALTEADOS POR REINICIO   : " CAD-CANT-EDIT
004760         DELIMITED BY SIZE INTO CAD-LINEA
004770     END-STRING.
004780     PERFORM 8000-GRABAR-LINEA.
004790     MOVE SPACES TO CAD-LINEA.
004800     MOVE CAD-CANT-FALLA-SIGUE TO CAD-CANT-EDIT.
004810     STRING "FALLAS QUE NO CORTAN     : " CAD-CANT-EDIT
004820         DELIMITED BY SIZE INTO CAD-LINEA
004830     END-STRING.
004840     PERFORM 8000-GRABAR-LINEA.
004850     MOVE SPACES TO CAD-LINEA.
004860     MOVE CAD-CANT-PENDIENTES TO CAD-CANT-EDIT.
004870     STRING "NO EJECUTADOS            : " CAD-CANT-EDIT
004880         DELIMITED BY SIZE INTO CAD-LINEA
004890     END-STRING.
004900     PERFORM 8000-GRABAR-LINEA.
004910     MOVE SPACES TO CAD-LINEA.
004920     PERFORM 8000-GRABAR-LINEA.
004930     IF CAD-CORTADA
004940         MOVE CAD-PASO-CORTE TO CAD-PASO-EDIT
004950         STRING "CADENA DETENIDA EN EL PASO " CAD-PASO-EDIT
004960                " - relanzar para reiniciar desde ese paso"
004970             DELIMITED BY SIZE INTO CAD-LINEA
004980         END-STRING
004990     ELSE
005000         MOVE "CADENA COMPLETA" TO CAD-LINEA
005010     END-IF.
005020     PERFORM 8000-GRABAR-LINEA.
005030     IF CAD-IMP-OK
005040         CLOSE ARCH-IMPRESION
005050     END-IF.
005060 4000-EXIT.
005070     EXIT.
005080
005090 4100-LINEA-PASO.
005100     MOVE CAD-PASO-IMAGEN (CAD-IDX-PASO) TO CAD-PASO.
005110     EVALUATE TRUE
005120         WHEN CAD-PASO-BIEN (CAD-IDX-PASO)
005130             MOVE "BIEN" TO CAD-ESTADO-TEXTO
005140             ADD 1 TO CAD-CANT-BIEN
005150         WHEN CAD-PASO-SALTEADO (CAD-IDX-PASO)
005160             MOVE "SALTEADO" TO CAD-ESTADO-TEXTO
005170             ADD 1 TO CAD-CANT-SALTEADOS
005180         WHEN CAD-PASO-FALLA-SIGUE (CAD-IDX-PASO)
005190             MOVE "FALLA-SIGUE" TO CAD-ESTADO-TEXTO
005200             ADD 1 TO CAD-CANT-FALLA-SIGUE
005210         WHEN CAD-PASO-FALLA-CORTA (CAD-IDX-PASO)
005220             MOVE "FALLA-CORTA" TO CAD-ESTADO-TEXTO
005230             ADD 1 TO CAD-CANT-FALLA-CORTA
005240         WHEN OTHER
005250             MOVE "NO EJECUTADO" TO CAD-ESTADO-TEXTO
005260             ADD 1 TO CAD-CANT-PENDIENTES
005270     END-EVALUATE.
005280     MOVE CAD-IDX-PASO TO CAD-PASO-EDIT.
005290     MOVE SPACES TO CAD-LINEA.
005300     STRING " " CAD-PASO-EDIT " " PAS-PROGRAMA " "
005310            CAD-PASO-HORA-INI (CAD-IDX-PASO) " "
005320            CAD-PASO-HORA-FIN (CAD-IDX-PASO) " "
005330            CAD-PASO-RC (CAD-IDX-PASO) " "
005335            CAD-PASO-SIS-RC (CAD-IDX-PASO) " "
005340            CAD-ESTADO-TEXTO " "
005350            CAD-PASO-NOTA (CAD-IDX-PASO)
005360         DELIMITED BY SIZE INTO CAD-LINEA
005370     END-STRING.
005380     PERFORM 8000-GRABAR-LINEA.
005390
005400*----------------------------------------------------------------
005410* 8000  graba una linea del resumen en CADENA.LST y la repite
005420*       por consola para el operador.
005430*----------------------------------------------------------------
005440 8000-GRABAR-LINEA.
005450     IF CAD-IMP-OK
005460         WRITE REG-IMPRESION FROM CAD-LINEA
005470             AFTER ADVANCING 1 LINE
005480     END-IF.
005490     DISPLAY CAD-LINEA.
005500
005510*----------------------------------------------------------------
005520* 9000  BITACORA DE CORRIDAS - constancia de arranque y cierre
005530*       de la cadena en CORRIDAS.DAT via el subprograma BITACORA.
005540*       Leidos son los pasos definidos; grabados, los terminados
005550*       bien y los salteados por ya estar hechos; rechazados, los
005555*       fallidos (corten o no) y los no ejecutados.  Codigo de
005560*       terminacion (tambien RETURN-CODE de la cadena): 00
005565*       completa, 90 detenida o sin pasos.
005570*----------------------------------------------------------------
005580 9000-BITACORA-INICIO.
005590     MOVE "CADENA" TO BIT-PROGRAMA.
005600     MOVE SPACES TO BIT-MODO.
005610     SET BIT-FUN-INICIO TO TRUE.
005620     CALL "BITACORA" USING CAD-BITACORA.
005630
005640 9100-BITACORA-FIN.
005650     SET BIT-FUN-FIN TO TRUE.
005660     MOVE CAD-CANT-PASOS TO BIT-LEIDAS.
005670     COMPUTE BIT-GRABADAS = CAD-CANT-BIEN + CAD-CANT-SALTEADOS.
005680     COMPUTE BIT-RECHAZADAS = CAD-CANT-FALLA-SIGUE
005690         + CAD-CANT-FALLA-CORTA + CAD-CANT-PENDIENTES.
005700     MOVE CAD-BIT-RC TO BIT-RC.
005710     CALL "BITACORA" USING CAD-BITACORA.
005720
005730 END PROGRAM CADENA-NOCTURNA.
