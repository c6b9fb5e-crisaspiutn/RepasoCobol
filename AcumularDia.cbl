000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Fin de dia - suma las lineas nuevas de
000070*               AUDITORI.DAT al archivo indexado de acumulados
000080*               diarios ACUMDIA.DAT (fecha + usuario + opcion +
000090*               lote, con cantidad y resultado de operaciones y
000100*               de asientos de reversa), para que los reportes
000110*               diarios y mensuales no relean la auditoria
000120*               entera.  La posicion alcanzada queda en
000130*               ACUMCTL.DAT: cada corrida saltea las lineas ya
000140*               sumadas (comprobando que la ultima sea la misma
000150*               que se anoto) y suma solo las que se agregaron
000160*               despues.  Cada linea lleva un numero de secuencia
000170*               y cada registro el de la ultima linea que sumo,
000180*               asi que repetir una corrida cortada a mitad de
000190*               camino no suma nada dos veces.
000200* Tectonics   : cobc
000210* Modification History:
000220*   2026-10-15 RC  Version inicial.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ACUMULAR-DIA.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORI.DAT"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS ACUM-AUD-STATUS.
000330
000340     SELECT ARCH-ACUMULADOS ASSIGN TO "ACUMDIA.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS ACU-CLAVE
000380         FILE STATUS IS ACUM-ACU-STATUS.
000390
000400     SELECT ARCH-CONTROL ASSIGN TO "ACUMCTL.DAT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS ACUM-CTL-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ARCH-AUDITORIA.
000470 01  REG-AUDITORIA.
000480     COPY AUDREG.
000490
000500 FD  ARCH-ACUMULADOS.
000510 01  REG-ACUMULADO.
000520     COPY ACUREG.
000530
000540 FD  ARCH-CONTROL.
000550 01  REG-CONTROL.
000560     COPY ACPREG.
000570
000580 WORKING-STORAGE SECTION.
000590 01  ACUM-AUD-STATUS             PIC X(02) VALUE SPACES.
000600     88  ACUM-AUD-OK                 VALUE "00".
000610     88  ACUM-AUD-NO-EXISTE          VALUE "35".
000620 01  ACUM-ACU-STATUS             PIC X(02) VALUE SPACES.
000630     88  ACUM-ACU-OK                 VALUE "00".
000640     88  ACUM-ACU-NO-EXISTE          VALUE "35".
000650 01  ACUM-CTL-STATUS             PIC X(02) VALUE SPACES.
000660     88  ACUM-CTL-OK                 VALUE "00".
000670     88  ACUM-CTL-NO-EXISTE          VALUE "35".
000680
000690 01  ACUM-AUD-EOF-SW             PIC X(01) VALUE "N".
000700     88  ACUM-AUD-EOF                VALUE "S".
000710 01  ACUM-POSICION-SW            PIC X(01) VALUE "N".
000720     88  ACUM-POSICION-OK            VALUE "S".
000730 01  ACUM-REG-HALLADO-SW         PIC X(01) VALUE "N".
000740     88  ACUM-REG-HALLADO            VALUE "S".
000741 01  ACUM-GRABACION-SW           PIC X(01) VALUE "N".
000742     88  ACUM-GRABACION-FALLIDA      VALUE "S".
000750
000760*    posicion de la corrida anterior (ACUMCTL.DAT) y la que deja
000770*    esta corrida
000780 01  ACUM-CONTROL.
000790     COPY ACPREG.
000800 01  ACUM-LINEA-LEIDA.
000810     05  ACUM-LEI-FECHA          PIC X(08).
000820     05  ACUM-LEI-HORA           PIC X(08).
000830     05  ACUM-LEI-USUARIO        PIC X(10).
000840     05  ACUM-LEI-NUM-OPER       PIC 9(09).
000850
000860 01  ACUM-HOY                    PIC X(08) VALUE SPACES.
000870 01  ACUM-HORA                   PIC X(08) VALUE SPACES.
000880 01  ACUM-SECUENCIA              PIC 9(09) VALUE ZERO.
000890
000900*    contadores de control
000910 01  ACUM-CANT-SALTEADAS         PIC 9(09) COMP VALUE ZERO.
000920 01  ACUM-CANT-NUEVAS            PIC 9(09) COMP VALUE ZERO.
000930 01  ACUM-CANT-OPERACIONES       PIC 9(09) COMP VALUE ZERO.
000940 01  ACUM-CANT-REVERSAS          PIC 9(09) COMP VALUE ZERO.
000950 01  ACUM-CANT-YA-SUMADAS        PIC 9(09) COMP VALUE ZERO.
000960 01  ACUM-CANT-ALTAS             PIC 9(07) COMP VALUE ZERO.
000970 01  ACUM-CANT-ACTUALIZ          PIC 9(07) COMP VALUE ZERO.
000971 01  ACUM-CANT-RECHAZADAS        PIC 9(07) COMP VALUE ZERO.
000980
000990 01  ACUM-CANT-EDIT              PIC ZZZZZZZZ9.
001000
001010 01  ACUM-BITACORA.
001020     COPY PARMBIT.
001030 01  ACUM-BIT-RC                 PIC 9(02) VALUE 90.
001040
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 9000-BITACORA-INICIO.
001080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001090     PERFORM 2000-POSICIONAR THRU 2000-EXIT.
001100     IF ACUM-POSICION-OK
001110         PERFORM 3000-ACUMULAR THRU 3000-EXIT
001120     END-IF.
001130     PERFORM 5000-RESUMEN-CONTROL THRU 5000-EXIT.
001140     PERFORM 9100-BITACORA-FIN.
001150     STOP RUN.
001160
001170*----------------------------------------------------------------
001180* 1000  INICIALIZACION - lee la posicion de la corrida anterior;
001190*       sin ACUMCTL.DAT es la primera corrida y se arranca
001200*       desde la primera linea.
001210*----------------------------------------------------------------
001220 1000-INICIALIZAR.
001230     ACCEPT ACUM-HOY FROM DATE YYYYMMDD.
001240     ACCEPT ACUM-HORA FROM TIME.
001250     MOVE SPACES TO ACUM-CONTROL.
001260     MOVE ZERO TO ACP-LINEAS OF ACUM-CONTROL
001270                  ACP-SECUENCIA OF ACUM-CONTROL
001280                  ACP-ULT-NUM-OPER OF ACUM-CONTROL.
001290     OPEN INPUT ARCH-CONTROL.
001300     IF ACUM-CTL-OK
001310         READ ARCH-CONTROL INTO ACUM-CONTROL
001320             AT END
001330                 CONTINUE
001340         END-READ
001350         CLOSE ARCH-CONTROL
001360     END-IF.
001370     DISPLAY "ACUMULAR-DIA: lineas ya acumuladas "
001380         ACP-LINEAS OF ACUM-CONTROL
001390         " (ultima corrida " ACP-FECHA-PROCESO OF ACUM-CONTROL
001400         ")".
001410 1000-EXIT.
001420     EXIT.
001430
001440*----------------------------------------------------------------
001450* 2000  POSICIONAMIENTO - saltea las lineas ya sumadas y compara
001460*       la ultima con la anotada en ACUMCTL.DAT.  Si el archivo
001470*       quedo mas corto o la linea no coincide, AUDITORI.DAT fue
001480*       regrabado por otro camino que el cierre mensual y no se
001490*       suma nada: seguir adelante duplicaria o perderia lineas.
001500*----------------------------------------------------------------
001510 2000-POSICIONAR.
001520     OPEN INPUT ARCH-AUDITORIA.
001530     IF NOT ACUM-AUD-OK
001540         IF ACUM-AUD-NO-EXISTE
001550             AND ACP-LINEAS OF ACUM-CONTROL = ZERO
001560             DISPLAY "ACUMULAR-DIA: AUDITORI.DAT no existe, "
001570                 "nada que acumular"
001580             MOVE 00 TO ACUM-BIT-RC
001590         ELSE
001600             DISPLAY "ACUMULAR-DIA: no se pudo abrir "
001610                 "AUDITORI.DAT"
001620         END-IF
001630         GO TO 2000-EXIT
001640     END-IF.
001650     MOVE SPACES TO ACUM-LINEA-LEIDA.
001660     MOVE ZERO TO ACUM-LEI-NUM-OPER.
001670     PERFORM 2100-LEER-AUDITORIA.
001680     PERFORM 2200-SALTEAR-LINEA
001690         UNTIL ACUM-AUD-EOF
001700            OR ACUM-CANT-SALTEADAS = ACP-LINEAS OF ACUM-CONTROL.
001710     IF ACUM-CANT-SALTEADAS < ACP-LINEAS OF ACUM-CONTROL
001720         DISPLAY "ACUMULAR-DIA: AUDITORI.DAT tiene "
001730             ACUM-CANT-SALTEADAS " lineas, menos que las ya "
001740             "acumuladas; no se suma nada"
001750         CLOSE ARCH-AUDITORIA
001760         GO TO 2000-EXIT
001770     END-IF.
001780     IF ACUM-LINEA-LEIDA NOT = ACP-ULT-LINEA OF ACUM-CONTROL
001790         DISPLAY "ACUMULAR-DIA: la linea " ACUM-CANT-SALTEADAS
001800             " de AUDITORI.DAT no es la ultima acumulada; "
001810             "no se suma nada"
001820         DISPLAY "   anotada: " ACP-ULT-LINEA OF ACUM-CONTROL
001830         DISPLAY "   leida  : " ACUM-LINEA-LEIDA
001840         CLOSE ARCH-AUDITORIA
001850         GO TO 2000-EXIT
001860     END-IF.
001870     SET ACUM-POSICION-OK TO TRUE.
001880 2000-EXIT.
001890     EXIT.
001900
001910 2100-LEER-AUDITORIA.
001920     READ ARCH-AUDITORIA
001930         AT END
001940             SET ACUM-AUD-EOF TO TRUE
001950     END-READ.
001960
001970 2200-SALTEAR-LINEA.
001980     ADD 1 TO ACUM-CANT-SALTEADAS.
001990     PERFORM 2300-TOMAR-IDENTIDAD.
002000     PERFORM 2100-LEER-AUDITORIA.
002010
002020 2300-TOMAR-IDENTIDAD.
002030     MOVE AUD-FECHA TO ACUM-LEI-FECHA.
002040     MOVE AUD-HORA TO ACUM-LEI-HORA.
002050     MOVE AUD-USUARIO TO ACUM-LEI-USUARIO.
002060     MOVE AUD-NUM-OPERACION TO ACUM-LEI-NUM-OPER.
002070
002080*----------------------------------------------------------------
002090* 3000  ACUMULACION - cada linea nueva suma en el registro de su
002100*       clave (lo crea si no existe).  Al terminar se graba la
002110*       posicion nueva; si la corrida se corta antes, la
002120*       siguiente repite desde la posicion vieja y las lineas ya
002130*       sumadas se reconocen por su numero de secuencia.  Si
002131*       una grabacion en ACUMDIA.DAT falla se corta ahi y no se
002132*       graba la posicion (codigo 90): la corrida siguiente
002133*       repite la linea.
002140*----------------------------------------------------------------
002150 3000-ACUMULAR.
002160     OPEN I-O ARCH-ACUMULADOS.
002170     IF ACUM-ACU-NO-EXISTE
002180         OPEN OUTPUT ARCH-ACUMULADOS
002190         CLOSE ARCH-ACUMULADOS
002200         OPEN I-O ARCH-ACUMULADOS
002210     END-IF.
002220     IF NOT ACUM-ACU-OK
002230         DISPLAY "ACUMULAR-DIA: no se pudo abrir ACUMDIA.DAT"
002240         CLOSE ARCH-AUDITORIA
002250         GO TO 3000-EXIT
002260     END-IF.
002270     PERFORM 3100-SUMAR-LINEA THRU 3100-EXIT
002280         UNTIL ACUM-AUD-EOF OR ACUM-GRABACION-FALLIDA.
002290     CLOSE ARCH-AUDITORIA ARCH-ACUMULADOS.
002291     IF ACUM-GRABACION-FALLIDA
002292         DISPLAY "ACUMULAR-DIA: acumulacion cortada, no se graba "
002293             "la posicion; la proxima corrida repite desde la "
002294             "anterior"
002295         GO TO 3000-EXIT
002296     END-IF.
002300     PERFORM 4000-GRABAR-CONTROL THRU 4000-EXIT.
002310 3000-EXIT.
002320     EXIT.
002330
002340 3100-SUMAR-LINEA.
002350     ADD 1 TO ACUM-CANT-NUEVAS.
002360     COMPUTE ACUM-SECUENCIA =
002370         ACP-SECUENCIA OF ACUM-CONTROL + ACUM-CANT-NUEVAS.
002380     PERFORM 2300-TOMAR-IDENTIDAD.
002390     IF AUD-TIPO-REVERSA
002400         ADD 1 TO ACUM-CANT-REVERSAS
002410     ELSE
002420         ADD 1 TO ACUM-CANT-OPERACIONES
002430     END-IF.
002440     MOVE AUD-FECHA TO ACU-FECHA.
002450     MOVE AUD-USUARIO TO ACU-USUARIO.
002460     MOVE AUD-OPCION TO ACU-OPCION.
002470     MOVE AUD-LOTE-ID TO ACU-LOTE-ID.
002480     SET ACUM-REG-HALLADO TO TRUE.
002490     READ ARCH-ACUMULADOS
002500         INVALID KEY
002510             MOVE "N" TO ACUM-REG-HALLADO-SW
002520     END-READ.
002530     IF ACUM-REG-HALLADO
002540         IF ACU-ULT-SECUENCIA NOT < ACUM-SECUENCIA
002550             ADD 1 TO ACUM-CANT-YA-SUMADAS
002560             GO TO 3100-LEER
002570         END-IF
002580     ELSE
002590         MOVE AUD-FECHA TO ACU-FECHA
002600         MOVE AUD-USUARIO TO ACU-USUARIO
002610         MOVE AUD-OPCION TO ACU-OPCION
002620         MOVE AUD-LOTE-ID TO ACU-LOTE-ID
002630         MOVE ZERO TO ACU-CANT-OPER ACU-SUMA-OPER
002640                      ACU-CANT-ANUL ACU-SUMA-ANUL
002650     END-IF.
002660     IF AUD-TIPO-REVERSA
002670         ADD 1 TO ACU-CANT-ANUL
002680         ADD AUD-RESULTADO TO ACU-SUMA-ANUL
002690     ELSE
002700         ADD 1 TO ACU-CANT-OPER
002710         ADD AUD-RESULTADO TO ACU-SUMA-OPER
002720     END-IF.
002730     MOVE ACUM-SECUENCIA TO ACU-ULT-SECUENCIA.
002740     MOVE ACUM-HOY TO ACU-FECHA-ACTUALIZ.
002750     IF ACUM-REG-HALLADO
002760         REWRITE REG-ACUMULADO
002770     ELSE
002780         WRITE REG-ACUMULADO
002790     END-IF.
002791     IF NOT ACUM-ACU-OK
002792         ADD 1 TO ACUM-CANT-RECHAZADAS
002793         SET ACUM-GRABACION-FALLIDA TO TRUE
002794         DISPLAY "ACUMULAR-DIA: no se pudo grabar ACUMDIA.DAT, "
002795             "codigo " ACUM-ACU-STATUS ", operacion "
002796             AUD-NUM-OPERACION " del " AUD-FECHA
002797         GO TO 3100-EXIT
002798     END-IF.
002800     IF ACUM-REG-HALLADO
002801         ADD 1 TO ACUM-CANT-ACTUALIZ
002802     ELSE
002803         ADD 1 TO ACUM-CANT-ALTAS
002810     END-IF.
002820 3100-LEER.
002830     PERFORM 2100-LEER-AUDITORIA.
002840 3100-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------------
002880* 4000  graba la posicion nueva en ACUMCTL.DAT (registro unico,
002890*       se regraba entero como el checkpoint de la calculadora).
002900*----------------------------------------------------------------
002910 4000-GRABAR-CONTROL.
002920     ADD ACUM-CANT-NUEVAS TO ACP-LINEAS OF ACUM-CONTROL.
002930     ADD ACUM-CANT-NUEVAS TO ACP-SECUENCIA OF ACUM-CONTROL.
002940     MOVE ACUM-LINEA-LEIDA TO ACP-ULT-LINEA OF ACUM-CONTROL.
002950     MOVE ACUM-HOY TO ACP-FECHA-PROCESO OF ACUM-CONTROL.
002960     MOVE ACUM-HORA TO ACP-HORA-PROCESO OF ACUM-CONTROL.
002970     OPEN OUTPUT ARCH-CONTROL.
002980     IF NOT ACUM-CTL-OK
002990         DISPLAY "ACUMULAR-DIA: no se pudo grabar ACUMCTL.DAT; "
003000             "la proxima corrida repite las lineas de hoy"
003010         GO TO 4000-EXIT
003020     END-IF.
003030     WRITE REG-CONTROL FROM ACUM-CONTROL.
003040     CLOSE ARCH-CONTROL.
003050     MOVE 00 TO ACUM-BIT-RC.
003060 4000-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------------
003100* 5000  RESUMEN DE CONTROL - salteadas + nuevas = lineas del
003110*       archivo vivo; nuevas = operaciones + reversas.
003120*----------------------------------------------------------------
003130 5000-RESUMEN-CONTROL.
003140     DISPLAY "__________________________________________________".
003150     DISPLAY "RESUMEN DE CONTROL DE ACUMULADOS DIARIOS".
003160     MOVE ACUM-CANT-SALTEADAS TO ACUM-CANT-EDIT.
003170     DISPLAY "  lineas ya acumuladas    : " ACUM-CANT-EDIT.
003180     MOVE ACUM-CANT-NUEVAS TO ACUM-CANT-EDIT.
003190     DISPLAY "  lineas nuevas           : " ACUM-CANT-EDIT.
003200     MOVE ACUM-CANT-OPERACIONES TO ACUM-CANT-EDIT.
003210     DISPLAY "    operaciones           : " ACUM-CANT-EDIT.
003220     MOVE ACUM-CANT-REVERSAS TO ACUM-CANT-EDIT.
003230     DISPLAY "    asientos de reversa   : " ACUM-CANT-EDIT.
003240     MOVE ACUM-CANT-YA-SUMADAS TO ACUM-CANT-EDIT.
003250     DISPLAY "  sumadas en corrida ant. : " ACUM-CANT-EDIT.
003260     MOVE ACUM-CANT-ALTAS TO ACUM-CANT-EDIT.
003270     DISPLAY "  registros nuevos        : " ACUM-CANT-EDIT.
003280     MOVE ACUM-CANT-ACTUALIZ TO ACUM-CANT-EDIT.
003290     DISPLAY "  registros actualizados  : " ACUM-CANT-EDIT.
003291     MOVE ACUM-CANT-RECHAZADAS TO ACUM-CANT-EDIT.
003292     DISPLAY "  grabaciones fallidas    : " ACUM-CANT-EDIT.
003300     IF ACUM-CANT-NUEVAS =
003310         ACUM-CANT-OPERACIONES + ACUM-CANT-REVERSAS
003320         DISPLAY "  la acumulacion BALANCEA"
003330     ELSE
003340         DISPLAY "  la acumulacion NO BALANCEA, revisar"
003350     END-IF.
003360 5000-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400* 9000  BITACORA DE CORRIDAS - constancia de arranque y cierre
003410*       (leidas = lineas nuevas, grabadas = registros creados o
003420*       actualizados, rechazadas = grabaciones fallidas de
003421*       ACUMDIA.DAT; 00 con la posicion grabada, 90 si no se
003430*       pudo posicionar o grabar) en CORRIDAS.DAT via BITACORA.
003440*----------------------------------------------------------------
003450 9000-BITACORA-INICIO.
003460     MOVE "ACUMDIA" TO BIT-PROGRAMA.
003470     MOVE SPACES TO BIT-MODO.
003480     SET BIT-FUN-INICIO TO TRUE.
003490     CALL "BITACORA" USING ACUM-BITACORA.
003500
003510 9100-BITACORA-FIN.
003520     SET BIT-FUN-FIN TO TRUE.
003530     MOVE ACUM-CANT-NUEVAS TO BIT-LEIDAS.
003540     COMPUTE BIT-GRABADAS = ACUM-CANT-ALTAS + ACUM-CANT-ACTUALIZ.
003550     MOVE ACUM-CANT-RECHAZADAS TO BIT-RECHAZADAS.
003560     MOVE ACUM-BIT-RC TO BIT-RC.
003570     CALL "BITACORA" USING ACUM-BITACORA.
003580
003590 END PROGRAM ACUMULAR-DIA.
