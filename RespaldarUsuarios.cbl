000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Respaldo de USUARIOS.DAT - copia secuencial del
000070*               maestro de usuarios a USRBKaaaammdd.DAT, fechada
000080*               con el dia del respaldo (layout RSPREG: cabecera,
000090*               un registro por usuario y cola con los totales de
000100*               control).  Antes de copiar anota en la cabecera la
000110*               posicion de USRJRNL.DAT (fecha y hora de la ultima
000120*               entrada), que es desde donde RECUPERAR-USUARIOS
000130*               reaplica el journal sobre este respaldo.  Un
000140*               segundo respaldo del mismo dia reemplaza al
000150*               primero.  Emite un resumen de control y deja
000160*               constancia en CORRIDAS.DAT.
000170* Tectonics   : cobc
000180* Modification History:
000190*   2026-10-15 RC  Version inicial.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. RESPALDAR-USUARIOS.
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ARCH-USUARIOS ASSIGN TO "USUARIOS.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS REG-DNI OF FD-REG
000310         FILE STATUS IS RESP-USR-STATUS.
000320
000330     SELECT ARCH-JOURNAL ASSIGN TO "USRJRNL.DAT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS RESP-JRN-STATUS.
000360
000370*    ASSIGN USING: el nombre del respaldo es el contenido del
000380*    campo (fechado por dia), no un nombre fijo
000390     SELECT ARCH-RESPALDO ASSIGN USING RESP-NOMBRE-RESPALDO
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS RESP-BKP-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARCH-USUARIOS.
000460 01  FD-REG.
000470     COPY USRREG.
000480
000490 FD  ARCH-JOURNAL.
000500 01  REG-JOURNAL.
000510     COPY JRNREG.
000520
000530 FD  ARCH-RESPALDO.
000540 01  REG-RESPALDO.
000550     COPY RSPREG.
000560
000570 WORKING-STORAGE SECTION.
000580 01  RESP-USR-STATUS             PIC X(02) VALUE SPACES.
000590     88  RESP-USR-OK                 VALUE "00".
000600     88  RESP-USR-NO-EXISTE          VALUE "35".
000610 01  RESP-JRN-STATUS             PIC X(02) VALUE SPACES.
000620     88  RESP-JRN-OK                 VALUE "00".
000630     88  RESP-JRN-NO-EXISTE          VALUE "35".
000640 01  RESP-BKP-STATUS             PIC X(02) VALUE SPACES.
000650     88  RESP-BKP-OK                 VALUE "00".
000660
000670 01  RESP-EOF-SW                 PIC X(01) VALUE "N".
000680     88  RESP-EOF                    VALUE "S".
000690 01  RESP-COMPLETO-SW            PIC X(01) VALUE "N".
000700     88  RESP-COMPLETO               VALUE "S".
000710
000720 01  RESP-FECHA                  PIC X(08) VALUE SPACES.
000730 01  RESP-HORA                   PIC X(08) VALUE SPACES.
000740 01  RESP-NOMBRE-RESPALDO        PIC X(20) VALUE SPACES.
000750
000760*    posicion del journal: ultima entrada y cuantas comparten su
000770*    fecha y hora
000780 01  RESP-JRN-FECHA              PIC X(08) VALUE SPACES.
000790 01  RESP-JRN-HORA               PIC X(08) VALUE SPACES.
000800 01  RESP-JRN-MISMA-HORA         PIC 9(05) VALUE ZERO.
000810 01  RESP-JRN-ENTRADAS           PIC 9(07) VALUE ZERO.
000820
000830*    totales de control de la copia
000840 01  RESP-CANTIDAD               PIC 9(07) VALUE ZERO.
000850 01  RESP-SUMA-DNI               PIC 9(15) VALUE ZERO.
000860 01  RESP-DNI-NUM                PIC 9(08) VALUE ZERO.
000870 01  RESP-CANT-ACTIVOS           PIC 9(07) VALUE ZERO.
000880 01  RESP-CANT-INACTIVOS         PIC 9(07) VALUE ZERO.
000890 01  RESP-CANT-BLOQUEADOS        PIC 9(07) VALUE ZERO.
000900 01  RESP-CANT-PENDIENTES        PIC 9(07) VALUE ZERO.
000910
000920 01  RESP-CANT-EDIT              PIC ZZZZZZ9.
000930 01  RESP-SUMA-EDIT              PIC ZZZZZZZZZZZZZZ9.
000940
000950 01  RESP-BITACORA.
000960     COPY PARMBIT.
000970 01  RESP-BIT-RC                 PIC 9(02) VALUE 90.
000980
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001020     PERFORM 9000-BITACORA-INICIO.
001030     PERFORM 2000-POSICION-JOURNAL THRU 2000-EXIT.
001040     PERFORM 3000-COPIAR-MAESTRO THRU 3000-EXIT.
001050     PERFORM 4000-RESUMEN-CONTROL THRU 4000-EXIT.
001060     PERFORM 9100-BITACORA-FIN.
001070     STOP RUN.
001080
001090*----------------------------------------------------------------
001100* 1000  INICIALIZACION - fecha y hora del respaldo y nombre del
001110*       archivo (USRBK + fecha del dia).
001120*----------------------------------------------------------------
001130 1000-INICIALIZAR.
001140     ACCEPT RESP-FECHA FROM DATE YYYYMMDD.
001150     ACCEPT RESP-HORA FROM TIME.
001160     STRING "USRBK" RESP-FECHA ".DAT"
001170         DELIMITED BY SIZE INTO RESP-NOMBRE-RESPALDO
001180     END-STRING.
001190     DISPLAY "RESPALDO DE USUARIOS.DAT EN " RESP-NOMBRE-RESPALDO.
001200 1000-EXIT.
001210     EXIT.
001220
001230*----------------------------------------------------------------
001240* 2000  POSICION DEL JOURNAL - recorre USRJRNL.DAT y se queda con
001250*       la fecha y hora de la ultima entrada; las entradas que
001260*       comparten esa misma hora se cuentan para que la
001270*       recuperacion saltee exactamente las ya incluidas.  Sin
001280*       journal la posicion es el momento del respaldo.
001290*----------------------------------------------------------------
001300 2000-POSICION-JOURNAL.
001310     MOVE RESP-FECHA TO RESP-JRN-FECHA.
001320     MOVE RESP-HORA TO RESP-JRN-HORA.
001330     MOVE ZERO TO RESP-JRN-MISMA-HORA.
001340     OPEN INPUT ARCH-JOURNAL.
001350     IF NOT RESP-JRN-OK
001360         IF RESP-JRN-NO-EXISTE
001370             DISPLAY "RESPALDAR-USUARIOS: USRJRNL.DAT no existe, "
001380                 "la posicion es la hora del respaldo"
001390         ELSE
001400             DISPLAY "RESPALDAR-USUARIOS: no se pudo abrir "
001410                 "USRJRNL.DAT, la posicion es la hora del "
001420                 "respaldo"
001430         END-IF
001440         GO TO 2000-EXIT
001450     END-IF.
001460     MOVE SPACES TO RESP-JRN-FECHA RESP-JRN-HORA.
001470     MOVE "N" TO RESP-EOF-SW.
001480     PERFORM 2100-LEER-JOURNAL.
001490     PERFORM 2200-TOMAR-POSICION UNTIL RESP-EOF.
001500     CLOSE ARCH-JOURNAL.
001510     IF RESP-JRN-ENTRADAS = ZERO
001520         MOVE RESP-FECHA TO RESP-JRN-FECHA
001530         MOVE RESP-HORA TO RESP-JRN-HORA
001540     END-IF.
001550 2000-EXIT.
001560     EXIT.
001570
001580 2100-LEER-JOURNAL.
001590     READ ARCH-JOURNAL
001600         AT END
001610             SET RESP-EOF TO TRUE
001620     END-READ.
001630
001640 2200-TOMAR-POSICION.
001650     ADD 1 TO RESP-JRN-ENTRADAS.
001660     IF JRN-FECHA = RESP-JRN-FECHA AND JRN-HORA = RESP-JRN-HORA
001670         ADD 1 TO RESP-JRN-MISMA-HORA
001680     ELSE
001690         MOVE JRN-FECHA TO RESP-JRN-FECHA
001700         MOVE JRN-HORA TO RESP-JRN-HORA
001710         MOVE 1 TO RESP-JRN-MISMA-HORA
001720     END-IF.
001730     PERFORM 2100-LEER-JOURNAL.
001740
001750*----------------------------------------------------------------
001760* 3000  COPIA DEL MAESTRO - cabecera con la posicion, un registro
001770*       por usuario en orden de dni y cola con los totales.
001780*----------------------------------------------------------------
001790 3000-COPIAR-MAESTRO.
001800     OPEN INPUT ARCH-USUARIOS.
001810     IF NOT RESP-USR-OK
001820         IF RESP-USR-NO-EXISTE
001830             DISPLAY "RESPALDAR-USUARIOS: USUARIOS.DAT no existe"
001840         ELSE
001850             DISPLAY "RESPALDAR-USUARIOS: no se pudo abrir "
001860                 "USUARIOS.DAT"
001870         END-IF
001880         GO TO 3000-EXIT
001890     END-IF.
001900     OPEN OUTPUT ARCH-RESPALDO.
001910     IF NOT RESP-BKP-OK
001920         DISPLAY "RESPALDAR-USUARIOS: no se pudo abrir "
001930             RESP-NOMBRE-RESPALDO
001940         CLOSE ARCH-USUARIOS
001950         GO TO 3000-EXIT
001960     END-IF.
001970     MOVE SPACES TO REG-RESPALDO.
001980     SET RSP-CABECERA TO TRUE.
001990     PERFORM 3300-CARGAR-CONTROL.
002000     WRITE REG-RESPALDO.
002010     MOVE "N" TO RESP-EOF-SW.
002020     PERFORM 3100-LEER-USUARIO.
002030     PERFORM 3200-COPIAR-USUARIO UNTIL RESP-EOF.
002040     MOVE SPACES TO REG-RESPALDO.
002050     SET RSP-COLA TO TRUE.
002060     PERFORM 3300-CARGAR-CONTROL.
002070     WRITE REG-RESPALDO.
002080     IF RESP-BKP-OK
002090         SET RESP-COMPLETO TO TRUE
002100     END-IF.
002110     CLOSE ARCH-USUARIOS ARCH-RESPALDO.
002120 3000-EXIT.
002130     EXIT.
002140
002150 3100-LEER-USUARIO.
002160     READ ARCH-USUARIOS NEXT RECORD
002170         AT END
002180             SET RESP-EOF TO TRUE
002190     END-READ.
002200
002210 3200-COPIAR-USUARIO.
002220     MOVE SPACES TO REG-RESPALDO.
002230     SET RSP-DETALLE TO TRUE.
002240     MOVE FD-REG TO RSP-REGISTRO.
002250     WRITE REG-RESPALDO.
002260     ADD 1 TO RESP-CANTIDAD.
002270     IF REG-DNI OF FD-REG NUMERIC
002280         MOVE REG-DNI OF FD-REG TO RESP-DNI-NUM
002290         ADD RESP-DNI-NUM TO RESP-SUMA-DNI
002300     END-IF.
002310     EVALUATE TRUE
002320         WHEN REG-ACTIVO OF FD-REG
002330             ADD 1 TO RESP-CANT-ACTIVOS
002340         WHEN REG-INACTIVO OF FD-REG
002350             ADD 1 TO RESP-CANT-INACTIVOS
002360         WHEN REG-BLOQUEADO OF FD-REG
002370             ADD 1 TO RESP-CANT-BLOQUEADOS
002380         WHEN REG-PENDIENTE OF FD-REG
002390             ADD 1 TO RESP-CANT-PENDIENTES
002400     END-EVALUATE.
002410     PERFORM 3100-LEER-USUARIO.
002420
002430*    la cabecera sale con los totales en cero, la cola con los
002440*    acumulados de la copia
002450 3300-CARGAR-CONTROL.
002460     MOVE RESP-FECHA TO RSP-FECHA.
002470     MOVE RESP-HORA TO RSP-HORA.
002480     MOVE RESP-JRN-FECHA TO RSP-JRN-FECHA.
002490     MOVE RESP-JRN-HORA TO RSP-JRN-HORA.
002500     MOVE RESP-JRN-MISMA-HORA TO RSP-JRN-MISMA-HORA.
002510     MOVE RESP-JRN-ENTRADAS TO RSP-JRN-ENTRADAS.
002520     MOVE RESP-CANTIDAD TO RSP-CANTIDAD.
002530     MOVE RESP-SUMA-DNI TO RSP-SUMA-DNI.
002540     MOVE RESP-CANT-ACTIVOS TO RSP-CANT-ACTIVOS.
002550     MOVE RESP-CANT-INACTIVOS TO RSP-CANT-INACTIVOS.
002560     MOVE RESP-CANT-BLOQUEADOS TO RSP-CANT-BLOQUEADOS.
002570     MOVE RESP-CANT-PENDIENTES TO RSP-CANT-PENDIENTES.
002580
002590*----------------------------------------------------------------
002600* 4000  RESUMEN DE CONTROL DEL RESPALDO - usuarios copiados por
002610*       estado (la suma de los estados debe dar la cantidad),
002620*       suma de dni y posicion del journal anotada.
002630*----------------------------------------------------------------
002640 4000-RESUMEN-CONTROL.
002650     DISPLAY "__________________________________________________".
002660     DISPLAY "RESUMEN DE CONTROL DEL RESPALDO "
002670         RESP-NOMBRE-RESPALDO.
002680     MOVE RESP-CANTIDAD TO RESP-CANT-EDIT.
002690     DISPLAY "  usuarios copiados       : " RESP-CANT-EDIT.
002700     MOVE RESP-CANT-ACTIVOS TO RESP-CANT-EDIT.
002710     DISPLAY "    activos               : " RESP-CANT-EDIT.
002720     MOVE RESP-CANT-INACTIVOS TO RESP-CANT-EDIT.
002730     DISPLAY "    inactivos             : " RESP-CANT-EDIT.
002740     MOVE RESP-CANT-BLOQUEADOS TO RESP-CANT-EDIT.
002750     DISPLAY "    bloqueados            : " RESP-CANT-EDIT.
002760     MOVE RESP-CANT-PENDIENTES TO RESP-CANT-EDIT.
002770     DISPLAY "    pendientes            : " RESP-CANT-EDIT.
002780     MOVE RESP-SUMA-DNI TO RESP-SUMA-EDIT.
002790     DISPLAY "  suma de dni             : " RESP-SUMA-EDIT.
002800     MOVE RESP-JRN-ENTRADAS TO RESP-CANT-EDIT.
002810     DISPLAY "  entradas en el journal  : " RESP-CANT-EDIT.
002820     DISPLAY "  posicion del journal    : " RESP-JRN-FECHA " "
002830         RESP-JRN-HORA.
002840     IF NOT RESP-COMPLETO
002850         DISPLAY "  ADVERTENCIA: el respaldo NO se completo, no "
002860             "usarlo para recuperar"
002870         GO TO 4000-EXIT
002880     END-IF.
002890     IF RESP-CANTIDAD = RESP-CANT-ACTIVOS + RESP-CANT-INACTIVOS
002900         + RESP-CANT-BLOQUEADOS + RESP-CANT-PENDIENTES
002910         DISPLAY "  el respaldo BALANCEA"
002920         MOVE 00 TO RESP-BIT-RC
002930     ELSE
002940         DISPLAY "  el respaldo NO BALANCEA: hay usuarios con "
002950             "estado desconocido, revisar"
002960         MOVE 10 TO RESP-BIT-RC
002970     END-IF.
002980 4000-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------
003020* 9000  BITACORA DE CORRIDAS - constancia de arranque y cierre
003030*       (leidas = grabadas = usuarios copiados).  Codigo 90 si el
003040*       respaldo no se completo, 10 si hay estados desconocidos.
003050*----------------------------------------------------------------
003060 9000-BITACORA-INICIO.
003070     MOVE "RESPUSR" TO BIT-PROGRAMA.
003080     MOVE SPACES TO BIT-MODO.
003090     SET BIT-FUN-INICIO TO TRUE.
003100     CALL "BITACORA" USING RESP-BITACORA.
003110
003120 9100-BITACORA-FIN.
003130     SET BIT-FUN-FIN TO TRUE.
003140     MOVE RESP-CANTIDAD TO BIT-LEIDAS.
003150     IF RESP-COMPLETO
003160         MOVE RESP-CANTIDAD TO BIT-GRABADAS
003170     ELSE
003180         MOVE ZERO TO BIT-GRABADAS
003190     END-IF.
003200     MOVE ZERO TO BIT-RECHAZADAS.
003210     MOVE RESP-BIT-RC TO BIT-RC.
003220     CALL "BITACORA" USING RESP-BITACORA.
003230
003240 END PROGRAM RESPALDAR-USUARIOS.
