000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Conversion unica de CORRIDAS.DAT al registro con
000070*               COR-LOTE-ID.  Las constancias grabadas antes de
000080*               ensanchar CORREG miden 54 posiciones; se leen con
000090*               ese largo, se completan con el identificador de
000100*               lote en blancos y el archivo se regraba con el
000110*               largo nuevo.  Se corre una sola vez, despues de
000120*               instalar BITACORA y sus lectores (LISTAR-CORRIDAS,
000130*               CADENA-NOCTURNA, MONITOR-ACTIVIDAD) y antes de la
000140*               primera corrida que grabe una constancia nueva.
000150*               Mismo esquema que CIERRE-MENSUAL: las constancias
000160*               pasan a CORRIDAS.TMP y el archivo vivo solo se
000170*               regraba si todas son validas y la cuenta
000180*               balancea.  Un archivo ya convertido (o mezclado)
000190*               no pasa la validacion: leido de a 54 posiciones
000200*               se desfasa desde la segunda constancia, y queda
000210*               como estaba.  No deja constancia propia en
000220*               CORRIDAS.DAT, que es el archivo que convierte.
000230* Tectonics   : cobc
000240* Modification History:
000250*   2026-10-15 RC  Version inicial.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CONVERTIR-CORRIDAS.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330*    el mismo archivo con dos largos: se lee con el viejo y se
000340*    regraba con el nuevo
000350     SELECT ARCH-CORR-VIEJO ASSIGN TO "CORRIDAS.DAT"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS CCOR-VIE-STATUS.
000380
000390     SELECT ARCH-CORRIDAS ASSIGN TO "CORRIDAS.DAT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS CCOR-COR-STATUS.
000420
000430     SELECT ARCH-CORR-TEMP ASSIGN TO "CORRIDAS.TMP"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS CCOR-TMP-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ARCH-CORR-VIEJO.
000500 01  REG-CORR-VIEJO              PIC X(54).
000510
000520 FD  ARCH-CORRIDAS.
000530 01  REG-CORRIDA.
000540     COPY CORREG.
000550
000560 FD  ARCH-CORR-TEMP.
000570 01  REG-CORR-TEMP               PIC X(64).
000580
000590 WORKING-STORAGE SECTION.
000600 01  CCOR-VIE-STATUS             PIC X(02) VALUE SPACES.
000610     88  CCOR-VIE-OK                 VALUE "00".
000620     88  CCOR-VIE-NO-EXISTE          VALUE "35".
000630 01  CCOR-COR-STATUS             PIC X(02) VALUE SPACES.
000640     88  CCOR-COR-OK                 VALUE "00".
000650 01  CCOR-TMP-STATUS             PIC X(02) VALUE SPACES.
000660     88  CCOR-TMP-OK                 VALUE "00".
000670
000680 01  CCOR-VIE-EOF-SW             PIC X(01) VALUE "N".
000690     88  CCOR-VIE-EOF                VALUE "S".
000700 01  CCOR-TMP-EOF-SW             PIC X(01) VALUE "N".
000710     88  CCOR-TMP-EOF                VALUE "S".
000720
000730*    estado de la conversion: completa, ausente (no hay
000740*    CORRIDAS.DAT, nada que convertir) o fallida (error de
000750*    apertura, constancia invalida, desbalanceo o regrabado
000760*    fallido); solo completa toca el archivo vivo
000770 01  CCOR-ESTADO                 PIC X(01) VALUE "P".
000780     88  CCOR-CONV-COMPLETA          VALUE "C".
000790     88  CCOR-CONV-AUSENTE           VALUE "A".
000800     88  CCOR-CONV-FALLIDA           VALUE "F".
000810
000820 01  CCOR-CONSTANCIA.
000830     COPY CORREG.
000840
000850 01  CCOR-LEIDAS                 PIC 9(07) VALUE ZERO.
000860 01  CCOR-PASADAS                PIC 9(07) VALUE ZERO.
000870 01  CCOR-INVALIDAS              PIC 9(07) VALUE ZERO.
000880 01  CCOR-GRABADAS               PIC 9(07) VALUE ZERO.
000890 01  CCOR-CANT-EDIT              PIC ZZZZZZ9.
000900
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
000930     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000940     IF NOT CCOR-CONV-AUSENTE AND NOT CCOR-CONV-FALLIDA
000950         PERFORM 2000-PASAR-A-TEMPORAL THRU 2000-EXIT
000960     END-IF.
000970     IF NOT CCOR-CONV-AUSENTE AND NOT CCOR-CONV-FALLIDA
000980         PERFORM 3000-REGRABAR-CORRIDAS THRU 3000-EXIT
000990     END-IF.
001000     PERFORM 4000-RESUMEN-CONTROL THRU 4000-EXIT.
001010     STOP RUN.
001020
001030 1000-INICIALIZAR.
001040     DISPLAY "CONVERSION DE CORRIDAS.DAT AL REGISTRO CON LOTE".
001050     OPEN INPUT ARCH-CORR-VIEJO.
001060     IF NOT CCOR-VIE-OK
001070         IF CCOR-VIE-NO-EXISTE
001080             DISPLAY "CONVERTIR-CORRIDAS: CORRIDAS.DAT no "
001090                 "existe, nada que convertir"
001100             SET CCOR-CONV-AUSENTE TO TRUE
001110         ELSE
001120             DISPLAY "CONVERTIR-CORRIDAS: no se pudo abrir "
001130                 "CORRIDAS.DAT"
001140             SET CCOR-CONV-FALLIDA TO TRUE
001150         END-IF
001160         GO TO 1000-EXIT
001170     END-IF.
001180     OPEN OUTPUT ARCH-CORR-TEMP.
001190     IF NOT CCOR-TMP-OK
001200         DISPLAY "CONVERTIR-CORRIDAS: no se pudo abrir "
001210             "CORRIDAS.TMP"
001220         SET CCOR-CONV-FALLIDA TO TRUE
001230         CLOSE ARCH-CORR-VIEJO
001240     END-IF.
001250 1000-EXIT.
001260     EXIT.
001270
001280*----------------------------------------------------------------
001290* 2000  PASAJE AL TEMPORAL - cada constancia vieja se completa
001300*       con COR-LOTE-ID en blancos y se valida (tipo "I" o "F" y
001310*       contadores numericos) antes de pasar a CORRIDAS.TMP.
001320*       Una sola invalida, o una lectura que no termina bien,
001330*       deja el archivo vivo como estaba.
001340*----------------------------------------------------------------
001350 2000-PASAR-A-TEMPORAL.
001360     PERFORM 2100-LEER-VIEJA.
001370     PERFORM 2200-PASAR-CONSTANCIA UNTIL CCOR-VIE-EOF.
001380     CLOSE ARCH-CORR-VIEJO ARCH-CORR-TEMP.
001390     IF CCOR-INVALIDAS > ZERO
001400         DISPLAY "CONVERTIR-CORRIDAS: CORRIDAS.DAT no tiene el "
001410             "largo viejo (ya convertido o mezclado), queda "
001420             "como estaba"
001430         SET CCOR-CONV-FALLIDA TO TRUE
001440         GO TO 2000-EXIT
001450     END-IF.
001460     IF CCOR-LEIDAS = ZERO
001470         DISPLAY "CONVERTIR-CORRIDAS: CORRIDAS.DAT esta vacio, "
001480             "nada que convertir"
001490         SET CCOR-CONV-AUSENTE TO TRUE
001500         GO TO 2000-EXIT
001510     END-IF.
001520     IF CCOR-LEIDAS NOT = CCOR-PASADAS
001530         DISPLAY "CONVERTIR-CORRIDAS: el pasaje no balancea, "
001540             "CORRIDAS.DAT queda como estaba"
001550         SET CCOR-CONV-FALLIDA TO TRUE
001560     END-IF.
001570 2000-EXIT.
001580     EXIT.
001590
001600 2100-LEER-VIEJA.
001610     READ ARCH-CORR-VIEJO
001620         AT END
001630             SET CCOR-VIE-EOF TO TRUE
001640     END-READ.
001650*    un registro corto al final (status 04 u otro) es un
001660*    archivo que no tiene el largo viejo
001670     IF NOT CCOR-VIE-EOF AND NOT CCOR-VIE-OK
001680         ADD 1 TO CCOR-INVALIDAS
001690         DISPLAY "CONVERTIR-CORRIDAS: lectura con status "
001700             CCOR-VIE-STATUS " tras la constancia " CCOR-LEIDAS
001710         SET CCOR-VIE-EOF TO TRUE
001720     END-IF.
001730
001740 2200-PASAR-CONSTANCIA.
001750     ADD 1 TO CCOR-LEIDAS.
001760     MOVE REG-CORR-VIEJO TO CCOR-CONSTANCIA.
001770     MOVE SPACES TO COR-LOTE-ID OF CCOR-CONSTANCIA.
001780     IF (COR-INICIO OF CCOR-CONSTANCIA
001790         OR COR-FIN OF CCOR-CONSTANCIA)
001800         AND COR-LEIDAS OF CCOR-CONSTANCIA IS NUMERIC
001810         AND COR-GRABADAS OF CCOR-CONSTANCIA IS NUMERIC
001820         AND COR-RECHAZADAS OF CCOR-CONSTANCIA IS NUMERIC
001830         AND COR-RC OF CCOR-CONSTANCIA IS NUMERIC
001840         WRITE REG-CORR-TEMP FROM CCOR-CONSTANCIA
001850         ADD 1 TO CCOR-PASADAS
001860     ELSE
001870         ADD 1 TO CCOR-INVALIDAS
001880         IF CCOR-INVALIDAS = 1
001890             DISPLAY "CONVERTIR-CORRIDAS: constancia invalida "
001900                 "numero " CCOR-LEIDAS ": " REG-CORR-VIEJO
001910         END-IF
001920     END-IF.
001930     PERFORM 2100-LEER-VIEJA.
001940
001950*----------------------------------------------------------------
001960* 3000  REGRABADO - igual que CIERRE-MENSUAL, el temporal se abre
001970*       y verifica antes del OPEN OUTPUT que trunca el archivo
001980*       vivo, y el vivo se regraba con el largo nuevo.
001990*----------------------------------------------------------------
002000 3000-REGRABAR-CORRIDAS.
002010     OPEN INPUT ARCH-CORR-TEMP.
002020     IF NOT CCOR-TMP-OK
002030         DISPLAY "CONVERTIR-CORRIDAS: no se pudo abrir "
002040             "CORRIDAS.TMP, CORRIDAS.DAT queda como estaba"
002050         SET CCOR-CONV-FALLIDA TO TRUE
002060         GO TO 3000-EXIT
002070     END-IF.
002080     OPEN OUTPUT ARCH-CORRIDAS.
002090     IF NOT CCOR-COR-OK
002100         DISPLAY "CONVERTIR-CORRIDAS: no se pudo regrabar "
002110             "CORRIDAS.DAT desde CORRIDAS.TMP"
002120         SET CCOR-CONV-FALLIDA TO TRUE
002130         CLOSE ARCH-CORR-TEMP
002140         GO TO 3000-EXIT
002150     END-IF.
002160     PERFORM 3100-COPIAR-TEMP.
002170     PERFORM 3200-GRABAR-NUEVA UNTIL CCOR-TMP-EOF.
002180     CLOSE ARCH-CORR-TEMP ARCH-CORRIDAS.
002190     IF CCOR-GRABADAS = CCOR-PASADAS
002200         SET CCOR-CONV-COMPLETA TO TRUE
002210     ELSE
002220         DISPLAY "CONVERTIR-CORRIDAS: el regrabado no balancea, "
002230             "restaurar CORRIDAS.DAT desde su copia"
002240         SET CCOR-CONV-FALLIDA TO TRUE
002250     END-IF.
002260 3000-EXIT.
002270     EXIT.
002280
002290 3100-COPIAR-TEMP.
002300     READ ARCH-CORR-TEMP
002310         AT END
002320             SET CCOR-TMP-EOF TO TRUE
002330     END-READ.
002340
002350 3200-GRABAR-NUEVA.
002360     WRITE REG-CORRIDA FROM REG-CORR-TEMP.
002370     IF CCOR-COR-OK
002380         ADD 1 TO CCOR-GRABADAS
002390     END-IF.
002400     PERFORM 3100-COPIAR-TEMP.
002410
002420*----------------------------------------------------------------
002430* 4000  RESUMEN DE CONTROL - leidas = pasadas + invalidas, y
002440*       grabadas = pasadas cuando el archivo se regrabo.
002450*----------------------------------------------------------------
002460 4000-RESUMEN-CONTROL.
002470     DISPLAY "__________________________________________________".
002480     DISPLAY "RESUMEN DE CONTROL DE LA CONVERSION".
002490     MOVE CCOR-LEIDAS TO CCOR-CANT-EDIT.
002500     DISPLAY "  constancias leidas      : " CCOR-CANT-EDIT.
002510     MOVE CCOR-PASADAS TO CCOR-CANT-EDIT.
002520     DISPLAY "  pasadas al temporal     : " CCOR-CANT-EDIT.
002530     MOVE CCOR-INVALIDAS TO CCOR-CANT-EDIT.
002540     DISPLAY "  invalidas               : " CCOR-CANT-EDIT.
002550     MOVE CCOR-GRABADAS TO CCOR-CANT-EDIT.
002560     DISPLAY "  grabadas con largo nuevo: " CCOR-CANT-EDIT.
002570     EVALUATE TRUE
002580         WHEN CCOR-CONV-COMPLETA
002590             DISPLAY "  CORRIDAS.DAT CONVERTIDO"
002600         WHEN CCOR-CONV-AUSENTE
002610             DISPLAY "  nada que convertir"
002620         WHEN OTHER
002630             DISPLAY "  ADVERTENCIA: la conversion FALLO, "
002640                 "revisar CORRIDAS.DAT"
002650     END-EVALUATE.
002660 4000-EXIT.
002670     EXIT.
002680
002690 END PROGRAM CONVERTIR-CORRIDAS.
