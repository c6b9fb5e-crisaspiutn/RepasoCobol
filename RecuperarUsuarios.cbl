000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Recuperacion hacia adelante de USUARIOS.DAT -
000070*               reconstruye el maestro desde un respaldo de
000080*               RESPALDAR-USUARIOS (variable de entorno
000090*               RECUP-RESPALDO con la fecha AAAAMMDD del respaldo,
000100*               obligatoria) y le reaplica, en orden, las entradas
000110*               del journal con JRN-RC = 00 posteriores a la
000120*               posicion anotada en el respaldo: primero los
000130*               historicos JRNHaaaa.mm.DAT que dejo CIERRE-MENSUAL
000140*               desde el mes de esa posicion y despues
000150*               USRJRNL.DAT.  Se detiene en FECHA-HASTA (AAAAMMDD)
000160*               y HORA-HASTA (HHMMSS); sin ellas reaplica todo el
000170*               journal.  Cada entrada se aplica solo si la imagen
000180*               "antes" coincide con el registro reconstruido; si
000190*               ya coincide con la imagen "despues" se saltea como
000200*               ya aplicada y si no coincide con ninguna se
000210*               informa como inconsistente.  En la comparacion no
000220*               cuentan la clave ni los campos que el login
000230*               actualiza sin pasar por el journal (intentos,
000240*               ultimo ingreso y bloqueo).  Un respaldo que no
000250*               balancea no se usa: USUARIOS.DAT no se toca.  Las
000260*               claves no viajan en el journal: los usuarios dados
000270*               de alta o con cambio de clave despues del respaldo
000280*               quedan con la clave inicial (el dni, con la marca
000290*               de clave inicial, igual que un alta sin clave) y
000300*               salen listados en RECUPUSR.LST para avisarles.  La
000310*               recuperacion graba directo en el maestro, no via
000320*               YOUR-PROGRAM, para no volver a journalizar lo que
000330*               esta reaplicando.
000340* Tectonics   : cobc
000350* Modification History:
000360*   2026-10-15 RC  Version inicial.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. RECUPERAR-USUARIOS.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ARCH-USUARIOS ASSIGN TO "USUARIOS.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS REG-DNI OF FD-REG
000480         ALTERNATE RECORD KEY IS REG-USUARIO OF FD-REG
000490         FILE STATUS IS RECU-USR-STATUS.
000500
000510*    ASSIGN USING: respaldo e historicos se nombran por fecha; el
000520*    journal se lee con el nombre de cada historico y al final
000530*    con el del archivo vivo
000540     SELECT ARCH-RESPALDO ASSIGN USING RECU-NOMBRE-RESPALDO
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS RECU-BKP-STATUS.
000570
000580     SELECT ARCH-JOURNAL ASSIGN USING RECU-NOMBRE-JOURNAL
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS RECU-JRN-STATUS.
000610
000620     SELECT ARCH-IMPRESION ASSIGN TO "RECUPUSR.LST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RECU-IMP-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ARCH-USUARIOS.
000690 01  FD-REG.
000700     COPY USRREG.
000710
000720 FD  ARCH-RESPALDO.
000730 01  REG-RESPALDO.
000740     COPY RSPREG.
000750
000760 FD  ARCH-JOURNAL.
000770 01  REG-JOURNAL.
000780     COPY JRNREG.
000790
000800 FD  ARCH-IMPRESION.
000810 01  REG-IMPRESION               PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 01  RECU-USR-STATUS             PIC X(02) VALUE SPACES.
000850     88  RECU-USR-OK                 VALUE "00".
000860 01  RECU-BKP-STATUS             PIC X(02) VALUE SPACES.
000870     88  RECU-BKP-OK                 VALUE "00".
000880     88  RECU-BKP-NO-EXISTE          VALUE "35".
000890 01  RECU-JRN-STATUS             PIC X(02) VALUE SPACES.
000900     88  RECU-JRN-OK                 VALUE "00".
000910     88  RECU-JRN-NO-EXISTE          VALUE "35".
000920 01  RECU-IMP-STATUS             PIC X(02) VALUE SPACES.
000930     88  RECU-IMP-OK                 VALUE "00".
000940
000950 01  RECU-EOF-SW                 PIC X(01) VALUE "N".
000960     88  RECU-EOF                    VALUE "S".
000970 01  RECU-HALLADO-SW             PIC X(01) VALUE "N".
000980     88  RECU-HALLADO                VALUE "S".
000990 01  RECU-RESPALDO-VALIDO-SW     PIC X(01) VALUE "N".
001000     88  RECU-RESPALDO-VALIDO        VALUE "S".
001010 01  RECU-MAESTRO-CARGADO-SW     PIC X(01) VALUE "N".
001020     88  RECU-MAESTRO-CARGADO        VALUE "S".
001030 01  RECU-HAY-CABECERA-SW        PIC X(01) VALUE "N".
001040     88  RECU-HAY-CABECERA           VALUE "S".
001050 01  RECU-HAY-COLA-SW            PIC X(01) VALUE "N".
001060     88  RECU-HAY-COLA               VALUE "S".
001070
001080*    parametros de la corrida
001090 01  RECU-RESPALDO               PIC X(08) VALUE SPACES.
001100 01  RECU-RESPALDO-NUM           PIC 9(08) VALUE ZERO.
001110 01  RECU-FECHA-HASTA            PIC X(08) VALUE SPACES.
001120 01  RECU-FECHA-HASTA-NUM        PIC 9(08) VALUE ZERO.
001130 01  RECU-HORA-HASTA             PIC X(06) VALUE SPACES.
001140 01  RECU-HORA-HASTA-NUM         PIC 9(06) VALUE ZERO.
001150 01  RECU-HOY                    PIC X(08) VALUE SPACES.
001160 01  RECU-NOMBRE-RESPALDO        PIC X(20) VALUE SPACES.
001170 01  RECU-NOMBRE-JOURNAL         PIC X(20) VALUE SPACES.
001180
001190*    momentos comparables (fecha AAAAMMDD + hora HHMMSSCC): la
001200*    posicion del respaldo, el corte pedido y la entrada en curso
001210 01  RECU-POSICION.
001220     05  RECU-POS-FECHA          PIC X(08).
001230     05  RECU-POS-HORA           PIC X(08).
001240 01  RECU-SALTEAR-IGUALES        PIC 9(05) VALUE ZERO.
001250 01  RECU-CORTE.
001260     05  RECU-CORTE-FECHA        PIC X(08).
001270     05  RECU-CORTE-HORA         PIC X(08).
001280 01  RECU-MOMENTO.
001290     05  RECU-MOM-FECHA          PIC X(08).
001300     05  RECU-MOM-HORA           PIC X(08).
001310
001320*    meses de historicos a recorrer (AAAAMM)
001330 01  RECU-MES-ACTUAL             PIC 9(06) VALUE ZERO.
001340 01  RECU-MES-R REDEFINES RECU-MES-ACTUAL.
001350     05  RECU-MES-AAAA           PIC 9(04).
001360     05  RECU-MES-MM             PIC 9(02).
001370 01  RECU-MES-FIN                PIC 9(06) VALUE ZERO.
001380 01  RECU-MES-HOY                PIC 9(06) VALUE ZERO.
001390
001400*    datos del respaldo elegido
001410 01  RECU-BKP-FECHA              PIC X(08) VALUE SPACES.
001420 01  RECU-BKP-HORA               PIC X(08) VALUE SPACES.
001430 01  RECU-BKP-REGISTROS          PIC 9(07) VALUE ZERO.
001440 01  RECU-BKP-USUARIOS           PIC 9(07) VALUE ZERO.
001450 01  RECU-BKP-SUMA-DNI           PIC 9(15) VALUE ZERO.
001460 01  RECU-BKP-ERRORES            PIC 9(07) VALUE ZERO.
001470 01  RECU-COLA-CANTIDAD          PIC 9(07) VALUE ZERO.
001480 01  RECU-COLA-SUMA-DNI          PIC 9(15) VALUE ZERO.
001490 01  RECU-DNI-NUM                PIC 9(08) VALUE ZERO.
001500
001510*    comparacion de imagenes sin la clave ni los campos del login
001520 01  RECU-CMP-TRABAJO.
001530     COPY USRREG.
001540 01  RECU-CMP-ACTUAL.
001541     COPY USRREG.
001550 01  RECU-CMP-ANTES.
001551     COPY USRREG.
001560 01  RECU-CMP-DESPUES.
001561     COPY USRREG.
001570 01  RECU-CLAVE-GUARDADA         PIC X(10) VALUE SPACES.
001580 01  RECU-CLAVE-INI-GUARDADA     PIC X(01) VALUE SPACES.
001590 01  RECU-MOTIVO                 PIC X(27) VALUE SPACES.
001600
001610*    usuarios que quedan con la clave inicial
001620 01  RECU-TABLA-CLAVES.
001630     05  RECU-CLV-ENTRY OCCURS 1000 TIMES.
001640         10  RECU-CLV-DNI        PIC X(08).
001650         10  RECU-CLV-USUARIO    PIC X(10).
001660         10  RECU-CLV-MOTIVO     PIC X(27).
001670 01  RECU-CANT-CLAVES            PIC 9(04) COMP VALUE ZERO.
001680 01  RECU-IDX-CLV                PIC 9(04) COMP VALUE ZERO.
001690 01  RECU-CLV-HALLADA-SW         PIC X(01) VALUE "N".
001700     88  RECU-CLV-HALLADA            VALUE "S".
001710 01  RECU-TABLA-CLV-LLENA-SW     PIC X(01) VALUE "N".
001720     88  RECU-TABLA-CLV-LLENA        VALUE "S".
001730
001740*    linea de detalle del listado
001750 01  RECU-DETALLE.
001760     05  RECU-DET-TIPO           PIC X(12).
001770     05  FILLER                  PIC X(01).
001780     05  RECU-DET-FECHA          PIC X(08).
001790     05  FILLER                  PIC X(01).
001800     05  RECU-DET-HORA           PIC X(08).
001810     05  FILLER                  PIC X(01).
001820     05  RECU-DET-FUNCION        PIC X(01).
001830     05  FILLER                  PIC X(01).
001840     05  RECU-DET-DNI            PIC X(08).
001850     05  FILLER                  PIC X(01).
001860     05  RECU-DET-USUARIO        PIC X(10).
001870     05  FILLER                  PIC X(01).
001880     05  RECU-DET-TEXTO          PIC X(27).
001890
001900*    armado de la pagina de impresion
001910 01  RECU-PAGINA                 PIC 9(04) VALUE ZERO.
001920 01  RECU-LINEA-ACTUAL           PIC 9(02) VALUE ZERO.
001930 01  RECU-LINEAS-POR-PAG         PIC 9(02) VALUE 56.
001940 01  RECU-LINEA                  PIC X(80) VALUE SPACES.
001950
001960*    contadores de control
001970 01  RECU-CANT-CARGADOS          PIC 9(07) COMP VALUE ZERO.
001980 01  RECU-CANT-CARGA-ERR         PIC 9(07) COMP VALUE ZERO.
001990 01  RECU-CANT-ARCHIVOS          PIC 9(07) COMP VALUE ZERO.
002000 01  RECU-CANT-LEIDAS-ARCH       PIC 9(07) COMP VALUE ZERO.
002010 01  RECU-CANT-LEIDAS            PIC 9(07) COMP VALUE ZERO.
002020 01  RECU-CANT-ANTERIORES        PIC 9(07) COMP VALUE ZERO.
002030 01  RECU-CANT-POSTERIORES       PIC 9(07) COMP VALUE ZERO.
002040 01  RECU-CANT-OMITIDAS-RC       PIC 9(07) COMP VALUE ZERO.
002050 01  RECU-CANT-YA-APLICADAS      PIC 9(07) COMP VALUE ZERO.
002060 01  RECU-CANT-APLICADAS         PIC 9(07) COMP VALUE ZERO.
002070 01  RECU-CANT-INCONSISTENTES    PIC 9(07) COMP VALUE ZERO.
002080
002090 01  RECU-CANT-EDIT              PIC ZZZZZZ9.
002100 01  RECU-SUMA-EDIT              PIC ZZZZZZZZZZZZZZ9.
002110 01  RECU-PAG-EDIT               PIC ZZZ9.
002120 01  RECU-RC-EDIT                PIC 99.
002130
002140 01  RECU-BITACORA.
002150     COPY PARMBIT.
002160 01  RECU-BIT-RC                 PIC 9(02) VALUE 90.
002170
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002210     PERFORM 9000-BITACORA-INICIO.
002220     PERFORM 2000-RECUPERAR THRU 2000-EXIT.
002230     PERFORM 9100-BITACORA-FIN.
002240     STOP RUN.
002250
002260*----------------------------------------------------------------
002270* 1000  INICIALIZACION - valida el respaldo elegido (obligatorio)
002280*       y el corte; sin FECHA-HASTA el corte es el fin del
002290*       journal, sin HORA-HASTA el fin del dia.
002300*----------------------------------------------------------------
002310 1000-INICIALIZAR.
002320     ACCEPT RECU-HOY FROM DATE YYYYMMDD.
002330     ACCEPT RECU-RESPALDO FROM ENVIRONMENT "RECUP-RESPALDO".
002340     IF RECU-RESPALDO = SPACES
002350         DISPLAY "RECUPERAR-USUARIOS: falta la variable de "
002360             "entorno "
002370             "RECUP-RESPALDO (AAAAMMDD del respaldo)"
002380         STOP RUN
002390     END-IF.
002400     MOVE RECU-RESPALDO TO RECU-RESPALDO-NUM.
002410     IF RECU-RESPALDO-NUM NOT NUMERIC OR RECU-RESPALDO-NUM = ZERO
002420         DISPLAY "RECUPERAR-USUARIOS: RECUP-RESPALDO invalida: "
002430             RECU-RESPALDO
002440         STOP RUN
002450     END-IF.
002460     STRING "USRBK" RECU-RESPALDO ".DAT"
002470         DELIMITED BY SIZE INTO RECU-NOMBRE-RESPALDO
002480     END-STRING.
002490     ACCEPT RECU-FECHA-HASTA FROM ENVIRONMENT "FECHA-HASTA".
002500     ACCEPT RECU-HORA-HASTA FROM ENVIRONMENT "HORA-HASTA".
002510     IF RECU-FECHA-HASTA = SPACES
002520         MOVE ALL "9" TO RECU-CORTE
002530         MOVE RECU-HOY (1:6) TO RECU-MES-FIN
002540     ELSE
002550         MOVE RECU-FECHA-HASTA TO RECU-FECHA-HASTA-NUM
002560         IF RECU-FECHA-HASTA-NUM NOT NUMERIC
002570             OR RECU-FECHA-HASTA-NUM = ZERO
002580             DISPLAY "RECUPERAR-USUARIOS: FECHA-HASTA invalida: "
002590                 RECU-FECHA-HASTA
002600             STOP RUN
002610         END-IF
002620         MOVE RECU-FECHA-HASTA TO RECU-CORTE-FECHA
002630         MOVE RECU-FECHA-HASTA (1:6) TO RECU-MES-FIN
002640         IF RECU-HORA-HASTA = SPACES
002650             MOVE "23595999" TO RECU-CORTE-HORA
002660         ELSE
002670             MOVE RECU-HORA-HASTA TO RECU-HORA-HASTA-NUM
002680             IF RECU-HORA-HASTA-NUM NOT NUMERIC
002690                 DISPLAY "RECUPERAR-USUARIOS: HORA-HASTA "
002700                     "invalida: "
002710                     RECU-HORA-HASTA
002720                 STOP RUN
002730             END-IF
002740             STRING RECU-HORA-HASTA "99"
002750                 DELIMITED BY SIZE INTO RECU-CORTE-HORA
002760             END-STRING
002770         END-IF
002780     END-IF.
002790     MOVE RECU-HOY (1:6) TO RECU-MES-HOY.
002800     IF RECU-MES-FIN > RECU-MES-HOY
002810         MOVE RECU-MES-HOY TO RECU-MES-FIN
002820     END-IF.
002830     DISPLAY "RECUPERAR-USUARIOS: desde " RECU-NOMBRE-RESPALDO
002840         " hasta " RECU-CORTE-FECHA " " RECU-CORTE-HORA.
002850 1000-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890* 2000  RECUPERACION - valida el respaldo, reconstruye el maestro,
002900*       reaplica el journal y lista las claves a avisar y los
002910*       totales de control.
002920*----------------------------------------------------------------
002930 2000-RECUPERAR.
002940     OPEN OUTPUT ARCH-IMPRESION.
002950     IF NOT RECU-IMP-OK
002960         DISPLAY "RECUPERAR-USUARIOS: no se pudo abrir "
002970             "RECUPUSR.LST"
002980         GO TO 2000-EXIT
002990     END-IF.
003000     PERFORM 8100-NUEVA-PAGINA.
003010     PERFORM 2100-VALIDAR-RESPALDO THRU 2100-EXIT.
003020     IF RECU-RESPALDO-VALIDO
003030         PERFORM 3000-RECONSTRUIR THRU 3000-EXIT
003040     ELSE
003050         MOVE "RECUPERACION NO REALIZADA: respaldo no valido,"
003060             TO RECU-LINEA
003070         PERFORM 8000-GRABAR-LINEA
003080         MOVE "USUARIOS.DAT no se modifico" TO RECU-LINEA
003090         PERFORM 8000-GRABAR-LINEA
003100     END-IF.
003110     IF RECU-MAESTRO-CARGADO
003120         PERFORM 4000-REAPLICAR-JOURNAL THRU 4000-EXIT
003130         PERFORM 5000-CLAVES-A-AVISAR
003140     END-IF.
003150     PERFORM 6000-TOTALES-CONTROL.
003160     CLOSE ARCH-IMPRESION.
003170     DISPLAY "RECUPERAR-USUARIOS: informe en RECUPUSR.LST".
003180     IF RECU-MAESTRO-CARGADO
003190         IF RECU-CANT-INCONSISTENTES = ZERO
003200             AND RECU-CANT-CARGA-ERR = ZERO
003210             MOVE 00 TO RECU-BIT-RC
003220         ELSE
003230             MOVE 10 TO RECU-BIT-RC
003240         END-IF
003250     END-IF.
003260 2000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300* 2100  VALIDACION DEL RESPALDO - cabecera primero, cola al final,
003310*       cantidad de usuarios y suma de dni iguales a los de la
003320*       cola.  Guarda la posicion del journal de la cabecera.
003330*----------------------------------------------------------------
003340 2100-VALIDAR-RESPALDO.
003350     OPEN INPUT ARCH-RESPALDO.
003360     IF NOT RECU-BKP-OK
003370         IF RECU-BKP-NO-EXISTE
003380             STRING "no existe el respaldo " RECU-NOMBRE-RESPALDO
003390                 DELIMITED BY SIZE INTO RECU-LINEA
003400             END-STRING
003410         ELSE
003420             STRING "no se pudo abrir el respaldo "
003430                    RECU-NOMBRE-RESPALDO
003440                 DELIMITED BY SIZE INTO RECU-LINEA
003450             END-STRING
003460         END-IF
003470         PERFORM 8000-GRABAR-LINEA
003480         GO TO 2100-EXIT
003490     END-IF.
003500     MOVE "N" TO RECU-EOF-SW.
003510     PERFORM 2110-LEER-RESPALDO.
003520     PERFORM 2120-CONTROLAR-REGISTRO UNTIL RECU-EOF.
003530     CLOSE ARCH-RESPALDO.
003540     STRING "RESPALDO " RECU-NOMBRE-RESPALDO " DEL "
003550            RECU-BKP-FECHA
003560            " " RECU-BKP-HORA
003570         DELIMITED BY SIZE INTO RECU-LINEA
003580     END-STRING.
003590     PERFORM 8000-GRABAR-LINEA.
003600     MOVE RECU-BKP-USUARIOS TO RECU-CANT-EDIT.
003610     STRING "  usuarios en el respaldo      : " RECU-CANT-EDIT
003620         DELIMITED BY SIZE INTO RECU-LINEA
003630     END-STRING.
003640     PERFORM 8000-GRABAR-LINEA.
003650     MOVE RECU-COLA-CANTIDAD TO RECU-CANT-EDIT.
003660     STRING "  usuarios declarados (cola)   : " RECU-CANT-EDIT
003670         DELIMITED BY SIZE INTO RECU-LINEA
003680     END-STRING.
003690     PERFORM 8000-GRABAR-LINEA.
003700     MOVE RECU-BKP-SUMA-DNI TO RECU-SUMA-EDIT.
003710     STRING "  suma de dni                  : " RECU-SUMA-EDIT
003720         DELIMITED BY SIZE INTO RECU-LINEA
003730     END-STRING.
003740     PERFORM 8000-GRABAR-LINEA.
003750     MOVE RECU-COLA-SUMA-DNI TO RECU-SUMA-EDIT.
003760     STRING "  suma de dni declarada (cola) : " RECU-SUMA-EDIT
003770         DELIMITED BY SIZE INTO RECU-LINEA
003780     END-STRING.
003790     PERFORM 8000-GRABAR-LINEA.
003800     STRING "  posicion del journal         : " RECU-POS-FECHA " "
003810            RECU-POS-HORA
003820         DELIMITED BY SIZE INTO RECU-LINEA
003830     END-STRING.
003840     PERFORM 8000-GRABAR-LINEA.
003850     IF RECU-HAY-CABECERA AND RECU-HAY-COLA
003860         AND RECU-BKP-ERRORES = ZERO
003870         AND RECU-BKP-USUARIOS = RECU-COLA-CANTIDAD
003880         AND RECU-BKP-SUMA-DNI = RECU-COLA-SUMA-DNI
003890         SET RECU-RESPALDO-VALIDO TO TRUE
003900         MOVE "  el respaldo BALANCEA" TO RECU-LINEA
003910     ELSE
003920         MOVE "  el respaldo NO BALANCEA o esta incompleto"
003930             TO RECU-LINEA
003940     END-IF.
003950     PERFORM 8000-GRABAR-LINEA.
003960     PERFORM 8000-GRABAR-LINEA.
003970 2100-EXIT.
003980     EXIT.
003990
004000 2110-LEER-RESPALDO.
004010     READ ARCH-RESPALDO
004020         AT END
004030             SET RECU-EOF TO TRUE
004040     END-READ.
004050
004060 2120-CONTROLAR-REGISTRO.
004070     ADD 1 TO RECU-BKP-REGISTROS.
004080     IF RECU-HAY-COLA
004090         ADD 1 TO RECU-BKP-ERRORES
004100     END-IF.
004110     EVALUATE TRUE
004120         WHEN RSP-CABECERA
004130             IF RECU-BKP-REGISTROS = 1
004140                 SET RECU-HAY-CABECERA TO TRUE
004150                 MOVE RSP-FECHA TO RECU-BKP-FECHA
004160                 MOVE RSP-HORA TO RECU-BKP-HORA
004170                 MOVE RSP-JRN-FECHA TO RECU-POS-FECHA
004180                 MOVE RSP-JRN-HORA TO RECU-POS-HORA
004190                 MOVE RSP-JRN-MISMA-HORA TO RECU-SALTEAR-IGUALES
004200             ELSE
004210                 ADD 1 TO RECU-BKP-ERRORES
004220             END-IF
004230         WHEN RSP-DETALLE
004240             ADD 1 TO RECU-BKP-USUARIOS
004250             IF REG-DNI OF RSP-REGISTRO NUMERIC
004260                 MOVE REG-DNI OF RSP-REGISTRO TO RECU-DNI-NUM
004270                 ADD RECU-DNI-NUM TO RECU-BKP-SUMA-DNI
004280             END-IF
004290         WHEN RSP-COLA
004300             SET RECU-HAY-COLA TO TRUE
004310             MOVE RSP-CANTIDAD TO RECU-COLA-CANTIDAD
004320             MOVE RSP-SUMA-DNI TO RECU-COLA-SUMA-DNI
004330         WHEN OTHER
004340             ADD 1 TO RECU-BKP-ERRORES
004350     END-EVALUATE.
004360     PERFORM 2110-LEER-RESPALDO.
004370
004380*----------------------------------------------------------------
004390* 3000  RECONSTRUCCION - USUARIOS.DAT se regraba vacio y se carga
004400*       con los usuarios del respaldo; despues queda abierto I-O
004410*       para reaplicar el journal.
004420*----------------------------------------------------------------
004430 3000-RECONSTRUIR.
004440     OPEN OUTPUT ARCH-USUARIOS.
004450     IF NOT RECU-USR-OK
004460         MOVE "no se pudo crear USUARIOS.DAT" TO RECU-LINEA
004470         PERFORM 8000-GRABAR-LINEA
004480         GO TO 3000-EXIT
004490     END-IF.
004500     OPEN INPUT ARCH-RESPALDO.
004510     MOVE "N" TO RECU-EOF-SW.
004520     PERFORM 2110-LEER-RESPALDO.
004530     PERFORM 3100-CARGAR-USUARIO UNTIL RECU-EOF.
004540     CLOSE ARCH-RESPALDO ARCH-USUARIOS.
004550     MOVE RECU-CANT-CARGADOS TO RECU-CANT-EDIT.
004560     STRING "USUARIOS.DAT reconstruido con " RECU-CANT-EDIT
004570            " usuarios del respaldo"
004580         DELIMITED BY SIZE INTO RECU-LINEA
004590     END-STRING.
004600     PERFORM 8000-GRABAR-LINEA.
004610     PERFORM 8000-GRABAR-LINEA.
004620     OPEN I-O ARCH-USUARIOS.
004630     IF NOT RECU-USR-OK
004640         MOVE "no se pudo reabrir USUARIOS.DAT" TO RECU-LINEA
004650         PERFORM 8000-GRABAR-LINEA
004660         GO TO 3000-EXIT
004670     END-IF.
004680     SET RECU-MAESTRO-CARGADO TO TRUE.
004690 3000-EXIT.
004700     EXIT.
004710
004720 3100-CARGAR-USUARIO.
004730     IF RSP-DETALLE
004740         MOVE RSP-REGISTRO TO FD-REG
004750         WRITE FD-REG
004760             INVALID KEY
004770                 ADD 1 TO RECU-CANT-CARGA-ERR
004780                 MOVE SPACES TO RECU-DETALLE
004790                 MOVE "CARGA ERR" TO RECU-DET-TIPO
004800                 MOVE REG-DNI OF FD-REG TO RECU-DET-DNI
004810                 MOVE REG-USUARIO OF FD-REG TO RECU-DET-USUARIO
004820                 MOVE "dni o usuario duplicado" TO RECU-DET-TEXTO
004830                 MOVE RECU-DETALLE TO RECU-LINEA
004840                 PERFORM 8000-GRABAR-LINEA
004850             NOT INVALID KEY
004860                 ADD 1 TO RECU-CANT-CARGADOS
004870         END-WRITE
004880     END-IF.
004890     PERFORM 2110-LEER-RESPALDO.
004900
004910*----------------------------------------------------------------
004920* 4000  REAPLICACION DEL JOURNAL - historicos del mes de la
004930*       posicion al mes del corte, despues el journal vivo.
004940*----------------------------------------------------------------
004950 4000-REAPLICAR-JOURNAL.
004960     STRING "ENTRADAS DEL JOURNAL REAPLICADAS, SALTEADAS E "
004970            "INCONSISTENTES"
004980         DELIMITED BY SIZE INTO RECU-LINEA
004990     END-STRING.
005000     PERFORM 8000-GRABAR-LINEA.
005010     MOVE RECU-POS-FECHA (1:6) TO RECU-MES-ACTUAL.
005020     PERFORM 4100-PROCESAR-MES
005030         UNTIL RECU-MES-ACTUAL > RECU-MES-FIN.
005040     MOVE "USRJRNL.DAT" TO RECU-NOMBRE-JOURNAL.
005050     PERFORM 4200-PROCESAR-JOURNAL THRU 4200-EXIT.
005060     CLOSE ARCH-USUARIOS.
005070 4000-EXIT.
005080     EXIT.
005090
005100 4100-PROCESAR-MES.
005110     MOVE SPACES TO RECU-NOMBRE-JOURNAL.
005120     STRING "JRNH" RECU-MES-AAAA "." RECU-MES-MM ".DAT"
005130         DELIMITED BY SIZE INTO RECU-NOMBRE-JOURNAL
005140     END-STRING.
005150     PERFORM 4200-PROCESAR-JOURNAL THRU 4200-EXIT.
005160     IF RECU-MES-MM = 12
005170         ADD 1 TO RECU-MES-AAAA
005180         MOVE 1 TO RECU-MES-MM
005190     ELSE
005200         ADD 1 TO RECU-MES-MM
005210     END-IF.
005220
005230*    un historico que no existe es un mes sin cierre: se saltea
005240 4200-PROCESAR-JOURNAL.
005250     OPEN INPUT ARCH-JOURNAL.
005260     IF NOT RECU-JRN-OK
005270         IF NOT RECU-JRN-NO-EXISTE
005280             STRING "no se pudo abrir " RECU-NOMBRE-JOURNAL
005290                 DELIMITED BY SIZE INTO RECU-LINEA
005300             END-STRING
005310             PERFORM 8000-GRABAR-LINEA
005320         END-IF
005330         GO TO 4200-EXIT
005340     END-IF.
005350     ADD 1 TO RECU-CANT-ARCHIVOS.
005360     MOVE ZERO TO RECU-CANT-LEIDAS-ARCH.
005370     MOVE "N" TO RECU-EOF-SW.
005380     PERFORM 4210-LEER-JOURNAL.
005390     PERFORM 4300-CLASIFICAR-ENTRADA UNTIL RECU-EOF.
005400     CLOSE ARCH-JOURNAL.
005410     MOVE RECU-CANT-LEIDAS-ARCH TO RECU-CANT-EDIT.
005420     STRING "  leido " RECU-NOMBRE-JOURNAL ": " RECU-CANT-EDIT
005430            " entradas"
005440         DELIMITED BY SIZE INTO RECU-LINEA
005450     END-STRING.
005460     PERFORM 8000-GRABAR-LINEA.
005470 4200-EXIT.
005480     EXIT.
005490
005500 4210-LEER-JOURNAL.
005510     READ ARCH-JOURNAL
005520         AT END
005530             SET RECU-EOF TO TRUE
005540     END-READ.
005550
005560*----------------------------------------------------------------
005570* 4300  clasifica cada entrada: anterior a la posicion (ya esta
005580*       en el respaldo), posterior al corte, con codigo de retorno
005590*       distinto de 00 (no cambio el maestro) o a reaplicar.
005600*----------------------------------------------------------------
005610 4300-CLASIFICAR-ENTRADA.
005620     ADD 1 TO RECU-CANT-LEIDAS.
005630     ADD 1 TO RECU-CANT-LEIDAS-ARCH.
005640     MOVE JRN-FECHA TO RECU-MOM-FECHA.
005650     MOVE JRN-HORA TO RECU-MOM-HORA.
005660     EVALUATE TRUE
005670         WHEN RECU-MOMENTO < RECU-POSICION
005680             ADD 1 TO RECU-CANT-ANTERIORES
005690         WHEN RECU-MOMENTO = RECU-POSICION
005700              AND RECU-SALTEAR-IGUALES > ZERO
005710             SUBTRACT 1 FROM RECU-SALTEAR-IGUALES
005720             ADD 1 TO RECU-CANT-ANTERIORES
005730         WHEN RECU-MOMENTO > RECU-CORTE
005740             ADD 1 TO RECU-CANT-POSTERIORES
005750         WHEN JRN-RC NOT = 00
005760             ADD 1 TO RECU-CANT-OMITIDAS-RC
005770             PERFORM 4950-DATOS-ENTRADA
005780             MOVE "OMITIDA" TO RECU-DET-TIPO
005790             MOVE JRN-RC TO RECU-RC-EDIT
005800             STRING "rc " RECU-RC-EDIT ", sin cambios"
005810                 DELIMITED BY SIZE INTO RECU-DET-TEXTO
005820             END-STRING
005830             MOVE RECU-DETALLE TO RECU-LINEA
005840             PERFORM 8000-GRABAR-LINEA
005850         WHEN OTHER
005860             PERFORM 4500-APLICAR-ENTRADA THRU 4500-EXIT
005870     END-EVALUATE.
005880     PERFORM 4210-LEER-JOURNAL.
005890
005900*----------------------------------------------------------------
005910* 4500  APLICACION de una entrada con RC 00 sobre el registro
005920*       reconstruido del mismo dni.
005930*----------------------------------------------------------------
005940 4500-APLICAR-ENTRADA.
005950     IF REG-DNI OF JRN-DESPUES = SPACES
005960         MOVE "entrada sin imagen despues" TO RECU-MOTIVO
005970         PERFORM 4900-INCONSISTENTE
005980         GO TO 4500-EXIT
005990     END-IF.
006000     MOVE REG-DNI OF JRN-DESPUES TO REG-DNI OF FD-REG.
006010     READ ARCH-USUARIOS
006020         INVALID KEY
006030             MOVE "N" TO RECU-HALLADO-SW
006040         NOT INVALID KEY
006050             SET RECU-HALLADO TO TRUE
006060     END-READ.
006070     IF NOT RECU-HALLADO
006080         IF JRN-FUNCION = "A"
006090             PERFORM 4600-REAPLICAR-ALTA
006100         ELSE
006110             MOVE "no existe en el maestro" TO RECU-MOTIVO
006120             PERFORM 4900-INCONSISTENTE
006130         END-IF
006140         GO TO 4500-EXIT
006150     END-IF.
006160     MOVE FD-REG TO RECU-CMP-TRABAJO.
006170     PERFORM 4800-ENMASCARAR.
006180     MOVE RECU-CMP-TRABAJO TO RECU-CMP-ACTUAL.
006190     MOVE JRN-ANTES TO RECU-CMP-TRABAJO.
006200     PERFORM 4800-ENMASCARAR.
006210     MOVE RECU-CMP-TRABAJO TO RECU-CMP-ANTES.
006220     MOVE JRN-DESPUES TO RECU-CMP-TRABAJO.
006230     PERFORM 4800-ENMASCARAR.
006240     MOVE RECU-CMP-TRABAJO TO RECU-CMP-DESPUES.
006250     IF JRN-FUNCION NOT = "A"
006260         AND RECU-CMP-ACTUAL = RECU-CMP-ANTES
006270         PERFORM 4700-REAPLICAR-CAMBIO
006280         GO TO 4500-EXIT
006290     END-IF.
006300     IF RECU-CMP-ACTUAL = RECU-CMP-DESPUES
006310         ADD 1 TO RECU-CANT-YA-APLICADAS
006320         PERFORM 4950-DATOS-ENTRADA
006330         MOVE "YA APLICADA" TO RECU-DET-TIPO
006340         MOVE "el maestro ya la refleja" TO RECU-DET-TEXTO
006350         MOVE RECU-DETALLE TO RECU-LINEA
006360         PERFORM 8000-GRABAR-LINEA
006370         GO TO 4500-EXIT
006380     END-IF.
006390     IF JRN-FUNCION = "A"
006400         MOVE "alta de un dni que ya existe" TO RECU-MOTIVO
006410     ELSE
006420         MOVE "imagen antes no coincide" TO RECU-MOTIVO
006430     END-IF.
006440     PERFORM 4900-INCONSISTENTE.
006450 4500-EXIT.
006460     EXIT.
006470
006480*    el alta entra con la clave inicial (el dni), como un alta
006490*    cargada sin clave
006500 4600-REAPLICAR-ALTA.
006510     MOVE JRN-DESPUES TO FD-REG.
006520     MOVE REG-DNI OF FD-REG TO REG-CLAVE OF FD-REG.
006530     SET REG-CLAVE-INICIAL OF FD-REG TO TRUE.
006540     WRITE FD-REG
006550         INVALID KEY
006560             MOVE "usuario tomado por otro dni" TO RECU-MOTIVO
006570             PERFORM 4900-INCONSISTENTE
006580         NOT INVALID KEY
006590             MOVE "alta posterior al respaldo" TO RECU-MOTIVO
006600             PERFORM 4850-AGREGAR-CLAVE
006610             PERFORM 4750-INFORMAR-APLICADA
006620     END-WRITE.
006630
006640*    la imagen despues reemplaza al registro; la clave y su marca
006650*    de clave inicial se conservan salvo en un cambio de clave,
006660*    que la deja en la inicial
006670 4700-REAPLICAR-CAMBIO.
006680     MOVE REG-CLAVE OF FD-REG TO RECU-CLAVE-GUARDADA.
006690     MOVE REG-CLAVE-INICIAL-SW OF FD-REG
006700         TO RECU-CLAVE-INI-GUARDADA.
006710     MOVE JRN-DESPUES TO FD-REG.
006720     MOVE RECU-CLAVE-GUARDADA TO REG-CLAVE OF FD-REG.
006730     MOVE RECU-CLAVE-INI-GUARDADA
006740         TO REG-CLAVE-INICIAL-SW OF FD-REG.
006750     IF JRN-FUNCION = "P"
006760         MOVE REG-DNI OF FD-REG TO REG-CLAVE OF FD-REG
006770         SET REG-CLAVE-INICIAL OF FD-REG TO TRUE
006780     END-IF.
006790     REWRITE FD-REG
006800         INVALID KEY
006810             MOVE "no se pudo regrabar" TO RECU-MOTIVO
006820             PERFORM 4900-INCONSISTENTE
006830         NOT INVALID KEY
006840             IF JRN-FUNCION = "P"
006850                 MOVE "cambio de clave posterior" TO RECU-MOTIVO
006860                 PERFORM 4850-AGREGAR-CLAVE
006870             END-IF
006880             PERFORM 4750-INFORMAR-APLICADA
006890     END-REWRITE.
006900
006910 4750-INFORMAR-APLICADA.
006920     ADD 1 TO RECU-CANT-APLICADAS.
006930     PERFORM 4950-DATOS-ENTRADA.
006940     MOVE "APLICADA" TO RECU-DET-TIPO.
006950     EVALUATE JRN-FUNCION
006960         WHEN "A"
006970             MOVE "alta" TO RECU-DET-TEXTO
006980         WHEN "B"
006990             MOVE "baja" TO RECU-DET-TEXTO
007000         WHEN "M"
007010             MOVE "modificacion" TO RECU-DET-TEXTO
007020         WHEN "P"
007030             MOVE "cambio de clave" TO RECU-DET-TEXTO
007040         WHEN "R"
007050             MOVE "reactivacion" TO RECU-DET-TEXTO
007060         WHEN "O"
007070             MOVE "aprobacion del alta" TO RECU-DET-TEXTO
007080         WHEN "X"
007090             MOVE "rechazo del alta" TO RECU-DET-TEXTO
007100         WHEN OTHER
007110             MOVE "funcion desconocida" TO RECU-DET-TEXTO
007120     END-EVALUATE.
007130     MOVE RECU-DETALLE TO RECU-LINEA.
007140     PERFORM 8000-GRABAR-LINEA.
007150
007160*    la comparacion ignora la clave y lo que el login cambia sin
007170*    journal: intentos, ultimo ingreso y el bloqueo por intentos
007180 4800-ENMASCARAR.
007190     MOVE SPACES TO REG-CLAVE OF RECU-CMP-TRABAJO.
007200     MOVE SPACES TO REG-CLAVE-INICIAL-SW OF RECU-CMP-TRABAJO.
007210     MOVE ZERO TO REG-INTENTOS-FALLIDOS OF RECU-CMP-TRABAJO.
007220     MOVE ZERO TO REG-FECHA-ULT-LOGIN OF RECU-CMP-TRABAJO.
007230     MOVE SPACES TO REG-HORA-ULT-LOGIN OF RECU-CMP-TRABAJO.
007240     IF REG-BLOQUEADO OF RECU-CMP-TRABAJO
007250         SET REG-ACTIVO OF RECU-CMP-TRABAJO TO TRUE
007260     END-IF.
007270
007280 4850-AGREGAR-CLAVE.
007290     MOVE "N" TO RECU-CLV-HALLADA-SW.
007300     PERFORM 4860-COMPARAR-CLAVE
007310         VARYING RECU-IDX-CLV FROM 1 BY 1
007320         UNTIL RECU-IDX-CLV > RECU-CANT-CLAVES
007330            OR RECU-CLV-HALLADA.
007340     IF RECU-CLV-HALLADA
007350         SUBTRACT 1 FROM RECU-IDX-CLV
007360         MOVE REG-USUARIO OF FD-REG
007370             TO RECU-CLV-USUARIO (RECU-IDX-CLV)
007380     ELSE
007390         IF RECU-CANT-CLAVES < 1000
007400             ADD 1 TO RECU-CANT-CLAVES
007410             MOVE REG-DNI OF FD-REG
007420                 TO RECU-CLV-DNI (RECU-CANT-CLAVES)
007430             MOVE REG-USUARIO OF FD-REG
007440                 TO RECU-CLV-USUARIO (RECU-CANT-CLAVES)
007450             MOVE RECU-MOTIVO
007460                 TO RECU-CLV-MOTIVO (RECU-CANT-CLAVES)
007470         ELSE
007480             IF NOT RECU-TABLA-CLV-LLENA
007490                 SET RECU-TABLA-CLV-LLENA TO TRUE
007500                 DISPLAY "ADVERTENCIA: tabla de claves a avisar "
007510                     "llena, ver las entradas APLICADA de "
007520                     "alta y cambio de clave"
007530             END-IF
007540         END-IF
007550     END-IF.
007560
007570 4860-COMPARAR-CLAVE.
007580     IF RECU-CLV-DNI (RECU-IDX-CLV) = REG-DNI OF FD-REG
007590         SET RECU-CLV-HALLADA TO TRUE
007600     END-IF.
007610
007620 4900-INCONSISTENTE.
007630     ADD 1 TO RECU-CANT-INCONSISTENTES.
007640     PERFORM 4950-DATOS-ENTRADA.
007650     MOVE "INCONSISTENT" TO RECU-DET-TIPO.
007660     MOVE RECU-MOTIVO TO RECU-DET-TEXTO.
007670     MOVE RECU-DETALLE TO RECU-LINEA.
007680     PERFORM 8000-GRABAR-LINEA.
007690
007700 4950-DATOS-ENTRADA.
007710     MOVE SPACES TO RECU-DETALLE.
007720     MOVE JRN-FECHA TO RECU-DET-FECHA.
007730     MOVE JRN-HORA TO RECU-DET-HORA.
007740     MOVE JRN-FUNCION TO RECU-DET-FUNCION.
007750     IF REG-DNI OF JRN-DESPUES = SPACES
007760         MOVE REG-DNI OF JRN-ANTES TO RECU-DET-DNI
007770         MOVE REG-USUARIO OF JRN-ANTES TO RECU-DET-USUARIO
007780     ELSE
007790         MOVE REG-DNI OF JRN-DESPUES TO RECU-DET-DNI
007800         MOVE REG-USUARIO OF JRN-DESPUES TO RECU-DET-USUARIO
007810     END-IF.
007820
007830*----------------------------------------------------------------
007840* 5000  USUARIOS A AVISAR - los que quedaron con la clave inicial
007850*       porque su alta o su cambio de clave es posterior al
007860*       respaldo.
007870*----------------------------------------------------------------
007880 5000-CLAVES-A-AVISAR.
007890     MOVE SPACES TO RECU-LINEA.
007900     PERFORM 8000-GRABAR-LINEA.
007910     MOVE "USUARIOS CON LA CLAVE BLANQUEADA A LA INICIAL (EL DNI)"
007920         TO RECU-LINEA.
007930     PERFORM 8000-GRABAR-LINEA.
007940     MOVE "deben ingresar con el dni y elegir una clave nueva"
007950         TO RECU-LINEA.
007960     PERFORM 8000-GRABAR-LINEA.
007970     IF RECU-CANT-CLAVES = ZERO
007980         MOVE "  ninguno" TO RECU-LINEA
007990         PERFORM 8000-GRABAR-LINEA
008000     ELSE
008010         PERFORM 5100-LISTAR-CLAVE
008020             VARYING RECU-IDX-CLV FROM 1 BY 1
008030             UNTIL RECU-IDX-CLV > RECU-CANT-CLAVES
008040     END-IF.
008050
008060 5100-LISTAR-CLAVE.
008070     MOVE SPACES TO RECU-DETALLE.
008080     MOVE "CLAVE" TO RECU-DET-TIPO.
008090     MOVE RECU-CLV-DNI (RECU-IDX-CLV) TO RECU-DET-DNI.
008100     MOVE RECU-CLV-USUARIO (RECU-IDX-CLV) TO RECU-DET-USUARIO.
008110     MOVE RECU-CLV-MOTIVO (RECU-IDX-CLV) TO RECU-DET-TEXTO.
008120     MOVE RECU-DETALLE TO RECU-LINEA.
008130     PERFORM 8000-GRABAR-LINEA.
008140
008150*----------------------------------------------------------------
008160* 6000  TOTALES DE CONTROL al pie del listado: entradas leidas =
008170*       anteriores + posteriores al corte + omitidas + ya
008180*       aplicadas + aplicadas + inconsistentes.
008190*----------------------------------------------------------------
008200 6000-TOTALES-CONTROL.
008210     MOVE SPACES TO RECU-LINEA.
008220     PERFORM 8000-GRABAR-LINEA.
008230     MOVE "TOTALES DE CONTROL" TO RECU-LINEA.
008240     PERFORM 8000-GRABAR-LINEA.
008250     MOVE RECU-CANT-CARGADOS TO RECU-CANT-EDIT.
008260     STRING "  usuarios cargados del respaldo : " RECU-CANT-EDIT
008270         DELIMITED BY SIZE INTO RECU-LINEA
008280     END-STRING.
008290     PERFORM 8000-GRABAR-LINEA.
008300     MOVE RECU-CANT-CARGA-ERR TO RECU-CANT-EDIT.
008310     STRING "  usuarios no cargados           : " RECU-CANT-EDIT
008320         DELIMITED BY SIZE INTO RECU-LINEA
008330     END-STRING.
008340     PERFORM 8000-GRABAR-LINEA.
008350     MOVE RECU-CANT-ARCHIVOS TO RECU-CANT-EDIT.
008360     STRING "  archivos de journal leidos     : " RECU-CANT-EDIT
008370         DELIMITED BY SIZE INTO RECU-LINEA
008380     END-STRING.
008390     PERFORM 8000-GRABAR-LINEA.
008400     MOVE RECU-CANT-LEIDAS TO RECU-CANT-EDIT.
008410     STRING "  entradas leidas                : " RECU-CANT-EDIT
008420         DELIMITED BY SIZE INTO RECU-LINEA
008430     END-STRING.
008440     PERFORM 8000-GRABAR-LINEA.
008450     MOVE RECU-CANT-ANTERIORES TO RECU-CANT-EDIT.
008460     STRING "    anteriores al respaldo       : " RECU-CANT-EDIT
008470         DELIMITED BY SIZE INTO RECU-LINEA
008480     END-STRING.
008490     PERFORM 8000-GRABAR-LINEA.
008500     MOVE RECU-CANT-POSTERIORES TO RECU-CANT-EDIT.
008510     STRING "    posteriores al corte         : " RECU-CANT-EDIT
008520         DELIMITED BY SIZE INTO RECU-LINEA
008530     END-STRING.
008540     PERFORM 8000-GRABAR-LINEA.
008550     MOVE RECU-CANT-OMITIDAS-RC TO RECU-CANT-EDIT.
008560     STRING "    omitidas (rc distinto de 00) : " RECU-CANT-EDIT
008570         DELIMITED BY SIZE INTO RECU-LINEA
008580     END-STRING.
008590     PERFORM 8000-GRABAR-LINEA.
008600     MOVE RECU-CANT-YA-APLICADAS TO RECU-CANT-EDIT.
008610     STRING "    ya aplicadas                 : " RECU-CANT-EDIT
008620         DELIMITED BY SIZE INTO RECU-LINEA
008630     END-STRING.
008640     PERFORM 8000-GRABAR-LINEA.
008650     MOVE RECU-CANT-APLICADAS TO RECU-CANT-EDIT.
008660     STRING "    aplicadas                    : " RECU-CANT-EDIT
008670         DELIMITED BY SIZE INTO RECU-LINEA
008680     END-STRING.
008690     PERFORM 8000-GRABAR-LINEA.
008700     MOVE RECU-CANT-INCONSISTENTES TO RECU-CANT-EDIT.
008710     STRING "    inconsistentes               : " RECU-CANT-EDIT
008720         DELIMITED BY SIZE INTO RECU-LINEA
008730     END-STRING.
008740     PERFORM 8000-GRABAR-LINEA.
008750     MOVE RECU-CANT-CLAVES TO RECU-CANT-EDIT.
008760     STRING "  usuarios con clave blanqueada  : " RECU-CANT-EDIT
008770         DELIMITED BY SIZE INTO RECU-LINEA
008780     END-STRING.
008790     PERFORM 8000-GRABAR-LINEA.
008800     IF RECU-CANT-LEIDAS = RECU-CANT-ANTERIORES
008810             + RECU-CANT-POSTERIORES + RECU-CANT-OMITIDAS-RC
008820             + RECU-CANT-YA-APLICADAS + RECU-CANT-APLICADAS
008830             + RECU-CANT-INCONSISTENTES
008840         MOVE "  la recuperacion BALANCEA" TO RECU-LINEA
008850     ELSE
008860         MOVE "  la recuperacion NO BALANCEA, revisar"
008870             TO RECU-LINEA
008880     END-IF.
008890     PERFORM 8000-GRABAR-LINEA.
008900     IF RECU-CANT-INCONSISTENTES > ZERO
008910         MOVE "  ADVERTENCIA: hay entradas inconsistentes, "
008920             TO RECU-LINEA
008930         PERFORM 8000-GRABAR-LINEA
008940         MOVE "  revisar esos usuarios con MANTENER-USUARIOS"
008950             TO RECU-LINEA
008960         PERFORM 8000-GRABAR-LINEA
008970     END-IF.
008980
008990*----------------------------------------------------------------
009000* 8000  graba una linea en RECUPUSR.LST (la deja en blanco para
009010*       la siguiente); si la pagina se lleno abre una nueva.
009020*----------------------------------------------------------------
009030 8000-GRABAR-LINEA.
009040     IF RECU-LINEA-ACTUAL >= RECU-LINEAS-POR-PAG
009050         PERFORM 8100-NUEVA-PAGINA
009060     END-IF.
009070     WRITE REG-IMPRESION FROM RECU-LINEA
009080         AFTER ADVANCING 1 LINE.
009090     ADD 1 TO RECU-LINEA-ACTUAL.
009100     MOVE SPACES TO RECU-LINEA.
009110
009120*----------------------------------------------------------------
009130* 8100  pagina nueva: salto de pagina y encabezado con numero de
009140*       pagina, respaldo, corte y titulos de columna.
009150*----------------------------------------------------------------
009160 8100-NUEVA-PAGINA.
009170     ADD 1 TO RECU-PAGINA.
009180     MOVE RECU-PAGINA TO RECU-PAG-EDIT.
009190     MOVE SPACES TO RECU-LINEA.
009200     STRING "RECUPERACION DE USUARIOS.DAT DESDE RESPALDO "
009210            "Y JOURNAL"
009220            "        PAGINA " RECU-PAG-EDIT
009230         DELIMITED BY SIZE INTO RECU-LINEA
009240     END-STRING.
009250     IF RECU-PAGINA = 1
009260         WRITE REG-IMPRESION FROM RECU-LINEA
009270             AFTER ADVANCING 1 LINE
009280     ELSE
009290         WRITE REG-IMPRESION FROM RECU-LINEA
009300             AFTER ADVANCING PAGE
009310     END-IF.
009320     MOVE SPACES TO RECU-LINEA.
009330     STRING "FECHA " RECU-HOY "   RESPALDO " RECU-RESPALDO
009340            "   CORTE " RECU-CORTE-FECHA " " RECU-CORTE-HORA
009350         DELIMITED BY SIZE INTO RECU-LINEA
009360     END-STRING.
009370     WRITE REG-IMPRESION FROM RECU-LINEA
009380         AFTER ADVANCING 1 LINE.
009390     MOVE SPACES TO RECU-LINEA.
009400     STRING "TIPO         FECHA    HORA     F DNI      "
009410            "USUARIO    "
009420            "DETALLE"
009430         DELIMITED BY SIZE INTO RECU-LINEA
009440     END-STRING.
009450     WRITE REG-IMPRESION FROM RECU-LINEA
009460         AFTER ADVANCING 2 LINES.
009470     MOVE SPACES TO RECU-LINEA.
009480     STRING "------------ -------- -------- - -------- "
009490            "---------- "
009500            "---------------------------"
009510         DELIMITED BY SIZE INTO RECU-LINEA
009520     END-STRING.
009530     WRITE REG-IMPRESION FROM RECU-LINEA
009540         AFTER ADVANCING 1 LINE.
009550     MOVE SPACES TO RECU-LINEA.
009560     MOVE 5 TO RECU-LINEA-ACTUAL.
009570
009580*----------------------------------------------------------------
009590* 9000  bitacora de corridas (CORRIDAS.DAT): inicio y fin.
009600*       Leidas = entradas del journal, grabadas = aplicadas,
009610*       rechazadas = inconsistentes mas usuarios no cargados.
009620*       Codigo 00 recuperacion limpia, 10 con inconsistencias,
009630*       90 si el maestro no se reconstruyo.
009640*----------------------------------------------------------------
009650 9000-BITACORA-INICIO.
009660     MOVE "RECUPUSR" TO BIT-PROGRAMA.
009670     MOVE SPACES TO BIT-MODO.
009680     SET BIT-FUN-INICIO TO TRUE.
009690     CALL "BITACORA" USING RECU-BITACORA.
009700
009710 9100-BITACORA-FIN.
009720     SET BIT-FUN-FIN TO TRUE.
009730     MOVE RECU-CANT-LEIDAS TO BIT-LEIDAS.
009740     MOVE RECU-CANT-APLICADAS TO BIT-GRABADAS.
009750     COMPUTE BIT-RECHAZADAS = RECU-CANT-INCONSISTENTES
009760                            + RECU-CANT-CARGA-ERR.
009770     MOVE RECU-BIT-RC TO BIT-RC.
009780     CALL "BITACORA" USING RECU-BITACORA.
009790
009800 END PROGRAM RECUPERAR-USUARIOS.
