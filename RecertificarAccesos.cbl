000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Recertificacion trimestral de accesos.  Cada
000070*               responsable de area confirma que la gente que
000080*               tiene cada REG-ROL lo sigue necesitando.  La
000090*               variable de entorno RECERT-FASE elige la fase:
000100*                 G  genera el ciclo: RECERT.DAT con cada
000110*                    usuario vigente (activo o bloqueado), su
000120*                    rol, ultimo login y fecha de alta, agrupado
000130*                    por responsable (quien aprobo el alta; los
000140*                    que no tienen van al de RECERT-RESPONSABLE),
000150*                    y RECERT.LST con una hoja por responsable;
000160*                 A  aplica las respuestas devueltas en
000170*                    RECRESP.DAT (mantener / cambiar rol /
000180*                    revocar) via YOUR-PROGRAM, para que cada
000190*                    cambio quede en USRJRNL.DAT, y las anota en
000200*                    RECAPLIC.DAT;
000210*                 V  informa quien no fue certificado y, vencido
000220*                    el plazo con RECERT-BAJA-AUTO en "S", lo da
000230*                    de baja.
000240*               El ciclo (RECERT-CICLO) es anio + "T" + trimestre
000250*               del dia si viene en blanco.
000260* Tectonics   : cobc
000270* Modification History:
000280*   2026-10-15 RC  Version inicial.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. RECERTIFICAR-ACCESOS.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARCH-USUARIOS ASSIGN TO "USUARIOS.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS REG-DNI OF FD-REG
000400         FILE STATUS IS RECA-USR-STATUS.
000410
000420     SELECT ARCH-ROLES ASSIGN TO "ROLES.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS ROL-NOMBRE OF FD-ROL
000460         FILE STATUS IS RECA-ROL-STATUS.
000470
000480     SELECT ARCH-RECERT ASSIGN TO "RECERT.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RECA-CER-STATUS.
000510
000520     SELECT ARCH-RESPUESTAS ASSIGN TO "RECRESP.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RECA-RSP-STATUS.
000550
000560     SELECT ARCH-APLICADAS ASSIGN TO "RECAPLIC.DAT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS RECA-APL-STATUS.
000590
000600     SELECT ARCH-IMPRESION ASSIGN TO "RECERT.LST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RECA-IMP-STATUS.
000630
000640     SELECT SD-ORDEN-CERTIF ASSIGN TO "SORTWK1".
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ARCH-USUARIOS.
000690 01  FD-REG.
000700     COPY USRREG.
000710
000720 FD  ARCH-ROLES.
000730 01  FD-ROL.
000740     COPY ROLREG.
000750
000760 FD  ARCH-RECERT.
000770 01  REG-RECERT                  PIC X(110).
000780
000790 FD  ARCH-RESPUESTAS.
000800 01  REG-RESPUESTA               PIC X(110).
000810
000820 FD  ARCH-APLICADAS.
000830 01  REG-APLICADA                PIC X(110).
000840
000850 FD  ARCH-IMPRESION.
000860 01  REG-IMPRESION               PIC X(80).
000870
000880*    la clave de orden es el principio de la linea RCTREG
000890 SD  SD-ORDEN-CERTIF.
000900 01  REG-ORDEN.
000910     05  ORD-CICLO               PIC X(06).
000920     05  ORD-RESPONSABLE         PIC X(10).
000930     05  ORD-ROL                 PIC X(10).
000940     05  ORD-USUARIO             PIC X(10).
000950     05  FILLER                  PIC X(74).
000960
000970 WORKING-STORAGE SECTION.
000980 01  RECA-USR-STATUS             PIC X(02) VALUE SPACES.
000990     88  RECA-USR-OK                 VALUE "00".
001000     88  RECA-USR-NO-EXISTE          VALUE "35".
001010 01  RECA-ROL-STATUS             PIC X(02) VALUE SPACES.
001020     88  RECA-ROL-OK                 VALUE "00".
001030     88  RECA-ROL-NO-EXISTE          VALUE "35".
001040 01  RECA-CER-STATUS             PIC X(02) VALUE SPACES.
001050     88  RECA-CER-OK                 VALUE "00".
001060     88  RECA-CER-NO-EXISTE          VALUE "35".
001070 01  RECA-RSP-STATUS             PIC X(02) VALUE SPACES.
001080     88  RECA-RSP-OK                 VALUE "00".
001090     88  RECA-RSP-NO-EXISTE          VALUE "35".
001100 01  RECA-APL-STATUS             PIC X(02) VALUE SPACES.
001110     88  RECA-APL-OK                 VALUE "00".
001120     88  RECA-APL-NO-EXISTE          VALUE "35".
001130 01  RECA-IMP-STATUS             PIC X(02) VALUE SPACES.
001140     88  RECA-IMP-OK                 VALUE "00".
001150
001160 01  RECA-EOF-SW                 PIC X(01) VALUE "N".
001170     88  RECA-EOF                    VALUE "S".
001180 01  RECA-FIN-ORDEN-SW           PIC X(01) VALUE "N".
001190     88  RECA-FIN-ORDEN              VALUE "S".
001200
001210*    parametros de la corrida
001220 01  RECA-FASE                   PIC X(01) VALUE SPACES.
001230     88  RECA-FASE-GENERAR           VALUE "G".
001240     88  RECA-FASE-APLICAR           VALUE "A".
001250     88  RECA-FASE-VENCIMIENTO       VALUE "V".
001260 01  RECA-CICLO                  PIC X(06) VALUE SPACES.
001270 01  RECA-FECHA-LIMITE           PIC X(08) VALUE SPACES.
001280 01  RECA-RESP-DEFECTO           PIC X(10) VALUE SPACES.
001290 01  RECA-BAJA-AUTO-SW           PIC X(01) VALUE "N".
001300     88  RECA-BAJA-AUTO              VALUE "S".
001310
001320 01  RECA-HOY                    PIC X(08) VALUE SPACES.
001330 01  RECA-HOY-R REDEFINES RECA-HOY.
001340     05  RECA-HOY-ANIO           PIC X(04).
001350     05  RECA-HOY-MES            PIC 9(02).
001360     05  RECA-HOY-DIA            PIC 9(02).
001370 01  RECA-HOY-NUM                PIC 9(08) VALUE ZERO.
001380 01  RECA-TRIMESTRE              PIC 9(01) VALUE ZERO.
001390 01  RECA-DIA-INT                PIC 9(08) COMP VALUE ZERO.
001400 01  RECA-LIMITE-NUM             PIC 9(08) VALUE ZERO.
001410
001420*    linea de trabajo con el layout de los tres archivos del ciclo
001430 01  RECA-CERT.
001440     COPY RCTREG.
001450
001460 01  RECA-PARM.
001470     COPY PARMUSR.
001480
001490*    usuarios del ciclo ya certificados (respuesta aplicada con
001500*    resultado 00 en RECAPLIC.DAT)
001510 01  RECA-TABLA-APLICADAS.
001520     05  RECA-APL-DNI OCCURS 1000 TIMES
001530                                 PIC X(08).
001540 01  RECA-CANT-APLICADAS         PIC 9(04) COMP VALUE ZERO.
001550 01  RECA-IDX-APL                PIC 9(04) COMP VALUE ZERO.
001560 01  RECA-APL-HALLADA-SW         PIC X(01) VALUE "N".
001570     88  RECA-APL-HALLADA            VALUE "S".
001580 01  RECA-TABLA-APL-LLENA-SW     PIC X(01) VALUE "N".
001590     88  RECA-TABLA-APL-LLENA        VALUE "S".
001600
001610*    corte por responsable del listado de certificacion
001620 01  RECA-RESP-ACTUAL            PIC X(10) VALUE LOW-VALUES.
001630 01  RECA-RESP-CANT              PIC 9(05) COMP VALUE ZERO.
001640 01  RECA-CANT-RESPONSABLES      PIC 9(05) COMP VALUE ZERO.
001650 01  RECA-PAGINA                 PIC 9(04) VALUE ZERO.
001660 01  RECA-LINEA-ACTUAL           PIC 9(02) VALUE ZERO.
001670 01  RECA-LINEAS-POR-PAG         PIC 9(02) VALUE 56.
001680 01  RECA-LINEA                  PIC X(80) VALUE SPACES.
001690
001700*    contadores de control
001710 01  RECA-CANT-LEIDAS            PIC 9(07) COMP VALUE ZERO.
001720 01  RECA-CANT-GRABADAS          PIC 9(07) COMP VALUE ZERO.
001730 01  RECA-CANT-RECHAZADAS        PIC 9(07) COMP VALUE ZERO.
001740 01  RECA-CANT-MANTENIDAS        PIC 9(07) COMP VALUE ZERO.
001750 01  RECA-CANT-CAMBIADAS         PIC 9(07) COMP VALUE ZERO.
001760 01  RECA-CANT-REVOCADAS         PIC 9(07) COMP VALUE ZERO.
001770 01  RECA-CANT-YA-APLICADAS      PIC 9(07) COMP VALUE ZERO.
001780 01  RECA-CANT-CERTIFICADOS      PIC 9(07) COMP VALUE ZERO.
001790 01  RECA-CANT-PENDIENTES        PIC 9(07) COMP VALUE ZERO.
001800 01  RECA-CANT-VENCIDOS          PIC 9(07) COMP VALUE ZERO.
001810 01  RECA-CANT-BAJAS-AUTO        PIC 9(07) COMP VALUE ZERO.
001820
001830 01  RECA-CANT-EDIT              PIC ZZZZZZ9.
001840 01  RECA-PAG-EDIT               PIC ZZZ9.
001850 01  RECA-FECHA-EDIT             PIC X(08) VALUE SPACES.
001860
001870 01  RECA-BITACORA.
001880     COPY PARMBIT.
001890 01  RECA-BIT-RC                 PIC 9(02) VALUE 90.
001900
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001940     PERFORM 9000-BITACORA-INICIO.
001950     EVALUATE TRUE
001960         WHEN RECA-FASE-GENERAR
001970             PERFORM 2000-GENERAR-CICLO THRU 2000-EXIT
001980         WHEN RECA-FASE-APLICAR
001990             PERFORM 3000-APLICAR-RESPUESTAS THRU 3000-EXIT
002000         WHEN RECA-FASE-VENCIMIENTO
002010             PERFORM 4000-CONTROLAR-VENCIDOS THRU 4000-EXIT
002020         WHEN OTHER
002030             DISPLAY "RECERTIFICAR-ACCESOS: RECERT-FASE debe ser "
002040                 "G (generar), A (aplicar) o V (vencimiento)"
002050     END-EVALUATE.
002060     PERFORM 9100-BITACORA-FIN.
002070     STOP RUN.
002080
002090*----------------------------------------------------------------
002100* 1000  INICIALIZACION - fase y ciclo de las variables de
002110*       entorno; el ciclo por defecto es el trimestre del dia
002120*       (2026T4 para octubre de 2026).
002130*----------------------------------------------------------------
002140 1000-INICIALIZAR.
002150     ACCEPT RECA-FASE FROM ENVIRONMENT "RECERT-FASE".
002160     ACCEPT RECA-CICLO FROM ENVIRONMENT "RECERT-CICLO".
002170     ACCEPT RECA-HOY FROM DATE YYYYMMDD.
002180     MOVE RECA-HOY TO RECA-HOY-NUM.
002190     IF RECA-CICLO = SPACES
002200         COMPUTE RECA-TRIMESTRE = (RECA-HOY-MES - 1) / 3 + 1
002210         STRING RECA-HOY-ANIO "T" RECA-TRIMESTRE
002220             DELIMITED BY SIZE INTO RECA-CICLO
002230         END-STRING
002240     END-IF.
002250     MOVE "RECERTIF" TO PARM-PROGRAMA OF RECA-PARM.
002260     DISPLAY "RECERTIFICAR-ACCESOS: ciclo " RECA-CICLO
002270         " fase " RECA-FASE.
002280     INITIALIZE RECA-TABLA-APLICADAS.
002290 1000-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------
002330* 2000  GENERACION DEL CICLO - ordena los usuarios vigentes por
002340*       responsable, rol y usuario; graba cada uno en RECERT.DAT
002350*       con la respuesta en blanco y arma en RECERT.LST una hoja
002360*       por responsable para su firma.  El plazo sale de
002370*       RECERT-FECHA-LIMITE (30 dias desde hoy si viene en
002380*       blanco).
002390*----------------------------------------------------------------
002400 2000-GENERAR-CICLO.
002410     ACCEPT RECA-FECHA-LIMITE FROM ENVIRONMENT
002420         "RECERT-FECHA-LIMITE".
002430     IF RECA-FECHA-LIMITE = SPACES
002440         COMPUTE RECA-DIA-INT =
002450             FUNCTION INTEGER-OF-DATE(RECA-HOY-NUM) + 30
002460         MOVE FUNCTION DATE-OF-INTEGER(RECA-DIA-INT)
002470             TO RECA-LIMITE-NUM
002480         MOVE RECA-LIMITE-NUM TO RECA-FECHA-LIMITE
002490     END-IF.
002500     ACCEPT RECA-RESP-DEFECTO FROM ENVIRONMENT
002510         "RECERT-RESPONSABLE".
002520     IF RECA-RESP-DEFECTO = SPACES
002530         MOVE "SEGURIDAD" TO RECA-RESP-DEFECTO
002540     END-IF.
002550     OPEN INPUT ARCH-USUARIOS.
002560     IF NOT RECA-USR-OK
002570         DISPLAY "RECERTIFICAR-ACCESOS: no se pudo abrir "
002580             "USUARIOS.DAT"
002590         GO TO 2000-EXIT
002600     END-IF.
002610     CLOSE ARCH-USUARIOS.
002620     OPEN OUTPUT ARCH-RECERT.
002630     OPEN OUTPUT ARCH-IMPRESION.
002640     IF NOT RECA-CER-OK OR NOT RECA-IMP-OK
002650         DISPLAY "RECERTIFICAR-ACCESOS: no se pudo abrir "
002660             "RECERT.DAT o RECERT.LST"
002670         GO TO 2000-EXIT
002680     END-IF.
002690     SORT SD-ORDEN-CERTIF
002700         ON ASCENDING KEY ORD-RESPONSABLE ORD-ROL ORD-USUARIO
002710         INPUT PROCEDURE IS 2100-SELECCIONAR-USUARIOS
002720             THRU 2100-EXIT
002730         OUTPUT PROCEDURE IS 2500-GRABAR-CERTIFICACION
002740             THRU 2500-EXIT.
002750     CLOSE ARCH-RECERT ARCH-IMPRESION.
002760     DISPLAY "RECERTIFICAR-ACCESOS: plazo de respuesta "
002770         RECA-FECHA-LIMITE.
002780     MOVE RECA-CANT-LEIDAS TO RECA-CANT-EDIT.
002790     DISPLAY "   usuarios leidos        : " RECA-CANT-EDIT.
002800     MOVE RECA-CANT-GRABADAS TO RECA-CANT-EDIT.
002810     DISPLAY "   usuarios a certificar  : " RECA-CANT-EDIT.
002820     MOVE RECA-CANT-RESPONSABLES TO RECA-CANT-EDIT.
002830     DISPLAY "   responsables           : " RECA-CANT-EDIT.
002840     MOVE 00 TO RECA-BIT-RC.
002850 2000-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890* 2100  INPUT PROCEDURE - cada usuario activo o bloqueado (los
002900*       bloqueados siguen teniendo el acceso) pasa al orden con
002910*       su responsable; los inactivos y pendientes no se
002920*       certifican.
002930*----------------------------------------------------------------
002940 2100-SELECCIONAR-USUARIOS.
002950     OPEN INPUT ARCH-USUARIOS.
002960     MOVE "N" TO RECA-EOF-SW.
002970     PERFORM 2110-LEER-USUARIO.
002980     PERFORM 2120-LIBERAR-USUARIO UNTIL RECA-EOF.
002990     CLOSE ARCH-USUARIOS.
003000 2100-EXIT.
003010     EXIT.
003020
003030 2110-LEER-USUARIO.
003040     READ ARCH-USUARIOS NEXT RECORD
003050         AT END
003060             SET RECA-EOF TO TRUE
003070     END-READ.
003080
003090 2120-LIBERAR-USUARIO.
003100     ADD 1 TO RECA-CANT-LEIDAS.
003110     IF REG-ACTIVO OF FD-REG OR REG-BLOQUEADO OF FD-REG
003120         MOVE SPACES TO RECA-CERT
003130         MOVE RECA-CICLO TO RCT-CICLO
003140         IF REG-USUARIO-APRUEBA OF FD-REG = SPACES
003150             MOVE RECA-RESP-DEFECTO TO RCT-RESPONSABLE
003160         ELSE
003170             MOVE REG-USUARIO-APRUEBA OF FD-REG
003180                 TO RCT-RESPONSABLE
003190         END-IF
003200         MOVE REG-ROL OF FD-REG TO RCT-ROL
003210         MOVE REG-USUARIO OF FD-REG TO RCT-USUARIO
003220         MOVE REG-DNI OF FD-REG TO RCT-DNI
003230         MOVE REG-APELLIDO OF FD-REG TO RCT-APELLIDO
003240         MOVE REG-NOMBRE OF FD-REG TO RCT-NOMBRE
003250         MOVE REG-ESTADO OF FD-REG TO RCT-ESTADO
003260         MOVE REG-FECHA-ALTA OF FD-REG TO RCT-FECHA-ALTA
003270         MOVE REG-FECHA-ULT-LOGIN OF FD-REG
003280             TO RCT-FECHA-ULT-LOGIN
003290         MOVE RECA-FECHA-LIMITE TO RCT-FECHA-LIMITE
003300         RELEASE REG-ORDEN FROM RECA-CERT
003310     END-IF.
003320     PERFORM 2110-LEER-USUARIO.
003330
003340*----------------------------------------------------------------
003350* 2500  OUTPUT PROCEDURE - graba cada linea en RECERT.DAT y en
003360*       la hoja del responsable; el cambio de responsable abre
003370*       hoja nueva.
003380*----------------------------------------------------------------
003390 2500-GRABAR-CERTIFICACION.
003400     MOVE "N" TO RECA-FIN-ORDEN-SW.
003410     PERFORM 2510-TOMAR-ORDENADO.
003420     PERFORM 2520-GRABAR-LINEA UNTIL RECA-FIN-ORDEN.
003430     IF RECA-CANT-GRABADAS > ZERO
003440         PERFORM 2600-PIE-RESPONSABLE
003450     END-IF.
003460 2500-EXIT.
003470     EXIT.
003480
003490 2510-TOMAR-ORDENADO.
003500     RETURN SD-ORDEN-CERTIF INTO RECA-CERT
003510         AT END
003520             SET RECA-FIN-ORDEN TO TRUE
003530     END-RETURN.
003540
003550 2520-GRABAR-LINEA.
003560     IF RCT-RESPONSABLE NOT = RECA-RESP-ACTUAL
003570         IF RECA-CANT-GRABADAS > ZERO
003580             PERFORM 2600-PIE-RESPONSABLE
003590         END-IF
003600         MOVE RCT-RESPONSABLE TO RECA-RESP-ACTUAL
003610         MOVE ZERO TO RECA-RESP-CANT
003620         ADD 1 TO RECA-CANT-RESPONSABLES
003630         PERFORM 8100-NUEVA-PAGINA
003640     END-IF.
003650     WRITE REG-RECERT FROM RECA-CERT.
003660     ADD 1 TO RECA-CANT-GRABADAS.
003670     ADD 1 TO RECA-RESP-CANT.
003680     MOVE SPACES TO RECA-LINEA.
003690     STRING RCT-ROL " " RCT-USUARIO " " RCT-DNI " "
003700            RCT-APELLIDO " " RCT-ESTADO " "
003710            RCT-FECHA-ALTA " " RCT-FECHA-ULT-LOGIN
003720            "  [ ]  ____________"
003730         DELIMITED BY SIZE INTO RECA-LINEA
003740     END-STRING.
003750     PERFORM 8000-GRABAR-LINEA.
003760     PERFORM 2510-TOMAR-ORDENADO.
003770
003780 2600-PIE-RESPONSABLE.
003790     MOVE SPACES TO RECA-LINEA.
003800     PERFORM 8000-GRABAR-LINEA.
003810     MOVE RECA-RESP-CANT TO RECA-CANT-EDIT.
003820     STRING "USUARIOS A CERTIFICAR: " RECA-CANT-EDIT
003830         DELIMITED BY SIZE INTO RECA-LINEA
003840     END-STRING.
003850     PERFORM 8000-GRABAR-LINEA.
003860     MOVE SPACES TO RECA-LINEA.
003870     PERFORM 8000-GRABAR-LINEA.
003880     MOVE "FIRMA DEL RESPONSABLE: ____________________________"
003890         TO RECA-LINEA.
003900     PERFORM 8000-GRABAR-LINEA.
003910
003920*----------------------------------------------------------------
003930* 3000  APLICACION DE RESPUESTAS - carga los usuarios del ciclo
003940*       ya certificados (para que una segunda corrida con el
003950*       mismo RECRESP.DAT no vuelva a aplicar nada) y procesa
003960*       cada linea devuelta.  Toda respuesta procesada, aplicada
003970*       o rechazada, queda en RECAPLIC.DAT con su resultado.
003980*----------------------------------------------------------------
003990 3000-APLICAR-RESPUESTAS.
004000     PERFORM 5000-CARGAR-APLICADAS THRU 5000-EXIT.
004010     OPEN INPUT ARCH-RESPUESTAS.
004020     IF NOT RECA-RSP-OK
004030         IF RECA-RSP-NO-EXISTE
004040             DISPLAY "RECERTIFICAR-ACCESOS: RECRESP.DAT no existe"
004050         ELSE
004060             DISPLAY "RECERTIFICAR-ACCESOS: no se pudo abrir "
004070                 "RECRESP.DAT"
004080         END-IF
004090         GO TO 3000-EXIT
004100     END-IF.
004110     PERFORM 5100-ABRIR-APLICADAS THRU 5100-EXIT.
004120     IF NOT RECA-APL-OK
004130         CLOSE ARCH-RESPUESTAS
004140         GO TO 3000-EXIT
004150     END-IF.
004160     DISPLAY "RESPUESTAS RECHAZADAS".
004170     MOVE "N" TO RECA-EOF-SW.
004180     PERFORM 3100-LEER-RESPUESTA.
004190     PERFORM 3200-PROCESAR-RESPUESTA THRU 3200-EXIT
004200         UNTIL RECA-EOF.
004210     CLOSE ARCH-RESPUESTAS ARCH-APLICADAS.
004220     DISPLAY "__________________________________________________".
004230     MOVE RECA-CANT-LEIDAS TO RECA-CANT-EDIT.
004240     DISPLAY "RESPUESTAS LEIDAS         : " RECA-CANT-EDIT.
004250     MOVE RECA-CANT-MANTENIDAS TO RECA-CANT-EDIT.
004260     DISPLAY "ACCESOS MANTENIDOS        : " RECA-CANT-EDIT.
004270     MOVE RECA-CANT-CAMBIADAS TO RECA-CANT-EDIT.
004280     DISPLAY "CAMBIOS DE ROL            : " RECA-CANT-EDIT.
004290     MOVE RECA-CANT-REVOCADAS TO RECA-CANT-EDIT.
004300     DISPLAY "ACCESOS REVOCADOS         : " RECA-CANT-EDIT.
004310     MOVE RECA-CANT-YA-APLICADAS TO RECA-CANT-EDIT.
004320     DISPLAY "YA APLICADAS ANTES        : " RECA-CANT-EDIT.
004330     MOVE RECA-CANT-RECHAZADAS TO RECA-CANT-EDIT.
004340     DISPLAY "RESPUESTAS RECHAZADAS     : " RECA-CANT-EDIT.
004350     MOVE 00 TO RECA-BIT-RC.
004360 3000-EXIT.
004370     EXIT.
004380
004390 3100-LEER-RESPUESTA.
004400     READ ARCH-RESPUESTAS INTO RECA-CERT
004410         AT END
004420             SET RECA-EOF TO TRUE
004430     END-READ.
004440
004450*----------------------------------------------------------------
004460* 3200  una respuesta: las lineas sin responder se ignoran (el
004470*       responsable devuelve la hoja entera); se rechaza la de
004480*       otro ciclo, la de respuesta desconocida y la del usuario
004490*       cuyo rol cambio desde la generacion (se certifico algo
004500*       que ya no es).  Mantener solo consulta; cambiar de rol
004510*       valida el rol nuevo contra ROLES.DAT y modifica; revocar
004520*       da la baja logica.
004530*----------------------------------------------------------------
004540 3200-PROCESAR-RESPUESTA.
004550     IF RCT-RESPUESTA = SPACE
004560         GO TO 3200-LEER
004570     END-IF.
004580     ADD 1 TO RECA-CANT-LEIDAS.
004590     MOVE SPACES TO RCT-RESULTADO.
004600     MOVE RECA-HOY TO RCT-FECHA-PROCESO.
004610     IF RCT-CICLO NOT = RECA-CICLO
004620         SET RCT-RES-OTRO-CICLO TO TRUE
004630         GO TO 3200-RECHAZO
004640     END-IF.
004650     IF NOT RCT-RESPUESTA-VALIDA
004660         SET RCT-RES-RESP-INVALIDA TO TRUE
004670         GO TO 3200-RECHAZO
004680     END-IF.
004690     PERFORM 5300-BUSCAR-APLICADA.
004700     IF RECA-APL-HALLADA
004710         ADD 1 TO RECA-CANT-YA-APLICADAS
004720         GO TO 3200-LEER
004730     END-IF.
004740     MOVE RCT-RESPONSABLE TO PARM-USUARIO-OPERADOR OF RECA-PARM.
004750     PERFORM 6000-CONSULTAR-USUARIO.
004760     IF NOT PARM-RC-OK OF RECA-PARM
004770         MOVE PARM-RETURN-CODE OF RECA-PARM TO RCT-RESULTADO
004780         GO TO 3200-RECHAZO
004790     END-IF.
004800     IF REG-ROL OF PARM-REGISTRO OF RECA-PARM NOT = RCT-ROL
004810         SET RCT-RES-ROL-CAMBIADO TO TRUE
004820         GO TO 3200-RECHAZO
004830     END-IF.
004840     EVALUATE TRUE
004850         WHEN RCT-MANTENER
004860             SET RCT-APLICADA TO TRUE
004870             ADD 1 TO RECA-CANT-MANTENIDAS
004880         WHEN RCT-CAMBIAR-ROL
004890             PERFORM 3300-CAMBIAR-ROL THRU 3300-EXIT
004900         WHEN RCT-REVOCAR
004910             PERFORM 6100-DAR-BAJA
004920             MOVE PARM-RETURN-CODE OF RECA-PARM TO RCT-RESULTADO
004930             IF RCT-APLICADA
004940                 ADD 1 TO RECA-CANT-REVOCADAS
004950             END-IF
004960     END-EVALUATE.
004970     IF NOT RCT-APLICADA
004980         GO TO 3200-RECHAZO
004990     END-IF.
005000     PERFORM 5200-AGREGAR-APLICADA.
005010     WRITE REG-APLICADA FROM RECA-CERT.
005020     GO TO 3200-LEER.
005030 3200-RECHAZO.
005040     ADD 1 TO RECA-CANT-RECHAZADAS.
005050     WRITE REG-APLICADA FROM RECA-CERT.
005060     DISPLAY "  " RCT-DNI " " RCT-USUARIO " respuesta "
005070         RCT-RESPUESTA " responsable " RCT-RESPONSABLE
005080         " motivo " RCT-RESULTADO.
005090 3200-LEER.
005100     PERFORM 3100-LEER-RESPUESTA.
005110 3200-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150* 3300  cambio de rol: la modificacion de YOUR-PROGRAM no valida
005160*       el rol (solo lo hace el alta), asi que el rol nuevo se
005170*       busca aca en ROLES.DAT y se rechaza con el mismo codigo
005180*       60 que devolveria el alta.  El registro consultado en
005190*       3200 vuelve con el rol cambiado.
005200*----------------------------------------------------------------
005210 3300-CAMBIAR-ROL.
005220     OPEN INPUT ARCH-ROLES.
005230     IF NOT RECA-ROL-OK
005240         SET RCT-RES-ROL-INEXISTENTE TO TRUE
005250         GO TO 3300-EXIT
005260     END-IF.
005270     MOVE RCT-ROL-NUEVO TO ROL-NOMBRE OF FD-ROL.
005280     READ ARCH-ROLES
005290         INVALID KEY
005300             SET RCT-RES-ROL-INEXISTENTE TO TRUE
005310     END-READ.
005320     CLOSE ARCH-ROLES.
005330     IF RCT-RES-ROL-INEXISTENTE OR RCT-ROL-NUEVO = SPACES
005340         SET RCT-RES-ROL-INEXISTENTE TO TRUE
005350         GO TO 3300-EXIT
005360     END-IF.
005370     MOVE RCT-ROL-NUEVO TO REG-ROL OF PARM-REGISTRO OF RECA-PARM.
005380     SET PARM-FUN-MODIFICA OF RECA-PARM TO TRUE.
005390     CALL "YOUR-PROGRAM" USING RECA-PARM.
005400     MOVE PARM-RETURN-CODE OF RECA-PARM TO RCT-RESULTADO.
005410     IF RCT-APLICADA
005420         ADD 1 TO RECA-CANT-CAMBIADAS
005430     END-IF.
005440 3300-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480* 4000  CONTROL DE VENCIMIENTO - recorre RECERT.DAT del ciclo y
005490*       lista, por responsable, a quien todavia no certifico
005500*       nadie.  Pasada la fecha limite el usuario figura como
005510*       VENCIDO y, con RECERT-BAJA-AUTO en "S", se le da la baja
005520*       logica via YOUR-PROGRAM (queda en RECAPLIC.DAT con
005530*       respuesta "V", asi una segunda corrida no lo repite).
005540*----------------------------------------------------------------
005550 4000-CONTROLAR-VENCIDOS.
005560     ACCEPT RECA-BAJA-AUTO-SW FROM ENVIRONMENT "RECERT-BAJA-AUTO".
005570     PERFORM 5000-CARGAR-APLICADAS THRU 5000-EXIT.
005580     OPEN INPUT ARCH-RECERT.
005590     IF NOT RECA-CER-OK
005600         DISPLAY "RECERTIFICAR-ACCESOS: no se pudo abrir "
005610             "RECERT.DAT"
005620         GO TO 4000-EXIT
005630     END-IF.
005640     IF RECA-BAJA-AUTO
005650         PERFORM 5100-ABRIR-APLICADAS THRU 5100-EXIT
005660         IF NOT RECA-APL-OK
005670             CLOSE ARCH-RECERT
005680             GO TO 4000-EXIT
005690         END-IF
005700     END-IF.
005710     DISPLAY "USUARIOS SIN CERTIFICAR - CICLO " RECA-CICLO
005720         " AL " RECA-HOY.
005730     MOVE "N" TO RECA-EOF-SW.
005740     PERFORM 4100-LEER-CERTIFICACION.
005750     PERFORM 4200-CONTROLAR-USUARIO THRU 4200-EXIT
005760         UNTIL RECA-EOF.
005770     CLOSE ARCH-RECERT.
005780     IF RECA-BAJA-AUTO
005790         CLOSE ARCH-APLICADAS
005800     END-IF.
005810     DISPLAY "__________________________________________________".
005820     MOVE RECA-CANT-LEIDAS TO RECA-CANT-EDIT.
005830     DISPLAY "USUARIOS DEL CICLO        : " RECA-CANT-EDIT.
005840     MOVE RECA-CANT-CERTIFICADOS TO RECA-CANT-EDIT.
005850     DISPLAY "CERTIFICADOS              : " RECA-CANT-EDIT.
005860     MOVE RECA-CANT-PENDIENTES TO RECA-CANT-EDIT.
005870     DISPLAY "PENDIENTES EN PLAZO       : " RECA-CANT-EDIT.
005880     MOVE RECA-CANT-VENCIDOS TO RECA-CANT-EDIT.
005890     DISPLAY "VENCIDOS SIN CERTIFICAR   : " RECA-CANT-EDIT.
005900     MOVE RECA-CANT-BAJAS-AUTO TO RECA-CANT-EDIT.
005910     DISPLAY "DADOS DE BAJA             : " RECA-CANT-EDIT.
005920     MOVE 00 TO RECA-BIT-RC.
005930 4000-EXIT.
005940     EXIT.
005950
005960 4100-LEER-CERTIFICACION.
005970     READ ARCH-RECERT INTO RECA-CERT
005980         AT END
005990             SET RECA-EOF TO TRUE
006000     END-READ.
006010
006020*----------------------------------------------------------------
006030* 4200  un usuario del ciclo: si ya tiene respuesta aplicada se
006040*       cuenta como certificado; si no, se lista bajo su
006050*       responsable como pendiente o vencido.  Antes de la baja
006060*       automatica se consulta: quien ya esta inactivo no se
006070*       toca.
006080*----------------------------------------------------------------
006090 4200-CONTROLAR-USUARIO.
006100     IF RCT-CICLO NOT = RECA-CICLO
006110         GO TO 4200-LEER
006120     END-IF.
006130     ADD 1 TO RECA-CANT-LEIDAS.
006140     PERFORM 5300-BUSCAR-APLICADA.
006150     IF RECA-APL-HALLADA
006160         ADD 1 TO RECA-CANT-CERTIFICADOS
006170         GO TO 4200-LEER
006180     END-IF.
006190     IF RCT-RESPONSABLE NOT = RECA-RESP-ACTUAL
006200         MOVE RCT-RESPONSABLE TO RECA-RESP-ACTUAL
006210         DISPLAY " "
006220         DISPLAY "RESPONSABLE " RCT-RESPONSABLE
006230             "  PLAZO " RCT-FECHA-LIMITE
006240     END-IF.
006250     IF RECA-HOY NOT > RCT-FECHA-LIMITE
006260         ADD 1 TO RECA-CANT-PENDIENTES
006270         DISPLAY "  " RCT-USUARIO " " RCT-DNI " " RCT-ROL
006280             " PENDIENTE"
006290         GO TO 4200-LEER
006300     END-IF.
006310     ADD 1 TO RECA-CANT-VENCIDOS.
006320     IF NOT RECA-BAJA-AUTO
006330         DISPLAY "  " RCT-USUARIO " " RCT-DNI " " RCT-ROL
006340             " VENCIDO"
006350         GO TO 4200-LEER
006360     END-IF.
006370     MOVE "RECERTIF" TO PARM-USUARIO-OPERADOR OF RECA-PARM.
006380     PERFORM 6000-CONSULTAR-USUARIO.
006390     IF NOT PARM-RC-OK OF RECA-PARM
006400         DISPLAY "  " RCT-USUARIO " " RCT-DNI " " RCT-ROL
006410             " VENCIDO - ya no vigente (codigo "
006420             PARM-RETURN-CODE OF RECA-PARM ")"
006430         GO TO 4200-LEER
006440     END-IF.
006450     PERFORM 6100-DAR-BAJA.
006460     SET RCT-BAJA-VENCIDA TO TRUE.
006470     MOVE PARM-RETURN-CODE OF RECA-PARM TO RCT-RESULTADO.
006480     MOVE RECA-HOY TO RCT-FECHA-PROCESO.
006490     WRITE REG-APLICADA FROM RECA-CERT.
006500     IF RCT-APLICADA
006510         ADD 1 TO RECA-CANT-BAJAS-AUTO
006520         PERFORM 5200-AGREGAR-APLICADA
006530         DISPLAY "  " RCT-USUARIO " " RCT-DNI " " RCT-ROL
006540             " VENCIDO - DADO DE BAJA"
006550     ELSE
006560         ADD 1 TO RECA-CANT-RECHAZADAS
006570         DISPLAY "  " RCT-USUARIO " " RCT-DNI " " RCT-ROL
006580             " VENCIDO - baja rechazada, codigo " RCT-RESULTADO
006590     END-IF.
006600 4200-LEER.
006610     PERFORM 4100-LEER-CERTIFICACION.
006620 4200-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------
006660* 5000  carga los dni del ciclo con respuesta ya aplicada
006670*       (resultado 00) de RECAPLIC.DAT; si el archivo todavia no
006680*       existe no hay ninguno.
006690*----------------------------------------------------------------
006700 5000-CARGAR-APLICADAS.
006710     MOVE ZERO TO RECA-CANT-APLICADAS.
006720     OPEN INPUT ARCH-APLICADAS.
006730     IF NOT RECA-APL-OK
006740         GO TO 5000-EXIT
006750     END-IF.
006760     MOVE "N" TO RECA-EOF-SW.
006770     PERFORM 5010-LEER-APLICADA.
006780     PERFORM 5020-TOMAR-APLICADA UNTIL RECA-EOF.
006790     CLOSE ARCH-APLICADAS.
006800 5000-EXIT.
006810     EXIT.
006820
006830 5010-LEER-APLICADA.
006840     READ ARCH-APLICADAS INTO RECA-CERT
006850         AT END
006860             SET RECA-EOF TO TRUE
006870     END-READ.
006880
006890 5020-TOMAR-APLICADA.
006900     IF RCT-CICLO = RECA-CICLO AND RCT-APLICADA
006910         PERFORM 5200-AGREGAR-APLICADA
006920     END-IF.
006930     PERFORM 5010-LEER-APLICADA.
006940
006950*----------------------------------------------------------------
006960* 5100  abre RECAPLIC.DAT para agregar; la primera vez lo crea.
006970*----------------------------------------------------------------
006980 5100-ABRIR-APLICADAS.
006990     OPEN EXTEND ARCH-APLICADAS.
007000     IF RECA-APL-NO-EXISTE
007010         OPEN OUTPUT ARCH-APLICADAS
007020         CLOSE ARCH-APLICADAS
007030         OPEN EXTEND ARCH-APLICADAS
007040     END-IF.
007050     IF NOT RECA-APL-OK
007060         DISPLAY "RECERTIFICAR-ACCESOS: no se pudo abrir "
007070             "RECAPLIC.DAT"
007080     END-IF.
007090 5100-EXIT.
007100     EXIT.
007110
007120 5200-AGREGAR-APLICADA.
007130     IF RECA-CANT-APLICADAS < 1000
007140         ADD 1 TO RECA-CANT-APLICADAS
007150         MOVE RCT-DNI TO RECA-APL-DNI (RECA-CANT-APLICADAS)
007160     ELSE
007170         IF NOT RECA-TABLA-APL-LLENA
007180             SET RECA-TABLA-APL-LLENA TO TRUE
007190             DISPLAY "ADVERTENCIA: tabla de certificados llena, "
007200                 "los siguientes pueden repetirse"
007210         END-IF
007220     END-IF.
007230
007240 5300-BUSCAR-APLICADA.
007250     MOVE "N" TO RECA-APL-HALLADA-SW.
007260     PERFORM 5310-COMPARAR-APLICADA
007270         VARYING RECA-IDX-APL FROM 1 BY 1
007280         UNTIL RECA-IDX-APL > RECA-CANT-APLICADAS
007290            OR RECA-APL-HALLADA.
007300
007310 5310-COMPARAR-APLICADA.
007320     IF RECA-APL-DNI (RECA-IDX-APL) = RCT-DNI
007330         SET RECA-APL-HALLADA TO TRUE
007340     END-IF.
007350
007360*----------------------------------------------------------------
007370* 6000  llamadas a YOUR-PROGRAM por dni: consulta y baja logica.
007380*----------------------------------------------------------------
007390 6000-CONSULTAR-USUARIO.
007400     MOVE SPACES TO PARM-REGISTRO OF RECA-PARM.
007410     MOVE RCT-DNI TO REG-DNI OF PARM-REGISTRO OF RECA-PARM.
007420     SET PARM-FUN-CONSULTA OF RECA-PARM TO TRUE.
007430     CALL "YOUR-PROGRAM" USING RECA-PARM.
007440     IF PARM-RC-OK OF RECA-PARM
007450        AND REG-INACTIVO OF PARM-REGISTRO OF RECA-PARM
007460         SET PARM-RC-INACTIVO OF RECA-PARM TO TRUE
007470     END-IF.
007480
007490 6100-DAR-BAJA.
007500     MOVE SPACES TO PARM-REGISTRO OF RECA-PARM.
007510     MOVE RCT-DNI TO REG-DNI OF PARM-REGISTRO OF RECA-PARM.
007520     SET PARM-FUN-BAJA OF RECA-PARM TO TRUE.
007530     CALL "YOUR-PROGRAM" USING RECA-PARM.
007540
007550*----------------------------------------------------------------
007560* 8000  graba una linea en RECERT.LST; si la pagina se lleno
007570*       abre una de continuacion del mismo responsable.
007580*----------------------------------------------------------------
007590 8000-GRABAR-LINEA.
007600     IF RECA-LINEA-ACTUAL >= RECA-LINEAS-POR-PAG
007610         PERFORM 8100-NUEVA-PAGINA
007620     END-IF.
007630     WRITE REG-IMPRESION FROM RECA-LINEA
007640         AFTER ADVANCING 1 LINE.
007650     ADD 1 TO RECA-LINEA-ACTUAL.
007660
007670*----------------------------------------------------------------
007680* 8100  pagina nueva: salto de pagina y encabezado con ciclo,
007690*       responsable y plazo de respuesta.
007700*----------------------------------------------------------------
007710 8100-NUEVA-PAGINA.
007720     ADD 1 TO RECA-PAGINA.
007730     MOVE RECA-PAGINA TO RECA-PAG-EDIT.
007740     MOVE SPACES TO RECA-LINEA.
007750     STRING "RECERTIFICACION DE ACCESOS - CICLO " RECA-CICLO
007760            "                 PAGINA " RECA-PAG-EDIT
007770         DELIMITED BY SIZE INTO RECA-LINEA
007780     END-STRING.
007790     IF RECA-PAGINA = 1
007800         WRITE REG-IMPRESION FROM RECA-LINEA
007810             AFTER ADVANCING 1 LINE
007820     ELSE
007830         WRITE REG-IMPRESION FROM RECA-LINEA
007840             AFTER ADVANCING PAGE
007850     END-IF.
007860     MOVE SPACES TO RECA-LINEA.
007870     STRING "RESPONSABLE " RECA-RESP-ACTUAL
007880            "   RESPONDER ANTES DEL " RECA-FECHA-LIMITE
007890         DELIMITED BY SIZE INTO RECA-LINEA
007900     END-STRING.
007910     WRITE REG-IMPRESION FROM RECA-LINEA
007920         AFTER ADVANCING 1 LINE.
007930     MOVE SPACES TO RECA-LINEA.
007940     STRING "M mantener   C cambiar rol (indicar el nuevo)   "
007950            "R revocar"
007960         DELIMITED BY SIZE INTO RECA-LINEA
007970     END-STRING.
007980     WRITE REG-IMPRESION FROM RECA-LINEA
007990         AFTER ADVANCING 2 LINES.
008000     MOVE SPACES TO RECA-LINEA.
008010     STRING "ROL        USUARIO    DNI      APELLIDO   E "
008020            "ALTA     ULT.LOG.  RESP ROL NUEVO"
008030         DELIMITED BY SIZE INTO RECA-LINEA
008040     END-STRING.
008050     WRITE REG-IMPRESION FROM RECA-LINEA
008060         AFTER ADVANCING 2 LINES.
008070     MOVE 6 TO RECA-LINEA-ACTUAL.
008080
008090*----------------------------------------------------------------
008100* 9000  bitacora de corridas (CORRIDAS.DAT): inicio y fin, con
008110*       la fase como modo.
008120*----------------------------------------------------------------
008130 9000-BITACORA-INICIO.
008140     MOVE "RECERTIF" TO BIT-PROGRAMA.
008150     EVALUATE TRUE
008160         WHEN RECA-FASE-GENERAR
008170             MOVE "GENE" TO BIT-MODO
008180         WHEN RECA-FASE-APLICAR
008190             MOVE "APLI" TO BIT-MODO
008200         WHEN RECA-FASE-VENCIMIENTO
008210             MOVE "VENC" TO BIT-MODO
008220         WHEN OTHER
008230             MOVE SPACES TO BIT-MODO
008240     END-EVALUATE.
008250     SET BIT-FUN-INICIO TO TRUE.
008260     CALL "BITACORA" USING RECA-BITACORA.
008270
008280 9100-BITACORA-FIN.
008290     SET BIT-FUN-FIN TO TRUE.
008300     MOVE RECA-CANT-LEIDAS TO BIT-LEIDAS.
008310     EVALUATE TRUE
008320         WHEN RECA-FASE-GENERAR
008330             MOVE RECA-CANT-GRABADAS TO BIT-GRABADAS
008340         WHEN RECA-FASE-APLICAR
008350             COMPUTE BIT-GRABADAS = RECA-CANT-MANTENIDAS
008360                                  + RECA-CANT-CAMBIADAS
008370                                  + RECA-CANT-REVOCADAS
008380         WHEN OTHER
008390             MOVE RECA-CANT-BAJAS-AUTO TO BIT-GRABADAS
008400     END-EVALUATE.
008410     MOVE RECA-CANT-RECHAZADAS TO BIT-RECHAZADAS.
008420     MOVE RECA-BIT-RC TO BIT-RC.
008430     CALL "BITACORA" USING RECA-BITACORA.
008440
008450 END PROGRAM RECERTIFICAR-ACCESOS.
