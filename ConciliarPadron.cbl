000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Conciliacion de USUARIOS.DAT contra el padron
000070*               completo que RRHH manda cada mes (PADRON.CSV,
000080*               delimitado con ";", cabecera "H;...", una fila
000090*               "D;dni;nombre;apellido;sector" por empleado
000100*               vigente y cola "T;cantidad", el mismo formato que
000110*               ALTARRHH.CSV).  El padron se ordena por dni y se
000120*               aparea con USUARIOS.DAT (leido por su clave
000130*               REG-DNI); PADRON.LST informa:
000140*                 SIN PADRON   usuario activo o bloqueado cuyo dni
000150*                              no esta en el padron (se fue de la
000160*                              empresa y nadie aviso);
000170*                 SIN USUARIO  empleado del padron sin usuario, o
000180*                              con el usuario dado de baja;
000190*                 NOMBRE DIF   nombre o apellido distinto entre el
000200*                              usuario y el padron;
000210*               mas las filas invalidas o repetidas del padron y
000220*               los totales de control.  Con la variable de
000230*               entorno PADRON-BAJA en "S" da la baja logica de
000240*               los SIN PADRON via YOUR-PROGRAM (queda en
000250*               USRJRNL.DAT), solo si el padron llego completo:
000260*               cabecera y cola presentes, cantidad de la cola
000270*               igual a las filas y ninguna fila invalida - un
000280*               padron cortado daria de baja a media empresa.
000290* Tectonics   : cobc
000300* Modification History:
000310*   2026-10-15 RC  Version inicial.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CONCILIAR-PADRON.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARCH-PADRON ASSIGN TO "PADRON.CSV"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS PADR-PAD-STATUS.
000420
000430     SELECT ARCH-USUARIOS ASSIGN TO "USUARIOS.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS REG-DNI OF FD-REG
000470         FILE STATUS IS PADR-USR-STATUS.
000480
000490     SELECT ARCH-BAJAS ASSIGN TO "PADBAJA.DAT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS PADR-BAJ-STATUS.
000520
000530     SELECT ARCH-IMPRESION ASSIGN TO "PADRON.LST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PADR-IMP-STATUS.
000560
000570     SELECT SD-ORDEN-PADRON ASSIGN TO "SORTWK1".
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ARCH-PADRON.
000620 01  REG-PADRON                  PIC X(200).
000630
000640 FD  ARCH-USUARIOS.
000650 01  FD-REG.
000660     COPY USRREG.
000670
000680*    usuarios a dar de baja (los SIN PADRON vigentes); se regraba
000690*    en cada corrida y se recorre despues de cerrar USUARIOS.DAT
000700 FD  ARCH-BAJAS.
000710 01  REG-BAJA.
000720     05  BAJ-DNI                 PIC X(08).
000730     05  BAJ-USUARIO             PIC X(10).
000740     05  BAJ-ESTADO              PIC X(01).
000750     05  BAJ-APELLIDO            PIC X(10).
000760     05  BAJ-NOMBRE              PIC X(10).
000770
000780 FD  ARCH-IMPRESION.
000790 01  REG-IMPRESION               PIC X(80).
000800
000810 SD  SD-ORDEN-PADRON.
000820 01  REG-ORDEN.
000830     05  ORD-DNI                 PIC X(08).
000840     05  ORD-NOMBRE              PIC X(10).
000850     05  ORD-APELLIDO            PIC X(10).
000860     05  ORD-SECTOR              PIC X(20).
000870
000880 WORKING-STORAGE SECTION.
000890 01  PADR-PAD-STATUS             PIC X(02) VALUE SPACES.
000900     88  PADR-PAD-OK                 VALUE "00".
000910     88  PADR-PAD-NO-EXISTE          VALUE "35".
000920 01  PADR-USR-STATUS             PIC X(02) VALUE SPACES.
000930     88  PADR-USR-OK                 VALUE "00".
000940 01  PADR-BAJ-STATUS             PIC X(02) VALUE SPACES.
000950     88  PADR-BAJ-OK                 VALUE "00".
000960 01  PADR-IMP-STATUS             PIC X(02) VALUE SPACES.
000970     88  PADR-IMP-OK                 VALUE "00".
000980
000990 01  PADR-EOF-SW                 PIC X(01) VALUE "N".
001000     88  PADR-EOF                    VALUE "S".
001010 01  PADR-FIN-USR-SW             PIC X(01) VALUE "N".
001020     88  PADR-FIN-USR                VALUE "S".
001030 01  PADR-FIN-ORDEN-SW           PIC X(01) VALUE "N".
001040     88  PADR-FIN-ORDEN              VALUE "S".
001050
001060*    parametros de la corrida
001070 01  PADR-BAJA-SW                PIC X(01) VALUE "N".
001080     88  PADR-DAR-BAJAS              VALUE "S".
001090 01  PADR-HOY                    PIC X(08) VALUE SPACES.
001100
001110*    campos desarmados de una linea del padron; se reciben mas
001120*    anchos que el destino para detectar un dni pasado de largo
001130 01  PADR-TIPO                   PIC X(01) VALUE SPACES.
001140 01  PADR-DNI                    PIC X(12) VALUE SPACES.
001150 01  PADR-NOMBRE                 PIC X(12) VALUE SPACES.
001160 01  PADR-APELLIDO               PIC X(12) VALUE SPACES.
001170 01  PADR-SECTOR                 PIC X(20) VALUE SPACES.
001180 01  PADR-COLA-CANT-ENT          PIC X(12) VALUE SPACES.
001190 01  PADR-COLA-CANT              PIC 9(07) VALUE ZERO.
001200 01  PADR-FILA-VALIDA-SW         PIC X(01) VALUE "N".
001210     88  PADR-FILA-VALIDA            VALUE "S".
001220 01  PADR-CAMPO-FALLADO          PIC X(30) VALUE SPACES.
001230 01  PADR-HAY-CABECERA-SW        PIC X(01) VALUE "N".
001240     88  PADR-HAY-CABECERA           VALUE "S".
001250 01  PADR-HAY-COLA-SW            PIC X(01) VALUE "N".
001260     88  PADR-HAY-COLA               VALUE "S".
001270 01  PADR-PADRON-COMPLETO-SW     PIC X(01) VALUE "N".
001280     88  PADR-PADRON-COMPLETO        VALUE "S".
001290
001300*    apareo: claves de los dos lados (HIGH-VALUES al terminar)
001310 01  PADR-CLAVE-USR              PIC X(08) VALUE SPACES.
001320 01  PADR-CLAVE-PAD              PIC X(08) VALUE SPACES.
001330 01  PADR-DNI-ANTERIOR           PIC X(08) VALUE LOW-VALUES.
001340 01  PADR-EMPLEADO.
001350     05  PADR-EMP-DNI            PIC X(08).
001360     05  PADR-EMP-NOMBRE         PIC X(10).
001370     05  PADR-EMP-APELLIDO       PIC X(10).
001380     05  PADR-EMP-SECTOR         PIC X(20).
001390
001400*    comparacion de nombres sin distinguir mayusculas
001410 01  PADR-CMP-USUARIO.
001420     05  PADR-CMP-USR-APELLIDO   PIC X(10).
001430     05  PADR-CMP-USR-NOMBRE     PIC X(10).
001440 01  PADR-CMP-PADRON.
001450     05  PADR-CMP-PAD-APELLIDO   PIC X(10).
001460     05  PADR-CMP-PAD-NOMBRE     PIC X(10).
001470 01  PADR-MINUSCULAS             PIC X(26)
001480         VALUE "abcdefghijklmnopqrstuvwxyz".
001490 01  PADR-MAYUSCULAS             PIC X(26)
001500         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001510
001520 01  PADR-PARM.
001530     COPY PARMUSR.
001540
001550*    linea de detalle del listado
001560 01  PADR-DETALLE.
001570     05  PADR-DET-TIPO           PIC X(12).
001580     05  FILLER                  PIC X(01).
001590     05  PADR-DET-DNI            PIC X(08).
001600     05  FILLER                  PIC X(01).
001610     05  PADR-DET-USUARIO        PIC X(10).
001620     05  FILLER                  PIC X(01).
001630     05  PADR-DET-ESTADO         PIC X(01).
001640     05  FILLER                  PIC X(01).
001650     05  PADR-DET-APELLIDO       PIC X(10).
001660     05  FILLER                  PIC X(01).
001670     05  PADR-DET-NOMBRE         PIC X(10).
001680     05  FILLER                  PIC X(01).
001690     05  PADR-DET-TEXTO          PIC X(23).
001700
001710*    armado de la pagina de impresion
001720 01  PADR-PAGINA                 PIC 9(04) VALUE ZERO.
001730 01  PADR-LINEA-ACTUAL           PIC 9(02) VALUE ZERO.
001740 01  PADR-LINEAS-POR-PAG         PIC 9(02) VALUE 56.
001750 01  PADR-LINEA                  PIC X(80) VALUE SPACES.
001760
001770*    contadores de control
001780 01  PADR-CANT-LINEAS            PIC 9(07) COMP VALUE ZERO.
001790 01  PADR-CANT-FILAS             PIC 9(07) COMP VALUE ZERO.
001800 01  PADR-CANT-INVALIDAS         PIC 9(07) COMP VALUE ZERO.
001810 01  PADR-CANT-EMPLEADOS         PIC 9(07) COMP VALUE ZERO.
001820 01  PADR-CANT-REPETIDOS         PIC 9(07) COMP VALUE ZERO.
001830 01  PADR-CANT-USUARIOS          PIC 9(07) COMP VALUE ZERO.
001840 01  PADR-CANT-CRUZADOS          PIC 9(07) COMP VALUE ZERO.
001850 01  PADR-CANT-SIN-PADRON        PIC 9(07) COMP VALUE ZERO.
001860 01  PADR-CANT-FUERA-NO-VIG      PIC 9(07) COMP VALUE ZERO.
001870 01  PADR-CANT-SIN-REGISTRO      PIC 9(07) COMP VALUE ZERO.
001880 01  PADR-CANT-USR-DE-BAJA       PIC 9(07) COMP VALUE ZERO.
001890 01  PADR-CANT-NOMBRE-DIF        PIC 9(07) COMP VALUE ZERO.
001900 01  PADR-CANT-BAJAS-OK          PIC 9(07) COMP VALUE ZERO.
001910 01  PADR-CANT-BAJAS-ERR         PIC 9(07) COMP VALUE ZERO.
001920 01  PADR-CANT-DIFERENCIAS       PIC 9(07) COMP VALUE ZERO.
001930
001940 01  PADR-CANT-EDIT              PIC ZZZZZZ9.
001950 01  PADR-PAG-EDIT               PIC ZZZ9.
001960
001970 01  PADR-BITACORA.
001980     COPY PARMBIT.
001990 01  PADR-BIT-RC                 PIC 9(02) VALUE 90.
002000
002010 PROCEDURE DIVISION.
002020 0000-MAINLINE.
002030     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002040     PERFORM 9000-BITACORA-INICIO.
002050     PERFORM 2000-CONCILIAR THRU 2000-EXIT.
002060     PERFORM 9100-BITACORA-FIN.
002070     STOP RUN.
002080
002090*----------------------------------------------------------------
002100* 1000  INICIALIZACION - parametro de bajas y fecha del dia.
002110*----------------------------------------------------------------
002120 1000-INICIALIZAR.
002130     ACCEPT PADR-BAJA-SW FROM ENVIRONMENT "PADRON-BAJA".
002140     ACCEPT PADR-HOY FROM DATE YYYYMMDD.
002150     MOVE "CONCPADRON" TO PARM-PROGRAMA OF PADR-PARM.
002160     MOVE "PADRONRRHH" TO PARM-USUARIO-OPERADOR OF PADR-PARM.
002170     IF PADR-DAR-BAJAS
002180         DISPLAY "CONCILIAR-PADRON: conciliacion con bajas"
002190     ELSE
002200         DISPLAY "CONCILIAR-PADRON: conciliacion solo informe "
002210             "(PADRON-BAJA=S para dar las bajas)"
002220     END-IF.
002230 1000-EXIT.
002240     EXIT.
002250
002260*----------------------------------------------------------------
002270* 2000  CONCILIACION - ordena el padron por dni y lo aparea con
002280*       USUARIOS.DAT; despues, si corresponde, da las bajas y al
002290*       final imprime los totales de control.
002300*----------------------------------------------------------------
002310 2000-CONCILIAR.
002320     OPEN INPUT ARCH-PADRON.
002330     IF NOT PADR-PAD-OK
002340         IF PADR-PAD-NO-EXISTE
002350             DISPLAY "CONCILIAR-PADRON: PADRON.CSV no existe"
002360         ELSE
002370             DISPLAY "CONCILIAR-PADRON: no se pudo abrir "
002380                 "PADRON.CSV"
002390         END-IF
002400         GO TO 2000-EXIT
002410     END-IF.
002420     CLOSE ARCH-PADRON.
002430     OPEN INPUT ARCH-USUARIOS.
002440     IF NOT PADR-USR-OK
002450         DISPLAY "CONCILIAR-PADRON: no se pudo abrir USUARIOS.DAT"
002460         GO TO 2000-EXIT
002470     END-IF.
002480     CLOSE ARCH-USUARIOS.
002490     OPEN OUTPUT ARCH-IMPRESION.
002500     OPEN OUTPUT ARCH-BAJAS.
002510     IF NOT PADR-IMP-OK OR NOT PADR-BAJ-OK
002520         DISPLAY "CONCILIAR-PADRON: no se pudo abrir PADRON.LST "
002530             "o PADBAJA.DAT"
002540         GO TO 2000-EXIT
002550     END-IF.
002560     PERFORM 8100-NUEVA-PAGINA.
002570     SORT SD-ORDEN-PADRON
002580         ON ASCENDING KEY ORD-DNI
002590         INPUT PROCEDURE IS 3000-LEER-PADRON THRU 3000-EXIT
002600         OUTPUT PROCEDURE IS 4000-APAREAR THRU 4000-EXIT.
002610     CLOSE ARCH-BAJAS.
002620     IF PADR-HAY-CABECERA AND PADR-HAY-COLA
002630         AND PADR-COLA-CANT = PADR-CANT-FILAS
002640         AND PADR-CANT-INVALIDAS = ZERO
002650         SET PADR-PADRON-COMPLETO TO TRUE
002660     END-IF.
002670     MOVE 00 TO PADR-BIT-RC.
002680     IF PADR-DAR-BAJAS
002690         IF PADR-PADRON-COMPLETO
002700             PERFORM 5000-DAR-BAJAS THRU 5000-EXIT
002710         ELSE
002720             MOVE 90 TO PADR-BIT-RC
002730         END-IF
002740     END-IF.
002750     PERFORM 6000-TOTALES-CONTROL.
002760     CLOSE ARCH-IMPRESION.
002770     DISPLAY "CONCILIAR-PADRON: informe en PADRON.LST".
002780     COMPUTE PADR-CANT-DIFERENCIAS = PADR-CANT-SIN-PADRON
002790         + PADR-CANT-SIN-REGISTRO + PADR-CANT-USR-DE-BAJA
002800         + PADR-CANT-NOMBRE-DIF.
002810     MOVE PADR-CANT-DIFERENCIAS TO PADR-CANT-EDIT.
002820     DISPLAY "   diferencias informadas : " PADR-CANT-EDIT.
002830     IF PADR-DAR-BAJAS
002840         MOVE PADR-CANT-BAJAS-OK TO PADR-CANT-EDIT
002850         DISPLAY "   bajas dadas            : " PADR-CANT-EDIT
002860     END-IF.
002870 2000-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------
002910* 3000  INPUT PROCEDURE - recorre PADRON.CSV: la cabecera "H" se
002920*       toma nota, cada "D" se valida y pasa al orden, la cola
002930*       "T" trae la cantidad declarada; las filas invalidas salen
002940*       al listado y no se aparean.
002950*----------------------------------------------------------------
002960 3000-LEER-PADRON.
002970     OPEN INPUT ARCH-PADRON.
002980     MOVE "N" TO PADR-EOF-SW.
002990     PERFORM 3100-LEER-LINEA.
003000     PERFORM 3200-PROCESAR-LINEA UNTIL PADR-EOF.
003010     CLOSE ARCH-PADRON.
003020 3000-EXIT.
003030     EXIT.
003040
003050 3100-LEER-LINEA.
003060     READ ARCH-PADRON
003070         AT END
003080             SET PADR-EOF TO TRUE
003090     END-READ.
003100
003110 3200-PROCESAR-LINEA.
003120     ADD 1 TO PADR-CANT-LINEAS.
003130     MOVE SPACES TO PADR-TIPO PADR-DNI PADR-NOMBRE PADR-APELLIDO.
003140     MOVE SPACES TO PADR-SECTOR PADR-COLA-CANT-ENT.
003150     UNSTRING REG-PADRON DELIMITED BY ";"
003160         INTO PADR-TIPO PADR-DNI PADR-NOMBRE PADR-APELLIDO
003170              PADR-SECTOR
003180     END-UNSTRING.
003190     EVALUATE PADR-TIPO
003200         WHEN "H"
003210             SET PADR-HAY-CABECERA TO TRUE
003220         WHEN "D"
003230             ADD 1 TO PADR-CANT-FILAS
003240             PERFORM 3300-VALIDAR-FILA THRU 3300-EXIT
003250             IF PADR-FILA-VALIDA
003260                 MOVE PADR-DNI (1:8) TO ORD-DNI
003270                 MOVE PADR-NOMBRE (1:10) TO ORD-NOMBRE
003280                 MOVE PADR-APELLIDO (1:10) TO ORD-APELLIDO
003290                 MOVE PADR-SECTOR TO ORD-SECTOR
003300                 RELEASE REG-ORDEN
003310                 ADD 1 TO PADR-CANT-EMPLEADOS
003320             ELSE
003330                 PERFORM 3400-INFORMAR-INVALIDA
003340             END-IF
003350         WHEN "T"
003360             SET PADR-HAY-COLA TO TRUE
003370             UNSTRING REG-PADRON DELIMITED BY ";"
003380                 INTO PADR-TIPO PADR-COLA-CANT-ENT
003390             END-UNSTRING
003400             IF FUNCTION TEST-NUMVAL(PADR-COLA-CANT-ENT) = 0
003410                 COMPUTE PADR-COLA-CANT =
003420                     FUNCTION NUMVAL(PADR-COLA-CANT-ENT)
003430             ELSE
003440                 DISPLAY "CONCILIAR-PADRON: cantidad de la cola "
003450                     "no numerica: " PADR-COLA-CANT-ENT
003460             END-IF
003470         WHEN OTHER
003480             ADD 1 TO PADR-CANT-FILAS
003490             MOVE "tipo de registro invalido"
003500                 TO PADR-CAMPO-FALLADO
003510             PERFORM 3400-INFORMAR-INVALIDA
003520     END-EVALUATE.
003530     PERFORM 3100-LEER-LINEA.
003540
003550*----------------------------------------------------------------
003560* 3300  VALIDACION de una fila "D": dni numerico de 8 digitos
003570*       exactos, nombre y apellido no vacios.  Un nombre mas largo
003580*       que 10 se compara por sus primeras 10 posiciones, como
003590*       quedo cargado en USUARIOS.DAT.
003600*----------------------------------------------------------------
003610 3300-VALIDAR-FILA.
003620     MOVE "N" TO PADR-FILA-VALIDA-SW.
003630     MOVE SPACES TO PADR-CAMPO-FALLADO.
003640     IF PADR-DNI (1:8) NOT NUMERIC
003650         OR PADR-DNI (9:4) NOT = SPACES
003660         MOVE "dni: debe ser numerico de 8" TO PADR-CAMPO-FALLADO
003670         GO TO 3300-EXIT
003680     END-IF.
003690     IF PADR-NOMBRE = SPACES
003700         MOVE "nombre: vacio" TO PADR-CAMPO-FALLADO
003710         GO TO 3300-EXIT
003720     END-IF.
003730     IF PADR-APELLIDO = SPACES
003740         MOVE "apellido: vacio" TO PADR-CAMPO-FALLADO
003750         GO TO 3300-EXIT
003760     END-IF.
003770     MOVE "S" TO PADR-FILA-VALIDA-SW.
003780 3300-EXIT.
003790     EXIT.
003800
003810 3400-INFORMAR-INVALIDA.
003820     ADD 1 TO PADR-CANT-INVALIDAS.
003830     MOVE SPACES TO PADR-DETALLE.
003840     MOVE "FILA INVALID" TO PADR-DET-TIPO.
003850     MOVE PADR-DNI TO PADR-DET-DNI.
003860     MOVE PADR-APELLIDO TO PADR-DET-APELLIDO.
003870     MOVE PADR-NOMBRE TO PADR-DET-NOMBRE.
003880     MOVE PADR-CAMPO-FALLADO TO PADR-DET-TEXTO.
003890     MOVE PADR-DETALLE TO PADR-LINEA.
003900     PERFORM 8000-GRABAR-LINEA.
003910
003920*----------------------------------------------------------------
003930* 4000  OUTPUT PROCEDURE - apareo por dni del padron ordenado con
003940*       USUARIOS.DAT (leido en orden de su clave).  La clave del
003950*       lado que se termina pasa a HIGH-VALUES, asi el otro lado
003960*       se sigue informando hasta agotarse.
003970*----------------------------------------------------------------
003980 4000-APAREAR.
003990     OPEN INPUT ARCH-USUARIOS.
004000     MOVE "N" TO PADR-FIN-USR-SW.
004010     MOVE "N" TO PADR-FIN-ORDEN-SW.
004020     PERFORM 4100-LEER-USUARIO.
004030     PERFORM 4200-TOMAR-EMPLEADO.
004040     PERFORM 4300-COMPARAR
004050         UNTIL PADR-FIN-USR AND PADR-FIN-ORDEN.
004060     CLOSE ARCH-USUARIOS.
004070 4000-EXIT.
004080     EXIT.
004090
004100 4100-LEER-USUARIO.
004110     READ ARCH-USUARIOS NEXT RECORD
004120         AT END
004130             SET PADR-FIN-USR TO TRUE
004140             MOVE HIGH-VALUES TO PADR-CLAVE-USR
004150         NOT AT END
004160             ADD 1 TO PADR-CANT-USUARIOS
004170             MOVE REG-DNI OF FD-REG TO PADR-CLAVE-USR
004180     END-READ.
004190
004200*    un dni repetido en el padron se informa y se saltea: solo
004210*    la primera fila de cada dni se aparea
004220 4200-TOMAR-EMPLEADO.
004230     PERFORM 4210-RETORNAR-ORDENADO.
004240     PERFORM 4220-SALTEAR-REPETIDO
004250         UNTIL PADR-FIN-ORDEN
004260            OR PADR-EMP-DNI NOT = PADR-DNI-ANTERIOR.
004270     IF NOT PADR-FIN-ORDEN
004280         MOVE PADR-EMP-DNI TO PADR-DNI-ANTERIOR
004290     END-IF.
004300
004310 4210-RETORNAR-ORDENADO.
004320     RETURN SD-ORDEN-PADRON INTO PADR-EMPLEADO
004330         AT END
004340             SET PADR-FIN-ORDEN TO TRUE
004350             MOVE HIGH-VALUES TO PADR-CLAVE-PAD
004360         NOT AT END
004370             MOVE PADR-EMP-DNI TO PADR-CLAVE-PAD
004380     END-RETURN.
004390
004400 4220-SALTEAR-REPETIDO.
004410     ADD 1 TO PADR-CANT-REPETIDOS.
004420     MOVE SPACES TO PADR-DETALLE.
004430     MOVE "DNI REPETIDO" TO PADR-DET-TIPO.
004440     MOVE PADR-EMP-DNI TO PADR-DET-DNI.
004450     MOVE PADR-EMP-APELLIDO TO PADR-DET-APELLIDO.
004460     MOVE PADR-EMP-NOMBRE TO PADR-DET-NOMBRE.
004470     MOVE "fila repetida, se omite" TO PADR-DET-TEXTO.
004480     MOVE PADR-DETALLE TO PADR-LINEA.
004490     PERFORM 8000-GRABAR-LINEA.
004500     PERFORM 4210-RETORNAR-ORDENADO.
004510
004520 4300-COMPARAR.
004530     EVALUATE TRUE
004540         WHEN PADR-CLAVE-USR < PADR-CLAVE-PAD
004550             PERFORM 4400-USUARIO-SIN-PADRON
004560             PERFORM 4100-LEER-USUARIO
004570         WHEN PADR-CLAVE-USR > PADR-CLAVE-PAD
004580             PERFORM 4500-EMPLEADO-SIN-USUARIO
004590             PERFORM 4200-TOMAR-EMPLEADO
004600         WHEN OTHER
004610             ADD 1 TO PADR-CANT-CRUZADOS
004620             IF REG-INACTIVO OF FD-REG
004630                 PERFORM 4600-USUARIO-DE-BAJA
004640             ELSE
004650                 PERFORM 4700-COMPARAR-NOMBRE
004660             END-IF
004670             PERFORM 4100-LEER-USUARIO
004680             PERFORM 4200-TOMAR-EMPLEADO
004690     END-EVALUATE.
004700
004710*----------------------------------------------------------------
004720* 4400  usuario sin padron: si esta activo o bloqueado se informa
004730*       y queda en PADBAJA.DAT como candidato a la baja; los
004740*       inactivos y pendientes solo se cuentan.
004750*----------------------------------------------------------------
004760 4400-USUARIO-SIN-PADRON.
004770     IF REG-ACTIVO OF FD-REG OR REG-BLOQUEADO OF FD-REG
004780         ADD 1 TO PADR-CANT-SIN-PADRON
004790         MOVE REG-DNI OF FD-REG TO BAJ-DNI
004800         MOVE REG-USUARIO OF FD-REG TO BAJ-USUARIO
004810         MOVE REG-ESTADO OF FD-REG TO BAJ-ESTADO
004820         MOVE REG-APELLIDO OF FD-REG TO BAJ-APELLIDO
004830         MOVE REG-NOMBRE OF FD-REG TO BAJ-NOMBRE
004840         WRITE REG-BAJA
004850         MOVE SPACES TO PADR-DETALLE
004860         MOVE "SIN PADRON" TO PADR-DET-TIPO
004870         PERFORM 4800-DATOS-USUARIO
004880         MOVE SPACES TO PADR-DET-TEXTO
004890         STRING "ult. login " REG-FECHA-ULT-LOGIN OF FD-REG
004900             DELIMITED BY SIZE INTO PADR-DET-TEXTO
004910         END-STRING
004920         MOVE PADR-DETALLE TO PADR-LINEA
004930         PERFORM 8000-GRABAR-LINEA
004940     ELSE
004950         ADD 1 TO PADR-CANT-FUERA-NO-VIG
004960     END-IF.
004970
004980 4500-EMPLEADO-SIN-USUARIO.
004990     ADD 1 TO PADR-CANT-SIN-REGISTRO.
005000     MOVE SPACES TO PADR-DETALLE.
005010     MOVE "SIN USUARIO" TO PADR-DET-TIPO.
005020     MOVE PADR-EMP-DNI TO PADR-DET-DNI.
005030     MOVE PADR-EMP-APELLIDO TO PADR-DET-APELLIDO.
005040     MOVE PADR-EMP-NOMBRE TO PADR-DET-NOMBRE.
005050     MOVE PADR-EMP-SECTOR TO PADR-DET-TEXTO.
005060     MOVE PADR-DETALLE TO PADR-LINEA.
005070     PERFORM 8000-GRABAR-LINEA.
005080
005090 4600-USUARIO-DE-BAJA.
005100     ADD 1 TO PADR-CANT-USR-DE-BAJA.
005110     MOVE SPACES TO PADR-DETALLE.
005120     MOVE "SIN USUARIO" TO PADR-DET-TIPO.
005130     PERFORM 4800-DATOS-USUARIO.
005140     MOVE SPACES TO PADR-DET-TEXTO.
005150     STRING "de baja el " REG-FECHA-BAJA OF FD-REG
005160         DELIMITED BY SIZE INTO PADR-DET-TEXTO
005170     END-STRING.
005180     MOVE PADR-DETALLE TO PADR-LINEA.
005190     PERFORM 8000-GRABAR-LINEA.
005200
005210*----------------------------------------------------------------
005220* 4700  nombre y apellido del usuario contra los del padron, sin
005230*       distinguir mayusculas; si difieren se informan los dos.
005240*----------------------------------------------------------------
005250 4700-COMPARAR-NOMBRE.
005260     MOVE REG-APELLIDO OF FD-REG TO PADR-CMP-USR-APELLIDO.
005270     MOVE REG-NOMBRE OF FD-REG TO PADR-CMP-USR-NOMBRE.
005280     MOVE PADR-EMP-APELLIDO TO PADR-CMP-PAD-APELLIDO.
005290     MOVE PADR-EMP-NOMBRE TO PADR-CMP-PAD-NOMBRE.
005300     INSPECT PADR-CMP-USUARIO
005310         CONVERTING PADR-MINUSCULAS TO PADR-MAYUSCULAS.
005320     INSPECT PADR-CMP-PADRON
005330         CONVERTING PADR-MINUSCULAS TO PADR-MAYUSCULAS.
005340     IF PADR-CMP-USUARIO NOT = PADR-CMP-PADRON
005350         ADD 1 TO PADR-CANT-NOMBRE-DIF
005360         MOVE SPACES TO PADR-DETALLE
005370         MOVE "NOMBRE DIF" TO PADR-DET-TIPO
005380         PERFORM 4800-DATOS-USUARIO
005390         MOVE "en USUARIOS.DAT" TO PADR-DET-TEXTO
005400         MOVE PADR-DETALLE TO PADR-LINEA
005410         PERFORM 8000-GRABAR-LINEA
005420         MOVE SPACES TO PADR-DETALLE
005430         MOVE PADR-EMP-APELLIDO TO PADR-DET-APELLIDO
005440         MOVE PADR-EMP-NOMBRE TO PADR-DET-NOMBRE
005450         MOVE "en el padron" TO PADR-DET-TEXTO
005460         MOVE PADR-DETALLE TO PADR-LINEA
005470         PERFORM 8000-GRABAR-LINEA
005480     END-IF.
005490
005500 4800-DATOS-USUARIO.
005510     MOVE REG-DNI OF FD-REG TO PADR-DET-DNI.
005520     MOVE REG-USUARIO OF FD-REG TO PADR-DET-USUARIO.
005530     MOVE REG-ESTADO OF FD-REG TO PADR-DET-ESTADO.
005540     MOVE REG-APELLIDO OF FD-REG TO PADR-DET-APELLIDO.
005550     MOVE REG-NOMBRE OF FD-REG TO PADR-DET-NOMBRE.
005560
005570*----------------------------------------------------------------
005580* 5000  BAJAS - con USUARIOS.DAT ya cerrado, cada candidato de
005590*       PADBAJA.DAT recibe la baja logica con la funcion "B" de
005600*       YOUR-PROGRAM (que la deja en el journal); el resultado de
005610*       cada una sale al listado.
005620*----------------------------------------------------------------
005630 5000-DAR-BAJAS.
005640     OPEN INPUT ARCH-BAJAS.
005650     IF NOT PADR-BAJ-OK
005660         DISPLAY "CONCILIAR-PADRON: no se pudo abrir PADBAJA.DAT"
005670         MOVE 90 TO PADR-BIT-RC
005680         GO TO 5000-EXIT
005690     END-IF.
005700     MOVE SPACES TO PADR-LINEA.
005710     PERFORM 8000-GRABAR-LINEA.
005720     MOVE "BAJAS DADAS POR NO FIGURAR EN EL PADRON" TO PADR-LINEA.
005730     PERFORM 8000-GRABAR-LINEA.
005740     MOVE "N" TO PADR-EOF-SW.
005750     PERFORM 5100-LEER-BAJA.
005760     PERFORM 5200-DAR-BAJA UNTIL PADR-EOF.
005770     CLOSE ARCH-BAJAS.
005780 5000-EXIT.
005790     EXIT.
005800
005810 5100-LEER-BAJA.
005820     READ ARCH-BAJAS
005830         AT END
005840             SET PADR-EOF TO TRUE
005850     END-READ.
005860
005870 5200-DAR-BAJA.
005880     MOVE SPACES TO PARM-REGISTRO OF PADR-PARM.
005890     MOVE BAJ-DNI TO REG-DNI OF PARM-REGISTRO OF PADR-PARM.
005900     SET PARM-FUN-BAJA OF PADR-PARM TO TRUE.
005910     CALL "YOUR-PROGRAM" USING PADR-PARM.
005920     MOVE SPACES TO PADR-DETALLE.
005930     MOVE "BAJA" TO PADR-DET-TIPO.
005940     MOVE BAJ-DNI TO PADR-DET-DNI.
005950     MOVE BAJ-USUARIO TO PADR-DET-USUARIO.
005960     MOVE BAJ-ESTADO TO PADR-DET-ESTADO.
005970     MOVE BAJ-APELLIDO TO PADR-DET-APELLIDO.
005980     MOVE BAJ-NOMBRE TO PADR-DET-NOMBRE.
005990     IF PARM-RC-OK OF PADR-PARM
006000         ADD 1 TO PADR-CANT-BAJAS-OK
006010         MOVE "dada" TO PADR-DET-TEXTO
006020     ELSE
006030         ADD 1 TO PADR-CANT-BAJAS-ERR
006040         STRING "rechazada, codigo "
006050                PARM-RETURN-CODE OF PADR-PARM
006060             DELIMITED BY SIZE INTO PADR-DET-TEXTO
006070         END-STRING
006080     END-IF.
006090     MOVE PADR-DETALLE TO PADR-LINEA.
006100     PERFORM 8000-GRABAR-LINEA.
006110     PERFORM 5100-LEER-BAJA.
006120
006130*----------------------------------------------------------------
006140* 6000  TOTALES DE CONTROL al pie del listado: filas del padron
006150*       = empleados apareados + invalidas + repetidas, usuarios
006160*       leidos = cruzados + sin padron + fuera del padron no
006170*       vigentes, cola del padron y estado de las bajas.
006180*----------------------------------------------------------------
006190 6000-TOTALES-CONTROL.
006200     MOVE SPACES TO PADR-LINEA.
006210     PERFORM 8000-GRABAR-LINEA.
006220     MOVE "TOTALES DE CONTROL" TO PADR-LINEA.
006230     PERFORM 8000-GRABAR-LINEA.
006240     MOVE PADR-CANT-FILAS TO PADR-CANT-EDIT.
006250     STRING "  filas de datos del padron    : " PADR-CANT-EDIT
006260         DELIMITED BY SIZE INTO PADR-LINEA
006270     END-STRING.
006280     PERFORM 8000-GRABAR-LINEA.
006290     MOVE PADR-CANT-INVALIDAS TO PADR-CANT-EDIT.
006300     STRING "    invalidas                  : " PADR-CANT-EDIT
006310         DELIMITED BY SIZE INTO PADR-LINEA
006320     END-STRING.
006330     PERFORM 8000-GRABAR-LINEA.
006340     MOVE PADR-CANT-REPETIDOS TO PADR-CANT-EDIT.
006350     STRING "    dni repetidos              : " PADR-CANT-EDIT
006360         DELIMITED BY SIZE INTO PADR-LINEA
006370     END-STRING.
006380     PERFORM 8000-GRABAR-LINEA.
006390     MOVE PADR-CANT-USUARIOS TO PADR-CANT-EDIT.
006400     STRING "  usuarios leidos              : " PADR-CANT-EDIT
006410         DELIMITED BY SIZE INTO PADR-LINEA
006420     END-STRING.
006430     PERFORM 8000-GRABAR-LINEA.
006440     MOVE PADR-CANT-CRUZADOS TO PADR-CANT-EDIT.
006450     STRING "  dni en ambos                 : " PADR-CANT-EDIT
006460         DELIMITED BY SIZE INTO PADR-LINEA
006470     END-STRING.
006480     PERFORM 8000-GRABAR-LINEA.
006490     MOVE PADR-CANT-SIN-PADRON TO PADR-CANT-EDIT.
006500     STRING "  SIN PADRON (vigentes)        : " PADR-CANT-EDIT
006510         DELIMITED BY SIZE INTO PADR-LINEA
006520     END-STRING.
006530     PERFORM 8000-GRABAR-LINEA.
006540     MOVE PADR-CANT-FUERA-NO-VIG TO PADR-CANT-EDIT.
006550     STRING "  fuera del padron no vigentes : " PADR-CANT-EDIT
006560         DELIMITED BY SIZE INTO PADR-LINEA
006570     END-STRING.
006580     PERFORM 8000-GRABAR-LINEA.
006590     MOVE PADR-CANT-SIN-REGISTRO TO PADR-CANT-EDIT.
006600     STRING "  SIN USUARIO (sin registro)   : " PADR-CANT-EDIT
006610         DELIMITED BY SIZE INTO PADR-LINEA
006620     END-STRING.
006630     PERFORM 8000-GRABAR-LINEA.
006640     MOVE PADR-CANT-USR-DE-BAJA TO PADR-CANT-EDIT.
006650     STRING "  SIN USUARIO (de baja)        : " PADR-CANT-EDIT
006660         DELIMITED BY SIZE INTO PADR-LINEA
006670     END-STRING.
006680     PERFORM 8000-GRABAR-LINEA.
006690     MOVE PADR-CANT-NOMBRE-DIF TO PADR-CANT-EDIT.
006700     STRING "  NOMBRE DIF                   : " PADR-CANT-EDIT
006710         DELIMITED BY SIZE INTO PADR-LINEA
006720     END-STRING.
006730     PERFORM 8000-GRABAR-LINEA.
006740     IF PADR-CANT-FILAS = PADR-CANT-EMPLEADOS
006750             + PADR-CANT-INVALIDAS
006760         AND PADR-CANT-EMPLEADOS = PADR-CANT-CRUZADOS
006770             + PADR-CANT-SIN-REGISTRO + PADR-CANT-REPETIDOS
006780         AND PADR-CANT-USUARIOS = PADR-CANT-CRUZADOS
006790             + PADR-CANT-SIN-PADRON + PADR-CANT-FUERA-NO-VIG
006800         MOVE "  la conciliacion BALANCEA" TO PADR-LINEA
006810     ELSE
006820         MOVE "  la conciliacion NO BALANCEA, revisar"
006830             TO PADR-LINEA
006840     END-IF.
006850     PERFORM 8000-GRABAR-LINEA.
006860     IF NOT PADR-HAY-CABECERA
006870         MOVE "  ADVERTENCIA: falta el registro cabecera"
006880             TO PADR-LINEA
006890         PERFORM 8000-GRABAR-LINEA
006900     END-IF.
006910     IF NOT PADR-HAY-COLA
006920         MOVE "  ADVERTENCIA: falta el registro cola"
006930             TO PADR-LINEA
006940         PERFORM 8000-GRABAR-LINEA
006950     ELSE
006960         MOVE PADR-COLA-CANT TO PADR-CANT-EDIT
006970         STRING "  cantidad declarada (cola)   : " PADR-CANT-EDIT
006980             DELIMITED BY SIZE INTO PADR-LINEA
006990         END-STRING
007000         PERFORM 8000-GRABAR-LINEA
007010         IF PADR-COLA-CANT NOT = PADR-CANT-FILAS
007020             MOVE "  la cantidad declarada NO COINCIDE"
007030                 TO PADR-LINEA
007040             PERFORM 8000-GRABAR-LINEA
007050         END-IF
007060     END-IF.
007070     EVALUATE TRUE
007080         WHEN NOT PADR-DAR-BAJAS
007090             MOVE "  corrida solo informe: no se dieron bajas"
007100                 TO PADR-LINEA
007110             PERFORM 8000-GRABAR-LINEA
007120         WHEN NOT PADR-PADRON-COMPLETO
007130             MOVE "  BAJAS NO DADAS: el padron no llego completo"
007140                 TO PADR-LINEA
007150             PERFORM 8000-GRABAR-LINEA
007160         WHEN OTHER
007170             MOVE PADR-CANT-BAJAS-OK TO PADR-CANT-EDIT
007180             STRING "  bajas dadas                  : "
007190                    PADR-CANT-EDIT
007200                 DELIMITED BY SIZE INTO PADR-LINEA
007210             END-STRING
007220             PERFORM 8000-GRABAR-LINEA
007230             MOVE PADR-CANT-BAJAS-ERR TO PADR-CANT-EDIT
007240             STRING "  bajas rechazadas             : "
007250                    PADR-CANT-EDIT
007260                 DELIMITED BY SIZE INTO PADR-LINEA
007270             END-STRING
007280             PERFORM 8000-GRABAR-LINEA
007290     END-EVALUATE.
007300
007310*----------------------------------------------------------------
007320* 8000  graba una linea en PADRON.LST (la deja en blanco para la
007330*       siguiente); si la pagina se lleno abre una nueva.
007340*----------------------------------------------------------------
007350 8000-GRABAR-LINEA.
007360     IF PADR-LINEA-ACTUAL >= PADR-LINEAS-POR-PAG
007370         PERFORM 8100-NUEVA-PAGINA
007380     END-IF.
007390     WRITE REG-IMPRESION FROM PADR-LINEA
007400         AFTER ADVANCING 1 LINE.
007410     ADD 1 TO PADR-LINEA-ACTUAL.
007420     MOVE SPACES TO PADR-LINEA.
007430
007440*----------------------------------------------------------------
007450* 8100  pagina nueva: salto de pagina y encabezado con numero de
007460*       pagina, fecha, modo y titulos de columna.
007470*----------------------------------------------------------------
007480 8100-NUEVA-PAGINA.
007490     ADD 1 TO PADR-PAGINA.
007500     MOVE PADR-PAGINA TO PADR-PAG-EDIT.
007510     MOVE SPACES TO PADR-LINEA.
007520     STRING "CONCILIACION DE USUARIOS CONTRA PADRON DE RRHH"
007530            "               PAGINA " PADR-PAG-EDIT
007540         DELIMITED BY SIZE INTO PADR-LINEA
007550     END-STRING.
007560     IF PADR-PAGINA = 1
007570         WRITE REG-IMPRESION FROM PADR-LINEA
007580             AFTER ADVANCING 1 LINE
007590     ELSE
007600         WRITE REG-IMPRESION FROM PADR-LINEA
007610             AFTER ADVANCING PAGE
007620     END-IF.
007630     MOVE SPACES TO PADR-LINEA.
007640     IF PADR-DAR-BAJAS
007650         STRING "FECHA " PADR-HOY "   CON BAJAS (PADRON-BAJA=S)"
007660             DELIMITED BY SIZE INTO PADR-LINEA
007670         END-STRING
007680     ELSE
007690         STRING "FECHA " PADR-HOY "   SOLO INFORME"
007700             DELIMITED BY SIZE INTO PADR-LINEA
007710         END-STRING
007720     END-IF.
007730     WRITE REG-IMPRESION FROM PADR-LINEA
007740         AFTER ADVANCING 1 LINE.
007750     MOVE SPACES TO PADR-LINEA.
007760     STRING "TIPO         DNI      USUARIO    E APELLIDO   "
007770            "NOMBRE     DETALLE"
007780         DELIMITED BY SIZE INTO PADR-LINEA
007790     END-STRING.
007800     WRITE REG-IMPRESION FROM PADR-LINEA
007810         AFTER ADVANCING 2 LINES.
007820     MOVE SPACES TO PADR-LINEA.
007830     STRING "------------ -------- ---------- - ---------- "
007840            "---------- -----------------------"
007850         DELIMITED BY SIZE INTO PADR-LINEA
007860     END-STRING.
007870     WRITE REG-IMPRESION FROM PADR-LINEA
007880         AFTER ADVANCING 1 LINE.
007890     MOVE SPACES TO PADR-LINEA.
007900     MOVE 5 TO PADR-LINEA-ACTUAL.
007910
007920*----------------------------------------------------------------
007930* 9000  bitacora de corridas (CORRIDAS.DAT): inicio y fin.  Modo
007940*       BAJA si se pidieron las bajas; grabadas son las
007950*       diferencias informadas (o las bajas dadas), rechazadas
007960*       las filas invalidas del padron mas las bajas rechazadas;
007970*       codigo 90 si se pidieron bajas y el padron no llego
007980*       completo.
007990*----------------------------------------------------------------
008000 9000-BITACORA-INICIO.
008010     MOVE "CONCPADRON" TO BIT-PROGRAMA.
008020     IF PADR-DAR-BAJAS
008030         MOVE "BAJA" TO BIT-MODO
008040     ELSE
008050         MOVE "REPO" TO BIT-MODO
008060     END-IF.
008070     SET BIT-FUN-INICIO TO TRUE.
008080     CALL "BITACORA" USING PADR-BITACORA.
008090
008100 9100-BITACORA-FIN.
008110     SET BIT-FUN-FIN TO TRUE.
008120     MOVE PADR-CANT-FILAS TO BIT-LEIDAS.
008130     IF PADR-DAR-BAJAS
008140         MOVE PADR-CANT-BAJAS-OK TO BIT-GRABADAS
008150     ELSE
008160         MOVE PADR-CANT-DIFERENCIAS TO BIT-GRABADAS
008170     END-IF.
008180     COMPUTE BIT-RECHAZADAS = PADR-CANT-INVALIDAS
008190                            + PADR-CANT-BAJAS-ERR.
008200     MOVE PADR-BIT-RC TO BIT-RC.
008210     CALL "BITACORA" USING PADR-BITACORA.
008220
008230 END PROGRAM CONCILIAR-PADRON.
