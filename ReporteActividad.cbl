000184*                  la bitacora comun CORRIDAS.DAT via BITACORA.
000185*   2026-09-02 RC  El layout de REPOLOTE.DAT se toma del
000186*                  copybook REPREG en vez de repetirlo inline.
000187*   2026-10-15 RC  Los asientos de reversa de la fecha netean el
000188*                  resultado (total, usuario y opcion) sin contar
000189*                  como operaciones ni entrar en la conciliacion
000190*                  por lote; cada usuario muestra sus anuladas y
000191*                  al pie se listan las anulaciones del dia
000192*                  (operacion original, supervisor y motivo).
000193*   2026-10-15 RC  Los totales por usuario, por opcion, por lote
000194*                  y generales salen de los acumulados diarios
000195*                  ACUMDIA.DAT (los mantiene ACUMULAR-DIA) en vez
000196*                  de releer AUDITORI.DAT entera; la auditoria
000197*                  solo se lee para el detalle de las anulaciones
000198*                  cuando la fecha las tiene.  Una fecha ya
000199*                  archivada por CIERRE-MENSUAL se reporta igual
000200*                  (el detalle de sus anulaciones queda en el
000201*                  historico).  El pie ya no cuenta lineas de
000202*                  otras fechas y muestra hasta cuando estan
000203*                  sumados los acumulados.
000204*   2026-10-15 RC  El desglose por opcion cubre el plan de
000205*                  cuotas (opcion 8; el resultado sumado es el
000206*                  importe de la cuota).
000207*   2026-10-15 RC  Una fecha sin registros en ACUMDIA.DAT (el
000208*                  START no halla clave) se reporta vacia con
000209*                  codigo 00; solo la apertura fallida es error.
000210******************************************************************
000211 IDENTIFICATION DIVISION.
000212 PROGRAM-ID. REPORTE-ACTIVIDAD.
000213
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000290     SELECT ARCH-REPOLOTE ASSIGN TO "REPOLOTE.DAT"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS ACT-LOTE-STATUS.
000311
000312     SELECT ARCH-ACUMULADOS ASSIGN TO "ACUMDIA.DAT"
000313         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS DYNAMIC
000315         RECORD KEY IS ACU-CLAVE
000316         FILE STATUS IS ACT-ACU-STATUS.
000320
000321     SELECT ARCH-ACUM-CONTROL ASSIGN TO "ACUMCTL.DAT"
000322         ORGANIZATION IS SEQUENTIAL
000323         FILE STATUS IS ACT-ACP-STATUS.
000324
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  ARCH-AUDITORIA.
000460 01  REG-REPOLOTE.
000470     COPY REPREG.
000510
000511 FD  ARCH-ACUMULADOS.
000512 01  REG-ACUMULADO.
000513     COPY ACUREG.
000514
000515 FD  ARCH-ACUM-CONTROL.
000516 01  REG-ACUM-CONTROL.
000517     COPY ACPREG.
000518
000520 WORKING-STORAGE SECTION.
000530 01  ACT-AUD-STATUS              PIC X(02) VALUE SPACES.
000540     88  ACT-AUD-OK                  VALUE "00".
000560 01  ACT-LOTE-STATUS             PIC X(02) VALUE SPACES.
000570     88  ACT-LOTE-OK                 VALUE "00".
000580     88  ACT-LOTE-NO-EXISTE          VALUE "35".
000581 01  ACT-ACU-STATUS              PIC X(02) VALUE SPACES.
000582     88  ACT-ACU-OK                  VALUE "00".
000583     88  ACT-ACU-NO-EXISTE           VALUE "35".
000584 01  ACT-ACP-STATUS              PIC X(02) VALUE SPACES.
000585     88  ACT-ACP-OK                  VALUE "00".
000590
000600 01  ACT-AUD-EOF-SW              PIC X(01) VALUE "N".
000610     88  ACT-AUD-EOF                 VALUE "S".
000620 01  ACT-LOTE-EOF-SW             PIC X(01) VALUE "N".
000630     88  ACT-LOTE-EOF                VALUE "S".
000631 01  ACT-ACU-EOF-SW              PIC X(01) VALUE "N".
000632     88  ACT-ACU-EOF                 VALUE "S".
000640
000650 01  ACT-FECHA-PEDIDA            PIC X(08) VALUE SPACES.
000651 01  ACT-ACUM-HASTA              PIC X(17) VALUE SPACES.
000660
000670 01  ACT-TABLA-USUARIOS.
000680     05  ACT-USR-ENTRY OCCURS 50 TIMES.
000690         10  ACT-USR-CODIGO          PIC X(10).
000700         10  ACT-USR-CANT            PIC 9(05) COMP.
000710         10  ACT-USR-SUMA            PIC S9(11)V99.
000711         10  ACT-USR-ANUL            PIC 9(05) COMP.
000720 01  ACT-CANT-USUARIOS           PIC 9(04) COMP VALUE ZERO.
000730 01  ACT-IDX-USUARIO             PIC 9(04) COMP VALUE ZERO.
000740 01  ACT-USR-HALLADO-SW          PIC X(01) VALUE "N".
000770     88  ACT-TABLA-LLENA             VALUE "S".
000780
000790 01  ACT-TABLA-OPCIONES.
000800     05  ACT-OPC-ENTRY OCCURS 8 TIMES.
000810         10  ACT-OPC-CANT            PIC 9(05) COMP.
000820         10  ACT-OPC-SUMA            PIC S9(11)V99.
000830 01  ACT-TABLA-NOMBRES.
000880     05  FILLER          PIC X(14) VALUE "EXPONENCIACION".
000881     05  FILLER          PIC X(14) VALUE "PORCENTAJE".
000882     05  FILLER          PIC X(14) VALUE "RAIZ".
000883     05  FILLER          PIC X(14) VALUE "PLAN DE CUOTAS".
000890 01  ACT-TABLA-NOMBRES-R REDEFINES ACT-TABLA-NOMBRES.
000900     05  ACT-OPC-NOMBRE OCCURS 8 TIMES
000910                                     PIC X(14).
000920
000921 01  ACT-TABLA-LOTES.
000951
000953 01  ACT-CANT-TOTAL              PIC 9(07) COMP VALUE ZERO.
000955 01  ACT-SUMA-TOTAL              PIC S9(11)V99 VALUE ZERO.
000957 01  ACT-CANT-REG-ACUM           PIC 9(07) COMP VALUE ZERO.
000958 01  ACT-CANT-AUD-LEIDAS         PIC 9(07) COMP VALUE ZERO.
000959 01  ACT-CANT-REPOLOTE           PIC 9(07) COMP VALUE ZERO.
000960
000961*    anulaciones de la fecha: asientos de reversa que netean los
000962*    totales, listados al pie con el original que anulan
000963 01  ACT-CANT-ANULADAS           PIC 9(07) COMP VALUE ZERO.
000964 01  ACT-CANT-ANU-LISTA          PIC 9(04) COMP VALUE ZERO.
000965 01  ACT-TABLA-ANU-LLENA-SW      PIC X(01) VALUE "N".
000966     88  ACT-TABLA-ANU-LLENA         VALUE "S".
000970
000971 01  ACT-TABLA-ANULADAS.
000972     05  ACT-ANU-ENTRY OCCURS 50 TIMES.
000973         10  ACT-ANU-OPERACION       PIC 9(09).
000974         10  ACT-ANU-ORIGINAL        PIC 9(09).
000975         10  ACT-ANU-FECHA-ORIG      PIC X(08).
000976         10  ACT-ANU-USUARIO         PIC X(10).
000977         10  ACT-ANU-SUPERVISOR      PIC X(10).
000978         10  ACT-ANU-MOTIVO          PIC X(30).
000979
000980 01  ACT-CANT-EDIT               PIC ZZZZ9.
000990 01  ACT-SUMA-EDIT               PIC -(11)9.99.
000991
001020 0000-MAINLINE.
001021     PERFORM 9000-BITACORA-INICIO.
001030     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001031     IF ACT-ACU-OK
001032         PERFORM 1100-POSICIONAR-ACUMULADOS
001033         IF NOT ACT-ACU-EOF
001034             PERFORM 2100-LEER-ACUMULADO
001035         END-IF
001036         PERFORM 2000-ACUMULAR-REGISTRO UNTIL ACT-ACU-EOF
001037         CLOSE ARCH-ACUMULADOS
001038         IF ACT-CANT-ANULADAS > ZERO
001039             PERFORM 2500-DETALLE-ANULACIONES THRU 2500-EXIT
001040         END-IF
001080         PERFORM 3000-CONTAR-REPOLOTE THRU 3000-EXIT
001090         PERFORM 4000-IMPRIMIR-REPORTE THRU 4000-EXIT
001091         MOVE 00 TO ACT-BIT-RC
001100     ELSE
001101         IF ACT-ACU-NO-EXISTE
001102             DISPLAY "REPORTE-ACTIVIDAD: ACUMDIA.DAT no existe, "
001103                 "correr antes ACUMULAR-DIA"
001130         ELSE
001140             DISPLAY "REPORTE-ACTIVIDAD: no se pudo abrir "
001141                 "ACUMDIA.DAT"
001160         END-IF
001170     END-IF.
001171     PERFORM 9100-BITACORA-FIN.
001200*----------------------------------------------------------------
001210* 1000  INICIALIZACION - toma la fecha pedida de la variable de
001220*       entorno FECHA-REPORTE (el dia de hoy si viene en blanco),
001230*       limpia las tablas de acumulacion, toma de ACUMCTL.DAT
001231*       hasta cuando estan sumados los acumulados y abre
001232*       ACUMDIA.DAT.  1100 se posiciona en el primer registro de
001233*       la fecha; si no hay ninguno el dia sale vacio, con codigo
001234*       00 (no es un error).
001240*----------------------------------------------------------------
001250 1000-INICIALIZAR.
001260     ACCEPT ACT-FECHA-PEDIDA FROM ENVIRONMENT "FECHA-REPORTE".
001280         ACCEPT ACT-FECHA-PEDIDA FROM DATE YYYYMMDD
001290     END-IF.
001300     INITIALIZE ACT-TABLA-USUARIOS ACT-TABLA-OPCIONES
001301         ACT-TABLA-LOTES ACT-TABLA-ANULADAS.
001302     OPEN INPUT ARCH-ACUM-CONTROL.
001303     IF ACT-ACP-OK
001304         READ ARCH-ACUM-CONTROL
001305             NOT AT END
001306                 STRING ACP-FECHA-PROCESO " " ACP-HORA-PROCESO
001307                     DELIMITED BY SIZE INTO ACT-ACUM-HASTA
001308         END-READ
001309         CLOSE ARCH-ACUM-CONTROL
001310     END-IF.
001311     OPEN INPUT ARCH-ACUMULADOS.
001320 1000-EXIT.
001330     EXIT.
001331
001332 1100-POSICIONAR-ACUMULADOS.
001333     MOVE LOW-VALUES TO ACU-CLAVE.
001334     MOVE ACT-FECHA-PEDIDA TO ACU-FECHA.
001335     START ARCH-ACUMULADOS KEY IS NOT LESS THAN ACU-CLAVE
001336         INVALID KEY
001337             SET ACT-ACU-EOF TO TRUE
001338     END-START.
001340
001350*----------------------------------------------------------------
001360* 2000  ACUMULACION - cada registro de acumulados de la fecha
001361*       pedida suma en la tabla por usuario, en la tabla por
001362*       opcion, en la de lotes y en los totales generales.  Las
001363*       operaciones cuentan como operaciones; los asientos de
001364*       reversa suman su resultado (de signo contrario al
001365*       original) pero se cuentan como anuladas y no concilian
001366*       contra el lote.
001400*----------------------------------------------------------------
001401 2000-ACUMULAR-REGISTRO.
001402     ADD 1 TO ACT-CANT-REG-ACUM.
001403     ADD ACU-CANT-OPER TO ACT-CANT-TOTAL.
001404     ADD ACU-CANT-ANUL TO ACT-CANT-ANULADAS.
001405     ADD ACU-SUMA-OPER ACU-SUMA-ANUL TO ACT-SUMA-TOTAL.
001450     PERFORM 2200-ACUMULAR-USUARIO THRU 2200-EXIT.
001451     IF ACU-OPCION >= 1 AND ACU-OPCION <= 8
001452         ADD ACU-CANT-OPER TO ACT-OPC-CANT (ACU-OPCION)
001453         ADD ACU-SUMA-OPER ACU-SUMA-ANUL
001454             TO ACT-OPC-SUMA (ACU-OPCION)
001455     END-IF.
001456     IF ACU-LOTE-ID = SPACES
001457         ADD ACU-CANT-OPER TO ACT-CANT-AUD-INTERAC
001458     ELSE
001459         IF ACU-CANT-OPER > ZERO
001460             MOVE ACU-LOTE-ID TO ACT-LOTE-BUSCADO
001495             PERFORM 6000-UBICAR-LOTE THRU 6000-EXIT
001496             IF ACT-IDX-HALLADO > ZERO
001497                 ADD ACU-CANT-OPER
001498                     TO ACT-LOTE-CANT-AUD (ACT-IDX-HALLADO)
001499             END-IF
001500         END-IF
001520     END-IF.
001521     PERFORM 2100-LEER-ACUMULADO.
001540
001541 2100-LEER-ACUMULADO.
001542     READ ARCH-ACUMULADOS NEXT RECORD
001570         AT END
001571             SET ACT-ACU-EOF TO TRUE
001590     END-READ.
001591     IF NOT ACT-ACU-EOF AND ACU-FECHA NOT = ACT-FECHA-PEDIDA
001592         SET ACT-ACU-EOF TO TRUE
001593     END-IF.
001600
001610*----------------------------------------------------------------
001620* 2200  busca el usuario del registro en la tabla de usuarios ya
001630*       vistos; si esta le acumula, si no lo agrega (con aviso
001640*       unico si la tabla de 50 se llena, igual que la tabla de
001650*       dni de REPORTE-USUARIOS).
001730     IF NOT ACT-USR-HALLADO
001740         IF ACT-CANT-USUARIOS < 50
001750             ADD 1 TO ACT-CANT-USUARIOS
001751             MOVE ACU-USUARIO
001770                 TO ACT-USR-CODIGO (ACT-CANT-USUARIOS)
001771             MOVE ACT-CANT-USUARIOS TO ACT-IDX-USUARIO
001772             PERFORM 2220-SUMAR-USUARIO
001800         ELSE
001810             IF NOT ACT-TABLA-LLENA
001820                 DISPLAY "ADVERTENCIA: tabla de usuarios llena "
001900     EXIT.
001910
001920 2210-COMPARAR-USUARIO.
001921     IF ACT-USR-CODIGO (ACT-IDX-USUARIO) = ACU-USUARIO
001940         SET ACT-USR-HALLADO TO TRUE
001941         PERFORM 2220-SUMAR-USUARIO
001970     END-IF.
001971
001972 2220-SUMAR-USUARIO.
001973     ADD ACU-CANT-ANUL TO ACT-USR-ANUL (ACT-IDX-USUARIO).
001974     ADD ACU-CANT-OPER TO ACT-USR-CANT (ACT-IDX-USUARIO).
001975     ADD ACU-SUMA-OPER ACU-SUMA-ANUL
001976         TO ACT-USR-SUMA (ACT-IDX-USUARIO).
001977
001978*----------------------------------------------------------------
001979* 2300  anota el asiento de reversa en la lista de anulaciones
001980*       del dia (con aviso unico si la tabla de 50 se llena; el
001981*       total de anuladas sigue contando igual).
001982*----------------------------------------------------------------
001983 2300-ANOTAR-ANULACION.
001984     IF ACT-CANT-ANU-LISTA < 50
001985         ADD 1 TO ACT-CANT-ANU-LISTA
001986         MOVE AUD-NUM-OPERACION
001987             TO ACT-ANU-OPERACION (ACT-CANT-ANU-LISTA)
001988         MOVE AUD-OPER-ORIGINAL
001989             TO ACT-ANU-ORIGINAL (ACT-CANT-ANU-LISTA)
001990         MOVE AUD-FECHA-ORIGINAL
001991             TO ACT-ANU-FECHA-ORIG (ACT-CANT-ANU-LISTA)
001992         MOVE AUD-USUARIO TO ACT-ANU-USUARIO (ACT-CANT-ANU-LISTA)
001993         MOVE AUD-USUARIO-REVERSA
001994             TO ACT-ANU-SUPERVISOR (ACT-CANT-ANU-LISTA)
001995         MOVE AUD-MOTIVO-REVERSA
001996             TO ACT-ANU-MOTIVO (ACT-CANT-ANU-LISTA)
001997     ELSE
001998         IF NOT ACT-TABLA-ANU-LLENA
001999             DISPLAY "ADVERTENCIA: tabla de anulaciones llena "
002000                 "(50), la lista de anulaciones queda incompleta"
002001             SET ACT-TABLA-ANU-LLENA TO TRUE
002002         END-IF
002003     END-IF.
002004 2300-EXIT.
002005     EXIT.
002006
002007*----------------------------------------------------------------
002008* 2500  detalle de las anulaciones: los acumulados solo traen
002009*       cuantas hubo, asi que cuando la fecha tiene alguna se
002010*       buscan sus asientos de reversa en AUDITORI.DAT.  Si la
002011*       fecha ya fue archivada la lista queda corta y el pie lo
002012*       avisa.
002013*----------------------------------------------------------------
002014 2500-DETALLE-ANULACIONES.
002015     OPEN INPUT ARCH-AUDITORIA.
002016     IF NOT ACT-AUD-OK
002017         GO TO 2500-EXIT
002018     END-IF.
002019     PERFORM 2510-LEER-AUDITORIA.
002020     PERFORM 2520-BUSCAR-REVERSA UNTIL ACT-AUD-EOF.
002021     CLOSE ARCH-AUDITORIA.
002022 2500-EXIT.
002023     EXIT.
002024
002025 2510-LEER-AUDITORIA.
002026     READ ARCH-AUDITORIA
002027         AT END
002028             SET ACT-AUD-EOF TO TRUE
002029     END-READ.
002030
002031 2520-BUSCAR-REVERSA.
002032     ADD 1 TO ACT-CANT-AUD-LEIDAS.
002033     IF AUD-FECHA = ACT-FECHA-PEDIDA AND AUD-TIPO-REVERSA
002034         PERFORM 2300-ANOTAR-ANULACION THRU 2300-EXIT
002035     END-IF.
002036     PERFORM 2510-LEER-AUDITORIA.
002037
002038*----------------------------------------------------------------
002039* 3000  CONCILIACION CONTRA REPOLOTE.DAT - cuenta las filas del
002040*       reporte de lote para compararlas al pie contra las lineas
002041*       de auditoria del dia; si el archivo no existe se informa
002042*       que no hubo corrida de lote y no se concilia.
002043*----------------------------------------------------------------
002050 3000-CONTAR-REPOLOTE.
002060     OPEN INPUT ARCH-REPOLOTE.
002070     IF ACT-LOTE-OK
002290*----------------------------------------------------------------
002300 4000-IMPRIMIR-REPORTE.
002310     DISPLAY "REPORTE DE ACTIVIDAD DEL DIA " ACT-FECHA-PEDIDA.
002311     DISPLAY "(acumulados sumados al " ACT-ACUM-HASTA ")".
002320     DISPLAY "__________________________________________________".
002330     DISPLAY "DESGLOSE POR USUARIO".
002340     IF ACT-CANT-USUARIOS = ZERO
002420     DISPLAY "DESGLOSE POR OPCION".
002430     PERFORM 4200-IMPRIMIR-OPCION
002440         VARYING ACT-IDX-USUARIO FROM 1 BY 1
002450         UNTIL ACT-IDX-USUARIO > 8.
002460     DISPLAY "__________________________________________________".
002470     MOVE ACT-CANT-TOTAL TO ACT-CANT-EDIT.
002480     MOVE ACT-SUMA-TOTAL TO ACT-SUMA-EDIT.
002490     DISPLAY "TOTAL OPERACIONES DEL DIA : " ACT-CANT-EDIT.
002500     DISPLAY "TOTAL RESULTADO ACUMULADO : " ACT-SUMA-EDIT.
002501     MOVE ACT-CANT-ANULADAS TO ACT-CANT-EDIT.
002502     DISPLAY "ANULACIONES DEL DIA       : " ACT-CANT-EDIT.
002503     IF ACT-CANT-ANULADAS > ZERO
002504         PERFORM 4150-IMPRIMIR-ANULACION
002505             VARYING ACT-IDX-LOTE FROM 1 BY 1
002506             UNTIL ACT-IDX-LOTE > ACT-CANT-ANU-LISTA
002507         IF ACT-CANT-ANU-LISTA < ACT-CANT-ANULADAS
002508            AND NOT ACT-TABLA-ANU-LLENA
002509             DISPLAY "   (el detalle de las demas esta en el "
002510                 "historico AUDH del mes)"
002511         END-IF
002512     END-IF.
002530     DISPLAY "__________________________________________________".
002540     DISPLAY "CONCILIACION POR LOTE CONTRA REPOLOTE.DAT".
002550     IF ACT-LOTE-NO-EXISTE
002750     DISPLAY "   " ACT-USR-CODIGO (ACT-IDX-USUARIO)
002760         " operaciones: " ACT-CANT-EDIT
002770         " resultado: " ACT-SUMA-EDIT.
002771     IF ACT-USR-ANUL (ACT-IDX-USUARIO) > ZERO
002772         MOVE ACT-USR-ANUL (ACT-IDX-USUARIO) TO ACT-CANT-EDIT
002773         DISPLAY "              anuladas: " ACT-CANT-EDIT
002774     END-IF.
002780
002781 4150-IMPRIMIR-ANULACION.
002782     DISPLAY "   asiento " ACT-ANU-OPERACION (ACT-IDX-LOTE)
002783         " anula " ACT-ANU-ORIGINAL (ACT-IDX-LOTE)
002784         " del " ACT-ANU-FECHA-ORIG (ACT-IDX-LOTE)
002785         " usuario " ACT-ANU-USUARIO (ACT-IDX-LOTE).
002786     DISPLAY "              por "
002787         ACT-ANU-SUPERVISOR (ACT-IDX-LOTE)
002788         ": " ACT-ANU-MOTIVO (ACT-IDX-LOTE).
002789
002790 4200-IMPRIMIR-OPCION.
002800     MOVE ACT-OPC-CANT (ACT-IDX-USUARIO) TO ACT-CANT-EDIT.
002810     MOVE ACT-OPC-SUMA (ACT-IDX-USUARIO) TO ACT-SUMA-EDIT.
002900
002901*----------------------------------------------------------------
002902* 9000  BITACORA DE CORRIDAS - constancia de arranque y cierre
002903*       (acumulados y lineas de auditoria leidos; 00 reporte
002904*       emitido aunque vacio, 90 ACUMDIA.DAT no abrio) en
002905*       CORRIDAS.DAT via el subprograma BITACORA.
002906*----------------------------------------------------------------
002907 9000-BITACORA-INICIO.
002908     MOVE "REPORTEACT" TO BIT-PROGRAMA.
002912
002913 9100-BITACORA-FIN.
002914     SET BIT-FUN-FIN TO TRUE.
002915     COMPUTE BIT-LEIDAS = ACT-CANT-REG-ACUM + ACT-CANT-AUD-LEIDAS.
002916     MOVE ZERO TO BIT-GRABADAS BIT-RECHAZADAS.
002917     MOVE ACT-BIT-RC TO BIT-RC.
002918     CALL "BITACORA" USING ACT-BITACORA.
