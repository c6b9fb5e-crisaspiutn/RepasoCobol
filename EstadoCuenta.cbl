000200*   2026-09-02 RC  Version inicial.
000201*   2026-09-02 RC  La corrida deja constancia de inicio y fin en
000202*                  la bitacora comun CORRIDAS.DAT via BITACORA.
000203*   2026-10-15 RC  Las reversas no cuentan como operaciones: van a
000204*                  ANULADAS del dia en que se anulo y netean el
000205*                  resultado del dia, del usuario y general.
000206*   2026-10-15 RC  Sale de ACUMDIA.DAT (ACUMULAR-DIA): se leen los
000207*                  acumulados del rango y el SORT los ordena;
000208*                  un mes ya archivado por CIERRE-MENSUAL se emite
000209*                  sin reponer el historico.
000210*   2026-10-15 RC  El START sobre ACUMDIA.DAT pasa al INPUT
000211*                  PROCEDURE: un rango sin acumulados sale como
000212*                  estado sin movimientos, con codigo 00.
000213******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESTADO-CUENTA.
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000271     SELECT ARCH-ACUMULADOS ASSIGN TO "ACUMDIA.DAT"
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE IS DYNAMIC
000274         RECORD KEY IS ACU-CLAVE OF REG-ACUMULADO
000275         FILE STATUS IS EDC-ACU-STATUS.
000310
000320     SELECT ARCH-IMPRESION ASSIGN TO "ESTADOCU.LST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS EDC-IMP-STATUS.
000350
000360     SELECT SD-ORDEN-ACUM ASSIGN TO "SORTWK1".
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000391 FD  ARCH-ACUMULADOS.
000392 01  REG-ACUMULADO.
000393     COPY ACUREG.
000430
000440 FD  ARCH-IMPRESION.
000450 01  REG-IMPRESION               PIC X(80).
000460
000461 SD  SD-ORDEN-ACUM.
000480 01  REG-ORDEN.
000481     COPY ACUREG.
000500
000510 WORKING-STORAGE SECTION.
000511 01  EDC-ACU-STATUS              PIC X(02) VALUE SPACES.
000512     88  EDC-ACU-OK                  VALUE "00".
000513     88  EDC-ACU-NO-EXISTE           VALUE "35".
000550 01  EDC-IMP-STATUS              PIC X(02) VALUE SPACES.
000560     88  EDC-IMP-OK                  VALUE "00".
000570
000571 01  EDC-ACU-EOF-SW              PIC X(01) VALUE "N".
000572     88  EDC-ACU-EOF                 VALUE "S".
000600 01  EDC-FIN-ORDEN-SW            PIC X(01) VALUE "N".
000610     88  EDC-FIN-ORDEN               VALUE "S".
000620
000790 01  EDC-USR-SUMA                PIC S9(11)V99 VALUE ZERO.
000800 01  EDC-TOT-CANT                PIC 9(07) COMP VALUE ZERO.
000810 01  EDC-TOT-SUMA                PIC S9(11)V99 VALUE ZERO.
000811 01  EDC-DIA-ANUL                PIC 9(05) COMP VALUE ZERO.
000812 01  EDC-USR-ANUL                PIC 9(07) COMP VALUE ZERO.
000813 01  EDC-TOT-ANUL                PIC 9(07) COMP VALUE ZERO.
000820 01  EDC-CANT-USUARIOS           PIC 9(05) COMP VALUE ZERO.
000830
000840*    armado de la pagina de impresion
000880 01  EDC-LINEA                   PIC X(80) VALUE SPACES.
000890
000900 01  EDC-CANT-EDIT               PIC ZZZZZZ9.
000901 01  EDC-ANUL-EDIT               PIC ZZZZZZ9.
000910 01  EDC-SUMA-EDIT               PIC -(11)9.99.
000920 01  EDC-PAG-EDIT                PIC ZZZ9.
000921
000950 0000-MAINLINE.
000951     PERFORM 9000-BITACORA-INICIO.
000960     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000961     IF EDC-ACU-OK AND EDC-IMP-OK
000962         SORT SD-ORDEN-ACUM
000963             ON ASCENDING KEY ACU-USUARIO OF REG-ORDEN
000964                              ACU-FECHA OF REG-ORDEN
001020             INPUT PROCEDURE IS 5000-SELECCIONAR-LINEAS
001030                 THRU 5000-EXIT
001040             OUTPUT PROCEDURE IS 7000-GENERAR-ESTADO
001050                 THRU 7000-EXIT
001060         CLOSE ARCH-IMPRESION
001061         DISPLAY "ESTADO-CUENTA: acumulados leidos "
001062             EDC-CANT-LEIDAS
001080             ", seleccionadas " EDC-CANT-SELECC
001090             ", usuarios " EDC-CANT-USUARIOS
001100         DISPLAY "ESTADO-CUENTA: impreso en ESTADOCU.LST"
001130
001140*----------------------------------------------------------------
001150* 1000  INICIALIZACION - toma el rango de fechas (en blanco, del
001160*       primer dia del mes en curso al dia de hoy), abre los
001161*       acumulados diarios y el archivo de impresion; la
001170*       corrida sigue si las dos aperturas dieron bien.
001180*----------------------------------------------------------------
001190 1000-INICIALIZAR.
001200     ACCEPT EDC-FECHA-DESDE FROM ENVIRONMENT "FECHA-DESDE".
001290     END-IF.
001300     DISPLAY "ESTADO-CUENTA: periodo " EDC-FECHA-DESDE
001310         " a " EDC-FECHA-HASTA.
001311     OPEN INPUT ARCH-ACUMULADOS.
001312     IF NOT EDC-ACU-OK
001313         IF EDC-ACU-NO-EXISTE
001314             DISPLAY "ESTADO-CUENTA: ACUMDIA.DAT no existe, "
001315                 "correr antes ACUMULAR-DIA"
001360         ELSE
001370             DISPLAY "ESTADO-CUENTA: no se pudo abrir "
001371                 "ACUMDIA.DAT"
001390         END-IF
001400         GO TO 1000-EXIT
001410     END-IF.
001420     OPEN OUTPUT ARCH-IMPRESION.
001430     IF NOT EDC-IMP-OK
001440         DISPLAY "ESTADO-CUENTA: no se pudo abrir ESTADOCU.LST"
001441         CLOSE ARCH-ACUMULADOS
001460     END-IF.
001470 1000-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------------
001510* 5000  INPUT PROCEDURE DEL SORT - los acumulados estan por
001511*       fecha: se leen desde el primero del rango hasta pasar la
001512*       fecha hasta, y todos entran al ordenamiento.  Si no hay
001513*       ninguno a partir de FECHA-DESDE el estado sale sin
001514*       movimientos.
001530*----------------------------------------------------------------
001540 5000-SELECCIONAR-LINEAS.
001541     MOVE LOW-VALUES TO ACU-CLAVE OF REG-ACUMULADO.
001542     MOVE EDC-FECHA-DESDE TO ACU-FECHA OF REG-ACUMULADO.
001543     START ARCH-ACUMULADOS
001544         KEY IS NOT LESS THAN ACU-CLAVE OF REG-ACUMULADO
001545         INVALID KEY
001546             SET EDC-ACU-EOF TO TRUE
001547     END-START.
001548     IF NOT EDC-ACU-EOF
001549         PERFORM 5100-LEER-ACUMULADO
001550     END-IF.
001551     PERFORM 5200-FILTRAR-LINEA UNTIL EDC-ACU-EOF.
001552     CLOSE ARCH-ACUMULADOS.
001580 5000-EXIT.
001590     EXIT.
001600
001601 5100-LEER-ACUMULADO.
001602     READ ARCH-ACUMULADOS NEXT RECORD
001630         AT END
001631             SET EDC-ACU-EOF TO TRUE
001650     END-READ.
001651     IF NOT EDC-ACU-EOF
001652         AND ACU-FECHA OF REG-ACUMULADO > EDC-FECHA-HASTA
001653         SET EDC-ACU-EOF TO TRUE
001654     END-IF.
001660
001670 5200-FILTRAR-LINEA.
001680     ADD 1 TO EDC-CANT-LEIDAS.
001710     ADD 1 TO EDC-CANT-SELECC.
001711     RELEASE REG-ORDEN FROM REG-ACUMULADO.
001712     PERFORM 5100-LEER-ACUMULADO.
001750
001760*----------------------------------------------------------------
001770* 7000  OUTPUT PROCEDURE DEL SORT - recibe los acumulados
001780*       ordenados por usuario / fecha y arma el estado con cortes
001790*       de control: cambio de fecha cierra el dia, cambio de
001800*       usuario cierra el dia y el total del usuario y abre una
001810*       pagina nueva; al final sale el total general.
001820*----------------------------------------------------------------
001830 7000-GENERAR-ESTADO.
001840     PERFORM 7100-LEER-ORDEN.
001920     EXIT.
001930
001940 7100-LEER-ORDEN.
001941     RETURN SD-ORDEN-ACUM
001960         AT END
001970             SET EDC-FIN-ORDEN TO TRUE
001980     END-RETURN.
001990
002000 7200-PROCESAR-ORDEN.
002001     IF ACU-USUARIO OF REG-ORDEN NOT = EDC-USUARIO-ACTUAL
002020         IF EDC-HAY-USUARIO
002030             PERFORM 7500-CERRAR-DIA
002040             PERFORM 7600-CERRAR-USUARIO
002050         END-IF
002060         PERFORM 7300-ABRIR-USUARIO
002070     ELSE
002071         IF ACU-FECHA OF REG-ORDEN NOT = EDC-FECHA-ACTUAL
002090             PERFORM 7500-CERRAR-DIA
002091             MOVE ACU-FECHA OF REG-ORDEN TO EDC-FECHA-ACTUAL
002110         END-IF
002120     END-IF.
002121     ADD ACU-CANT-ANUL OF REG-ORDEN TO EDC-DIA-ANUL.
002122     ADD ACU-CANT-ANUL OF REG-ORDEN TO EDC-USR-ANUL.
002123     ADD ACU-CANT-ANUL OF REG-ORDEN TO EDC-TOT-ANUL.
002124     ADD ACU-CANT-OPER OF REG-ORDEN TO EDC-DIA-CANT.
002125     ADD ACU-CANT-OPER OF REG-ORDEN TO EDC-USR-CANT.
002126     ADD ACU-CANT-OPER OF REG-ORDEN TO EDC-TOT-CANT.
002127     ADD ACU-SUMA-OPER OF REG-ORDEN ACU-SUMA-ANUL OF REG-ORDEN
002128         TO EDC-DIA-SUMA.
002129     ADD ACU-SUMA-OPER OF REG-ORDEN ACU-SUMA-ANUL OF REG-ORDEN
002130         TO EDC-USR-SUMA.
002131     ADD ACU-SUMA-OPER OF REG-ORDEN ACU-SUMA-ANUL OF REG-ORDEN
002132         TO EDC-TOT-SUMA.
002190     PERFORM 7100-LEER-ORDEN.
002200
002210*----------------------------------------------------------------
002230*       nuevo y abre su primera pagina.
002240*----------------------------------------------------------------
002250 7300-ABRIR-USUARIO.
002251     MOVE ACU-USUARIO OF REG-ORDEN TO EDC-USUARIO-ACTUAL.
002252     MOVE ACU-FECHA OF REG-ORDEN TO EDC-FECHA-ACTUAL.
002280     SET EDC-HAY-USUARIO TO TRUE.
002290     ADD 1 TO EDC-CANT-USUARIOS.
002300     MOVE ZERO TO EDC-USR-CANT EDC-USR-SUMA EDC-USR-ANUL.
002310     MOVE ZERO TO EDC-DIA-CANT EDC-DIA-SUMA EDC-DIA-ANUL.
002320     PERFORM 8100-NUEVA-PAGINA.
002330
002340*----------------------------------------------------------------
002370*----------------------------------------------------------------
002380 7500-CERRAR-DIA.
002390     MOVE EDC-DIA-CANT TO EDC-CANT-EDIT.
002391     MOVE EDC-DIA-ANUL TO EDC-ANUL-EDIT.
002400     MOVE EDC-DIA-SUMA TO EDC-SUMA-EDIT.
002410     MOVE SPACES TO EDC-LINEA.
002420     STRING "  " EDC-FECHA-ACTUAL
002430            "      " EDC-CANT-EDIT
002431            "      " EDC-ANUL-EDIT
002440            "   " EDC-SUMA-EDIT
002450         DELIMITED BY SIZE INTO EDC-LINEA
002460     END-STRING.
002470     PERFORM 8000-GRABAR-LINEA.
002480     MOVE ZERO TO EDC-DIA-CANT EDC-DIA-SUMA EDC-DIA-ANUL.
002490
002500*----------------------------------------------------------------
002510* 7600  corte por usuario: totales del periodo del usuario.
002540     MOVE SPACES TO EDC-LINEA.
002550     PERFORM 8000-GRABAR-LINEA.
002560     MOVE EDC-USR-CANT TO EDC-CANT-EDIT.
002561     MOVE EDC-USR-ANUL TO EDC-ANUL-EDIT.
002570     MOVE EDC-USR-SUMA TO EDC-SUMA-EDIT.
002580     MOVE SPACES TO EDC-LINEA.
002590     STRING "  TOTAL DEL PERIODO  " EDC-CANT-EDIT
002591            "      " EDC-ANUL-EDIT
002600            "   " EDC-SUMA-EDIT
002610         DELIMITED BY SIZE INTO EDC-LINEA
002620     END-STRING.
002630     PERFORM 8000-GRABAR-LINEA.
002730         TO EDC-LINEA.
002740     PERFORM 8000-GRABAR-LINEA.
002750     MOVE EDC-TOT-CANT TO EDC-CANT-EDIT.
002751     MOVE EDC-TOT-ANUL TO EDC-ANUL-EDIT.
002760     MOVE EDC-TOT-SUMA TO EDC-SUMA-EDIT.
002770     MOVE SPACES TO EDC-LINEA.
002780     STRING "  TOTAL GENERAL      " EDC-CANT-EDIT
002781            "      " EDC-ANUL-EDIT
002790            "   " EDC-SUMA-EDIT
002800         DELIMITED BY SIZE INTO EDC-LINEA
002810     END-STRING.
002820     PERFORM 8000-GRABAR-LINEA.
003250     WRITE REG-IMPRESION FROM EDC-LINEA
003260         AFTER ADVANCING 1 LINE.
003270     MOVE SPACES TO EDC-LINEA.
003280     STRING "  FECHA       OPERACIONES   ANULADAS"
003281            "   RESULTADO DEL DIA"
003290         DELIMITED BY SIZE INTO EDC-LINEA
003291     END-STRING.
003300     WRITE REG-IMPRESION FROM EDC-LINEA
003310         AFTER ADVANCING 1 LINE.
003320     MOVE SPACES TO EDC-LINEA.
003330     STRING "  ----------  -----------   --------"
003331            "   -----------------"
003340         DELIMITED BY SIZE INTO EDC-LINEA
003341     END-STRING.
003350     WRITE REG-IMPRESION FROM EDC-LINEA
003360         AFTER ADVANCING 1 LINE.
003370     MOVE 5 TO EDC-LINEA-ACTUAL.
003380
003381*----------------------------------------------------------------
003382* 9000  BITACORA DE CORRIDAS - constancia de arranque y cierre
003383*       (acumulados leidos y seleccionados, codigo de terminacion:
003384*       00 estado emitido, 90 sin archivos) en CORRIDAS.DAT via
003385*       el subprograma BITACORA.
003386*----------------------------------------------------------------
