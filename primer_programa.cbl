001021*                  pasan a los copybooks TRNREG/REPREG/TERREG,
001022*                  compartidos con los programas que releen
001023*                  estos archivos, igual que AUDREG.
001024*   2026-10-15 RC  Limites de monto por rol: el maestro nuevo
001025*                  LIMITES.DAT (copybook LIMREG, por rol y
001026*                  opcionalmente por usuario) fija el maximo por
001027*                  operacion y por dia.  Una operacion que lo
001028*                  excede (interactiva o fila de lote) no se
001029*                  audita ni va a REPOLOTE.DAT: queda retenida
001030*                  en PENDAUT.DAT (copybook PNDREG) hasta que un
001031*                  rol con marca de aprobar la libere o rechace
001032*                  desde MANTENER-USUARIOS.  El resumen del lote
001033*                  cuenta las retenidas (leidas = grabadas +
001034*                  rechazadas + retenidas).  Sin maestro no se
001035*                  controla.
001036*   2026-10-15 RC  Cada linea de auditoria lleva su numero de
001037*                  operacion (subprograma NUMERADOR nuevo) y
001038*                  tipo "O".  Los asientos de reversa que graba
001039*                  MANTENER-USUARIOS no suman al acumulado
001040*                  diario del limite.
001041*   2026-10-15 RC  Nueva operacion plan de cuotas (opcion 8,
001042*                  sistema frances): numero1 es el capital,
001043*                  numero2 la tasa en porcentaje por periodo y la
001044*                  cantidad de cuotas (entera, 1 a 999) se pide
001045*                  por consola o viene en LOTE-CUOTAS (se ensancha
001046*                  REG-TRANLOTE y ERR-FILA-ORIGINAL).  Se audita
001047*                  el importe de la cuota y el cuadro completo
001048*                  (cuota, importe, interes, amortizacion y saldo,
001049*                  con totales) se agrega paginado al final de
001050*                  CUOTAS.LST.  Cuotas en cero, tasa negativa o
001051*                  capital no positivo rechazan con el motivo 08
001052*                  nuevo.  En el menu se elige con [C]: 8 y 9
001053*                  siguen siendo las opciones de sesion.
001054*   2026-10-15 RC  La constancia de la corrida de lote en
001055*                  CORRIDAS.DAT lleva el identificador del lote
001056*                  (BIT-LOTE-ID).  Las filas retenidas por limite
001057*                  cuentan como grabadas en la bitacora, y
001058*                  PENDAUT.DAT guarda la cantidad de cuotas
001059*                  (PEND-CUOTAS) del plan retenido para poder
001060*                  imprimirlo cuando el supervisor lo libere.
001061*   2026-10-15 RC  Una retenida que no se puede grabar en
001062*                  PENDAUT.DAT se rechaza con el motivo 09 nuevo
001063*                  en vez de contarse como retenida.  El cuadro
001064*                  de cuotas numera sus paginas desde 1 en cada
001065*                  plan y cada pagina empieza en hoja nueva.
001066******************************************************************
001067 IDENTIFICATION DIVISION.
001068 PROGRAM-ID. el_nombre_del_programa1.

001069 ENVIRONMENT DIVISION.
001070 INPUT-OUTPUT SECTION.
001071 FILE-CONTROL.
001072     SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORI.DAT"
001073         ORGANIZATION IS SEQUENTIAL
001074         FILE STATUS IS CALC-AUD-STATUS.

001075     SELECT ARCH-TRANLOTE ASSIGN TO "TRANLOTE.DAT"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS CALC-LOTE-IN-STATUS.

001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS CALC-CHKPT-STATUS.

001151     SELECT ARCH-LIMITES ASSIGN TO "LIMITES.DAT"
001152         ORGANIZATION IS INDEXED
001153         ACCESS MODE IS RANDOM
001154         RECORD KEY IS LIM-CLAVE
001155         FILE STATUS IS CALC-LIM-STATUS.

001156     SELECT ARCH-PENDAUT ASSIGN TO "PENDAUT.DAT"
001157         ORGANIZATION IS SEQUENTIAL
001158         FILE STATUS IS CALC-PEND-STATUS.

001160     SELECT ARCH-TRANERR ASSIGN TO "TRANERR.DAT"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS CALC-ERR-STATUS.
001184         RECORD KEY IS ROL-NOMBRE OF FD-ROL
001185         FILE STATUS IS CALC-ROL-STATUS.

001186     SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS.LST"
001187         ORGANIZATION IS LINE SEQUENTIAL
001188         FILE STATUS IS CALC-IMP-STATUS.

001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  ARCH-AUDITORIA.
001430 01  REG-CHKPT.
001440     05  CHKPT-FILA                  PIC 9(07).

001441 FD  ARCH-LIMITES.
001442 01  FD-LIM.
001443     COPY LIMREG.

001444 FD  ARCH-PENDAUT.
001445 01  REG-PENDAUT.
001446     COPY PNDREG.

001450 FD  ARCH-TRANERR.
001460 01  REG-TRANERR.
001470     COPY TERREG.
001483 01  FD-ROL.
001484     COPY ROLREG.

001485 FD  ARCH-CUOTAS.
001486 01  REG-CUOTAS                  PIC X(80).

001490 WORKING-STORAGE SECTION.
001500 01  resultado                   PIC S9(07)V99.
001510 01  saludo                      PIC X(36)
001950     88  CALC-MOTIVO-USR-INACT        VALUE 05.
001951     88  CALC-MOTIVO-RAIZ-NEG         VALUE 06.
001952     88  CALC-MOTIVO-SIN-PERM         VALUE 07.
001953     88  CALC-MOTIVO-CUOTAS           VALUE 08.
001954     88  CALC-MOTIVO-PENDAUT          VALUE 09.
001960 01  CALC-FILAS-LEIDAS           PIC 9(07) VALUE ZERO.
001970 01  CALC-FILAS-GRABADAS         PIC 9(07) VALUE ZERO.
001980 01  CALC-FILAS-RECHAZADAS       PIC 9(07) VALUE ZERO.
001981 01  CALC-RECH-CUOTAS            PIC 9(07) VALUE ZERO.
001982 01  CALC-RECH-PENDAUT           PIC 9(07) VALUE ZERO.
001990 01  CALC-RECH-OPCION            PIC 9(07) VALUE ZERO.
002000 01  CALC-RECH-TAMANIO           PIC 9(07) VALUE ZERO.
002010 01  CALC-RECH-DIVISOR           PIC 9(07) VALUE ZERO.
002040 01  CALC-ULT-USR-VALIDADO       PIC X(10) VALUE SPACES.
002050 01  CALC-USR-LOTE-OK-SW         PIC X(01) VALUE "N".
002060     88  CALC-USR-LOTE-OK             VALUE "S".
002061 01  CALC-ROL-ACTIVO             PIC X(10) VALUE SPACES.

002062*    limites de monto: el maestro se abre una vez por corrida; por
002063*    cada usuario que opera se guarda su limite y lo acumulado en
002064*    el dia (releido de AUDITORI.DAT la primera vez que aparece)
002065 01  CALC-LIM-STATUS             PIC X(02) VALUE SPACES.
002066     88  CALC-LIM-OK                  VALUE "00".
002067     88  CALC-LIM-NO-EXISTE           VALUE "35".
002068 01  CALC-LIM-ABIERTO-SW         PIC X(01) VALUE "N".
002069     88  CALC-LIM-ABIERTO             VALUE "S".
002070 01  CALC-TABLA-LIMITES.
002071     05  CALC-LIM-ENTRY OCCURS 50 TIMES.
002072         10  CALC-LIM-USUARIO        PIC X(10).
002073         10  CALC-LIM-MAX-OPER       PIC 9(07)V99.
002074         10  CALC-LIM-MAX-DIA        PIC 9(11)V99.
002075         10  CALC-LIM-ACUM-DIA       PIC 9(11)V99.
002076 01  CALC-LIM-CANT               PIC 9(04) COMP VALUE ZERO.
002077 01  CALC-LIM-IDX                PIC 9(04) COMP VALUE ZERO.
002078 01  CALC-LIM-ACTUAL             PIC 9(04) COMP VALUE ZERO.
002079 01  CALC-LIM-LLENA-SW           PIC X(01) VALUE "N".
002080     88  CALC-LIM-LLENA               VALUE "S".
002081 01  CALC-LIM-HOY                PIC X(08) VALUE SPACES.
002082 01  CALC-AUD-EOF-SW             PIC X(01) VALUE "N".
002083     88  CALC-AUD-EOF                 VALUE "S".
002084*    el monto se toma sin signo: el MOVE a un campo sin signo
002085*    deja el valor absoluto
002086 01  CALC-MONTO-OP               PIC 9(07)V99 VALUE ZERO.
002087 01  CALC-MONTO-AUX              PIC 9(07)V99 VALUE ZERO.
002088 01  CALC-MED-NUMERO1            PIC S9(07)V99 VALUE ZERO.
002089 01  CALC-MED-NUMERO2            PIC S9(07)V99 VALUE ZERO.
002090 01  CALC-MED-RESULTADO          PIC S9(07)V99 VALUE ZERO.
002091 01  CALC-PEND-STATUS            PIC X(02) VALUE SPACES.
002092     88  CALC-PEND-OK                 VALUE "00".
002093     88  CALC-PEND-NO-EXISTE          VALUE "35".
002094 01  CALC-RETENIDA-SW            PIC X(01) VALUE "N".
002095     88  CALC-RETENIDA                VALUE "S".
002096 01  CALC-FILAS-RETENIDAS        PIC 9(07) VALUE ZERO.

002097 01  CALC-MAX-INT                PIC 9(01) VALUE 3.
002098 01  CALC-INTENTOS               PIC 9(01) VALUE 0.
002099 01  CALC-DATO-VALIDO-SW         PIC X(01) VALUE "N".
002100     88  CALC-DATO-VALIDO            VALUE "S".
002110 01  CALC-ENTRADA                PIC X(10).
002120 01  CALC-CLAVE                  PIC X(10).
002180 01  CALC-CONT-EXP               PIC 9(05) COMP VALUE ZERO.
002181 01  CALC-CONT-PORC              PIC 9(05) COMP VALUE ZERO.
002182 01  CALC-CONT-RAIZ              PIC 9(05) COMP VALUE ZERO.
002183 01  CALC-CONT-CUOTAS            PIC 9(05) COMP VALUE ZERO.
002190 01  CALC-TOTAL-ACUM             PIC S9(09)V99 VALUE ZERO.
002200 01  CALC-OP-OK-SW               PIC X(01) VALUE "N".
002210     88  CALC-OP-OK                  VALUE "S".
002211 01  CALC-HAY-RESULTADO-SW       PIC X(01) VALUE "N".
002212     88  CALC-HAY-RESULTADO          VALUE "S".
002213 01  CALC-TECLA                  PIC X(01) VALUE SPACES.
002214     88  CALC-TECLA-CUOTAS           VALUE "C" "c".
002215
002216*    plan de cuotas (sistema frances): numero1 es el capital,
002217*    numero2 la tasa en porcentaje por periodo, CALC-CUO-CANT la
002218*    cantidad de cuotas y resultado el importe de la cuota; el
002219*    cuadro de amortizacion se imprime en CUOTAS.LST
002220 01  CALC-CUO-CANT               PIC 9(03) VALUE ZERO.
002221 01  CALC-CUO-ENTRADA            PIC S9(05) VALUE ZERO.
002222 01  CALC-CUO-ENTRADA-DEC        PIC S9(05)V99 VALUE ZERO.
002223 01  CALC-CUO-NRO                PIC 9(03) VALUE ZERO.
002224 01  CALC-CUO-TASA               PIC 9(05)V9(06) VALUE ZERO.
002225 01  CALC-CUO-IMPORTE            PIC S9(09)V99 VALUE ZERO.
002226 01  CALC-CUO-INTERES            PIC S9(09)V99 VALUE ZERO.
002227 01  CALC-CUO-AMORT              PIC S9(09)V99 VALUE ZERO.
002228 01  CALC-CUO-SALDO              PIC S9(09)V99 VALUE ZERO.
002229 01  CALC-CUO-TOT-IMPORTE        PIC S9(11)V99 VALUE ZERO.
002230 01  CALC-CUO-TOT-INTERES        PIC S9(11)V99 VALUE ZERO.
002231 01  CALC-CUO-TOT-AMORT          PIC S9(11)V99 VALUE ZERO.
002232 01  CALC-IMP-STATUS             PIC X(02) VALUE SPACES.
002233     88  CALC-IMP-OK                  VALUE "00".
002234     88  CALC-IMP-NO-EXISTE           VALUE "35".
002235 01  CALC-IMP-ABIERTO-SW         PIC X(01) VALUE "N".
002236     88  CALC-IMP-ABIERTO             VALUE "S".
002237 01  CALC-PAGINA                 PIC 9(04) VALUE ZERO.
002238 01  CALC-LINEA-ACTUAL           PIC 9(02) VALUE ZERO.
002239 01  CALC-LINEAS-POR-PAG         PIC 9(02) VALUE 56.
002240 01  CALC-LINEA                  PIC X(80) VALUE SPACES.
002241 01  CALC-PAG-EDIT               PIC ZZZ9.
002242 01  CALC-NRO-EDIT               PIC ZZ9.
002243 01  CALC-TASA-EDIT              PIC -(7)9.99.
002244 01  CALC-CAPITAL-EDIT           PIC -(7)9.99.
002245 01  CALC-IMPORTE-EDIT           PIC -(11)9.99.
002246 01  CALC-INTERES-EDIT           PIC -(11)9.99.
002247 01  CALC-AMORT-EDIT             PIC -(11)9.99.
002248 01  CALC-SALDO-EDIT             PIC -(11)9.99.

002249 01  CALC-LOGIN-PARM.
002250     COPY PARMUSR.
002251 01  CALC-LOGIN-OK-SW            PIC X(01) VALUE "N".
002252     88  CALC-LOGIN-OK               VALUE "S".

002253 01  CALC-BITACORA.
002254     COPY PARMBIT.
002255 01  CALC-BIT-RC                 PIC 9(02) VALUE 90.
002256 01  CALC-NUMERADOR.
002257     COPY PARMNUM.

002260 PROCEDURE DIVISION.
002270 MAIN-PROCEDURE.
002680         WHEN PARM-RC-OK
002690             MOVE REG-USUARIO OF PARM-REGISTRO
002700                 TO CALC-USUARIO-ACTIVO
002701             MOVE REG-ROL OF PARM-REGISTRO TO CALC-ROL-ACTIVO
002710             MOVE "S" TO CALC-LOGIN-OK-SW
002720         WHEN PARM-RC-CAMBIAR-CLAVE
002730             PERFORM cambiarClaveInicial
003060     IF PARM-RC-OK
003070         DISPLAY "clave cambiada"
003080         MOVE CALC-ENTRADA TO CALC-USUARIO-ACTIVO
003081         MOVE REG-ROL OF PARM-REGISTRO TO CALC-ROL-ACTIVO
003090         MOVE "S" TO CALC-LOGIN-OK-SW
003100     ELSE
003110         ADD 1 TO CALC-INTENTOS

004342*----------------------------------------------------------------
004343* BITACORA DE CORRIDAS - la corrida de lote deja constancia del
004344* arranque y del cierre (contadores de control, con las filas
004345* retenidas por limite entre las grabadas, y codigo de fin: 00
004346* completa, 90 cortada o sin archivos) en CORRIDAS.DAT.
004347*----------------------------------------------------------------
004348 grabarBitacoraInicio.
004349     MOVE "CALCULADOR" TO BIT-PROGRAMA.
004357     MOVE CALC-FILAS-GRABADAS TO BIT-GRABADAS.
004358     MOVE CALC-FILAS-RECHAZADAS TO BIT-RECHAZADAS.
004359     MOVE CALC-BIT-RC TO BIT-RC.
004360     ADD CALC-FILAS-RETENIDAS TO BIT-GRABADAS.
004361     CALL "BITACORA" USING CALC-BITACORA.

004362*----------------------------------------------------------------
004363* IDENTIFICADOR DE LOTE - fecha + secuencia tomado de la
004364* variable de entorno ID-LOTE (la fecha del dia + "01" si viene
004365* en blanco); viaja en cada fila de REPOLOTE.DAT y TRANERR.DAT,
004366* en las lineas de auditoria de la corrida y en su constancia de
004367* CORRIDAS.DAT, para que cada lote pueda conciliarse por separado.
004368*----------------------------------------------------------------
004369 asignarIdLote.
004370     ACCEPT CALC-LOTE-ID FROM ENVIRONMENT "ID-LOTE".
004375         END-STRING
004376     END-IF.
004377     DISPLAY "corrida de lote " CALC-LOTE-ID.
004378     MOVE CALC-LOTE-ID TO BIT-LOTE-ID.

004379*----------------------------------------------------------------
004380* CHECKPOINT - leerCheckpoint carga el numero de fila ultima
004381* completada que dejo la corrida anterior (cero o archivo
004750             MOVE LOTE-OPCION TO opciones
004760             MOVE LOTE-NUMERO1 TO numero1
004770             MOVE LOTE-NUMERO2 TO numero2
004771             IF LOTE-CUOTAS IS NUMERIC
004772                 MOVE LOTE-CUOTAS TO CALC-CUO-CANT
004773             ELSE
004774                 MOVE ZERO TO CALC-CUO-CANT
004775             END-IF
004780     END-READ.

004790 procesarTransaccion.
004890     ELSE
004900         PERFORM ejecutarOperacion
004910         IF CALC-OP-OK
004911             IF CALC-RETENIDA
004912                 ADD 1 TO CALC-FILAS-RETENIDAS
004913             ELSE
004914                 PERFORM escribirReporteLote
004915                 ADD 1 TO CALC-FILAS-GRABADAS
004916             END-IF
004940         ELSE
004950             DISPLAY "ERROR: operacion fallida, fila omitida de "
004960                 "REPOLOTE.DAT"
005292                 IF CALC-PERM-LOTE-OK
005300                     MOVE LOTE-USUARIO TO CALC-ULT-USR-VALIDADO
005310                     MOVE LOTE-USUARIO TO CALC-USUARIO-ACTIVO
005311                     MOVE REG-ROL OF PARM-REGISTRO
005312                         TO CALC-ROL-ACTIVO
005320                     MOVE "S" TO CALC-USR-LOTE-OK-SW
005321                 ELSE
005322                     SET CALC-MOTIVO-SIN-PERM TO TRUE
005500* RECHAZOS DE LOTE - la fila leida se graba sin modificar en
005510* TRANERR.DAT junto al codigo de motivo (01 opcion invalida,
005520* 02 error de tamanio, 03 divisor cero, 04/05 usuario, 06 raiz
005521* de negativo, 07 sin permiso de lote, 08 plan de cuotas sin
005522* sentido, 09 retenida que no pudo grabarse en PENDAUT.DAT) y
005523* se acumulan los
005530* contadores de control por motivo para el resumen del cierre.
005540*----------------------------------------------------------------
005550 grabarRechazo.
005672             ADD 1 TO CALC-RECH-RAIZ-NEG
005673         WHEN CALC-MOTIVO-SIN-PERM
005674             ADD 1 TO CALC-RECH-SIN-PERM
005675         WHEN CALC-MOTIVO-CUOTAS
005676             ADD 1 TO CALC-RECH-CUOTAS
005677         WHEN CALC-MOTIVO-PENDAUT
005678             ADD 1 TO CALC-RECH-PENDAUT
005680     END-EVALUATE.
005690     MOVE REG-TRANLOTE TO ERR-FILA-ORIGINAL.
005700     MOVE CALC-ERR-MOTIVO TO ERR-MOTIVO.

005720*----------------------------------------------------------------
005730* RESUMEN DE CONTROL DE LA CORRIDA DE LOTE - leidas = grabadas +
005740* rechazadas + retenidas por limite, con el detalle de rechazos
005750* por motivo, para poder certificar que la corrida balancea.
005760*----------------------------------------------------------------
005770 mostrarResumenLote.
005780     DISPLAY "__________________________________________________".
005870     DISPLAY "  motivo 05 usr inactivo  : " CALC-RECH-USR-INACT.
005871     DISPLAY "  motivo 06 raiz negativa : " CALC-RECH-RAIZ-NEG.
005872     DISPLAY "  motivo 07 sin permiso   : " CALC-RECH-SIN-PERM.
005873     DISPLAY "  motivo 08 plan cuotas   : " CALC-RECH-CUOTAS.
005874     DISPLAY "  motivo 09 sin retencion : " CALC-RECH-PENDAUT.
005875     DISPLAY "filas retenidas (limite)  : " CALC-FILAS-RETENIDAS.
005880     IF CALC-FILAS-LEIDAS =
005890         CALC-FILAS-GRABADAS + CALC-FILAS-RECHAZADAS
005891             + CALC-FILAS-RETENIDAS
005900         DISPLAY "la corrida BALANCEA"
005910     ELSE
005920         DISPLAY "la corrida NO BALANCEA, revisar"
005980         CLOSE ARCH-AUDITORIA
005990         OPEN EXTEND ARCH-AUDITORIA
006000     END-IF.
006001     PERFORM abrirLimites.

006010 cerrarAuditoria.
006020     CLOSE ARCH-AUDITORIA.
006021     IF CALC-LIM-ABIERTO
006022         CLOSE ARCH-LIMITES ARCH-PENDAUT
006023     END-IF.
006024     IF CALC-IMP-ABIERTO
006025         CLOSE ARCH-CUOTAS
006026         DISPLAY "plan de cuotas impreso en CUOTAS.LST"
006027     END-IF.

006030 escribirAuditoria.
006031*    antes de grabar la linea se controla el limite de monto del
006032*    usuario: si lo excede la operacion queda retenida en
006033*    PENDAUT.DAT (CALC-RETENIDA avisa a procesarTransaccion que no
006034*    la pase a REPOLOTE.DAT) y recien se audita cuando un
006035*    supervisor la libera.
006036     MOVE "N" TO CALC-RETENIDA-SW.
006037     IF CALC-LIM-ABIERTO
006038         PERFORM controlarLimite
006039     END-IF.
006040     IF CALC-RETENIDA
006041         PERFORM grabarRetenida
006042     ELSE
006043         ACCEPT AUD-FECHA FROM DATE YYYYMMDD
006044         ACCEPT AUD-HORA FROM TIME
006045         MOVE CALC-USUARIO-ACTIVO TO AUD-USUARIO
006046         MOVE opciones TO AUD-OPCION
006047         MOVE numero1 TO AUD-NUMERO1
006048         MOVE numero2 TO AUD-NUMERO2
006049         MOVE resultado TO AUD-RESULTADO
006050         MOVE CALC-LOTE-ID TO AUD-LOTE-ID
006051         CALL "NUMERADOR" USING CALC-NUMERADOR
006052         MOVE NUM-OPERACION TO AUD-NUM-OPERACION
006053         SET AUD-TIPO-OPERACION TO TRUE
006054         MOVE ZERO TO AUD-OPER-ORIGINAL
006055         MOVE SPACES TO AUD-FECHA-ORIGINAL AUD-USUARIO-REVERSA
006056                        AUD-MOTIVO-REVERSA
006057         WRITE REG-AUDITORIA
006058         SET CALC-HAY-RESULTADO TO TRUE
006059     END-IF.

006120 MOSTRAR-MENU.
006130     DISPLAY "__________________________________________________".
006192     DISPLAY "[7] raiz cuadrada del primero".
006193     DISPLAY "[8] usar el resultado como primer numero".
006194     DISPLAY "[9] recargar los dos numeros".
006196     DISPLAY "[C] plan de cuotas (capital, tasa % por cuota)".
006200     DISPLAY "[0] para Salir".
006210     ACCEPT CALC-TECLA.
006220     DISPLAY "__________________________________________________".
006221*    8 y 9 son opciones de sesion, no operaciones: no pasan por
006222*    ejecutarOperacion, no se auditan y en una fila de lote la 9
006223*    sigue rechazandose como opcion invalida.  El plan de cuotas
006224*    se elige con [C] y opera (y se audita) como opcion 8, que es
006225*    tambien su codigo en una fila de lote
006226     IF CALC-TECLA-CUOTAS
006227         MOVE 8 TO opciones
006228         PERFORM ejecutarOperacion
006229     ELSE
006230         PERFORM elegirOpcion
006231     END-IF.
006233
006234*----------------------------------------------------------------
006235* ENCADENADO - el resultado de la ultima operacion exitosa pasa a
006352             PERFORM calcularPorcentaje
006353         WHEN 7
006354             PERFORM calcularRaiz
006355         WHEN 8
006356             PERFORM calcularPlanCuotas
006360         WHEN 0
006370             DISPLAY "saliste del programa"
006380             PERFORM mostrarResumenSesion
007670     DISPLAY "exponenciaciones        : " CALC-CONT-EXP.
007671     DISPLAY "porcentajes calculados  : " CALC-CONT-PORC.
007672     DISPLAY "raices calculadas       : " CALC-CONT-RAIZ.
007673     DISPLAY "planes de cuotas        : " CALC-CONT-CUOTAS.
007680     DISPLAY "total acumulado         : " CALC-TOTAL-ACUM.

007681*----------------------------------------------------------------
007682* OPCION DEL MENU - una tecla numerica es la opcion elegida: 8 y
007683* 9 se atienden aca y las demas pasan a ejecutarOperacion; otra
007684* tecla que no sea [C] es opcion invalida.
007685*----------------------------------------------------------------
007686 elegirOpcion.
007687     IF CALC-TECLA IS NUMERIC
007688         MOVE CALC-TECLA TO opciones
007689         EVALUATE opciones
007690             WHEN 8
007691                 PERFORM encadenarResultado
007692             WHEN 9
007693                 PERFORM leerNumero1
007694                 PERFORM leerNumero2
007695             WHEN OTHER
007696                 PERFORM ejecutarOperacion
007697         END-EVALUATE
007698     ELSE
007699         DISPLAY "ERROR: opcion invalida"
007700     END-IF.

007701*----------------------------------------------------------------
007702* LIMITES DE MONTO - el maestro LIMITES.DAT se abre una vez por
007703* corrida junto con la cola de retenidas PENDAUT.DAT (que se
007704* extiende, creandola vacia la primera vez); sin maestro no se
007705* controla ningun limite, para no frenar la calculadora antes de
007706* cargarlo.
007707*----------------------------------------------------------------
007708 abrirLimites.
007709     OPEN INPUT ARCH-LIMITES.
007710     IF CALC-LIM-OK
007711         OPEN EXTEND ARCH-PENDAUT
007712         IF CALC-PEND-NO-EXISTE
007713             OPEN OUTPUT ARCH-PENDAUT
007714             CLOSE ARCH-PENDAUT
007715             OPEN EXTEND ARCH-PENDAUT
007716         END-IF
007717         IF CALC-PEND-OK
007718             SET CALC-LIM-ABIERTO TO TRUE
007719         ELSE
007720             DISPLAY "ERROR: no se pudo abrir PENDAUT.DAT, no se "
007721                 "controlan los limites de monto"
007722             CLOSE ARCH-LIMITES
007723         END-IF
007724     END-IF.

007725*----------------------------------------------------------------
007726* CONTROL DEL LIMITE - ubica (o carga) la entrada del usuario en
007727* la tabla de limites y compara el monto de la operacion con el
007728* maximo por operacion y lo acumulado en el dia mas el monto con
007729* el maximo diario; un limite en cero no controla.  Si pasa, el
007730* monto se suma a lo acumulado del dia.
007731*----------------------------------------------------------------
007732 controlarLimite.
007733     MOVE numero1 TO CALC-MED-NUMERO1.
007734     MOVE numero2 TO CALC-MED-NUMERO2.
007735     MOVE resultado TO CALC-MED-RESULTADO.
007736     PERFORM medirMonto.
007737     PERFORM ubicarLimiteUsuario.
007738     MOVE ZERO TO PEND-LIMITE.
007739     IF CALC-LIM-MAX-OPER (CALC-LIM-ACTUAL) > ZERO
007740         AND CALC-MONTO-OP > CALC-LIM-MAX-OPER (CALC-LIM-ACTUAL)
007741         SET CALC-RETENIDA TO TRUE
007742         SET PEND-MOTIVO-OPERACION TO TRUE
007743         MOVE CALC-LIM-MAX-OPER (CALC-LIM-ACTUAL) TO PEND-LIMITE
007744     ELSE
007745         IF CALC-LIM-MAX-DIA (CALC-LIM-ACTUAL) > ZERO
007746             AND CALC-LIM-ACUM-DIA (CALC-LIM-ACTUAL)
007747                 + CALC-MONTO-OP
007748                 > CALC-LIM-MAX-DIA (CALC-LIM-ACTUAL)
007749             SET CALC-RETENIDA TO TRUE
007750             SET PEND-MOTIVO-DIARIO TO TRUE
007751             MOVE CALC-LIM-MAX-DIA (CALC-LIM-ACTUAL)
007752                 TO PEND-LIMITE
007753         END-IF
007754     END-IF.
007755     IF NOT CALC-RETENIDA
007756         ADD CALC-MONTO-OP TO CALC-LIM-ACUM-DIA (CALC-LIM-ACTUAL)
007757     END-IF.

007758*----------------------------------------------------------------
007759* MONTO DE UNA OPERACION - el mayor valor absoluto entre los dos
007760* numeros y el resultado (CALC-MED-*), en CALC-MONTO-OP.
007761*----------------------------------------------------------------
007762 medirMonto.
007763     MOVE CALC-MED-NUMERO1 TO CALC-MONTO-OP.
007764     MOVE CALC-MED-NUMERO2 TO CALC-MONTO-AUX.
007765     IF CALC-MONTO-AUX > CALC-MONTO-OP
007766         MOVE CALC-MONTO-AUX TO CALC-MONTO-OP
007767     END-IF.
007768     MOVE CALC-MED-RESULTADO TO CALC-MONTO-AUX.
007769     IF CALC-MONTO-AUX > CALC-MONTO-OP
007770         MOVE CALC-MONTO-AUX TO CALC-MONTO-OP
007771     END-IF.

007772*----------------------------------------------------------------
007773* TABLA DE LIMITES POR USUARIO - la primera vez que opera un
007774* usuario se lee su limite del maestro (primero la fila propia
007775* rol + usuario, si no la del rol con usuario en blanco; sin
007776* ninguna no tiene limite) y se suma lo que ya audito en el dia.
007777* Con la tabla llena se avisa una vez y se reusa la ultima
007778* entrada, recargandola.
007779*----------------------------------------------------------------
007780 ubicarLimiteUsuario.
007781     MOVE ZERO TO CALC-LIM-ACTUAL.
007782     PERFORM buscarLimiteUsuario
007783         VARYING CALC-LIM-IDX FROM 1 BY 1
007784         UNTIL CALC-LIM-IDX > CALC-LIM-CANT
007785             OR CALC-LIM-ACTUAL > ZERO.
007786     IF CALC-LIM-ACTUAL = ZERO
007787         IF CALC-LIM-CANT < 50
007788             ADD 1 TO CALC-LIM-CANT
007789         ELSE
007790             IF NOT CALC-LIM-LLENA
007791                 DISPLAY "ADVERTENCIA: tabla de limites llena "
007792                     "(50), se recarga la ultima entrada"
007793                 SET CALC-LIM-LLENA TO TRUE
007794             END-IF
007795         END-IF
007796         MOVE CALC-LIM-CANT TO CALC-LIM-ACTUAL
007797         PERFORM cargarLimiteUsuario
007798     END-IF.

007799 buscarLimiteUsuario.
007800     IF CALC-LIM-USUARIO (CALC-LIM-IDX) = CALC-USUARIO-ACTIVO
007801         MOVE CALC-LIM-IDX TO CALC-LIM-ACTUAL
007802     END-IF.

007803 cargarLimiteUsuario.
007804     MOVE CALC-USUARIO-ACTIVO
007805         TO CALC-LIM-USUARIO (CALC-LIM-ACTUAL).
007806     MOVE ZERO TO CALC-LIM-MAX-OPER (CALC-LIM-ACTUAL).
007807     MOVE ZERO TO CALC-LIM-MAX-DIA (CALC-LIM-ACTUAL).
007808     MOVE ZERO TO CALC-LIM-ACUM-DIA (CALC-LIM-ACTUAL).
007809     MOVE CALC-ROL-ACTIVO TO LIM-ROL.
007810     MOVE CALC-USUARIO-ACTIVO TO LIM-USUARIO.
007811     READ ARCH-LIMITES
007812         INVALID KEY
007813             MOVE SPACES TO LIM-USUARIO
007814             READ ARCH-LIMITES
007815                 INVALID KEY
007816                     MOVE ZERO TO LIM-MAX-OPERACION
007817                     MOVE ZERO TO LIM-MAX-DIARIO
007818             END-READ
007819     END-READ.
007820     MOVE LIM-MAX-OPERACION
007821         TO CALC-LIM-MAX-OPER (CALC-LIM-ACTUAL).
007822     MOVE LIM-MAX-DIARIO TO CALC-LIM-MAX-DIA (CALC-LIM-ACTUAL).
007823     IF CALC-LIM-MAX-DIA (CALC-LIM-ACTUAL) > ZERO
007824         PERFORM acumularDiaUsuario
007825     END-IF.

007826*----------------------------------------------------------------
007827* ACUMULADO DEL DIA - relee AUDITORI.DAT (se cierra la extension
007828* y se vuelve a abrir al terminar) sumando el monto de cada linea
007829* de hoy del usuario, para que el limite diario valga aunque el
007830* usuario haya operado en otra sesion o en otro lote.
007831*----------------------------------------------------------------
007832 acumularDiaUsuario.
007833     ACCEPT CALC-LIM-HOY FROM DATE YYYYMMDD.
007834     CLOSE ARCH-AUDITORIA.
007835     OPEN INPUT ARCH-AUDITORIA.
007836     MOVE "N" TO CALC-AUD-EOF-SW.
007837     PERFORM leerAuditoriaDia.
007838     PERFORM sumarLineaDia UNTIL CALC-AUD-EOF.
007839     CLOSE ARCH-AUDITORIA.
007840     OPEN EXTEND ARCH-AUDITORIA.

007841 leerAuditoriaDia.
007842     READ ARCH-AUDITORIA
007843         AT END
007844             SET CALC-AUD-EOF TO TRUE
007845     END-READ.

007846 sumarLineaDia.
007847     IF AUD-FECHA = CALC-LIM-HOY
007848         AND AUD-USUARIO = CALC-USUARIO-ACTIVO
007849         AND NOT AUD-TIPO-REVERSA
007850         MOVE AUD-NUMERO1 TO CALC-MED-NUMERO1
007851         MOVE AUD-NUMERO2 TO CALC-MED-NUMERO2
007852         MOVE AUD-RESULTADO TO CALC-MED-RESULTADO
007853         PERFORM medirMonto
007854         ADD CALC-MONTO-OP TO CALC-LIM-ACUM-DIA (CALC-LIM-ACTUAL)
007855     END-IF.
007856     PERFORM leerAuditoriaDia.

007857*----------------------------------------------------------------
007858* RETENCION - la operacion que excede el limite va a PENDAUT.DAT
007859* en estado pendiente con el monto, el limite excedido y el
007860* motivo (por operacion o diario), para que un supervisor la
007861* libere o rechace desde MANTENER-USUARIOS.
007862* Si PENDAUT.DAT no acepta la grabacion la operacion no queda
007863* retenida: se rechaza con el motivo 09.
007864*----------------------------------------------------------------
007865 grabarRetenida.
007866     SET PEND-RETENIDA TO TRUE.
007867     ACCEPT PEND-FECHA FROM DATE YYYYMMDD.
007868     ACCEPT PEND-HORA FROM TIME.
007869     MOVE CALC-USUARIO-ACTIVO TO PEND-USUARIO.
007870     MOVE CALC-ROL-ACTIVO TO PEND-ROL.
007871     MOVE opciones TO PEND-OPCION.
007872     MOVE numero1 TO PEND-NUMERO1.
007873     MOVE numero2 TO PEND-NUMERO2.
007874     MOVE resultado TO PEND-RESULTADO.
007875     MOVE CALC-LOTE-ID TO PEND-LOTE-ID.
007876     MOVE CALC-MONTO-OP TO PEND-MONTO.
007877     MOVE SPACES TO PEND-USUARIO-RESUELVE.
007878     MOVE SPACES TO PEND-FECHA-RESUELVE PEND-HORA-RESUELVE.
007879     MOVE ZERO TO PEND-CUOTAS.
007880     IF opciones = 8
007881         MOVE CALC-CUO-CANT TO PEND-CUOTAS
007882     END-IF.
007883     WRITE REG-PENDAUT.
007884     IF NOT CALC-PEND-OK
007885         DISPLAY "ERROR: no se pudo grabar PENDAUT.DAT, codigo "
007886             CALC-PEND-STATUS
007887         DISPLAY "la operacion no queda retenida: se rechaza"
007888         MOVE "N" TO CALC-OP-OK-SW
007889         SET CALC-MOTIVO-PENDAUT TO TRUE
007890     ELSE
007891         IF PEND-MOTIVO-OPERACION
007892             DISPLAY "AVISO: la operacion supera el limite por "
007893                 "operacion de " PEND-LIMITE
007894         ELSE
007895             DISPLAY "AVISO: la operacion supera el limite "
007896                 "diario de " PEND-LIMITE
007897         END-IF
007898         DISPLAY "la operacion queda retenida hasta que un "
007899             "supervisor la autorice"
007900     END-IF.

007901*----------------------------------------------------------------
007902* PLAN DE CUOTAS - sistema frances: cuota fija
007903*     C * i * (1 + i) ** n / ((1 + i) ** n - 1)
007904* con C = numero1, i = numero2 / 100 y n = CALC-CUO-CANT (C / n
007905* si la tasa es cero).  Cuotas en cero, tasa negativa o capital
007906* no positivo rechazan con el motivo 08; el importe de la cuota
007907* es el resultado que se audita y, si la operacion no queda
007908* retenida por limite, el cuadro completo va a CUOTAS.LST.
007909*----------------------------------------------------------------
007910 calcularPlanCuotas.
007911     MOVE "N" TO CALC-OP-OK-SW.
007912     IF NOT CALC-MODO-LOTE
007913         PERFORM leerCuotas
007914     END-IF.
007915     DISPLAY "plan de cuotas: capital " numero1 " tasa " numero2
007916         " cuotas " CALC-CUO-CANT.
007917     IF CALC-CUO-CANT = ZERO OR numero2 < 0 OR numero1 NOT > 0
007918         SET CALC-MOTIVO-CUOTAS TO TRUE
007919         DISPLAY "ERROR: plan de cuotas sin sentido (cuotas en "
007920             "cero, tasa negativa o capital no positivo), se "
007921             "omite la operacion"
007922     ELSE
007923         COMPUTE CALC-CUO-TASA = numero2 / 100
007924         IF CALC-CUO-TASA = ZERO
007925             COMPUTE resultado ROUNDED = numero1 / CALC-CUO-CANT
007926             MOVE "S" TO CALC-OP-OK-SW
007927         ELSE
007928             COMPUTE resultado ROUNDED = numero1 * CALC-CUO-TASA
007929                 * (1 + CALC-CUO-TASA) ** CALC-CUO-CANT
007930                 / ((1 + CALC-CUO-TASA) ** CALC-CUO-CANT - 1)
007931                 ON SIZE ERROR
007932                     SET CALC-MOTIVO-TAMANIO TO TRUE
007933                     DISPLAY "ERROR: el resultado no entra en "
007934                         "resultado"
007935                 NOT ON SIZE ERROR
007936                     MOVE "S" TO CALC-OP-OK-SW
007937             END-COMPUTE
007938         END-IF
007939     END-IF.
007940     IF CALC-OP-OK
007941         DISPLAY "importe de la cuota: " resultado
007942         ADD 1 TO CALC-CONT-CUOTAS
007943         ADD resultado TO CALC-TOTAL-ACUM
007944         PERFORM escribirAuditoria
007945         IF NOT CALC-RETENIDA
007946             PERFORM imprimirPlanCuotas
007947         END-IF
007948     END-IF.
007949
007950 leerCuotas.
007951     MOVE 0 TO CALC-INTENTOS.
007952     MOVE "N" TO CALC-DATO-VALIDO-SW.
007953     PERFORM pedirCuotas
007954         UNTIL CALC-DATO-VALIDO OR CALC-INTENTOS >= CALC-MAX-INT.
007955     IF NOT CALC-DATO-VALIDO
007956         DISPLAY "ERROR: se agoto el numero de intentos, "
007957             "se asumen 0 cuotas"
007958         MOVE 0 TO CALC-CUO-CANT
007959     END-IF.
007960
007961 pedirCuotas.
007962     DISPLAY "capital: numero1, tasa % por cuota: numero2".
007963     DISPLAY "ingrese la cantidad de cuotas (1 a 999): ".
007964     ACCEPT CALC-ENTRADA.
007965     IF FUNCTION TEST-NUMVAL(CALC-ENTRADA) = 0
007966         COMPUTE CALC-CUO-ENTRADA-DEC =
007967             FUNCTION NUMVAL(CALC-ENTRADA)
007968             ON SIZE ERROR
007969                 ADD 1 TO CALC-INTENTOS
007970                 DISPLAY "ERROR: la cantidad no entra en el "
007971                     "campo "
007972                     "(intento " CALC-INTENTOS " de "
007973                     CALC-MAX-INT ")"
007974             NOT ON SIZE ERROR
007975                 MOVE CALC-CUO-ENTRADA-DEC TO CALC-CUO-ENTRADA
007976                 IF CALC-CUO-ENTRADA NOT = CALC-CUO-ENTRADA-DEC
007977                         OR CALC-CUO-ENTRADA < 1
007978                         OR CALC-CUO-ENTRADA > 999
007979                     ADD 1 TO CALC-INTENTOS
007980                     DISPLAY "ERROR: las cuotas van de 1 a 999, "
007981                         "sin decimales (intento " CALC-INTENTOS
007982                         " de " CALC-MAX-INT ")"
007983                 ELSE
007984                     MOVE CALC-CUO-ENTRADA TO CALC-CUO-CANT
007985                     MOVE "S" TO CALC-DATO-VALIDO-SW
007986                 END-IF
007987         END-COMPUTE
007988     ELSE
007989         ADD 1 TO CALC-INTENTOS
007990         DISPLAY "ERROR: ingrese solo numeros (intento "
007991             CALC-INTENTOS " de " CALC-MAX-INT ")"
007992     END-IF.
007993
007994*----------------------------------------------------------------
007995* CUADRO DE AMORTIZACION - CUOTAS.LST se abre (al final, como en
007996* PLANCUOTAS) con el primer plan y se cierra con la auditoria;
007997* cada plan arranca en pagina nueva.  Por cuota: interes sobre el
007998* saldo, amortizacion = cuota - interes y saldo remanente; la
007999* ultima cuota amortiza el saldo que quede, asi el redondeo no
008000* deja capital sin devolver.  Al pie, los totales del plan.
008001*----------------------------------------------------------------
008002 imprimirPlanCuotas.
008003     MOVE ZERO TO CALC-PAGINA.
008004     IF NOT CALC-IMP-ABIERTO
008005         OPEN EXTEND ARCH-CUOTAS
008006         IF CALC-IMP-NO-EXISTE
008007             OPEN OUTPUT ARCH-CUOTAS
008008             CLOSE ARCH-CUOTAS
008009             OPEN EXTEND ARCH-CUOTAS
008010         END-IF
008011         IF CALC-IMP-OK
008012             SET CALC-IMP-ABIERTO TO TRUE
008013         ELSE
008014             DISPLAY "ERROR: no se pudo abrir CUOTAS.LST, "
008015                 "el plan no se imprime"
008016         END-IF
008017     END-IF.
008018     IF CALC-IMP-ABIERTO
008019         MOVE numero1 TO CALC-CUO-SALDO
008020         MOVE ZERO TO CALC-CUO-TOT-IMPORTE CALC-CUO-TOT-INTERES
008021                      CALC-CUO-TOT-AMORT
008022         PERFORM nuevaPaginaCuotas
008023         PERFORM imprimirCuota
008024             VARYING CALC-CUO-NRO FROM 1 BY 1
008025             UNTIL CALC-CUO-NRO > CALC-CUO-CANT
008026         PERFORM imprimirTotalesCuotas
008027     END-IF.
008028
008029 imprimirCuota.
008030     COMPUTE CALC-CUO-INTERES ROUNDED =
008031         CALC-CUO-SALDO * CALC-CUO-TASA.
008032     IF CALC-CUO-NRO = CALC-CUO-CANT
008033         MOVE CALC-CUO-SALDO TO CALC-CUO-AMORT
008034         COMPUTE CALC-CUO-IMPORTE =
008035             CALC-CUO-AMORT + CALC-CUO-INTERES
008036     ELSE
008037         MOVE resultado TO CALC-CUO-IMPORTE
008038         COMPUTE CALC-CUO-AMORT =
008039             CALC-CUO-IMPORTE - CALC-CUO-INTERES
008040     END-IF.
008041     SUBTRACT CALC-CUO-AMORT FROM CALC-CUO-SALDO.
008042     ADD CALC-CUO-IMPORTE TO CALC-CUO-TOT-IMPORTE.
008043     ADD CALC-CUO-INTERES TO CALC-CUO-TOT-INTERES.
008044     ADD CALC-CUO-AMORT TO CALC-CUO-TOT-AMORT.
008045     MOVE CALC-CUO-NRO TO CALC-NRO-EDIT.
008046     MOVE CALC-CUO-IMPORTE TO CALC-IMPORTE-EDIT.
008047     MOVE CALC-CUO-INTERES TO CALC-INTERES-EDIT.
008048     MOVE CALC-CUO-AMORT TO CALC-AMORT-EDIT.
008049     MOVE CALC-CUO-SALDO TO CALC-SALDO-EDIT.
008050     MOVE SPACES TO CALC-LINEA.
008051     STRING "   " CALC-NRO-EDIT
008052            "  " CALC-IMPORTE-EDIT
008053            " " CALC-INTERES-EDIT
008054            " " CALC-AMORT-EDIT
008055            " " CALC-SALDO-EDIT
008056         DELIMITED BY SIZE INTO CALC-LINEA
008057     END-STRING.
008058     PERFORM grabarLineaCuotas.
008059
008060 imprimirTotalesCuotas.
008061     MOVE SPACES TO CALC-LINEA.
008062     PERFORM grabarLineaCuotas.
008063     MOVE CALC-CUO-TOT-IMPORTE TO CALC-IMPORTE-EDIT.
008064     MOVE CALC-CUO-TOT-INTERES TO CALC-INTERES-EDIT.
008065     MOVE CALC-CUO-TOT-AMORT TO CALC-AMORT-EDIT.
008066     MOVE SPACES TO CALC-LINEA.
008067     STRING "  TOTAL " CALC-IMPORTE-EDIT
008068            " " CALC-INTERES-EDIT
008069            " " CALC-AMORT-EDIT
008070         DELIMITED BY SIZE INTO CALC-LINEA
008071     END-STRING.
008072     PERFORM grabarLineaCuotas.
008073
008074*----------------------------------------------------------------
008075* IMPRESION DE CUOTAS.LST - grabarLineaCuotas abre una pagina de
008076* continuacion del mismo plan si la actual se lleno;
008077* nuevaPaginaCuotas hace el salto y el encabezado con el numero
008078* de pagina, el usuario, el lote y los datos del plan.
008079*----------------------------------------------------------------
008080 grabarLineaCuotas.
008081     IF CALC-LINEA-ACTUAL >= CALC-LINEAS-POR-PAG
008082         PERFORM nuevaPaginaCuotas
008083     END-IF.
008084     WRITE REG-CUOTAS FROM CALC-LINEA
008085         AFTER ADVANCING 1 LINE.
008086     ADD 1 TO CALC-LINEA-ACTUAL.
008087
008088 nuevaPaginaCuotas.
008089     ADD 1 TO CALC-PAGINA.
008090     MOVE CALC-PAGINA TO CALC-PAG-EDIT.
008091     MOVE SPACES TO CALC-LINEA.
008092     STRING "PLAN DE CUOTAS - SISTEMA FRANCES"
008093            "                      PAGINA " CALC-PAG-EDIT
008094         DELIMITED BY SIZE INTO CALC-LINEA
008095     END-STRING.
008096     WRITE REG-CUOTAS FROM CALC-LINEA
008097         AFTER ADVANCING PAGE.
008098     MOVE SPACES TO CALC-LINEA.
008099     STRING "USUARIO " CALC-USUARIO-ACTIVO
008100            "   LOTE " CALC-LOTE-ID
008101         DELIMITED BY SIZE INTO CALC-LINEA
008102     END-STRING.
008103     WRITE REG-CUOTAS FROM CALC-LINEA
008104         AFTER ADVANCING 1 LINE.
008105     MOVE numero1 TO CALC-CAPITAL-EDIT.
008106     MOVE numero2 TO CALC-TASA-EDIT.
008107     MOVE CALC-CUO-CANT TO CALC-NRO-EDIT.
008108     MOVE SPACES TO CALC-LINEA.
008109     STRING "CAPITAL " CALC-CAPITAL-EDIT
008110            "   TASA % POR CUOTA " CALC-TASA-EDIT
008111            "   CUOTAS " CALC-NRO-EDIT
008112         DELIMITED BY SIZE INTO CALC-LINEA
008113     END-STRING.
008114     WRITE REG-CUOTAS FROM CALC-LINEA
008115         AFTER ADVANCING 1 LINE.
008116     MOVE SPACES TO CALC-LINEA.
008117     STRING "  CUOTA          IMPORTE         INTERES"
008118            "    AMORTIZACION           SALDO"
008119         DELIMITED BY SIZE INTO CALC-LINEA
008120     END-STRING.
008121     WRITE REG-CUOTAS FROM CALC-LINEA
008122         AFTER ADVANCING 1 LINE.
008123     MOVE SPACES TO CALC-LINEA.
008124     STRING "  -----  ---------------  --------------"
008125            "  --------------  --------------"
008126         DELIMITED BY SIZE INTO CALC-LINEA
008127     END-STRING.
008128     WRITE REG-CUOTAS FROM CALC-LINEA
008129         AFTER ADVANCING 1 LINE.
008130     MOVE 5 TO CALC-LINEA-ACTUAL.

008131 END PROGRAM el_nombre_del_programa1.
