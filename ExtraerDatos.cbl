000217*   2026-09-02 RC  La constancia de fin informa 90 cuando
000218*                  ninguna de las dos extracciones llego a
000219*                  grabar su cola (antes salia siempre 00).
000220*   2026-10-15 RC  La extraccion de auditoria gana las columnas
000221*                  NUM_OPERACION, TIPO (O operacion / R reversa),
000222*                  OPER_ORIGINAL, ANULADA (S si alguna reversa
000223*                  del archivo la apunta), USUARIO_REVERSA y
000224*                  MOTIVO_REVERSA.  El hash de la cola ya netea
000225*                  las anulaciones del rango (la reversa trae el
000226*                  resultado con el signo cambiado).
000227******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. EXTRAER-DATOS.
000250
001142 01  EXTR-BITACORA.
001143     COPY PARMBIT.
001144 01  EXTR-BIT-RC                 PIC 9(02) VALUE 90.
001145
001146*    operaciones anuladas: numeros de operacion apuntados por
001147*    algun asiento de reversa, juntados en una pasada previa
001148 01  EXTR-TABLA-ANULADAS.
001149     05  EXTR-ANU-ORIGINAL       PIC 9(09) OCCURS 1000 TIMES.
001150 01  EXTR-CANT-ANULADAS          PIC 9(04) COMP VALUE ZERO.
001151 01  EXTR-IDX-ANULADA            PIC 9(04) COMP VALUE ZERO.
001152 01  EXTR-ANULADA-SW             PIC X(01) VALUE "N".
001153     88  EXTR-ANULADA                VALUE "S".
001154 01  EXTR-TABLA-ANU-LLENA-SW     PIC X(01) VALUE "N".
001155     88  EXTR-TABLA-ANU-LLENA        VALUE "S".
001156 01  EXTR-NUM-OPER-EDIT          PIC 9(09).
001157 01  EXTR-OPER-ORIG-EDIT         PIC 9(09).
001158
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001171     PERFORM 9000-BITACORA-INICIO.
002310*----------------------------------------------------------------
002320* 3000  EXTRACCION DE AUDITORIA - cabecera, un detalle por linea
002330*       dentro del rango de fechas pedido, y cola con cantidad
002340*       de filas y hash total de los resultados.  Antes se
002341*       recorre el archivo entero juntando las operaciones
002342*       anuladas (la reversa puede caer fuera del rango pedido).
002350*----------------------------------------------------------------
002360 3000-EXTRAER-AUDITORIA.
002370     OPEN INPUT ARCH-AUDITORIA.
002500         CLOSE ARCH-AUDITORIA
002510         GO TO 3000-EXIT
002520     END-IF.
002521     PERFORM 3050-JUNTAR-ANULADAS THRU 3050-EXIT.
002522     IF NOT EXTR-AUD-OK
002523         DISPLAY "EXTRAER-DATOS: no se pudo releer AUDITORI.DAT"
002524         CLOSE ARCH-EXTR-AUD
002525         GO TO 3000-EXIT
002526     END-IF.
002530     MOVE "H;FECHA;HORA;USUARIO;OPCION;NUMERO1;NUMERO2;RESULTADO;L
002535-        "OTE_ID;NUM_OPERACION;TIPO;OPER_ORIGINAL;ANULADA;USUARIO_
002536-        "REVERSA;MOTIVO_REVERSA"
002540         TO REG-EXTR-AUD.
002550     WRITE REG-EXTR-AUD.
002560     PERFORM 3100-LEER-AUDITORIA.
002750             SET EXTR-AUD-EOF TO TRUE
002760     END-READ.
002770
002771*----------------------------------------------------------------
002772* 3050  pasada previa: junta en la tabla los numeros de
002773*       operacion que apunta cada asiento de reversa (con aviso
002774*       unico si la tabla de 1000 se llena) y reabre la
002775*       auditoria para la extraccion.
002776*----------------------------------------------------------------
002777 3050-JUNTAR-ANULADAS.
002778     PERFORM 3100-LEER-AUDITORIA.
002779     PERFORM 3060-ANOTAR-ANULADA UNTIL EXTR-AUD-EOF.
002780     CLOSE ARCH-AUDITORIA.
002781     MOVE "N" TO EXTR-AUD-EOF-SW.
002782     OPEN INPUT ARCH-AUDITORIA.
002783 3050-EXIT.
002784     EXIT.
002785
002786 3060-ANOTAR-ANULADA.
002787     IF AUD-TIPO-REVERSA
002788         IF EXTR-CANT-ANULADAS < 1000
002789             ADD 1 TO EXTR-CANT-ANULADAS
002790             MOVE AUD-OPER-ORIGINAL
002791                 TO EXTR-ANU-ORIGINAL (EXTR-CANT-ANULADAS)
002792         ELSE
002793             IF NOT EXTR-TABLA-ANU-LLENA
002794                 DISPLAY "ADVERTENCIA: tabla de anuladas llena "
002795                     "(1000), la columna ANULADA queda "
002796                     "incompleta"
002797                 SET EXTR-TABLA-ANU-LLENA TO TRUE
002798             END-IF
002799         END-IF
002800     END-IF.
002801     PERFORM 3100-LEER-AUDITORIA.
002802
002803 3200-PROCESAR-AUDITORIA.
002804     IF (EXTR-FECHA-DESDE = SPACES
002805             OR AUD-FECHA NOT < EXTR-FECHA-DESDE)
002810         AND (EXTR-FECHA-HASTA = SPACES
002820             OR AUD-FECHA NOT > EXTR-FECHA-HASTA)
002830         ADD 1 TO EXTR-CANT-AUD
002920     MOVE AUD-NUMERO1 TO EXTR-NUM1-EDIT.
002930     MOVE AUD-NUMERO2 TO EXTR-NUM2-EDIT.
002940     MOVE AUD-RESULTADO TO EXTR-IMPORTE-EDIT.
002941     MOVE AUD-NUM-OPERACION TO EXTR-NUM-OPER-EDIT.
002942     MOVE AUD-OPER-ORIGINAL TO EXTR-OPER-ORIG-EDIT.
002943     MOVE "N" TO EXTR-ANULADA-SW.
002944     IF AUD-TIPO-OPERACION AND AUD-NUM-OPERACION > ZERO
002945         PERFORM 3310-BUSCAR-ANULADA
002946             VARYING EXTR-IDX-ANULADA FROM 1 BY 1
002947             UNTIL EXTR-IDX-ANULADA > EXTR-CANT-ANULADAS
002948                 OR EXTR-ANULADA
002949     END-IF.
002950     MOVE SPACES TO EXTR-LINEA.
002960     STRING "D;"                          DELIMITED BY SIZE
002970            EXTR-FECHA-SAL                DELIMITED BY SIZE
003090            EXTR-IMPORTE-EDIT             DELIMITED BY SIZE
003091            ";"                           DELIMITED BY SIZE
003092            AUD-LOTE-ID                   DELIMITED BY SIZE
003093            ";"                           DELIMITED BY SIZE
003094            EXTR-NUM-OPER-EDIT            DELIMITED BY SIZE
003095            ";"                           DELIMITED BY SIZE
003096            AUD-TIPO                      DELIMITED BY SIZE
003097            ";"                           DELIMITED BY SIZE
003098            EXTR-OPER-ORIG-EDIT           DELIMITED BY SIZE
003099            ";"                           DELIMITED BY SIZE
003100            EXTR-ANULADA-SW               DELIMITED BY SIZE
003101            ";"                           DELIMITED BY SIZE
003102            AUD-USUARIO-REVERSA           DELIMITED BY SIZE
003103            ";"                           DELIMITED BY SIZE
003104            AUD-MOTIVO-REVERSA            DELIMITED BY SIZE
003105         INTO EXTR-LINEA
003110     END-STRING.
003120     MOVE EXTR-LINEA TO REG-EXTR-AUD.
003130     WRITE REG-EXTR-AUD.
003131
003132 3310-BUSCAR-ANULADA.
003133     IF EXTR-ANU-ORIGINAL (EXTR-IDX-ANULADA) = AUD-NUM-OPERACION
003134         SET EXTR-ANULADA TO TRUE
003135     END-IF.
003140
003150*----------------------------------------------------------------
003160* 8000  FORMATEO DE FECHA - de 9(08) AAAAMMDD a AAAA-MM-DD; una
