000274*                  toman de los copybooks TERREG/AERREG y
000275*                  TRNREG/ALTREG (estos con REPLACING de
000276*                  nombres) en vez de repetirlos inline.
000277*   2026-10-15 RC  Cubre el plan de cuotas de la calculadora:
000278*                  opcion corregida valida 1-8 y el motivo 08
000279*                  nuevo (plan sin sentido) pide capital, tasa y
000280*                  cantidad de cuotas (LOTE-CUOTAS, con la que la
000281*                  fila de TRANLOTE se ensancha a 34).
000282*   2026-10-15 RC  La cantidad de cuotas corregida se toma con
000283*                  signo: una negativa se rechaza igual que cero.
000284*   2026-10-15 RC  Motivo 09 nuevo (retencion por limite que no
000285*                  pudo grabarse en PENDAUT.DAT): no hay campo
000286*                  que corregir, la fila se re-presenta igual.
000287******************************************************************
000288 IDENTIFICATION DIVISION.
000289 PROGRAM-ID. REPRESENTAR-RECHAZOS.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000580     COPY AERREG.
000600
000610 FD  ARCH-TRANREPR.
000620 01  REG-TRANREPR                PIC X(34).
000630
000640 FD  ARCH-ALTAREPR.
000650 01  REG-ALTAREPR                PIC X(50).
000910         ==LOTE-NUMERO1== BY ==REPR-TR-NUMERO1==
000920         ==LOTE-NUMERO2== BY ==REPR-TR-NUMERO2==
000930         ==LOTE-USUARIO== BY ==REPR-TR-USUARIO==
000931         ==LOTE-CICLO==   BY ==REPR-TR-CICLO==
000932         ==LOTE-CUOTAS==  BY ==REPR-TR-CUOTAS==.
000940
000950*    imagen de trabajo de una fila de ALTALOTE.DAT rechazada -
000960*    el layout sale del copybook ALTREG con los nombres propios
001140 01  REPR-DATO-VALIDO-SW         PIC X(01) VALUE "N".
001150     88  REPR-DATO-VALIDO            VALUE "S".
001160 01  REPR-ENTRADA                PIC X(10).
001161 01  REPR-CANT-CUOTAS            PIC S9(03) VALUE ZERO.
001170 01  REPR-RESPUESTA              PIC X(01).
001180
001190 01  REPR-NUM1-EDIT              PIC -(7)9.99.
001900     DISPLAY "   usuario " REPR-TR-USUARIO
001910         " ciclo " REPR-TR-CICLO
001915         " lote " ERR-LOTE-ID OF REG-TRANERR
001916         " cuotas " REPR-TR-CUOTAS
001920         " motivo " ERR-MOTIVO OF REG-TRANERR
001930         " " REPR-MOTIVO-TEXTO.
001940     DISPLAY "re-presentar esta fila? (S/N): ".
002223         WHEN 07
002224             MOVE "usuario sin permiso de lote"
002225                 TO REPR-MOTIVO-TEXTO
002226         WHEN 08
002227             MOVE "plan de cuotas sin sentido"
002228                 TO REPR-MOTIVO-TEXTO
002229         WHEN 09
002230             MOVE "retencion no grabada" TO REPR-MOTIVO-TEXTO
002231         WHEN OTHER
002240             MOVE "motivo no reconocido" TO REPR-MOTIVO-TEXTO
002250     END-EVALUATE.
002260
002280* 2300  CORRECCION DEL CAMPO OFENSIVO DE UNA FILA DE CALCULADORA
002290*       segun el motivo: opcion invalida pide la opcion, divisor
002300*       cero pide el divisor, error de tamanio pide los dos
002310*       numeros, usuario desconocido o inactivo pide el codigo,
002311*       plan de cuotas sin sentido pide capital, tasa y cuotas;
002320*       la retencion no grabada (09) o un motivo no reconocido
002321*       se re-presenta sin cambios.
002330*----------------------------------------------------------------
002340 2300-CORREGIR-CALC.
002350     MOVE "S" TO REPR-DATO-VALIDO-SW.
002430             END-IF
002440         WHEN 03
002450             PERFORM 2330-PEDIR-NUMERO2 THRU 2330-EXIT
002451         WHEN 08
002452             PERFORM 2320-PEDIR-NUMERO1 THRU 2320-EXIT
002453             IF REPR-DATO-VALIDO
002454                 PERFORM 2330-PEDIR-NUMERO2 THRU 2330-EXIT
002455             END-IF
002456             IF REPR-DATO-VALIDO
002457                 PERFORM 2350-PEDIR-CUOTAS THRU 2350-EXIT
002458             END-IF
002460         WHEN 04
002470         WHEN 05
002471         WHEN 07
002480             PERFORM 2340-PEDIR-USUARIO THRU 2340-EXIT
002481         WHEN 06
002482             PERFORM 2320-PEDIR-NUMERO1 THRU 2320-EXIT
002483         WHEN 09
002484             DISPLAY "retencion no grabada, se re-presenta la "
002485                 "fila sin cambios"
002490         WHEN OTHER
002500             DISPLAY "motivo no reconocido, se re-presenta la "
002510                 "fila sin cambios"
002620     EXIT.
002630
002640 2315-ACEPTAR-OPCION.
002650     DISPLAY "opcion corregida (1-8): ".
002660     ACCEPT REPR-ENTRADA.
002670     IF REPR-ENTRADA (1:1) >= "1" AND REPR-ENTRADA (1:1) <= "8"
002680         AND REPR-ENTRADA (2:9) = SPACES
002690         MOVE REPR-ENTRADA (1:1) TO REPR-TR-OPCION
002700         MOVE "S" TO REPR-DATO-VALIDO-SW
002990         ADD 1 TO REPR-INTENTOS
003000         DISPLAY "ERROR: ingrese solo numeros (intento "
003010             REPR-INTENTOS " de " REPR-MAX-INT ")"
003011     END-IF.
003012     IF REPR-DATO-VALIDO
003013         AND ERR-MOTIVO OF REG-TRANERR = 08
003014         AND REPR-TR-NUMERO1 NOT > ZERO
003015         MOVE "N" TO REPR-DATO-VALIDO-SW
003016         ADD 1 TO REPR-INTENTOS
003017         DISPLAY "ERROR: el capital debe ser mayor que cero"
003020     END-IF.
003030
003040 2330-PEDIR-NUMERO2.
003350         ADD 1 TO REPR-INTENTOS
003360         DISPLAY "ERROR: el divisor no puede ser cero"
003370     END-IF.
003371     IF REPR-DATO-VALIDO
003372         AND ERR-MOTIVO OF REG-TRANERR = 08
003373         AND REPR-TR-NUMERO2 < ZERO
003374         MOVE "N" TO REPR-DATO-VALIDO-SW
003375         ADD 1 TO REPR-INTENTOS
003376         DISPLAY "ERROR: la tasa no puede ser negativa"
003377     END-IF.
003380
003390 2340-PEDIR-USUARIO.
003400     DISPLAY "codigo de usuario corregido: ".
003490 2340-EXIT.
003500     EXIT.
003510
003511 2350-PEDIR-CUOTAS.
003512     MOVE 0 TO REPR-INTENTOS.
003513     MOVE "N" TO REPR-DATO-VALIDO-SW.
003514     PERFORM 2355-ACEPTAR-CUOTAS
003515         UNTIL REPR-DATO-VALIDO OR REPR-INTENTOS >= REPR-MAX-INT.
003516 2350-EXIT.
003517     EXIT.
003518
003519 2355-ACEPTAR-CUOTAS.
003520     DISPLAY "cantidad de cuotas corregida (1-999): ".
003521     ACCEPT REPR-ENTRADA.
003522     IF FUNCTION TEST-NUMVAL(REPR-ENTRADA) = 0
003523         COMPUTE REPR-CANT-CUOTAS = FUNCTION NUMVAL(REPR-ENTRADA)
003524             ON SIZE ERROR
003525                 ADD 1 TO REPR-INTENTOS
003526                 DISPLAY "ERROR: la cantidad no entra en el "
003527                     "campo (intento " REPR-INTENTOS " de "
003528                     REPR-MAX-INT ")"
003529             NOT ON SIZE ERROR
003530                 IF REPR-CANT-CUOTAS NOT < 1
003531                     MOVE REPR-CANT-CUOTAS TO REPR-TR-CUOTAS
003532                     MOVE "S" TO REPR-DATO-VALIDO-SW
003533                 ELSE
003534                     ADD 1 TO REPR-INTENTOS
003535                     DISPLAY "ERROR: minimo una cuota"
003536                 END-IF
003537         END-COMPUTE
003538     ELSE
003539         ADD 1 TO REPR-INTENTOS
003540         DISPLAY "ERROR: ingrese solo numeros (intento "
003541             REPR-INTENTOS " de " REPR-MAX-INT ")"
003542     END-IF.
003543
003544*----------------------------------------------------------------
003545* 2800  GRABACION DE LA FILA RE-PRESENTADA - el ciclo sale
003546*       incrementado en uno (una fila vieja sin ciclo cargado
003550*       arranca en 1) para que el mismo rechazo no pueda volver
003560*       a entrar sin que se note.  Una fila de una opcion que
003561*       no es plan de cuotas sale con LOTE-CUOTAS en cero.
003570*----------------------------------------------------------------
003580 2800-GRABAR-TRANREPR.
003590     IF REPR-TR-CICLO NOT NUMERIC
003600         MOVE ZERO TO REPR-TR-CICLO
003601     END-IF.
003602     IF REPR-TR-CUOTAS NOT NUMERIC
003603         OR REPR-TR-OPCION NOT = 8
003604         MOVE ZERO TO REPR-TR-CUOTAS
003610     END-IF.
003620     ADD 1 TO REPR-TR-CICLO.
003630     MOVE REPR-FILA-TRAN TO REG-TRANREPR.
