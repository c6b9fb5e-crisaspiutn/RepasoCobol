000010******************************************************************
000020* Copybook   : PNDREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout de una operacion retenida por exceder el
000070*              limite de monto del rol o del usuario
000080*              (PENDAUT.DAT).  La calculadora la graba en estado
000090*              "P" en vez de pasarla a AUDITORI.DAT/REPOLOTE.DAT;
000100*              MANTENER-USUARIOS la libera ("L", recien ahi se
000110*              audita y, si vino de un lote, va a REPOLOTE.DAT) o
000120*              la rechaza ("R"), estampando quien y cuando.  La
000130*              fila queda en el archivo como constancia.  Un
000131*              plan de cuotas (opcion 8) guarda su cantidad de
000132*              cuotas en PEND-CUOTAS, para imprimirlo al liberar.
000140*              COPYado en la calculadora, en MANTENER-USUARIOS
000150*              y en CONCILIAR-ARCHIVOS.
000160* Modification History:
000170*   2026-10-15 RC  Version inicial.
000180******************************************************************
000190 05  PEND-ESTADO                 PIC X(01).
000200     88  PEND-RETENIDA               VALUE "P".
000210     88  PEND-LIBERADA               VALUE "L".
000220     88  PEND-RECHAZADA              VALUE "R".
000230 05  PEND-FECHA                  PIC X(08).
000240 05  PEND-HORA                   PIC X(08).
000250 05  PEND-USUARIO                PIC X(10).
000260 05  PEND-ROL                    PIC X(10).
000270 05  PEND-OPCION                 PIC 9(01).
000280 05  PEND-NUMERO1                PIC S9(07)V99.
000290 05  PEND-NUMERO2                PIC S9(07)V99.
000300 05  PEND-RESULTADO              PIC S9(07)V99.
000310 05  PEND-LOTE-ID                PIC X(10).
000320 05  PEND-MOTIVO                 PIC X(01).
000330     88  PEND-MOTIVO-OPERACION       VALUE "O".
000340     88  PEND-MOTIVO-DIARIO          VALUE "D".
000350 05  PEND-MONTO                  PIC 9(07)V99.
000360 05  PEND-LIMITE                 PIC 9(11)V99.
000370 05  PEND-USUARIO-RESUELVE       PIC X(10).
000380 05  PEND-FECHA-RESUELVE         PIC X(08).
000390 05  PEND-HORA-RESUELVE          PIC X(08).
000400 05  PEND-CUOTAS                 PIC 9(03).
