000170*                  corrida de lote, fecha + secuencia; blancos en
000180*                  una operacion interactiva) para poder
000190*                  conciliar cada lote por separado.
000191*   2026-10-15 RC  Cada linea lleva su numero de operacion unico
000192*                  (AUD-NUM-OPERACION, lo asigna el subprograma
000193*                  NUMERADOR) y su tipo: "O" operacion, "R"
000194*                  asiento de reversa.  La reversa repite la
000195*                  opcion y los numeros del original con el
000196*                  resultado cambiado de signo (asi los totales
000197*                  se netean solos), queda a nombre del usuario
000198*                  del original y apunta a el por numero y fecha,
000199*                  con quien la hizo y el motivo.
000200******************************************************************
000210 05  AUD-FECHA                   PIC X(08).
000220 05  AUD-HORA                    PIC X(08).
000260 05  AUD-NUMERO2                 PIC S9(07)V99.
000270 05  AUD-RESULTADO               PIC S9(07)V99.
000280 05  AUD-LOTE-ID                 PIC X(10).
000290 05  AUD-NUM-OPERACION           PIC 9(09).
000300 05  AUD-TIPO                    PIC X(01).
000310     88  AUD-TIPO-OPERACION          VALUE "O".
000320     88  AUD-TIPO-REVERSA            VALUE "R".
000330 05  AUD-REVERSA.
000340     10  AUD-OPER-ORIGINAL       PIC 9(09).
000350     10  AUD-FECHA-ORIGINAL      PIC X(08).
000360     10  AUD-USUARIO-REVERSA     PIC X(10).
000370     10  AUD-MOTIVO-REVERSA      PIC X(30).
