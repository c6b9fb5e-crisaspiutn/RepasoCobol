000010******************************************************************
000020* Copybook   : SEGREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout de un evento de seguridad del login
000070*              (SEGLOGIN.DAT).  YOUR-PROGRAM graba uno por cada
000080*              intento de login (funcion "L") o de cambio de
000090*              clave (funcion "P"): fecha, hora, codigo de
000100*              usuario tecleado, programa llamador, resultado
000110*              del intento, codigo de retorno y los intentos
000120*              fallidos que quedaron en el registro.  La clave
000130*              tecleada nunca se graba.
000140* Modification History:
000150*   2026-10-15 RC  Version inicial.
000160******************************************************************
000170 05  SEG-FECHA                   PIC X(08).
000180 05  SEG-HORA                    PIC X(08).
000190 05  SEG-USUARIO                 PIC X(10).
000200 05  SEG-PROGRAMA                PIC X(10).
000210 05  SEG-FUNCION                 PIC X(01).
000220*    BQ es la falla que dejo la cuenta bloqueada (el bloqueo);
000230*    BL un intento posterior sobre la cuenta ya bloqueada; CC un
000240*    login valido con la clave inicial, que obliga a cambiarla
000250 05  SEG-EVENTO                  PIC X(02).
000260     88  SEG-EV-EXITO                VALUE "EX".
000270     88  SEG-EV-CAMBIO-OBLIGADO      VALUE "CC".
000280     88  SEG-EV-CLAVE-INCORRECTA     VALUE "CI".
000290     88  SEG-EV-BLOQUEO              VALUE "BQ".
000300     88  SEG-EV-BLOQUEADO            VALUE "BL".
000310     88  SEG-EV-INACTIVO             VALUE "IN".
000320     88  SEG-EV-PENDIENTE            VALUE "PE".
000330     88  SEG-EV-DESCONOCIDO          VALUE "DE".
000340     88  SEG-EV-CLAVE-NUEVA-INVAL    VALUE "CN".
000350     88  SEG-EV-ERROR                VALUE "ER".
000360     88  SEG-EV-FALLA                VALUE "CI" "BQ" "BL" "IN"
000370                                           "PE" "DE".
000380 05  SEG-RC                      PIC 9(02).
000390 05  SEG-INTENTOS                PIC 9(02).
