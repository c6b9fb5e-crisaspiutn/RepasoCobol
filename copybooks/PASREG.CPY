000010******************************************************************
000020* Copybook   : PASREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout de un paso de la cadena nocturna
000070*              (CADPASOS.DAT, una linea por paso en el orden en
000080*              que se ejecutan).  PAS-PROGRAMA es el nombre con
000090*              que el programa firma en CORRIDAS.DAT (el que
000100*              carga en BIT-PROGRAMA), PAS-COMANDO lo que se
000110*              lanza, PAS-ENTORNO las variables de entorno que
000120*              el operador cargaba a mano antes de cada paso
000130*              (MODO-EJECUCION, ID-LOTE, FECHA-DESDE, ...; los
000135*              valores no llevan blancos), y
000140*              PAS-RC-ACEPTABLE los codigos de terminacion con
000150*              los que el paso se da por bueno (todos en blanco
000160*              = solo 00).  PAS-CORTA en "S" detiene la cadena
000170*              si el paso falla; en "N" la falla se informa y la
000180*              cadena sigue.  COPYado en CADENA-NOCTURNA.
000190* Modification History:
000200*   2026-10-15 RC  Version inicial.
000210******************************************************************
000220 05  PAS-PROGRAMA                PIC X(10).
000230 05  PAS-COMANDO                 PIC X(40).
000240 05  PAS-ENTORNO OCCURS 4 TIMES.
000250     10  PAS-ENV-NOMBRE          PIC X(16).
000260     10  PAS-ENV-VALOR           PIC X(20).
000270 05  PAS-RC-ACEPTABLE OCCURS 4 TIMES
000280                                 PIC X(02).
000290 05  PAS-CORTA                   PIC X(01).
000300     88  PAS-CORTA-CADENA            VALUE "S".
