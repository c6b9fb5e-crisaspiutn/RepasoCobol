000010******************************************************************
000020* Copybook   : ACPREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout del registro unico de ACUMCTL.DAT, la
000070*              posicion de ACUMULAR-DIA en AUDITORI.DAT.
000080*              ACP-LINEAS es la cantidad de lineas del archivo
000090*              vivo ya sumadas a ACUMDIA.DAT y ACP-ULT-LINEA
000100*              identifica la ultima de ellas, para comprobar en
000110*              la corrida siguiente que el archivo es el mismo.
000120*              ACP-SECUENCIA cuenta las lineas sumadas desde el
000130*              principio y no vuelve nunca atras; de ella sale
000140*              el numero de cada linea (ACU-ULT-SECUENCIA).
000150*              CIERRE-MENSUAL descuenta de ACP-LINEAS las sumadas
000160*              que pasa al historico y recalcula ACP-ULT-LINEA.
000170*              COPYado en ACUMULAR-DIA y CIERRE-MENSUAL.
000180* Modification History:
000190*   2026-10-15 RC  Version inicial.
000200******************************************************************
000210 05  ACP-LINEAS                  PIC 9(09).
000220 05  ACP-SECUENCIA               PIC 9(09).
000230 05  ACP-ULT-LINEA.
000240     10  ACP-ULT-FECHA           PIC X(08).
000250     10  ACP-ULT-HORA            PIC X(08).
000260     10  ACP-ULT-USUARIO         PIC X(10).
000270     10  ACP-ULT-NUM-OPER        PIC 9(09).
000280 05  ACP-FECHA-PROCESO           PIC X(08).
000290 05  ACP-HORA-PROCESO            PIC X(08).
