000010******************************************************************
000020* Copybook   : PARMNUM
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : CALL interface del subprograma NUMERADOR, que
000070*              entrega el proximo numero de operacion para
000080*              AUDITORI.DAT (control NUMOPER.DAT).  El llamador
000090*              no carga nada: recibe el numero en NUM-OPERACION.
000100*              Si el control no se puede leer o regrabar,
000110*              NUMERADOR avisa por consola, devuelve cero e
000120*              informa NUM-RC-ERROR; la linea de auditoria se
000130*              graba igual y CONCILIAR-ARCHIVOS la reporta.
000140* Modification History:
000150*   2026-10-15 RC  Version inicial.
000160******************************************************************
000170 05  NUM-OPERACION               PIC 9(09).
000180 05  NUM-RETURN-CODE             PIC 9(02).
000190     88  NUM-RC-OK                   VALUE 00.
000200     88  NUM-RC-ERROR                VALUE 90.
