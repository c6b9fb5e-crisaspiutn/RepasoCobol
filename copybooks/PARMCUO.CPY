000010******************************************************************
000020* Copybook   : PARMCUO
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : CALL interface del subprograma PLANCUOTAS, que
000070*              agrega a CUOTAS.LST el cuadro de amortizacion
000080*              (sistema frances) de un plan de cuotas ya
000090*              calculado: capital, tasa en porcentaje por cuota,
000100*              cantidad de cuotas e importe de la cuota, con el
000110*              usuario y el lote del encabezado.  Si el listado no
000120*              se puede abrir, PLANCUOTAS avisa por consola e
000130*              informa CUO-RC-ERROR; el llamador sigue su corrida.
000140* Modification History:
000150*   2026-10-15 RC  Version inicial.
000160******************************************************************
000170 05  CUO-USUARIO                 PIC X(10).
000180 05  CUO-LOTE-ID                 PIC X(10).
000190 05  CUO-CAPITAL                 PIC S9(07)V99.
000200 05  CUO-TASA                    PIC S9(07)V99.
000210 05  CUO-CANTIDAD                PIC 9(03).
000220 05  CUO-IMPORTE                 PIC S9(07)V99.
000230 05  CUO-RETURN-CODE             PIC 9(02).
000240     88  CUO-RC-OK                   VALUE 00.
000250     88  CUO-RC-ERROR                VALUE 90.
