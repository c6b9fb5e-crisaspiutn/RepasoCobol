000160* Modification History:
000170*   2026-09-02 RC  Version inicial - se promueve a copybook el
000180*                  layout que venia repetido en tres programas.
000181*   2026-10-15 RC  LOTE-CUOTAS: cantidad de cuotas de una fila
000182*                  de plan de cuotas (opcion 8); en cero para
000183*                  las demas opciones.
000190******************************************************************
000200 05  LOTE-OPCION                 PIC 9(01).
000210 05  LOTE-NUMERO1                PIC S9(07)V99.
000220 05  LOTE-NUMERO2                PIC S9(07)V99.
000230 05  LOTE-USUARIO                PIC X(10).
000240 05  LOTE-CICLO                  PIC 9(02).
000241 05  LOTE-CUOTAS                 PIC 9(03).
