000130* Modification History:
000140*   2026-09-02 RC  Version inicial - se promueve a copybook el
000150*                  layout que venia repetido en tres programas.
000151*   2026-10-15 RC  ERR-FILA-ORIGINAL se ensancha a 34 para
000152*                  conservar LOTE-CUOTAS en la fila rechazada.
000160******************************************************************
000170 05  ERR-FILA-ORIGINAL           PIC X(34).
000180 05  ERR-MOTIVO                  PIC 9(02).
000190 05  ERR-LOTE-ID                 PIC X(10).
