000180* Tectonics   : cobc
000190* Modification History:
000200*   2026-09-02 RC  Version inicial.
000201*   2026-10-15 RC  Las corridas en modo LOTE dejan BIT-LOTE-ID en
000202*                  COR-LOTE-ID; el resto lo graba en blancos.  El
000203*                  CORRIDAS.DAT viejo se convierte antes de
000204*                  instalarlo (CONVERTIR-CORRIDAS).
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. BITACORA.
000770     ACCEPT COR-FECHA FROM DATE YYYYMMDD.
000780     ACCEPT COR-HORA FROM TIME.
000790     MOVE BIT-MODO TO COR-MODO.
000791     IF BIT-MODO = "LOTE"
000792         MOVE BIT-LOTE-ID TO COR-LOTE-ID
000793     ELSE
000794         MOVE SPACES TO COR-LOTE-ID
000795     END-IF.
000800     IF BIT-FUN-FIN
000810         MOVE BIT-LEIDAS TO COR-LEIDAS
000820         MOVE BIT-GRABADAS TO COR-GRABADAS
