000140*              sigue su corrida normal.
000150* Modification History:
000160*   2026-09-02 RC  Version inicial.
000161*   2026-10-15 RC  Nuevo BIT-LOTE-ID: en modo LOTE el llamador
000162*                  carga el identificador de su lote (o blancos)
000163*                  y BITACORA lo deja en COR-LOTE-ID; en los
000164*                  demas modos se ignora.
000170******************************************************************
000180 05  BIT-FUNCION                 PIC X(01).
000190     88  BIT-FUN-INICIO              VALUE "I".
000270 05  BIT-RETURN-CODE             PIC 9(02).
000280     88  BIT-RC-OK                   VALUE 00.
000290     88  BIT-RC-ERROR                VALUE 90.
000291 05  BIT-LOTE-ID                 PIC X(10).
