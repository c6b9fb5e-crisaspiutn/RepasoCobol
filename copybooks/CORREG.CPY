000140*              lee.
000150* Modification History:
000160*   2026-09-02 RC  Version inicial.
000161*   2026-10-15 RC  Nuevo COR-LOTE-ID: las corridas en modo LOTE
000162*                  dejan el identificador de lote (blancos en el
000163*                  resto), para que MONITOR-ACTIVIDAD compruebe
000164*                  que cada lote auditado cerro su corrida.  Las
000165*                  constancias viejas (54 posiciones) se pasan al
000166*                  largo nuevo una vez, con CONVERTIR-CORRIDAS.
000170******************************************************************
000180 05  COR-TIPO                    PIC X(01).
000190     88  COR-INICIO                  VALUE "I".
000260 05  COR-GRABADAS                PIC 9(07).
000270 05  COR-RECHAZADAS              PIC 9(07).
000280 05  COR-RC                      PIC 9(02).
000281 05  COR-LOTE-ID                 PIC X(10).
