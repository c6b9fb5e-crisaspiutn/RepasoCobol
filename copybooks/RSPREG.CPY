000010******************************************************************
000020* Copybook   : RSPREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout del respaldo secuencial de USUARIOS.DAT
000070*              (USRBKaaaammdd.DAT, fechado con el dia del
000080*              respaldo).  Una cabecera "H" con la fecha y hora
000090*              del respaldo y la posicion del journal en ese
000100*              momento (fecha y hora de la ultima entrada de
000110*              USRJRNL.DAT y cuantas entradas comparten esa
000120*              misma hora), un registro "D" por usuario con la
000130*              imagen completa del maestro, clave incluida, y
000140*              una cola "T" con los totales de control (cantidad
000150*              de usuarios, suma de los dni y cantidad por
000160*              estado).  Grabado por RESPALDAR-USUARIOS y leido
000170*              por RECUPERAR-USUARIOS.
000180* Modification History:
000190*   2026-10-15 RC  Version inicial.
000200******************************************************************
000210 05  RSP-TIPO                    PIC X(01).
000220     88  RSP-CABECERA                VALUE "H".
000230     88  RSP-DETALLE                 VALUE "D".
000240     88  RSP-COLA                    VALUE "T".
000250 05  RSP-REGISTRO.
000260     COPY USRREG REPLACING ==05== BY ==10==.
000270 05  RSP-CONTROL REDEFINES RSP-REGISTRO.
000280     10  RSP-FECHA               PIC X(08).
000290     10  RSP-HORA                PIC X(08).
000300*    posicion del journal al respaldar; sin journal (o vacio) va
000310*    la fecha y hora del respaldo con cero entradas
000320     10  RSP-JRN-FECHA           PIC X(08).
000330     10  RSP-JRN-HORA            PIC X(08).
000340     10  RSP-JRN-MISMA-HORA      PIC 9(05).
000350     10  RSP-JRN-ENTRADAS        PIC 9(07).
000360*    totales de control, cargados solo en la cola
000370     10  RSP-CANTIDAD            PIC 9(07).
000380     10  RSP-SUMA-DNI            PIC 9(15).
000390     10  RSP-CANT-ACTIVOS        PIC 9(07).
000400     10  RSP-CANT-INACTIVOS      PIC 9(07).
000410     10  RSP-CANT-BLOQUEADOS     PIC 9(07).
000420     10  RSP-CANT-PENDIENTES     PIC 9(07).
000430     10  FILLER                  PIC X(20).
