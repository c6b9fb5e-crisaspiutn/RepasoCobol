000010******************************************************************
000020* Copybook   : MPAREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout de una linea de MONPARM.DAT, los umbrales
000070*              del monitor de actividad inusual
000080*              (MONITOR-ACTIVIDAD).
000090*              Una linea por control, con su codigo, la prioridad
000100*              con que sus excepciones salen al listado (1 la mas
000110*              alta) y los valores propios del control en las
000120*              columnas de MPA-VALORES; un control sin linea no se
000130*              evalua.  Los feriados van una linea "FE" por fecha.
000140*              Las lineas en blanco o con "*" en la columna 1 se
000150*              ignoran.  Ejemplo:
000160*                HO 1 0800 1900 SSSSSNN
000170*                FE   20261012
000180*                VO 2 04 030 00020
000190*                ES 1
000200*                RE 2 0005 0010
000210*                LO 1
000220*                IM 3 0500000.00
000230* Modification History:
000240*   2026-10-15 RC  Version inicial.
000250******************************************************************
000260 05  MPA-CONTROL                 PIC X(02).
000270     88  MPA-CTL-HORARIO             VALUE "HO".
000280     88  MPA-CTL-FERIADO             VALUE "FE".
000290     88  MPA-CTL-VOLUMEN             VALUE "VO".
000300     88  MPA-CTL-ESTADO              VALUE "ES".
000310     88  MPA-CTL-REPETICION          VALUE "RE".
000320     88  MPA-CTL-LOTE                VALUE "LO".
000330     88  MPA-CTL-IMPORTE             VALUE "IM".
000340 05  FILLER                      PIC X(01).
000350 05  MPA-PRIORIDAD               PIC 9(01).
000360 05  FILLER                      PIC X(01).
000370 05  MPA-VALORES                 PIC X(30).
000380*    HO: horario habil hhmm desde / hasta (la hora hasta queda
000390*    fuera) y dias habiles de lunes a domingo, "S" o "N" cada uno
000400 05  MPA-VAL-HORARIO REDEFINES MPA-VALORES.
000410     10  MPA-HORA-DESDE          PIC 9(04).
000420     10  FILLER                  PIC X(01).
000430     10  MPA-HORA-HASTA          PIC 9(04).
000440     10  FILLER                  PIC X(01).
000450     10  MPA-DIAS-HABILES        PIC X(07).
000460     10  FILLER                  PIC X(13).
000470*    FE: fecha aaaammdd de un feriado (sin prioridad)
000480 05  MPA-VAL-FERIADO REDEFINES MPA-VALORES.
000490     10  MPA-FERIADO-FECHA       PIC X(08).
000500     10  FILLER                  PIC X(22).
000510*    VO: semanas de historia, factor sobre el promedio diario (un
000520*    decimal: 030 = 3 veces) y cantidad minima del dia para
000530*    informar
000540 05  MPA-VAL-VOLUMEN REDEFINES MPA-VALORES.
000550     10  MPA-VOL-SEMANAS         PIC 9(02).
000560     10  FILLER                  PIC X(01).
000570     10  MPA-VOL-FACTOR          PIC 9(02)V9.
000580     10  FILLER                  PIC X(01).
000590     10  MPA-VOL-MINIMO          PIC 9(05).
000600     10  FILLER                  PIC X(18).
000610*    RE: cantidad de veces que se repite la misma operacion
000620*    (usuario, opcion y operandos) dentro de la ventana de minutos
000630 05  MPA-VAL-REPETICION REDEFINES MPA-VALORES.
000640     10  MPA-REP-CANTIDAD        PIC 9(04).
000650     10  FILLER                  PIC X(01).
000660     10  MPA-REP-MINUTOS         PIC 9(04).
000670     10  FILLER                  PIC X(21).
000680*    IM: importe del resultado (en valor absoluto) desde el que se
000690*    informa, con el punto decimal escrito
000700 05  MPA-VAL-IMPORTE REDEFINES MPA-VALORES.
000710     10  MPA-IMP-LIMITE-X.
000720         15  MPA-IMP-ENTEROS     PIC 9(07).
000730         15  MPA-IMP-PUNTO       PIC X(01).
000740         15  MPA-IMP-DECIMALES   PIC 9(02).
000750     10  FILLER                  PIC X(20).
000760 05  FILLER                      PIC X(45).
