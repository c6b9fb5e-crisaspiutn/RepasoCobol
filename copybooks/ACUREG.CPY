000010******************************************************************
000020* Copybook   : ACUREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout de un registro de los acumulados diarios
000070*              de la calculadora (ACUMDIA.DAT, indexado por
000080*              fecha + usuario + opcion + lote).  Cada registro
000090*              junta las lineas de AUDITORI.DAT de esa clave:
000100*              operaciones y asientos de reversa por separado,
000110*              cada uno con su cantidad y la suma de sus
000120*              resultados (la de reversas es de signo contrario
000130*              al original, asi que el resultado neto del dia es
000140*              la suma de las dos).  Las lineas interactivas
000150*              llevan el lote en blanco.  ACU-ULT-SECUENCIA es el
000160*              numero de la ultima linea de auditoria sumada al
000170*              registro: una corrida repetida no vuelve a sumar
000180*              una linea con numero menor o igual.  El archivo no
000190*              se depura en el cierre mensual.  Lo mantiene
000200*              ACUMULAR-DIA y lo leen REPORTE-ACTIVIDAD,
000210*              ESTADO-CUENTA y MONITOR-ACTIVIDAD.
000220* Modification History:
000230*   2026-10-15 RC  Version inicial.
000231*   2026-10-15 RC  MONITOR-ACTIVIDAD lo lee para el promedio
000232*                  diario por usuario del control de volumen.
000240******************************************************************
000250 05  ACU-CLAVE.
000260     10  ACU-FECHA               PIC X(08).
000270     10  ACU-USUARIO             PIC X(10).
000280     10  ACU-OPCION              PIC 9(01).
000290     10  ACU-LOTE-ID             PIC X(10).
000300 05  ACU-CANT-OPER               PIC 9(07).
000310 05  ACU-SUMA-OPER               PIC S9(11)V99.
000320 05  ACU-CANT-ANUL               PIC 9(07).
000330 05  ACU-SUMA-ANUL               PIC S9(11)V99.
000340 05  ACU-ULT-SECUENCIA           PIC 9(09).
000350 05  ACU-FECHA-ACTUALIZ          PIC X(08).
