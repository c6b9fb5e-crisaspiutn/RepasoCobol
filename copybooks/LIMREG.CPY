000010******************************************************************
000020* Copybook   : LIMREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout de un registro del maestro de limites de
000070*              monto de la calculadora (LIMITES.DAT, indexado
000080*              por rol + usuario).  Una fila con LIM-USUARIO en
000090*              blanco vale para todo el rol; una fila con el
000100*              codigo de un usuario le fija un limite propio que
000110*              prevalece sobre el del rol.  Un limite en cero no
000120*              controla esa dimension.  El monto de una
000130*              operacion es el mayor valor absoluto entre
000140*              numero1, numero2 y resultado; el diario es la
000150*              suma de esos montos en el dia.  COPYado en la
000160*              calculadora (retiene lo que excede) y en
000170*              MANTENER-USUARIOS (mantiene el maestro).
000180* Modification History:
000190*   2026-10-15 RC  Version inicial.
000200******************************************************************
000210 05  LIM-CLAVE.
000220     10  LIM-ROL                 PIC X(10).
000230     10  LIM-USUARIO             PIC X(10).
000240 05  LIM-MAX-OPERACION           PIC 9(07)V99.
000250 05  LIM-MAX-DIARIO              PIC 9(11)V99.
