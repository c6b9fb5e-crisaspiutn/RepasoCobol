000010******************************************************************
000020* Copybook   : RCTREG
000030* Author     : R. Cantero - Sistemas
000040* Installation: Depto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Layout de una linea de la recertificacion de
000070*              accesos.  Es la misma forma en los tres archivos
000080*              del ciclo: RECERT.DAT (un usuario a certificar,
000090*              agrupado por responsable, con la respuesta en
000100*              blanco), RECRESP.DAT (las lineas devueltas por
000110*              los responsables con la respuesta cargada) y
000120*              RECAPLIC.DAT (cada respuesta procesada, con el
000130*              resultado y la fecha en que se aplico).  El
000140*              responsable es quien aprobo el alta
000150*              (REG-USUARIO-APRUEBA).  COPYado en
000160*              RECERTIFICAR-ACCESOS.
000170* Modification History:
000180*   2026-10-15 RC  Version inicial.
000190******************************************************************
000200 05  RCT-CICLO                   PIC X(06).
000210 05  RCT-RESPONSABLE             PIC X(10).
000220 05  RCT-ROL                     PIC X(10).
000230 05  RCT-USUARIO                 PIC X(10).
000240 05  RCT-DNI                     PIC X(08).
000250 05  RCT-APELLIDO                PIC X(10).
000260 05  RCT-NOMBRE                  PIC X(10).
000270 05  RCT-ESTADO                  PIC X(01).
000280 05  RCT-FECHA-ALTA              PIC 9(08).
000290 05  RCT-FECHA-ULT-LOGIN         PIC 9(08).
000300 05  RCT-FECHA-LIMITE            PIC X(08).
000310*    M mantener el acceso, C cambiar al rol RCT-ROL-NUEVO,
000320*    R revocar (baja logica); V es la baja automatica de quien
000330*    no fue certificado al vencer el plazo (solo en RECAPLIC)
000340 05  RCT-RESPUESTA               PIC X(01).
000350     88  RCT-MANTENER                VALUE "M".
000360     88  RCT-CAMBIAR-ROL             VALUE "C".
000370     88  RCT-REVOCAR                 VALUE "R".
000380     88  RCT-BAJA-VENCIDA            VALUE "V".
000390     88  RCT-RESPUESTA-VALIDA        VALUE "M" "C" "R".
000400 05  RCT-ROL-NUEVO               PIC X(10).
000410*    resultado de aplicar la respuesta: 00 aplicada, o el codigo
000420*    de retorno de YOUR-PROGRAM, o uno de los rechazos propios
000430 05  RCT-RESULTADO               PIC X(02).
000440     88  RCT-APLICADA                VALUE "00".
000450     88  RCT-RES-ROL-INEXISTENTE     VALUE "60".
000460     88  RCT-RES-RESP-INVALIDA       VALUE "81".
000470     88  RCT-RES-OTRO-CICLO          VALUE "82".
000480     88  RCT-RES-ROL-CAMBIADO        VALUE "84".
000490     88  RCT-RES-NO-ENCONTRADO       VALUE "90".
000500 05  RCT-FECHA-PROCESO           PIC X(08).
