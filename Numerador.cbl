000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Entrega el numero de operacion de cada linea de
000070*               AUDITORI.DAT.  Subprograma CALLed por los que
000080*               graban la auditoria (copybook PARMNUM).  El
000090*               ultimo numero dado vive en NUMOPER.DAT (un solo
000100*               registro); cada llamada lo abre, suma uno,
000110*               lo regraba y lo cierra, asi dos programas que
000120*               auditan el mismo dia nunca repiten numero.  La
000130*               primera vez el control se crea en cero.  Si no
000140*               se puede leer o regrabar se avisa por consola,
000150*               se devuelve cero con NUM-RC-ERROR y el llamador
000160*               sigue su corrida.
000170* Tectonics   : cobc
000180* Modification History:
000190*   2026-10-15 RC  Version inicial.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. NUMERADOR.
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ARCH-NUMOPER ASSIGN TO "NUMOPER.DAT"
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS NUMR-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  ARCH-NUMOPER.
000340 01  REG-NUMOPER.
000350     05  NUMR-ULTIMO             PIC 9(09).
000360
000370 WORKING-STORAGE SECTION.
000380 77  NUMR-STATUS                 PIC X(02) VALUE SPACES.
000390     88  NUMR-OK                     VALUE "00".
000400     88  NUMR-NO-EXISTE              VALUE "35".
000410
000420 LINKAGE SECTION.
000430 01  PARAMETRES.
000440     COPY PARMNUM.
000450
000460 PROCEDURE DIVISION USING PARAMETRES.
000470 0000-MAINLINE.
000480     MOVE ZERO TO NUM-OPERACION.
000490     MOVE 90 TO NUM-RETURN-CODE.
000500     PERFORM 1000-ABRIR-CONTROL THRU 1000-EXIT.
000510     IF NUMR-OK
000520         PERFORM 2000-TOMAR-NUMERO THRU 2000-EXIT
000530         CLOSE ARCH-NUMOPER
000540     END-IF.
000550     IF NOT NUM-RC-OK
000560         DISPLAY "NUMERADOR: no se pudo tomar numero de "
000570             "NUMOPER.DAT, la operacion queda con numero cero"
000580     END-IF.
000590     GOBACK.
000600
000610*----------------------------------------------------------------
000620* 1000  ABRIR CONTROL - la primera vez se crea con un solo
000630*       registro en cero.
000640*----------------------------------------------------------------
000650 1000-ABRIR-CONTROL.
000660     OPEN I-O ARCH-NUMOPER.
000670     IF NUMR-NO-EXISTE
000680         OPEN OUTPUT ARCH-NUMOPER
000690         MOVE ZERO TO NUMR-ULTIMO
000700         WRITE REG-NUMOPER
000710         CLOSE ARCH-NUMOPER
000720         OPEN I-O ARCH-NUMOPER
000730     END-IF.
000740 1000-EXIT.
000750     EXIT.
000760
000770*----------------------------------------------------------------
000780* 2000  TOMAR NUMERO - lee el ultimo dado, suma uno y lo
000790*       regraba antes de entregarlo.
000800*----------------------------------------------------------------
000810 2000-TOMAR-NUMERO.
000820     READ ARCH-NUMOPER
000830         AT END
000840             GO TO 2000-EXIT
000850     END-READ.
000860     IF NOT NUMR-OK
000870         GO TO 2000-EXIT
000880     END-IF.
000890     ADD 1 TO NUMR-ULTIMO.
000900     REWRITE REG-NUMOPER.
000910     IF NOT NUMR-OK
000920         GO TO 2000-EXIT
000930     END-IF.
000940     MOVE NUMR-ULTIMO TO NUM-OPERACION.
000950     MOVE 00 TO NUM-RETURN-CODE.
000960 2000-EXIT.
000970     EXIT.
000980
000990 END PROGRAM NUMERADOR.
