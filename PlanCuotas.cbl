000010******************************************************************
000020* Author      : R. Cantero - Sistemas
000030* Installation: Depto. Sistemas
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose     : Imprime el cuadro de amortizacion de un plan de
000070*               cuotas (sistema frances) al final de CUOTAS.LST.
000080*               Subprograma CALLed (copybook PARMCUO) por
000090*               MANTENER-USUARIOS al liberar un plan que la
000100*               calculadora retuvo por limite de monto, para que
000110*               el plan liberado quede impreso igual que los que
000120*               la calculadora imprime al operar.  Por cuota:
000130*               interes sobre el saldo, amortizacion = cuota -
000140*               interes y saldo remanente; la ultima cuota
000150*               amortiza el saldo que quede.  El listado se abre
000160*               en EXTEND y se crea vacio la primera vez.
000170* Tectonics   : cobc
000180* Modification History:
000190*   2026-10-15 RC  Version inicial.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PLANCUOTAS.
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS.LST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS PLAN-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  ARCH-CUOTAS.
000340 01  REG-CUOTAS                  PIC X(80).
000350
000360 WORKING-STORAGE SECTION.
000370 77  PLAN-STATUS                 PIC X(02) VALUE SPACES.
000380     88  PLAN-OK                     VALUE "00".
000390     88  PLAN-NO-EXISTE              VALUE "35".
000400 77  PLAN-NRO                    PIC 9(03) VALUE ZERO.
000410 77  PLAN-TASA                   PIC 9(05)V9(06) VALUE ZERO.
000420 77  PLAN-IMPORTE                PIC S9(09)V99 VALUE ZERO.
000430 77  PLAN-INTERES                PIC S9(09)V99 VALUE ZERO.
000440 77  PLAN-AMORT                  PIC S9(09)V99 VALUE ZERO.
000450 77  PLAN-SALDO                  PIC S9(09)V99 VALUE ZERO.
000460 77  PLAN-TOT-IMPORTE            PIC S9(11)V99 VALUE ZERO.
000470 77  PLAN-TOT-INTERES            PIC S9(11)V99 VALUE ZERO.
000480 77  PLAN-TOT-AMORT              PIC S9(11)V99 VALUE ZERO.
000490 77  PLAN-PAGINA                 PIC 9(04) VALUE ZERO.
000500 77  PLAN-LINEA-ACTUAL           PIC 9(02) VALUE ZERO.
000510 77  PLAN-LINEAS-POR-PAG         PIC 9(02) VALUE 56.
000520 77  PLAN-LINEA                  PIC X(80) VALUE SPACES.
000530 77  PLAN-PAG-EDIT               PIC ZZZ9.
000540 77  PLAN-NRO-EDIT               PIC ZZ9.
000550 77  PLAN-TASA-EDIT              PIC -(7)9.99.
000560 77  PLAN-CAPITAL-EDIT           PIC -(7)9.99.
000570 77  PLAN-IMPORTE-EDIT           PIC -(11)9.99.
000580 77  PLAN-INTERES-EDIT           PIC -(11)9.99.
000590 77  PLAN-AMORT-EDIT             PIC -(11)9.99.
000600 77  PLAN-SALDO-EDIT             PIC -(11)9.99.
000610
000620 LINKAGE SECTION.
000630 01  PARAMETRES.
000640     COPY PARMCUO.
000650
000660 PROCEDURE DIVISION USING PARAMETRES.
000670 0000-MAINLINE.
000680     MOVE 90 TO CUO-RETURN-CODE.
000690     PERFORM 1000-ABRIR-LISTADO THRU 1000-EXIT.
000700     IF PLAN-OK
000710         PERFORM 2000-IMPRIMIR-PLAN THRU 2000-EXIT
000720         CLOSE ARCH-CUOTAS
000730         MOVE 00 TO CUO-RETURN-CODE
000740     ELSE
000750         DISPLAY "PLANCUOTAS: no se pudo abrir CUOTAS.LST, el "
000760             "plan no se imprime"
000770     END-IF.
000780     GOBACK.
000790
000800*----------------------------------------------------------------
000810* 1000  ABRIR LISTADO - en EXTEND, para no pisar los planes que
000820*       ya tenga; la primera vez se crea vacio.
000830*----------------------------------------------------------------
000840 1000-ABRIR-LISTADO.
000850     OPEN EXTEND ARCH-CUOTAS.
000860     IF PLAN-NO-EXISTE
000870         OPEN OUTPUT ARCH-CUOTAS
000880         CLOSE ARCH-CUOTAS
000890         OPEN EXTEND ARCH-CUOTAS
000900     END-IF.
000910 1000-EXIT.
000920     EXIT.
000930
000940*----------------------------------------------------------------
000950* 2000  IMPRIMIR PLAN - cada plan arranca en pagina nueva con su
000960*       propia numeracion; al pie, los totales del plan.
000970*----------------------------------------------------------------
000980 2000-IMPRIMIR-PLAN.
000990     COMPUTE PLAN-TASA = CUO-TASA / 100.
001000     MOVE CUO-CAPITAL TO PLAN-SALDO.
001010     MOVE ZERO TO PLAN-TOT-IMPORTE PLAN-TOT-INTERES
001020                  PLAN-TOT-AMORT.
001030     MOVE ZERO TO PLAN-PAGINA.
001040     PERFORM 2300-NUEVA-PAGINA THRU 2300-EXIT.
001050     PERFORM 2100-IMPRIMIR-CUOTA THRU 2100-EXIT
001060         VARYING PLAN-NRO FROM 1 BY 1
001070         UNTIL PLAN-NRO > CUO-CANTIDAD.
001080     MOVE SPACES TO PLAN-LINEA.
001090     PERFORM 2200-GRABAR-LINEA THRU 2200-EXIT.
001100     MOVE PLAN-TOT-IMPORTE TO PLAN-IMPORTE-EDIT.
001110     MOVE PLAN-TOT-INTERES TO PLAN-INTERES-EDIT.
001120     MOVE PLAN-TOT-AMORT TO PLAN-AMORT-EDIT.
001130     MOVE SPACES TO PLAN-LINEA.
001140     STRING "  TOTAL " PLAN-IMPORTE-EDIT
001150            " " PLAN-INTERES-EDIT
001160            " " PLAN-AMORT-EDIT
001170         DELIMITED BY SIZE INTO PLAN-LINEA
001180     END-STRING.
001190     PERFORM 2200-GRABAR-LINEA THRU 2200-EXIT.
001200 2000-EXIT.
001210     EXIT.
001220
001230 2100-IMPRIMIR-CUOTA.
001240     COMPUTE PLAN-INTERES ROUNDED = PLAN-SALDO * PLAN-TASA.
001250     IF PLAN-NRO = CUO-CANTIDAD
001260         MOVE PLAN-SALDO TO PLAN-AMORT
001270         COMPUTE PLAN-IMPORTE = PLAN-AMORT + PLAN-INTERES
001280     ELSE
001290         MOVE CUO-IMPORTE TO PLAN-IMPORTE
001300         COMPUTE PLAN-AMORT = PLAN-IMPORTE - PLAN-INTERES
001310     END-IF.
001320     SUBTRACT PLAN-AMORT FROM PLAN-SALDO.
001330     ADD PLAN-IMPORTE TO PLAN-TOT-IMPORTE.
001340     ADD PLAN-INTERES TO PLAN-TOT-INTERES.
001350     ADD PLAN-AMORT TO PLAN-TOT-AMORT.
001360     MOVE PLAN-NRO TO PLAN-NRO-EDIT.
001370     MOVE PLAN-IMPORTE TO PLAN-IMPORTE-EDIT.
001380     MOVE PLAN-INTERES TO PLAN-INTERES-EDIT.
001390     MOVE PLAN-AMORT TO PLAN-AMORT-EDIT.
001400     MOVE PLAN-SALDO TO PLAN-SALDO-EDIT.
001410     MOVE SPACES TO PLAN-LINEA.
001420     STRING "   " PLAN-NRO-EDIT
001430            "  " PLAN-IMPORTE-EDIT
001440            " " PLAN-INTERES-EDIT
001450            " " PLAN-AMORT-EDIT
001460            " " PLAN-SALDO-EDIT
001470         DELIMITED BY SIZE INTO PLAN-LINEA
001480     END-STRING.
001490     PERFORM 2200-GRABAR-LINEA THRU 2200-EXIT.
001500 2100-EXIT.
001510     EXIT.
001520
001530*----------------------------------------------------------------
001540* 2200  GRABAR LINEA - abre una pagina de continuacion del mismo
001550*       plan si la actual se lleno.
001560*----------------------------------------------------------------
001570 2200-GRABAR-LINEA.
001580     IF PLAN-LINEA-ACTUAL >= PLAN-LINEAS-POR-PAG
001590         PERFORM 2300-NUEVA-PAGINA THRU 2300-EXIT
001600     END-IF.
001610     WRITE REG-CUOTAS FROM PLAN-LINEA
001620         AFTER ADVANCING 1 LINE.
001630     ADD 1 TO PLAN-LINEA-ACTUAL.
001640 2200-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------------
001680* 2300  NUEVA PAGINA - salto y encabezado con el numero de
001690*       pagina, el usuario, el lote y los datos del plan.
001700*----------------------------------------------------------------
001710 2300-NUEVA-PAGINA.
001720     ADD 1 TO PLAN-PAGINA.
001730     MOVE PLAN-PAGINA TO PLAN-PAG-EDIT.
001740     MOVE SPACES TO PLAN-LINEA.
001750     STRING "PLAN DE CUOTAS - SISTEMA FRANCES"
001760            "                      PAGINA " PLAN-PAG-EDIT
001770         DELIMITED BY SIZE INTO PLAN-LINEA
001780     END-STRING.
001790     WRITE REG-CUOTAS FROM PLAN-LINEA
001800         AFTER ADVANCING PAGE.
001810     MOVE SPACES TO PLAN-LINEA.
001820     STRING "USUARIO " CUO-USUARIO
001830            "   LOTE " CUO-LOTE-ID
001840         DELIMITED BY SIZE INTO PLAN-LINEA
001850     END-STRING.
001860     WRITE REG-CUOTAS FROM PLAN-LINEA
001870         AFTER ADVANCING 1 LINE.
001880     MOVE CUO-CAPITAL TO PLAN-CAPITAL-EDIT.
001890     MOVE CUO-TASA TO PLAN-TASA-EDIT.
001900     MOVE CUO-CANTIDAD TO PLAN-NRO-EDIT.
001910     MOVE SPACES TO PLAN-LINEA.
001920     STRING "CAPITAL " PLAN-CAPITAL-EDIT
001930            "   TASA % POR CUOTA " PLAN-TASA-EDIT
001940            "   CUOTAS " PLAN-NRO-EDIT
001950         DELIMITED BY SIZE INTO PLAN-LINEA
001960     END-STRING.
001970     WRITE REG-CUOTAS FROM PLAN-LINEA
001980         AFTER ADVANCING 1 LINE.
001990     MOVE SPACES TO PLAN-LINEA.
002000     STRING "  CUOTA          IMPORTE         INTERES"
002010            "    AMORTIZACION           SALDO"
002020         DELIMITED BY SIZE INTO PLAN-LINEA
002030     END-STRING.
002040     WRITE REG-CUOTAS FROM PLAN-LINEA
002050         AFTER ADVANCING 1 LINE.
002060     MOVE SPACES TO PLAN-LINEA.
002070     STRING "  -----  ---------------  --------------"
002080            "  --------------  --------------"
002090         DELIMITED BY SIZE INTO PLAN-LINEA
002100     END-STRING.
002110     WRITE REG-CUOTAS FROM PLAN-LINEA
002120         AFTER ADVANCING 1 LINE.
002130     MOVE 5 TO PLAN-LINEA-ACTUAL.
002140 2300-EXIT.
002150     EXIT.
002160
002170 END PROGRAM PLANCUOTAS.
