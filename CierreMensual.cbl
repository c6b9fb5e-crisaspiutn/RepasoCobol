000291*                  ASSIGN TO con data-name tomaba el nombre del
000292*                  campo (no su contenido) y ambos historicos
000293*                  caian en un mismo archivo "HIST".
000294*   2026-10-15 RC  El historico y el temporal de auditoria se
000295*                  ensanchan: AUDREG gano el numero de operacion
000296*                  y los datos del asiento de reversa.
000297*   2026-10-15 RC  Con acumulados diarios en uso (existe
000298*                  ACUMCTL.DAT) la auditoria solo se corta si
000299*                  ACUMULAR-DIA ya sumo todas las lineas que van
000300*                  al historico, y despues del regrabado se
000301*                  descuentan de su posicion; ACUMDIA.DAT no se
000302*                  depura y sigue cubriendo los meses archivados.
000303*   2026-10-15 RC  El corte se niega si una linea a archivar esta
000304*                  despues de las ACP-LINEAS sumadas; la ultima
000305*                  sumada se recalcula entre las que quedan.
000306******************************************************************
000307 IDENTIFICATION DIVISION.
000308 PROGRAM-ID. CIERRE-MENSUAL.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CIER-JRNT-STATUS.
000580
000581     SELECT ARCH-ACUM-CONTROL ASSIGN TO "ACUMCTL.DAT"
000582         ORGANIZATION IS SEQUENTIAL
000583         FILE STATUS IS CIER-ACP-STATUS.
000584
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ARCH-AUDITORIA.
000750*    los historicos y los temporales comparten el largo del
000760*    registro vivo; solo se mueven como grupo, nunca por campo
000770 FD  ARCH-AUD-HIST.
000780 01  REG-AUD-HIST                PIC X(131).
000790
000800 FD  ARCH-JRN-HIST.
000810 01  REG-JRN-HIST                PIC X(257).
000820
000830 FD  ARCH-AUD-TEMP.
000840 01  REG-AUD-TEMP                PIC X(131).
000850
000860 FD  ARCH-JRN-TEMP.
000870 01  REG-JRN-TEMP                PIC X(257).
000880
000881 FD  ARCH-ACUM-CONTROL.
000882 01  REG-ACUM-CONTROL.
000883     COPY ACPREG.
000884
000890 WORKING-STORAGE SECTION.
000900 01  CIER-AUD-STATUS             PIC X(02) VALUE SPACES.
000910     88  CIER-AUD-OK                 VALUE "00".
001010     88  CIER-AUDT-OK                VALUE "00".
001020 01  CIER-JRNT-STATUS            PIC X(02) VALUE SPACES.
001030     88  CIER-JRNT-OK                VALUE "00".
001031 01  CIER-ACP-STATUS             PIC X(02) VALUE SPACES.
001032     88  CIER-ACP-OK                 VALUE "00".
001033     88  CIER-ACP-NO-EXISTE          VALUE "35".
001034 01  CIER-HAY-ACUMULADOS-SW      PIC X(01) VALUE "N".
001035     88  CIER-HAY-ACUMULADOS         VALUE "S".
001036 01  CIER-ACUM-CONTROL.
001037     COPY ACPREG.
001040
001050 01  CIER-AUD-EOF-SW             PIC X(01) VALUE "N".
001060     88  CIER-AUD-EOF                VALUE "S".
001230
001240 01  CIER-AUD-LEIDAS             PIC 9(07) VALUE ZERO.
001250 01  CIER-AUD-MOVIDAS            PIC 9(07) VALUE ZERO.
001251 01  CIER-AUD-MOV-SUMADAS        PIC 9(07) VALUE ZERO.
001252 01  CIER-AUD-MOV-SIN-SUMAR      PIC 9(07) VALUE ZERO.
001260 01  CIER-AUD-RETENIDAS          PIC 9(07) VALUE ZERO.
001270 01  CIER-JRN-LEIDAS             PIC 9(07) VALUE ZERO.
001280 01  CIER-JRN-MOVIDAS            PIC 9(07) VALUE ZERO.
001990         CLOSE ARCH-AUDITORIA
002000         GO TO 2000-EXIT
002010     END-IF.
002011     MOVE ZERO TO ACP-LINEAS OF CIER-ACUM-CONTROL.
002012     PERFORM 2400-CONTROLAR-ACUMULADOS THRU 2400-EXIT.
002013     IF CIER-AUD-DEP-FALLIDA
002014         CLOSE ARCH-AUDITORIA ARCH-AUD-HIST ARCH-AUD-TEMP
002015         GO TO 2000-EXIT
002016     END-IF.
002017     MOVE SPACES TO ACP-ULT-LINEA OF CIER-ACUM-CONTROL.
002018     MOVE ZERO TO ACP-ULT-NUM-OPER OF CIER-ACUM-CONTROL.
002020     PERFORM 2100-LEER-AUDITORIA.
002030     PERFORM 2200-CLASIFICAR-AUDITORIA UNTIL CIER-AUD-EOF.
002040     CLOSE ARCH-AUDITORIA ARCH-AUD-HIST ARCH-AUD-TEMP.
002050     IF CIER-AUD-LEIDAS =
002060         CIER-AUD-MOVIDAS + CIER-AUD-RETENIDAS
002061         PERFORM 2300-VERIFICAR-SUMADAS
002062         IF NOT CIER-AUD-DEP-FALLIDA
002070             PERFORM 2500-REGRABAR-AUDITORIA THRU 2500-EXIT
002071         END-IF
002072         IF CIER-AUD-DEP-COMPLETA AND CIER-HAY-ACUMULADOS
002073             PERFORM 2600-AJUSTAR-ACUMULADOS THRU 2600-EXIT
002074         END-IF
002080     ELSE
002090         DISPLAY "CIERRE-MENSUAL: AUDITORI.DAT no balancea, "
002100             "el archivo vivo queda como estaba"
002220     ADD 1 TO CIER-AUD-LEIDAS.
002230     IF AUD-FECHA < CIER-FECHA-CORTE
002240         ADD 1 TO CIER-AUD-MOVIDAS
002241         IF CIER-AUD-LEIDAS > ACP-LINEAS OF CIER-ACUM-CONTROL
002242             ADD 1 TO CIER-AUD-MOV-SIN-SUMAR
002243         ELSE
002244             ADD 1 TO CIER-AUD-MOV-SUMADAS
002245         END-IF
002250         WRITE REG-AUD-HIST FROM REG-AUDITORIA
002260     ELSE
002270         ADD 1 TO CIER-AUD-RETENIDAS
002271         IF CIER-AUD-LEIDAS NOT > ACP-LINEAS OF CIER-ACUM-CONTROL
002272             MOVE AUD-FECHA TO ACP-ULT-FECHA OF CIER-ACUM-CONTROL
002273             MOVE AUD-HORA TO ACP-ULT-HORA OF CIER-ACUM-CONTROL
002274             MOVE AUD-USUARIO
002275                 TO ACP-ULT-USUARIO OF CIER-ACUM-CONTROL
002276             MOVE AUD-NUM-OPERACION
002277                 TO ACP-ULT-NUM-OPER OF CIER-ACUM-CONTROL
002278         END-IF
002280         WRITE REG-AUD-TEMP FROM REG-AUDITORIA
002290     END-IF.
002300     PERFORM 2100-LEER-AUDITORIA.
002301
002302 2300-VERIFICAR-SUMADAS.
002303     IF CIER-HAY-ACUMULADOS AND CIER-AUD-MOV-SIN-SUMAR > ZERO
002304         DISPLAY "CIERRE-MENSUAL: ACUMDIA.DAT no tiene sumadas "
002305             "todas las lineas a archivar; correr ACUMULAR-DIA "
002306             "y repetir el cierre"
002307         DISPLAY "CIERRE-MENSUAL: AUDITORI.DAT queda como estaba"
002308         SET CIER-AUD-DEP-FALLIDA TO TRUE
002309     END-IF.
002310
002311*----------------------------------------------------------------
002312* 2400  posicion de ACUMULAR-DIA, leida antes de clasificar.
002313*       Las lineas que van al historico tienen que estar entre
002314*       las primeras ACP-LINEAS (ya sumadas); si alguna quedo
002315*       despues (2300) el archivo vivo no se regraba.
002316*----------------------------------------------------------------
002317 2400-CONTROLAR-ACUMULADOS.
002318     OPEN INPUT ARCH-ACUM-CONTROL.
002319     IF NOT CIER-ACP-OK
002320         IF NOT CIER-ACP-NO-EXISTE
002321             DISPLAY "CIERRE-MENSUAL: no se pudo abrir "
002322                 "ACUMCTL.DAT, el archivo vivo queda como estaba"
002323             SET CIER-AUD-DEP-FALLIDA TO TRUE
002324         END-IF
002325         GO TO 2400-EXIT
002326     END-IF.
002327     READ ARCH-ACUM-CONTROL INTO CIER-ACUM-CONTROL
002328         AT END
002329             MOVE ZERO TO ACP-LINEAS OF CIER-ACUM-CONTROL
002330     END-READ.
002331     CLOSE ARCH-ACUM-CONTROL.
002332     SET CIER-HAY-ACUMULADOS TO TRUE.
002333 2400-EXIT.
002334     EXIT.
002335
002336 2500-REGRABAR-AUDITORIA.
002337     MOVE "N" TO CIER-TEMP-EOF-SW.
002338*    el temporal se abre y verifica antes de tocar el archivo
002339*    vivo: abrir el vivo en OUTPUT lo trunca, y truncarlo sin
002340*    un temporal legible perderia el periodo vigente
002341     OPEN INPUT ARCH-AUD-TEMP.
002342     IF NOT CIER-AUDT-OK
002343         DISPLAY "CIERRE-MENSUAL: no se pudo abrir "
002344             "AUDITORI.TMP, el archivo vivo queda como estaba"
002345         SET CIER-AUD-DEP-FALLIDA TO TRUE
002346         GO TO 2500-EXIT
002347     END-IF.
002350     OPEN OUTPUT ARCH-AUDITORIA.
002360     IF NOT CIER-AUD-OK
002370         DISPLAY "CIERRE-MENSUAL: no se pudo regrabar "
002530 2520-GRABAR-AUD-VIVO.
002540     WRITE REG-AUDITORIA FROM REG-AUD-TEMP.
002550     PERFORM 2510-COPIAR-AUD-TEMP.
002551
002552*----------------------------------------------------------------
002553* 2600  descuenta de la posicion de ACUMULAR-DIA las lineas
002554*       sumadas que salieron del archivo vivo.  La ultima
002555*       linea sumada es la ultima retenida de entre ellas
002556*       (2200); si no queda ninguna, vuelve en blanco.
002557*----------------------------------------------------------------
002558 2600-AJUSTAR-ACUMULADOS.
002559     SUBTRACT CIER-AUD-MOV-SUMADAS
002560         FROM ACP-LINEAS OF CIER-ACUM-CONTROL.
002561     OPEN OUTPUT ARCH-ACUM-CONTROL.
002562     IF NOT CIER-ACP-OK
002563         DISPLAY "CIERRE-MENSUAL: no se pudo grabar ACUMCTL.DAT; "
002564             "ACP-LINEAS debe quedar en "
002565             ACP-LINEAS OF CIER-ACUM-CONTROL
002566         GO TO 2600-EXIT
002567     END-IF.
002568     WRITE REG-ACUM-CONTROL FROM CIER-ACUM-CONTROL.
002569     CLOSE ARCH-ACUM-CONTROL.
002570     DISPLAY "CIERRE-MENSUAL: posicion de ACUMULAR-DIA ajustada, "
002571         "quedan " ACP-LINEAS OF CIER-ACUM-CONTROL
002572         " lineas acumuladas".
002573 2600-EXIT.
002574     EXIT.
002575
002576*----------------------------------------------------------------
002580* 3000  DEPURACION DE USRJRNL.DAT - mismo esquema que la
002590*       auditoria: historico, temporal y regrabado solo si la
002600*       cuenta balancea.
