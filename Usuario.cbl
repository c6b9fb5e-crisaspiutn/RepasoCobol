000868*                  registro inactivo con fecha de baja); ambas
000869*                  exigen estado pendiente (RC 70) y se
000871*                  journalizan con las imagenes antes/despues.
000872*   2026-10-15 RC  Login ("L") y cambio de clave ("P") graban un
000873*                  evento en SEGLOGIN.DAT (SEGREG, 7900): exito,
000874*                  cambio obligado, clave incorrecta, bloqueo,
000875*                  cuenta bloqueada, inactiva o pendiente, codigo
000876*                  inexistente o error de archivo, con el programa
000877*                  llamador.  USRJRNL.DAT no recibe el login.
000878******************************************************************
000879 IDENTIFICATION DIVISION.
000880 PROGRAM-ID. YOUR-PROGRAM.

000890 ENVIRONMENT DIVISION.
001005         RECORD KEY IS ROL-NOMBRE OF FD-ROL
001006         FILE STATUS IS WS-ROL-STATUS.

001007     SELECT ARCH-SEGURIDAD ASSIGN TO "SEGLOGIN.DAT"
001008         ORGANIZATION IS SEQUENTIAL
001009         FILE STATUS IS WS-SEG-STATUS.

001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ARCH-USUARIOS.
001082 FD  ARCH-ROLES.
001083 01  FD-ROL.
001084     COPY ROLREG.
001085
001086 FD  ARCH-SEGURIDAD.
001087 01  REG-SEGURIDAD.
001088     COPY SEGREG.

001090 WORKING-STORAGE SECTION.
001100 77  WS-FILE-STATUS              PIC X(02) VALUE SPACES.

001140 77  WS-MAX-FALLAS               PIC 9(02) VALUE 3.

001141 77  WS-USR-HALLADO-SW           PIC X(01) VALUE "N".
001142     88  WS-USR-HALLADO              VALUE "S".
001143     88  WS-USR-NO-HALLADO           VALUE "N".
001144     88  WS-USR-SIN-ARCHIVO          VALUE "E".

001145 77  WS-BLOQUEO-NUEVO-SW         PIC X(01) VALUE "N".
001146     88  WS-BLOQUEO-NUEVO            VALUE "S".

001150 77  WS-JRN-STATUS               PIC X(02) VALUE SPACES.
001160     88  WS-JRN-OK                   VALUE "00".
001170     88  WS-JRN-NO-EXISTE            VALUE "35".
001173     88  WS-ROL-OK                   VALUE "00".
001174     88  WS-ROL-NO-EXISTE            VALUE "35".

001175 77  WS-SEG-STATUS               PIC X(02) VALUE SPACES.
001176     88  WS-SEG-OK                   VALUE "00".
001177     88  WS-SEG-NO-EXISTE            VALUE "35".

001180 01  WS-IMG-ANTES.
001190     COPY USRREG.
001200 01  WS-IMG-DESPUES.
001260 0000-MAINLINE.
001270     MOVE 90 TO PARM-RETURN-CODE.
001280     MOVE SPACES TO WS-IMG-ANTES WS-IMG-DESPUES.
001281     MOVE "N" TO WS-USR-HALLADO-SW WS-BLOQUEO-NUEVO-SW.
001290     PERFORM 1000-ABRIR-ARCHIVO THRU 1000-EXIT.
001300     EVALUATE TRUE
001310         WHEN PARM-FUN-ALTA
001520         OR PARM-FUN-CLAVE OR PARM-FUN-REACTIVA
001521         OR PARM-FUN-APRUEBA OR PARM-FUN-RECHAZA
001530         PERFORM 7800-GRABAR-JOURNAL THRU 7800-EXIT
001531     END-IF.
001532     IF PARM-FUN-LOGIN OR PARM-FUN-CLAVE
001533         PERFORM 7900-GRABAR-EVENTO THRU 7900-EXIT
001540     END-IF.
001550     PERFORM 8000-CERRAR-ARCHIVO THRU 8000-EXIT.
001560     GOBACK.
001610         CLOSE ARCH-USUARIOS
001620         OPEN I-O ARCH-USUARIOS
001630     END-IF.
001631     IF NOT WS-FS-OK
001632         SET WS-USR-SIN-ARCHIVO TO TRUE
001633     END-IF.
001640 1000-EXIT.
001650     EXIT.

003330         INVALID KEY
003340             MOVE 90 TO PARM-RETURN-CODE
003350         NOT INVALID KEY
003351             SET WS-USR-HALLADO TO TRUE
003360             PERFORM 6100-VERIFICAR-CLAVE THRU 6100-EXIT
003370     END-READ.
003380 6000-EXIT.
003500         ADD 1 TO REG-INTENTOS-FALLIDOS OF FD-REG
003510         IF REG-INTENTOS-FALLIDOS OF FD-REG >= WS-MAX-FALLAS
003520             SET REG-BLOQUEADO OF FD-REG TO TRUE
003521             SET WS-BLOQUEO-NUEVO TO TRUE
003530             MOVE 41 TO PARM-RETURN-CODE
003540         ELSE
003550             MOVE 40 TO PARM-RETURN-CODE
004160             MOVE 90 TO PARM-RETURN-CODE
004170             GO TO 7000-EXIT
004180     END-READ.
004181     SET WS-USR-HALLADO TO TRUE.
004190     MOVE FD-REG TO WS-IMG-ANTES.
004200     IF REG-BLOQUEADO OF FD-REG
004210         MOVE 41 TO PARM-RETURN-CODE
004290         ADD 1 TO REG-INTENTOS-FALLIDOS OF FD-REG
004300         IF REG-INTENTOS-FALLIDOS OF FD-REG >= WS-MAX-FALLAS
004310             SET REG-BLOQUEADO OF FD-REG TO TRUE
004311             SET WS-BLOQUEO-NUEVO TO TRUE
004320             MOVE 41 TO PARM-RETURN-CODE
004330         ELSE
004340             MOVE 40 TO PARM-RETURN-CODE
005200 7800-EXIT.
005210     EXIT.

005211*----------------------------------------------------------------
005212* 7900  EVENTO DE SEGURIDAD - graba en SEGLOGIN.DAT el resultado
005213*       del intento de login o de cambio de clave, traducido del
005214*       codigo de retorno: 41 es bloqueo si esta misma falla
005215*       bloqueo la cuenta y cuenta ya bloqueada si no; 90 es
005216*       codigo inexistente si USUARIOS.DAT abrio y el usuario no
005217*       se encontro, y error de archivo si no.  Se abre en EXTEND
005218*       y se crea vacio la primera vez, igual que el journal; no
005219*       poder grabarlo no cambia el resultado del login.
005220*----------------------------------------------------------------
005221 7900-GRABAR-EVENTO.
005222     OPEN EXTEND ARCH-SEGURIDAD.
005223     IF WS-SEG-NO-EXISTE
005224         OPEN OUTPUT ARCH-SEGURIDAD
005225         CLOSE ARCH-SEGURIDAD
005226         OPEN EXTEND ARCH-SEGURIDAD
005227     END-IF.
005228     IF NOT WS-SEG-OK
005229         DISPLAY "YOUR-PROGRAM: no se pudo abrir SEGLOGIN.DAT"
005230         GO TO 7900-EXIT
005231     END-IF.
005232     ACCEPT SEG-FECHA FROM DATE YYYYMMDD.
005233     ACCEPT SEG-HORA FROM TIME.
005234     MOVE REG-USUARIO OF PARM-REGISTRO TO SEG-USUARIO.
005235     IF WS-USR-HALLADO
005236         MOVE REG-USUARIO OF FD-REG TO SEG-USUARIO
005237         MOVE REG-INTENTOS-FALLIDOS OF FD-REG TO SEG-INTENTOS
005238     ELSE
005239         MOVE ZERO TO SEG-INTENTOS
005240     END-IF.
005241     MOVE PARM-PROGRAMA TO SEG-PROGRAMA.
005242     MOVE PARM-FUNCION TO SEG-FUNCION.
005243     MOVE PARM-RETURN-CODE TO SEG-RC.
005244     EVALUATE TRUE
005245         WHEN PARM-RC-OK
005246             SET SEG-EV-EXITO TO TRUE
005247         WHEN PARM-RC-CAMBIAR-CLAVE
005248             SET SEG-EV-CAMBIO-OBLIGADO TO TRUE
005249         WHEN PARM-RC-CLAVE-INCORRECTA
005250             SET SEG-EV-CLAVE-INCORRECTA TO TRUE
005251         WHEN PARM-RC-BLOQUEADO AND WS-BLOQUEO-NUEVO
005252             SET SEG-EV-BLOQUEO TO TRUE
005253         WHEN PARM-RC-BLOQUEADO
005254             SET SEG-EV-BLOQUEADO TO TRUE
005255         WHEN PARM-RC-INACTIVO
005256             SET SEG-EV-INACTIVO TO TRUE
005257         WHEN PARM-RC-PENDIENTE
005258             SET SEG-EV-PENDIENTE TO TRUE
005259         WHEN PARM-RC-CLAVE-INVALIDA
005260             SET SEG-EV-CLAVE-NUEVA-INVAL TO TRUE
005261         WHEN PARM-RC-NO-ENCONTRADO AND WS-USR-NO-HALLADO
005262             SET SEG-EV-DESCONOCIDO TO TRUE
005263         WHEN OTHER
005264             SET SEG-EV-ERROR TO TRUE
005265     END-EVALUATE.
005266     WRITE REG-SEGURIDAD.
005267     CLOSE ARCH-SEGURIDAD.
005268 7900-EXIT.
005269     EXIT.

005270 8000-CERRAR-ARCHIVO.
005271     CLOSE ARCH-USUARIOS.
005272 8000-EXIT.
005273     EXIT.

005274 END PROGRAM YOUR-PROGRAM.
