           03 REG-PRO-DIRE   PIC X(20).
           03 REG-PRO-TEL    PIC X(20).
           03 REG-PRO-CBU    PIC 9(22).
           03 REG-PRO-CATEGORIA PIC X(01).
           03 REG-PRO-EMAIL     PIC X(40).
           03 REG-PRO-CELULAR   PIC X(15).

       FD  PROFAUDIT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ProfesoresAudit.txt".
           03 REG-AUD-VALOR-NVO  PIC X(25).
           03 REG-AUD-FECHA      PIC 9(08).
           03 REG-AUD-HORA       PIC 9(08).
           03 REG-AUD-USUARIO    PIC X(08).

       FD  PROFSECUENCIAL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Profesores.txt".
           03 REG-SEC-DIRE   PIC X(20).
           03 REG-SEC-TEL    PIC X(20).
           03 REG-SEC-CBU    PIC 9(22).
           03 REG-SEC-CATEGORIA PIC X(01).
           03 REG-SEC-EMAIL     PIC X(40).
           03 REG-SEC-CELULAR   PIC X(15).

       WORKING-STORAGE SECTION.
       77  AUD-ESTADO PIC XX.
           03 WS-PRO-ANT-DIRE   PIC X(20).
           03 WS-PRO-ANT-TEL    PIC X(20).
           03 WS-PRO-ANT-CBU    PIC 9(22).
           03 WS-PRO-ANT-CATEGORIA PIC X(01).
           03 WS-PRO-ANT-EMAIL     PIC X(40).
           03 WS-PRO-ANT-CELULAR   PIC X(15).

       01  WS-EMAIL-ANT.
           03 WS-EMAIL-ANT-1 PIC X(25).
           03 WS-EMAIL-ANT-2 PIC X(15).

       01  WS-EMAIL-NVO.
           03 WS-EMAIL-NVO-1 PIC X(25).
           03 WS-EMAIL-NVO-2 PIC X(15).

       77  WS-EMAIL-ARROBAS PIC 9(2).
       77  WS-EMAIL-BLANCOS PIC 9(2).

       01  WS-CBU-NUM PIC 9(22).
       01  WS-CBU-TAB REDEFINES WS-CBU-NUM.
           03 FILLER PIC X(20) VALUE "SIN DIRECCION".
           03 FILLER PIC X(20) VALUE "SIN TELEFONO".
           03 FILLER PIC 9(22) VALUE ZEROES.
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(15) VALUE SPACES.

       LINKAGE SECTION.
       01  PROFESOR.
           03 PRO-ESTADO PIC XX.
              88 PRO-OK  VALUE 00.
              88 PRO-EOF VALUE 10.
           03 PRO-CATEGORIA PIC X(01).
           03 PRO-USUARIO   PIC X(08).
           03 PRO-EMAIL     PIC X(40).
           03 PRO-CELULAR   PIC X(15).

       PROCEDURE DIVISION USING PROFESOR.
       MAIN-PROCEDURE.
           MOVE REG-PRO-DIRE   TO PRO-DIRE.
           MOVE REG-PRO-TEL    TO PRO-TEL.
           MOVE REG-PRO-CBU    TO PRO-CBU.
           MOVE REG-PRO-CATEGORIA TO PRO-CATEGORIA.
           MOVE REG-PRO-EMAIL     TO PRO-EMAIL.
           MOVE REG-PRO-CELULAR   TO PRO-CELULAR.

       LEO-DNI.
           MOVE WS-PRO-GENERICO TO REG-PRO.
           MOVE REG-PRO-DIRE   TO PRO-DIRE.
           MOVE REG-PRO-TEL    TO PRO-TEL.
           MOVE REG-PRO-CBU    TO PRO-CBU.
           MOVE REG-PRO-CATEGORIA TO PRO-CATEGORIA.
           MOVE REG-PRO-EMAIL     TO PRO-EMAIL.
           MOVE REG-PRO-CELULAR   TO PRO-CELULAR.

       LEO-PROFESOR.
           MOVE WS-PRO-GENERICO TO REG-PRO.
           IF (NOT PRO-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDO-EMAIL.
           IF (NOT PRO-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEO-DNI.
           IF (MAE-OK) THEN
               MOVE 92 TO PRO-ESTADO
               MOVE PRO-DIRE   TO REG-PRO-DIRE
               MOVE PRO-TEL    TO REG-PRO-TEL
               MOVE PRO-CBU    TO REG-PRO-CBU
               MOVE PRO-CATEGORIA TO REG-PRO-CATEGORIA
               MOVE PRO-EMAIL     TO REG-PRO-EMAIL
               MOVE PRO-CELULAR   TO REG-PRO-CELULAR
               WRITE REG-PRO
               MOVE MAE-ESTADO TO PRO-ESTADO
               IF (PRO-OK) THEN
           IF (NOT PRO-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDO-EMAIL.
           IF (NOT PRO-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEO-PROFESOR.
           IF (PRO-OK) THEN
               MOVE REG-PRO-DNI    TO WS-PRO-ANT-DNI
               MOVE REG-PRO-DIRE   TO WS-PRO-ANT-DIRE
               MOVE REG-PRO-TEL    TO WS-PRO-ANT-TEL
               MOVE REG-PRO-CBU    TO WS-PRO-ANT-CBU
               MOVE REG-PRO-CATEGORIA TO WS-PRO-ANT-CATEGORIA
               MOVE REG-PRO-EMAIL     TO WS-PRO-ANT-EMAIL
               MOVE REG-PRO-CELULAR   TO WS-PRO-ANT-CELULAR
               IF (PRO-DNI NOT = WS-PRO-ANT-DNI) THEN
                   PERFORM VERIFICO-DNI-LIBRE
               END-IF
                   MOVE PRO-DIRE   TO REG-PRO-DIRE
                   MOVE PRO-TEL    TO REG-PRO-TEL
                   MOVE PRO-CBU    TO REG-PRO-CBU
                   MOVE PRO-CATEGORIA TO REG-PRO-CATEGORIA
                   MOVE PRO-EMAIL     TO REG-PRO-EMAIL
                   MOVE PRO-CELULAR   TO REG-PRO-CELULAR
                   REWRITE REG-PRO
                   MOVE MAE-ESTADO TO PRO-ESTADO
                   IF (PRO-OK) THEN
               MOVE REG-PRO-DIRE   TO WS-PRO-ANT-DIRE
               MOVE REG-PRO-TEL    TO WS-PRO-ANT-TEL
               MOVE REG-PRO-CBU    TO WS-PRO-ANT-CBU
               MOVE REG-PRO-CATEGORIA TO WS-PRO-ANT-CATEGORIA
               MOVE REG-PRO-EMAIL     TO WS-PRO-ANT-EMAIL
               MOVE REG-PRO-CELULAR   TO WS-PRO-ANT-CELULAR
               DELETE PROFMAESTRO RECORD
               MOVE MAE-ESTADO TO PRO-ESTADO
               IF (PRO-OK) THEN
       SELLO-AUDITORIA.
           ACCEPT REG-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT REG-AUD-HORA  FROM TIME.
           MOVE PRO-USUARIO TO REG-AUD-USUARIO.

       GRABO-AUDITORIA-ALTA.
           MOVE PRO-NUMERO TO REG-AUD-NUMERO.
           MOVE SPACES     TO REG-AUD-VALOR-ANT.
           MOVE PRO-CBU    TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           MOVE "CATEGORIA"   TO REG-AUD-CAMPO.
           MOVE SPACES        TO REG-AUD-VALOR-ANT.
           MOVE PRO-CATEGORIA TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           MOVE SPACES        TO WS-EMAIL-ANT.
           MOVE PRO-EMAIL     TO WS-EMAIL-NVO.
           PERFORM GRABO-AUDITORIA-EMAIL.
           MOVE "CELULAR"     TO REG-AUD-CAMPO.
           MOVE SPACES        TO REG-AUD-VALOR-ANT.
           MOVE PRO-CELULAR   TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.

       GRABO-AUDITORIA-MOD.
           MOVE PRO-NUMERO TO REG-AUD-NUMERO.
               MOVE PRO-CBU          TO REG-AUD-VALOR-NVO
               WRITE REG-AUD
           END-IF.
           IF (WS-PRO-ANT-CATEGORIA NOT = PRO-CATEGORIA) THEN
               MOVE "CATEGORIA"          TO REG-AUD-CAMPO
               MOVE WS-PRO-ANT-CATEGORIA TO REG-AUD-VALOR-ANT
               MOVE PRO-CATEGORIA        TO REG-AUD-VALOR-NVO
               WRITE REG-AUD
           END-IF.
           IF (WS-PRO-ANT-EMAIL NOT = PRO-EMAIL) THEN
               MOVE WS-PRO-ANT-EMAIL     TO WS-EMAIL-ANT
               MOVE PRO-EMAIL            TO WS-EMAIL-NVO
               PERFORM GRABO-AUDITORIA-EMAIL
           END-IF.
           IF (WS-PRO-ANT-CELULAR NOT = PRO-CELULAR) THEN
               MOVE "CELULAR"            TO REG-AUD-CAMPO
               MOVE WS-PRO-ANT-CELULAR   TO REG-AUD-VALOR-ANT
               MOVE PRO-CELULAR          TO REG-AUD-VALOR-NVO
               WRITE REG-AUD
           END-IF.

       GRABO-AUDITORIA-BAJA.
           MOVE PRO-NUMERO TO REG-AUD-NUMERO.
           MOVE WS-PRO-ANT-CBU    TO REG-AUD-VALOR-ANT.
           MOVE SPACES            TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           MOVE "CATEGORIA"          TO REG-AUD-CAMPO.
           MOVE WS-PRO-ANT-CATEGORIA TO REG-AUD-VALOR-ANT.
           MOVE SPACES               TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           MOVE WS-PRO-ANT-EMAIL     TO WS-EMAIL-ANT.
           MOVE SPACES               TO WS-EMAIL-NVO.
           PERFORM GRABO-AUDITORIA-EMAIL.
           MOVE "CELULAR"            TO REG-AUD-CAMPO.
           MOVE WS-PRO-ANT-CELULAR   TO REG-AUD-VALOR-ANT.
           MOVE SPACES               TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.

       GRABO-AUDITORIA-EMAIL.
           MOVE "EMAIL"        TO REG-AUD-CAMPO.
           MOVE WS-EMAIL-ANT-1 TO REG-AUD-VALOR-ANT.
           MOVE WS-EMAIL-NVO-1 TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           IF (WS-EMAIL-ANT-2 NOT = SPACES)
                   OR (WS-EMAIL-NVO-2 NOT = SPACES) THEN
               MOVE "EMAIL-CONT"   TO REG-AUD-CAMPO
               MOVE WS-EMAIL-ANT-2 TO REG-AUD-VALOR-ANT
               MOVE WS-EMAIL-NVO-2 TO REG-AUD-VALOR-NVO
               WRITE REG-AUD
           END-IF.

       IMPORTO-SECUENCIAL.
           MOVE ZERO TO WS-IMP-CARGADOS.
           ELSE
               MOVE ZERO TO REG-PRO-CBU
           END-IF.
           MOVE REG-SEC-CATEGORIA TO REG-PRO-CATEGORIA.
           MOVE REG-SEC-EMAIL     TO REG-PRO-EMAIL.
           MOVE REG-SEC-CELULAR   TO REG-PRO-CELULAR.
           WRITE REG-PRO.
           IF (MAE-OK) THEN
               ADD 1 TO WS-IMP-CARGADOS
           MOVE REG-PRO-DIRE   TO REG-SEC-DIRE.
           MOVE REG-PRO-TEL    TO REG-SEC-TEL.
           MOVE REG-PRO-CBU    TO REG-SEC-CBU.
           MOVE REG-PRO-CATEGORIA TO REG-SEC-CATEGORIA.
           MOVE REG-PRO-EMAIL     TO REG-SEC-EMAIL.
           MOVE REG-PRO-CELULAR   TO REG-SEC-CELULAR.
           WRITE REG-SEC.
           PERFORM LEO-SIGUIENTE.

               MOVE 93 TO PRO-ESTADO
           END-IF.

       VALIDO-EMAIL.
           MOVE 00 TO PRO-ESTADO.
           IF (PRO-EMAIL = SPACES) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EMAIL-ARROBAS.
           MOVE ZERO TO WS-EMAIL-BLANCOS.
           INSPECT PRO-EMAIL TALLYING WS-EMAIL-ARROBAS FOR ALL "@".
           INSPECT PRO-EMAIL TALLYING WS-EMAIL-BLANCOS
               FOR LEADING SPACES.
           IF (WS-EMAIL-ARROBAS NOT = 1) OR (WS-EMAIL-BLANCOS > 0)
                   OR (PRO-EMAIL(1:1) = "@") THEN
               MOVE 95 TO PRO-ESTADO
           END-IF.

       FIN.
           CLOSE PROFMAESTRO.
           CLOSE PROFAUDIT.
