       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-DOCUMENTOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOC-ESTADO.

           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT PROFAUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       FD  DOCUMENTOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/DocumentosProfesor.txt".
       01  REG-DOC.
           03 REG-DOC-NUMERO     PIC X(05).
           03 REG-DOC-TIPO       PIC X(04).
           03 REG-DOC-EMISION    PIC 9(08).
           03 REG-DOC-VENCE      PIC 9(08).
           03 REG-DOC-REFERENCIA PIC X(20).

       FD  PROFESORES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Profesores.txt".
       01  REG-PROF.
           03 REG-PROF-NUMERO PIC X(5).
           03 REG-PROF-DNI    PIC 9(8).
           03 REG-PROF-NOMBRE PIC X(25).
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  PROFAUDIT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ProfesoresAudit.txt".
       01  REG-AUD.
           03 REG-AUD-NUMERO     PIC X(05).
           03 REG-AUD-CAMPO      PIC X(10).
           03 REG-AUD-VALOR-ANT  PIC X(25).
           03 REG-AUD-VALOR-NVO  PIC X(25).
           03 REG-AUD-FECHA      PIC 9(08).
           03 REG-AUD-HORA       PIC 9(08).
           03 REG-AUD-USUARIO    PIC X(08).

       WORKING-STORAGE SECTION.
       77  DOC-ESTADO PIC XX.
           88 DOC-OK  VALUE 00.
           88 DOC-EOF VALUE 10.

       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  AUD-ESTADO PIC XX.
           88 AUD-OK VALUE 00.

       77  WS-USUARIO PIC X(8).

       77  WS-ACCION PIC X(1).
           88 ACCION-CONSULTA VALUE "1".
           88 ACCION-ALTA     VALUE "2".
           88 ACCION-BAJA     VALUE "3".
           88 ACCION-MODIF    VALUE "4".
           88 ACCION-FIN      VALUE "9".

       77  WS-FECHA-VALIDA PIC X(1).
           88 FECHA-VALIDA VALUE "S".
       01  WS-FECHA-VAL.
           03 WS-FECHA-VAL-AA PIC 9(4).
           03 WS-FECHA-VAL-MM PIC 9(2).
           03 WS-FECHA-VAL-DD PIC 9(2).
       77  WS-DIAS-MES     PIC 9(2).
       77  WS-BISIESTO-R4  PIC 9(4).
       77  WS-BISIESTO-R1  PIC 9(4).
       77  WS-BISIESTO-R2  PIC 9(4).

       77  WS-HALLADO PIC X(1).
           88 HALLADO VALUE "S".
       77  WS-INDICE-HALLADO PIC 9(4).
       77  WS-VALIDO PIC X(1).
           88 VALIDO VALUE "S".

       77  WS-ALTA-NUMERO     PIC X(5).
       77  WS-ALTA-TIPO       PIC X(4).
           88 TIPO-VALIDO VALUE "SEGU" "MONO" "APTO".
       77  WS-ALTA-EMISION    PIC 9(8).
       77  WS-ALTA-VENCE      PIC 9(8).
       77  WS-ALTA-REFERENCIA PIC X(20).

       01  WS-DOC-ANT.
           03 WS-DOC-ANT-EMISION    PIC 9(8).
           03 WS-DOC-ANT-VENCE      PIC 9(8).
           03 WS-DOC-ANT-REFERENCIA PIC X(20).

       01  WS-AUD-CAMPO.
           03 WS-AUD-CAMPO-TIPO PIC X(4).
           03 FILLER            PIC X(1) VALUE "-".
           03 WS-AUD-CAMPO-DATO PIC X(5).

       77  WS-DOC-INDICE   PIC 9(4).
       77  WS-DOC-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-DOCUMENTOS.
           03 TAB-DOC OCCURS 3000 TIMES.
              05 TAB-DOC-NUMERO     PIC X(5).
              05 TAB-DOC-TIPO       PIC X(4).
              05 TAB-DOC-EMISION    PIC 9(8).
              05 TAB-DOC-VENCE      PIC 9(8).
              05 TAB-DOC-REFERENCIA PIC X(20).

       77  WS-PRF-INDICE   PIC 9(4).
       77  WS-PRF-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PROFESORES.
           03 TAB-PRF OCCURS 1000 TIMES.
              05 TAB-PRF-NUMERO PIC X(5).

       01  OPERADOR.
           03 OPE-USUARIO  PIC X(8).
           03 OPE-PROGRAMA PIC X(14).
           03 OPE-FUNCION  PIC X(10).
           03 OPE-MOTIVO   PIC X(30).
           03 OPE-ROL      PIC X(1).
           03 OPE-NOMBRE   PIC X(25).
           03 OPE-ACCION   PIC XX.
           03 OPE-ESTADO   PIC XX.
              88 OPE-OK VALUE 00.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "CONSULTA" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               STOP RUN
           END-IF.
           PERFORM CARGO-DOCUMENTOS.
           PERFORM CARGO-PROFESORES.
           MOVE SPACES TO WS-ACCION.
           PERFORM PROC-ACCION UNTIL (ACCION-FIN).
           STOP RUN.

       PROC-ACCION.
           DISPLAY "Accion (1=Consulta, 2=Alta, 3=Baja, "
                   "4=Modificacion, 9=Fin): " WITH NO ADVANCING.
           ACCEPT WS-ACCION.
           IF (ACCION-ALTA) OR (ACCION-BAJA) OR (ACCION-MODIF) THEN
               MOVE "MODIFICAR" TO OPE-FUNCION
               PERFORM VALIDO-OPERADOR
               IF (NOT OPE-OK) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF (ACCION-CONSULTA) THEN
               PERFORM CONSULTA-DOCUMENTOS
           ELSE IF (ACCION-ALTA) THEN
               PERFORM ALTA-DOC
           ELSE IF (ACCION-BAJA) THEN
               PERFORM BAJA-DOC
           ELSE IF (ACCION-MODIF) THEN
               PERFORM MODIF-DOC
           ELSE IF (NOT ACCION-FIN) THEN
               DISPLAY "Accion invalida"
           END-IF.

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "MANT-DOCUMENTO" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       LEO-DOCUMENTOS.
           READ DOCUMENTOS RECORD INTO REG-DOC.
           IF ((NOT DOC-OK) AND (NOT DOC-EOF)) THEN
               DISPLAY "ERROR EN READ DocumentosProfesor: " DOC-ESTADO
               STOP RUN
           END-IF.

       CARGO-DOCUMENTOS.
           MOVE ZERO TO WS-DOC-CANTIDAD.
           OPEN INPUT DOCUMENTOS.
           IF (DOC-OK) THEN
               PERFORM LEO-DOCUMENTOS
               PERFORM CARGO-DOC-DET UNTIL (DOC-EOF)
               CLOSE DOCUMENTOS
           END-IF.

       CARGO-DOC-DET.
           ADD 1 TO WS-DOC-CANTIDAD.
           MOVE REG-DOC TO TAB-DOC(WS-DOC-CANTIDAD).
           PERFORM LEO-DOCUMENTOS.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               STOP RUN
           END-IF.

       CARGO-PROFESORES.
           MOVE ZERO TO WS-PRF-CANTIDAD.
           OPEN INPUT PROFESORES.
           IF (PROF-OK) THEN
               PERFORM LEO-PROFESORES
               PERFORM CARGO-PRF-DET UNTIL (PROF-EOF)
               CLOSE PROFESORES
           END-IF.

       CARGO-PRF-DET.
           ADD 1 TO WS-PRF-CANTIDAD.
           MOVE REG-PROF-NUMERO TO TAB-PRF-NUMERO(WS-PRF-CANTIDAD).
           PERFORM LEO-PROFESORES.

       VALIDO-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF (WS-FECHA-VAL-AA < 1900)
                   OR (WS-FECHA-VAL-AA > 2099) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (WS-FECHA-VAL-MM < 1) OR (WS-FECHA-VAL-MM > 12) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (WS-FECHA-VAL-MM = 1) OR (WS-FECHA-VAL-MM = 3)
                   OR (WS-FECHA-VAL-MM = 5) OR (WS-FECHA-VAL-MM = 7)
                   OR (WS-FECHA-VAL-MM = 8) OR (WS-FECHA-VAL-MM = 10)
                   OR (WS-FECHA-VAL-MM = 12) THEN
               MOVE 31 TO WS-DIAS-MES
           ELSE IF (WS-FECHA-VAL-MM = 2) THEN
               PERFORM VALIDO-BISIESTO
           ELSE
               MOVE 30 TO WS-DIAS-MES
           END-IF.
           IF (WS-FECHA-VAL-DD < 1)
                   OR (WS-FECHA-VAL-DD > WS-DIAS-MES) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-FECHA-VALIDA.

       VALIDO-BISIESTO.
           MOVE 28 TO WS-DIAS-MES.
           DIVIDE WS-FECHA-VAL-AA BY 4 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R1.
           DIVIDE WS-FECHA-VAL-AA BY 100 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R1 = ZERO)
                   AND (WS-BISIESTO-R2 NOT = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.
           DIVIDE WS-FECHA-VAL-AA BY 400 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R2 = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.

       CONSULTA-DOCUMENTOS.
           DISPLAY "Profesor (5 car., blanco = todos): "
                   WITH NO ADVANCING.
           ACCEPT WS-ALTA-NUMERO.
           MOVE ZERO TO WS-DOC-INDICE.
           PERFORM CONSULTA-DOC WS-DOC-CANTIDAD TIMES.

       CONSULTA-DOC.
           ADD 1 TO WS-DOC-INDICE.
           IF (WS-ALTA-NUMERO = SPACES)
                   OR (TAB-DOC-NUMERO(WS-DOC-INDICE)
                       = WS-ALTA-NUMERO) THEN
               DISPLAY TAB-DOC-NUMERO(WS-DOC-INDICE) " "
                       TAB-DOC-TIPO(WS-DOC-INDICE) " "
                       TAB-DOC-EMISION(WS-DOC-INDICE) " "
                       TAB-DOC-VENCE(WS-DOC-INDICE) " "
                       TAB-DOC-REFERENCIA(WS-DOC-INDICE)
           END-IF.

       PIDO-CLAVE-DOC.
           DISPLAY "Profesor (5 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-NUMERO.
           DISPLAY "Documento (SEGU=Seguro resp. civil, "
                   "MONO=Constancia monotributo, APTO=Apto medico): "
                   WITH NO ADVANCING.
           ACCEPT WS-ALTA-TIPO.

       PIDO-DATOS-DOC.
           DISPLAY "Fecha de emision (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-EMISION.
           DISPLAY "Fecha de vencimiento (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-ALTA-VENCE.
           DISPLAY "Referencia (poliza / certificado): "
                   WITH NO ADVANCING.
           ACCEPT WS-ALTA-REFERENCIA.

       BUSCO-DOC.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-INDICE-HALLADO.
           MOVE ZERO TO WS-DOC-INDICE.
           PERFORM BUSCO-DOC-DET WS-DOC-CANTIDAD TIMES.

       BUSCO-DOC-DET.
           ADD 1 TO WS-DOC-INDICE.
           IF (TAB-DOC-NUMERO(WS-DOC-INDICE) = WS-ALTA-NUMERO)
                   AND (TAB-DOC-TIPO(WS-DOC-INDICE)
                        = WS-ALTA-TIPO) THEN
               MOVE "S" TO WS-HALLADO
               MOVE WS-DOC-INDICE TO WS-INDICE-HALLADO
           END-IF.

       BUSCO-PROFESOR.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-PRF-INDICE.
           PERFORM BUSCO-PROFESOR-DET WS-PRF-CANTIDAD TIMES.

       BUSCO-PROFESOR-DET.
           ADD 1 TO WS-PRF-INDICE.
           IF (TAB-PRF-NUMERO(WS-PRF-INDICE) = WS-ALTA-NUMERO) THEN
               MOVE "S" TO WS-HALLADO
           END-IF.

       VALIDO-CLAVE-DOC.
           MOVE "S" TO WS-VALIDO.
           IF (NOT TIPO-VALIDO) THEN
               DISPLAY "Tipo de documento invalido"
               MOVE "N" TO WS-VALIDO
           END-IF.

       VALIDO-DOC.
           MOVE "S" TO WS-VALIDO.
           MOVE WS-ALTA-EMISION TO WS-FECHA-VAL.
           PERFORM VALIDO-FECHA.
           IF (NOT FECHA-VALIDA) THEN
               DISPLAY "Fecha de emision invalida"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ALTA-VENCE TO WS-FECHA-VAL.
           PERFORM VALIDO-FECHA.
           IF (NOT FECHA-VALIDA) THEN
               DISPLAY "Fecha de vencimiento invalida"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ALTA-EMISION > WS-ALTA-VENCE) THEN
               DISPLAY "Fecha de emision posterior al vencimiento"
               MOVE "N" TO WS-VALIDO
           END-IF.

       ALTA-DOC.
           PERFORM PIDO-CLAVE-DOC.
           PERFORM VALIDO-CLAVE-DOC.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-PROFESOR.
           IF (NOT HALLADO) THEN
               DISPLAY "Profesor inexistente en el maestro"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-DOC.
           IF (HALLADO) THEN
               DISPLAY "Documento duplicado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PIDO-DATOS-DOC.
           PERFORM VALIDO-DOC.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DOC-CANTIDAD.
           MOVE WS-ALTA-NUMERO  TO TAB-DOC-NUMERO(WS-DOC-CANTIDAD).
           MOVE WS-ALTA-TIPO    TO TAB-DOC-TIPO(WS-DOC-CANTIDAD).
           MOVE WS-ALTA-EMISION TO TAB-DOC-EMISION(WS-DOC-CANTIDAD).
           MOVE WS-ALTA-VENCE   TO TAB-DOC-VENCE(WS-DOC-CANTIDAD).
           MOVE WS-ALTA-REFERENCIA
               TO TAB-DOC-REFERENCIA(WS-DOC-CANTIDAD).
           PERFORM GRABO-DOCUMENTOS.
           MOVE WS-DOC-CANTIDAD TO WS-INDICE-HALLADO.
           PERFORM GRABO-AUDITORIA-ALTA.
           DISPLAY "Documento dado de alta".

       BAJA-DOC.
           PERFORM PIDO-CLAVE-DOC.
           PERFORM BUSCO-DOC.
           IF (NOT HALLADO) THEN
               DISPLAY "Documento inexistente"
               EXIT PARAGRAPH
           END-IF.
           PERFORM GRABO-AUDITORIA-BAJA.
           MOVE WS-INDICE-HALLADO TO WS-DOC-INDICE.
           PERFORM QUITO-DOC
               UNTIL (WS-DOC-INDICE NOT < WS-DOC-CANTIDAD).
           SUBTRACT 1 FROM WS-DOC-CANTIDAD.
           PERFORM GRABO-DOCUMENTOS.
           DISPLAY "Documento dado de baja".

       QUITO-DOC.
           MOVE TAB-DOC(WS-DOC-INDICE + 1) TO TAB-DOC(WS-DOC-INDICE).
           ADD 1 TO WS-DOC-INDICE.

       MODIF-DOC.
           PERFORM PIDO-CLAVE-DOC.
           PERFORM BUSCO-DOC.
           IF (NOT HALLADO) THEN
               DISPLAY "Documento inexistente"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PIDO-DATOS-DOC.
           PERFORM VALIDO-DOC.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-DOC-EMISION(WS-INDICE-HALLADO)
               TO WS-DOC-ANT-EMISION.
           MOVE TAB-DOC-VENCE(WS-INDICE-HALLADO)
               TO WS-DOC-ANT-VENCE.
           MOVE TAB-DOC-REFERENCIA(WS-INDICE-HALLADO)
               TO WS-DOC-ANT-REFERENCIA.
           MOVE WS-ALTA-EMISION
               TO TAB-DOC-EMISION(WS-INDICE-HALLADO).
           MOVE WS-ALTA-VENCE
               TO TAB-DOC-VENCE(WS-INDICE-HALLADO).
           MOVE WS-ALTA-REFERENCIA
               TO TAB-DOC-REFERENCIA(WS-INDICE-HALLADO).
           PERFORM GRABO-DOCUMENTOS.
           PERFORM GRABO-AUDITORIA-MOD.
           DISPLAY "Documento modificado".

       GRABO-DOCUMENTOS.
           OPEN OUTPUT DOCUMENTOS.
           IF (NOT DOC-OK) THEN
               DISPLAY "ERROR EN OPEN DocumentosProfesor: " DOC-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-DOC-INDICE.
           PERFORM GRABO-DOC-DET WS-DOC-CANTIDAD TIMES.
           CLOSE DOCUMENTOS.

       GRABO-DOC-DET.
           ADD 1 TO WS-DOC-INDICE.
           MOVE TAB-DOC(WS-DOC-INDICE) TO REG-DOC.
           WRITE REG-DOC.

       ABRO-AUDITORIA.
           OPEN EXTEND PROFAUDIT.
           IF (NOT AUD-OK) THEN
               OPEN OUTPUT PROFAUDIT
           END-IF.
           IF (NOT AUD-OK) THEN
               DISPLAY "ERROR EN OPEN ProfesoresAudit: " AUD-ESTADO
               STOP RUN
           END-IF.
           MOVE WS-ALTA-NUMERO TO REG-AUD-NUMERO.
           MOVE WS-ALTA-TIPO   TO WS-AUD-CAMPO-TIPO.
           PERFORM SELLO-AUDITORIA.

       SELLO-AUDITORIA.
           ACCEPT REG-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT REG-AUD-HORA  FROM TIME.
           MOVE WS-USUARIO TO REG-AUD-USUARIO.

       GRABO-AUDITORIA-ALTA.
           PERFORM ABRO-AUDITORIA.
           MOVE "EMIS" TO WS-AUD-CAMPO-DATO.
           MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-VALOR-ANT.
           MOVE TAB-DOC-EMISION(WS-INDICE-HALLADO)
               TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           MOVE "VENC" TO WS-AUD-CAMPO-DATO.
           MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-VALOR-ANT.
           MOVE TAB-DOC-VENCE(WS-INDICE-HALLADO)
               TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           MOVE "REF" TO WS-AUD-CAMPO-DATO.
           MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-VALOR-ANT.
           MOVE TAB-DOC-REFERENCIA(WS-INDICE-HALLADO)
               TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           CLOSE PROFAUDIT.

       GRABO-AUDITORIA-MOD.
           PERFORM ABRO-AUDITORIA.
           IF (WS-DOC-ANT-EMISION
                   NOT = TAB-DOC-EMISION(WS-INDICE-HALLADO)) THEN
               MOVE "EMIS" TO WS-AUD-CAMPO-DATO
               MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO
               MOVE WS-DOC-ANT-EMISION TO REG-AUD-VALOR-ANT
               MOVE TAB-DOC-EMISION(WS-INDICE-HALLADO)
                   TO REG-AUD-VALOR-NVO
               WRITE REG-AUD
           END-IF.
           IF (WS-DOC-ANT-VENCE
                   NOT = TAB-DOC-VENCE(WS-INDICE-HALLADO)) THEN
               MOVE "VENC" TO WS-AUD-CAMPO-DATO
               MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO
               MOVE WS-DOC-ANT-VENCE TO REG-AUD-VALOR-ANT
               MOVE TAB-DOC-VENCE(WS-INDICE-HALLADO)
                   TO REG-AUD-VALOR-NVO
               WRITE REG-AUD
           END-IF.
           IF (WS-DOC-ANT-REFERENCIA
                   NOT = TAB-DOC-REFERENCIA(WS-INDICE-HALLADO)) THEN
               MOVE "REF" TO WS-AUD-CAMPO-DATO
               MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO
               MOVE WS-DOC-ANT-REFERENCIA TO REG-AUD-VALOR-ANT
               MOVE TAB-DOC-REFERENCIA(WS-INDICE-HALLADO)
                   TO REG-AUD-VALOR-NVO
               WRITE REG-AUD
           END-IF.
           CLOSE PROFAUDIT.

       GRABO-AUDITORIA-BAJA.
           PERFORM ABRO-AUDITORIA.
           MOVE "EMIS" TO WS-AUD-CAMPO-DATO.
           MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO.
           MOVE TAB-DOC-EMISION(WS-INDICE-HALLADO)
               TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           MOVE "VENC" TO WS-AUD-CAMPO-DATO.
           MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO.
           MOVE TAB-DOC-VENCE(WS-INDICE-HALLADO)
               TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           MOVE "REF" TO WS-AUD-CAMPO-DATO.
           MOVE WS-AUD-CAMPO TO REG-AUD-CAMPO.
           MOVE TAB-DOC-REFERENCIA(WS-INDICE-HALLADO)
               TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           WRITE REG-AUD.
           CLOSE PROFAUDIT.

       END PROGRAM MANT-DOCUMENTOS.
