           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-ESTADO.

           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOT-ESTADO.

       DATA DIVISION.

       FILE SECTION.
           03 REG-AUD-HORA       PIC 9(8).
           03 REG-AUD-USUARIO    PIC X(8).

       FD  LOTES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/LotesCaptura.txt".
       01  REG-LOT.
           03 REG-LOT-LOTE      PIC 9(6).
           03 REG-LOT-ARCHIVO   PIC X(1).
           03 REG-LOT-FECHA     PIC 9(8).
           03 REG-LOT-CANT      PIC 9(6).
           03 REG-LOT-HORAS     PIC 9(8)V99.
           03 REG-LOT-USUARIO   PIC X(8).
           03 REG-LOT-PER-DESDE PIC 9(6).
           03 REG-LOT-PER-HASTA PIC 9(6).

       WORKING-STORAGE SECTION.
       77  PER-ESTADO PIC XX.
           88 PER-OK  VALUE 00.
       77  AUD-ESTADO PIC XX.
           88 AUD-OK VALUE 00.

       77  LOT-ESTADO PIC XX.
           88 LOT-OK  VALUE 00.
           88 LOT-EOF VALUE 10.

       77  WS-ACCION PIC X(1).
           88 ACCION-CONSULTA VALUE "1".
           88 ACCION-REABRIR  VALUE "2".
           88 ACCION-CERRAR   VALUE "3".
           88 ACCION-FIN      VALUE "9".

       77  WS-PERIODO PIC 9(6).
       77  WS-USUARIO PIC X(8).
       77  WS-ESTADO-NVO PIC X(10).

       77  WS-LOT-DESDE PIC 9(6).
       77  WS-LOT-HASTA PIC 9(6).
       77  WS-CAPTURO PIC X(1).
           88 CAPTURO-PERIODO VALUE "S".

       77  WS-PER-INDICE    PIC 9(3).
       77  WS-PER-CANTIDAD  PIC 9(3) VALUE ZERO.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 PTR-PER-USUARIO PIC X(8).

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
           MOVE SPACES TO WS-ACCION.
           STOP RUN.

       PROC-ACCION.
           DISPLAY "Accion (1=Consulta, 2=Reabrir periodo, "
                   "3=Cerrar periodo, 9=Fin): " WITH NO ADVANCING.
           ACCEPT WS-ACCION.
           IF (ACCION-CONSULTA) THEN
               PERFORM CONSULTA
           IF (ACCION-REABRIR) THEN
               PERFORM REABRIR
           END-IF.
           IF (ACCION-CERRAR) THEN
               PERFORM CERRAR
           END-IF.

       CONSULTA.
           PERFORM CARGO-PERIODOS.
           ACCEPT WS-PERIODO.
           DISPLAY "Usuario responsable: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "REABRIR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-PERIODOS.
           PERFORM BUSCO-PERIODO.
           IF (NOT PER-ENCONTRADO) THEN
               DISPLAY "Periodo " WS-PERIODO " inexistente"
           ELSE
               MOVE "ABIERTO" TO WS-ESTADO-NVO
               PERFORM GRABO-AUDITORIA
               MOVE "ABIERTO" TO TAB-PER-ESTADO(WS-PER-INDICE)
               ACCEPT TAB-PER-FECHA(WS-PER-INDICE) FROM DATE YYYYMMDD
                       WS-USUARIO
           END-IF.

       CERRAR.
           DISPLAY "Periodo a cerrar (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           DISPLAY "Usuario responsable: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "CERRAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-PERIODOS.
           PERFORM BUSCO-PERIODO.
           IF (NOT PER-ENCONTRADO) THEN
               DISPLAY "Periodo " WS-PERIODO " inexistente"
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-PER-ESTADO(WS-PER-INDICE) NOT = "ABIERTO") THEN
               DISPLAY "Periodo " WS-PERIODO " no esta ABIERTO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "CERRADO" TO WS-ESTADO-NVO.
           PERFORM GRABO-AUDITORIA.
           MOVE "CERRADO" TO TAB-PER-ESTADO(WS-PER-INDICE).
           ACCEPT TAB-PER-FECHA(WS-PER-INDICE) FROM DATE YYYYMMDD.
           ACCEPT TAB-PER-HORA(WS-PER-INDICE) FROM TIME.
           MOVE WS-USUARIO TO TAB-PER-USUARIO(WS-PER-INDICE).
           PERFORM GRABO-PERIODOS.
           DISPLAY "Periodo " WS-PERIODO " cerrado por " WS-USUARIO.

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "PERIODOS" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (OPE-OK) THEN
               PERFORM VERIFICO-SEGREGACION
               IF (CAPTURO-PERIODO) THEN
                   MOVE "SEGREGACION: CAPTURO LOTE" TO OPE-MOTIVO
                   MOVE 2 TO OPE-ACCION
                   CALL "OPERADORES" USING OPERADOR
                   MOVE 93 TO OPE-ESTADO
               END-IF
           END-IF.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       VERIFICO-SEGREGACION.
           MOVE "N" TO WS-CAPTURO.
           OPEN INPUT LOTES.
           IF (LOT-OK) THEN
               PERFORM LEO-LOTES
               PERFORM VERIFICO-LOTE UNTIL (LOT-EOF)
               CLOSE LOTES
           END-IF.

       VERIFICO-LOTE.
           IF (REG-LOT-PER-HASTA NUMERIC)
                   AND (REG-LOT-PER-HASTA NOT = ZERO) THEN
               MOVE REG-LOT-PER-DESDE TO WS-LOT-DESDE
               MOVE REG-LOT-PER-HASTA TO WS-LOT-HASTA
           ELSE
               COMPUTE WS-LOT-DESDE = REG-LOT-FECHA / 100
               MOVE WS-LOT-DESDE TO WS-LOT-HASTA
           END-IF.
           IF (REG-LOT-USUARIO = WS-USUARIO)
                   AND (WS-PERIODO NOT < WS-LOT-DESDE)
                   AND (WS-PERIODO NOT > WS-LOT-HASTA) THEN
               MOVE "S" TO WS-CAPTURO
           END-IF.
           PERFORM LEO-LOTES.

       LEO-LOTES.
           READ LOTES RECORD INTO REG-LOT.
           IF ((NOT LOT-OK) AND (NOT LOT-EOF)) THEN
               DISPLAY "ERROR EN READ LotesCaptura: " LOT-ESTADO
               STOP RUN
           END-IF.

       CARGO-PERIODOS.
           MOVE ZERO TO WS-PER-CANTIDAD.
           OPEN INPUT PERIODOS.
           END-IF.
           MOVE WS-PERIODO TO REG-AUD-PERIODO.
           MOVE TAB-PER-ESTADO(WS-PER-INDICE) TO REG-AUD-ESTADO-ANT.
           MOVE WS-ESTADO-NVO TO REG-AUD-ESTADO-NVO.
           ACCEPT REG-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT REG-AUD-HORA  FROM TIME.
           MOVE WS-USUARIO TO REG-AUD-USUARIO.
