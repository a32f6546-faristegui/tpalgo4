       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-TRANSF.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRFRETENIDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRT-ESTADO.

           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT PROFAUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       FD  TRFRETENIDAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TransferenciasRetenidas.txt".
       01  REG-TRT.
           03 REG-TRT-NUMERO         PIC X(05).
           03 REG-TRT-COMPROBANTE    PIC 9(08).
           03 REG-TRT-CBU            PIC 9(22).
           03 REG-TRT-IMPORTE        PIC 9(09)V99.
           03 REG-TRT-CONCEPTO       PIC X(20).
           03 REG-TRT-FECHA-RETIENE  PIC 9(08).
           03 REG-TRT-FECHA-CAMBIO   PIC 9(08).
           03 REG-TRT-USUARIO-CAMBIO PIC X(08).
           03 REG-TRT-ESTADO         PIC X(01).
           03 REG-TRT-USUARIO-LIBERA PIC X(08).
           03 REG-TRT-FECHA-LIBERA   PIC 9(08).
           03 REG-TRT-HORA-LIBERA    PIC 9(08).
           03 REG-TRT-FECHA-LOTE     PIC 9(08).

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
       77  TRT-ESTADO PIC XX.
           88 TRT-OK  VALUE 00.
           88 TRT-EOF VALUE 10.

       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  AUD-ESTADO PIC XX.
           88 AUD-OK  VALUE 00.

       77  WS-ACCION PIC X(1).
           88 ACCION-CONSULTA VALUE "1".
           88 ACCION-LIBERA   VALUE "2".
           88 ACCION-FIN      VALUE "9".

       77  WS-USUARIO     PIC X(8).
       77  WS-COMPROBANTE PIC 9(8).
       77  WS-CONFIRMA    PIC X(1).
           88 CONFIRMA VALUE "S" "s".

       77  WS-TRT-INDICE   PIC 9(4).
       77  WS-TRT-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-TRT-HALLADO  PIC 9(4).
       77  WS-TRT-LISTADAS PIC 9(4).
       01  TAB-RETENIDAS.
           03 TAB-TRT OCCURS 2000 TIMES.
              05 TAB-TRT-NUMERO         PIC X(05).
              05 TAB-TRT-COMPROBANTE    PIC 9(08).
              05 TAB-TRT-CBU            PIC 9(22).
              05 TAB-TRT-IMPORTE        PIC 9(09)V99.
              05 TAB-TRT-CONCEPTO       PIC X(20).
              05 TAB-TRT-FECHA-RETIENE  PIC 9(08).
              05 TAB-TRT-FECHA-CAMBIO   PIC 9(08).
              05 TAB-TRT-USUARIO-CAMBIO PIC X(08).
              05 TAB-TRT-ESTADO         PIC X(01).
                 88 TRT-RETENIDA  VALUE "R".
                 88 TRT-LIBERADA  VALUE "L".
              05 TAB-TRT-USUARIO-LIBERA PIC X(08).
              05 TAB-TRT-FECHA-LIBERA   PIC 9(08).
              05 TAB-TRT-HORA-LIBERA    PIC 9(08).
              05 TAB-TRT-FECHA-LOTE     PIC 9(08).

       77  WS-PROF-HALLADO PIC X(1).
           88 PROF-HALLADO VALUE "S".
       77  WS-CBU-ACT PIC 9(22).

       01  WS-FECHA-ACT PIC 9(8).
       01  WS-HORA-ACT  PIC 9(8).

       01  BLOQUEO.
           03 BLQ-NOMBRE   PIC X(14).
           03 BLQ-PROGRAMA PIC X(14).
           03 BLQ-USUARIO  PIC X(8).
           03 BLQ-FECHA    PIC 9(8).
           03 BLQ-HORA     PIC 9(8).
           03 BLQ-ACCION   PIC XX.
           03 BLQ-ESTADO   PIC XX.
              88 BLQ-OK VALUE 00.

       01  PTR-TRT-DET.
           03 PTR-TRT-COMPROBANTE PIC 9(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-TRT-NUMERO      PIC X(5).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-TRT-IMPORTE     PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-TRT-RETIENE     PIC 9(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-TRT-CAMBIO      PIC 9(8).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-TRT-USR-CAMBIO  PIC X(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-TRT-ESTADO      PIC X(8).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-TRT-USR-LIBERA  PIC X(8).

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
           IF (WS-USUARIO = SPACES) THEN
               DISPLAY "ERROR: USUARIO NO INFORMADO"
               STOP RUN
           END-IF.
           MOVE "LIBERAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               STOP RUN
           END-IF.
           PERFORM TOMO-BLOQUEO.
           PERFORM CARGO-RETENIDAS.
           MOVE SPACES TO WS-ACCION.
           PERFORM PROC-ACCION UNTIL (ACCION-FIN).
           PERFORM LIBERO-BLOQUEO.
           STOP RUN.

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "LIBERA-TRANSF" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       PROC-ACCION.
           DISPLAY "Accion (1=Consulta retenidas, 2=Liberar "
                   "transferencia, 9=Fin): " WITH NO ADVANCING.
           ACCEPT WS-ACCION.
           IF (ACCION-CONSULTA) THEN
               PERFORM CONSULTA
           END-IF.
           IF (ACCION-LIBERA) THEN
               PERFORM LIBERO
           END-IF.

       CONSULTA.
           DISPLAY "Comprob.  Prof.         Importe  Retenida  "
                   "Cambio CBU Usuario   Estado   Libero".
           MOVE ZERO TO WS-TRT-LISTADAS.
           MOVE ZERO TO WS-TRT-INDICE.
           PERFORM CONSULTA-DET WS-TRT-CANTIDAD TIMES.
           DISPLAY "Transferencias pendientes: " WS-TRT-LISTADAS.

       CONSULTA-DET.
           ADD 1 TO WS-TRT-INDICE.
           IF (TRT-RETENIDA(WS-TRT-INDICE))
                   OR (TRT-LIBERADA(WS-TRT-INDICE)) THEN
               ADD 1 TO WS-TRT-LISTADAS
               MOVE TAB-TRT-COMPROBANTE(WS-TRT-INDICE)
                   TO PTR-TRT-COMPROBANTE
               MOVE TAB-TRT-NUMERO(WS-TRT-INDICE) TO PTR-TRT-NUMERO
               MOVE TAB-TRT-IMPORTE(WS-TRT-INDICE) TO PTR-TRT-IMPORTE
               MOVE TAB-TRT-FECHA-RETIENE(WS-TRT-INDICE)
                   TO PTR-TRT-RETIENE
               MOVE TAB-TRT-FECHA-CAMBIO(WS-TRT-INDICE)
                   TO PTR-TRT-CAMBIO
               MOVE TAB-TRT-USUARIO-CAMBIO(WS-TRT-INDICE)
                   TO PTR-TRT-USR-CAMBIO
               IF (TRT-RETENIDA(WS-TRT-INDICE)) THEN
                   MOVE "RETENIDA" TO PTR-TRT-ESTADO
               ELSE
                   MOVE "LIBERADA" TO PTR-TRT-ESTADO
               END-IF
               MOVE TAB-TRT-USUARIO-LIBERA(WS-TRT-INDICE)
                   TO PTR-TRT-USR-LIBERA
               DISPLAY PTR-TRT-DET
           END-IF.

       LIBERO.
           DISPLAY "Comprobante (8 dig.): " WITH NO ADVANCING.
           ACCEPT WS-COMPROBANTE.
           PERFORM BUSCO-RETENIDA.
           IF (WS-TRT-HALLADO = ZERO) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE
                       " inexistente en TransferenciasRetenidas"
               EXIT PARAGRAPH
           END-IF.
           IF (NOT TRT-RETENIDA(WS-TRT-HALLADO)) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE
                       " no esta retenido"
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-TRT-USUARIO-CAMBIO(WS-TRT-HALLADO)
                   = WS-USUARIO) THEN
               DISPLAY "El usuario que modifico el CBU no puede "
                       "liberar la transferencia"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-PROFESOR.
           IF (NOT PROF-HALLADO) THEN
               DISPLAY "Profesor " TAB-TRT-NUMERO(WS-TRT-HALLADO)
                       " inexistente en Profesores"
               EXIT PARAGRAPH
           END-IF.
           IF (WS-CBU-ACT NOT = TAB-TRT-CBU(WS-TRT-HALLADO)) THEN
               DISPLAY "El CBU del profesor fue modificado "
                       "nuevamente - liberacion rechazada"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Profesor " TAB-TRT-NUMERO(WS-TRT-HALLADO)
                   " CBU " TAB-TRT-CBU(WS-TRT-HALLADO)
                   " importe " TAB-TRT-IMPORTE(WS-TRT-HALLADO).
           DISPLAY "Confirma liberacion (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF (NOT CONFIRMA) THEN
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACT  FROM TIME.
           MOVE "L" TO TAB-TRT-ESTADO(WS-TRT-HALLADO).
           MOVE WS-USUARIO TO TAB-TRT-USUARIO-LIBERA(WS-TRT-HALLADO).
           MOVE WS-FECHA-ACT TO TAB-TRT-FECHA-LIBERA(WS-TRT-HALLADO).
           MOVE WS-HORA-ACT  TO TAB-TRT-HORA-LIBERA(WS-TRT-HALLADO).
           PERFORM GRABO-RETENIDAS.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Comprobante " WS-COMPROBANTE
                   " liberado - se incluira en el proximo lote".

       BUSCO-RETENIDA.
           MOVE ZERO TO WS-TRT-HALLADO.
           MOVE ZERO TO WS-TRT-INDICE.
           PERFORM BUSCO-RETENIDA-DET WS-TRT-CANTIDAD TIMES.

       BUSCO-RETENIDA-DET.
           ADD 1 TO WS-TRT-INDICE.
           IF (TAB-TRT-COMPROBANTE(WS-TRT-INDICE)
                   = WS-COMPROBANTE) THEN
               MOVE WS-TRT-INDICE TO WS-TRT-HALLADO
           END-IF.

       BUSCO-PROFESOR.
           MOVE "N" TO WS-PROF-HALLADO.
           MOVE ZERO TO WS-CBU-ACT.
           OPEN INPUT PROFESORES.
           IF (NOT PROF-OK) THEN
               DISPLAY "ERROR EN OPEN Profesores: " PROF-ESTADO
               PERFORM LIBERO-BLOQUEO
               STOP RUN
           END-IF.
           PERFORM LEO-PROFESORES.
           PERFORM BUSCO-PROFESOR-DET UNTIL (PROF-EOF).
           CLOSE PROFESORES.

       BUSCO-PROFESOR-DET.
           IF (REG-PROF-NUMERO = TAB-TRT-NUMERO(WS-TRT-HALLADO)) THEN
               MOVE "S" TO WS-PROF-HALLADO
               IF (REG-PROF-CBU NUMERIC) THEN
                   MOVE REG-PROF-CBU TO WS-CBU-ACT
               END-IF
           END-IF.
           PERFORM LEO-PROFESORES.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               PERFORM LIBERO-BLOQUEO
               STOP RUN
           END-IF.

       LEO-RETENIDAS.
           READ TRFRETENIDAS RECORD INTO REG-TRT.
           IF ((NOT TRT-OK) AND (NOT TRT-EOF)) THEN
               DISPLAY "ERROR EN READ TransferenciasRetenidas: "
                       TRT-ESTADO
               PERFORM LIBERO-BLOQUEO
               STOP RUN
           END-IF.

       CARGO-RETENIDAS.
           MOVE ZERO TO WS-TRT-CANTIDAD.
           OPEN INPUT TRFRETENIDAS.
           IF (TRT-OK) THEN
               PERFORM LEO-RETENIDAS
               PERFORM CARGO-RETENIDA UNTIL (TRT-EOF)
               CLOSE TRFRETENIDAS
           END-IF.

       CARGO-RETENIDA.
           ADD 1 TO WS-TRT-CANTIDAD.
           MOVE REG-TRT TO TAB-TRT(WS-TRT-CANTIDAD).
           PERFORM LEO-RETENIDAS.

       GRABO-RETENIDAS.
           OPEN OUTPUT TRFRETENIDAS.
           IF (NOT TRT-OK) THEN
               DISPLAY "ERROR EN OPEN TransferenciasRetenidas: "
                       TRT-ESTADO
               PERFORM LIBERO-BLOQUEO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-TRT-INDICE.
           PERFORM GRABO-RETENIDA WS-TRT-CANTIDAD TIMES.
           CLOSE TRFRETENIDAS.

       GRABO-RETENIDA.
           ADD 1 TO WS-TRT-INDICE.
           MOVE TAB-TRT(WS-TRT-INDICE) TO REG-TRT.
           WRITE REG-TRT.

       GRABO-AUDITORIA.
           OPEN EXTEND PROFAUDIT.
           IF (NOT AUD-OK) THEN
               OPEN OUTPUT PROFAUDIT
           END-IF.
           IF (NOT AUD-OK) THEN
               DISPLAY "ERROR EN OPEN ProfesoresAudit: " AUD-ESTADO
               PERFORM LIBERO-BLOQUEO
               STOP RUN
           END-IF.
           MOVE TAB-TRT-NUMERO(WS-TRT-HALLADO) TO REG-AUD-NUMERO.
           MOVE "LIBERA-TRF" TO REG-AUD-CAMPO.
           MOVE TAB-TRT-CBU(WS-TRT-HALLADO) TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           STRING "FC " DELIMITED BY SIZE
                  WS-COMPROBANTE DELIMITED BY SIZE
                  " LIBERADA" DELIMITED BY SIZE
                  INTO REG-AUD-VALOR-NVO.
           MOVE WS-FECHA-ACT TO REG-AUD-FECHA.
           MOVE WS-HORA-ACT  TO REG-AUD-HORA.
           MOVE WS-USUARIO   TO REG-AUD-USUARIO.
           WRITE REG-AUD.
           CLOSE PROFAUDIT.

       TOMO-BLOQUEO.
           MOVE "TRANSFER" TO BLQ-NOMBRE.
           MOVE "LIBERA-TRANSF" TO BLQ-PROGRAMA.
           MOVE WS-USUARIO TO BLQ-USUARIO.
           MOVE 1 TO BLQ-ACCION.
           CALL "RUNCONTROL" USING BLOQUEO.
           IF (NOT BLQ-OK) THEN
               DISPLAY "BLOQUEO " BLQ-NOMBRE " TOMADO POR "
                       BLQ-PROGRAMA " DESDE " BLQ-FECHA " "
                       BLQ-HORA " - LIBERACION RECHAZADA"
               STOP RUN
           END-IF.

       LIBERO-BLOQUEO.
           MOVE "TRANSFER" TO BLQ-NOMBRE.
           MOVE 2 TO BLQ-ACCION.
           CALL "RUNCONTROL" USING BLOQUEO.

       END PROGRAM LIBERA-TRANSF.
