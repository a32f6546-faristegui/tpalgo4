           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

           SELECT ANTICIPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANT-ESTADO.

       DATA DIVISION.

       FILE SECTION.
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  TRANSFER LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Transferencias.txt".
           VALUE OF FILE-ID IS "files/ListadoRetornoBanco.txt".
       01  REG-LISTADO PIC X(132).

       FD  ANTICIPOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Anticipos.txt".
       01  REG-ANT.
           03 REG-ANT-ID              PIC 9(6).
           03 REG-ANT-NUMERO          PIC X(5).
           03 REG-ANT-FECHA           PIC 9(8).
           03 REG-ANT-IMPORTE         PIC 9(9)V99.
           03 REG-ANT-MOTIVO          PIC X(30).
           03 REG-ANT-ESTADO          PIC X(1).
           03 REG-ANT-USUARIO-ALTA    PIC X(8).
           03 REG-ANT-USUARIO-APRUEBA PIC X(8).
           03 REG-ANT-FECHA-APRUEBA   PIC 9(8).
           03 REG-ANT-FECHA-PAGO      PIC 9(8).
           03 REG-ANT-RECUPERADO      PIC 9(9)V99.
           03 REG-ANT-FECHA-RECUPERO  PIC 9(8).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  ANT-ESTADO PIC XX.
           88 ANT-OK  VALUE 00.
           88 ANT-EOF VALUE 10.

       77  WS-PRB-INDICE   PIC 9(4).
       77  WS-PRB-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PROF-BANCO.
              05 TAB-ENV-CBU      PIC 9(22).
              05 TAB-ENV-NUMERO   PIC X(5).
              05 TAB-ENV-IMPORTE  PIC 9(9)V99.
              05 TAB-ENV-CONCEPTO PIC X(20).
              05 TAB-ENV-RESPONDIDO PIC X(1).
                 88 ENV-RESPONDIDO VALUE "S".

       77  WS-ENV-HALLADO PIC X(1).
           88 ENV-HALLADO VALUE "S".

       77  WS-ANT-INDICE   PIC 9(4).
       77  WS-ANT-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ANTICIPOS.
           03 TAB-ANT OCCURS 3000 TIMES.
              05 TAB-ANT-ID              PIC 9(6).
              05 TAB-ANT-NUMERO          PIC X(5).
              05 TAB-ANT-FECHA           PIC 9(8).
              05 TAB-ANT-IMPORTE         PIC 9(9)V99.
              05 TAB-ANT-MOTIVO          PIC X(30).
              05 TAB-ANT-ESTADO          PIC X(1).
                 88 ANT-TRANSFERIDO VALUE "T".
              05 TAB-ANT-USUARIO-ALTA    PIC X(8).
              05 TAB-ANT-USUARIO-APRUEBA PIC X(8).
              05 TAB-ANT-FECHA-APRUEBA   PIC 9(8).
              05 TAB-ANT-FECHA-PAGO      PIC 9(8).
              05 TAB-ANT-RECUPERADO      PIC 9(9)V99.
              05 TAB-ANT-FECHA-RECUPERO  PIC 9(8).

       01  WS-ANT-CONCEPTO.
           03 WS-ANT-CON-TEXTO PIC X(9).
           03 WS-ANT-CON-ID    PIC 9(6).
           03 FILLER           PIC X(5).
       77  WS-ANR-CANT  PIC 9(5) VALUE ZERO.

       77  WS-ACE-CANT  PIC 9(5) VALUE ZERO.
       77  WS-ACE-TOTAL PIC 9(11)V99 VALUE ZERO.
       77  WS-REC-CANT  PIC 9(5) VALUE ZERO.
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).

       01  BLOQUEO.
           03 BLQ-NOMBRE   PIC X(14).
           03 BLQ-PROGRAMA PIC X(14).
           03 BLQ-USUARIO  PIC X(8).
           03 BLQ-FECHA    PIC 9(8).
           03 BLQ-HORA     PIC 9(8).
           03 BLQ-ACCION   PIC XX.
           03 BLQ-ESTADO   PIC XX.
              88 BLQ-OK VALUE 00.

       01  PTR-CAB.
           03 FILLER       PIC X(6)  VALUE "FECHA ".
           03 PTR-CAB-DD   PIC 99.
           PERFORM INICIO.
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-TRANSFERENCIAS.
           PERFORM CARGO-ANTICIPOS.
           PERFORM LEO-RETORNO.
           PERFORM PROC-RETORNO UNTIL (RTO-EOF).
           PERFORM GRABO-ANTICIPOS.
           PERFORM IMPRIMO-PENDIENTES.
           PERFORM IMPRIMO-TOTALES.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           PERFORM TOMO-BLOQUEO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
                   TO TAB-ENV-NUMERO(WS-ENV-CANTIDAD)
               MOVE REG-TRF-DET-IMPORTE
                   TO TAB-ENV-IMPORTE(WS-ENV-CANTIDAD)
               MOVE REG-TRF-DET-CONCEPTO
                   TO TAB-ENV-CONCEPTO(WS-ENV-CANTIDAD)
               MOVE "N" TO TAB-ENV-RESPONDIDO(WS-ENV-CANTIDAD)
           END-IF.
           PERFORM LEO-TRANSFERENCIAS.
           ELSE
               MOVE TAB-ENV-IMPORTE(WS-ENV-INDICE) TO REG-PAG-IMPORTE
           END-IF.
           MOVE TAB-ENV-CONCEPTO(WS-ENV-INDICE) TO WS-ANT-CONCEPTO.
           IF (WS-ANT-CON-TEXTO = "ANTICIPO ") THEN
               MOVE "ANTICIPO" TO REG-PAG-MEDIO
           ELSE IF (WS-ANT-CON-TEXTO(1:8) = "EMBARGO ") THEN
               MOVE "EMBARGO" TO REG-PAG-MEDIO
           ELSE
               MOVE "TRANSFER" TO REG-PAG-MEDIO
           END-IF.
           WRITE REG-PAG.
           ADD 1 TO WS-ACE-CANT.
           ADD REG-PAG-IMPORTE TO WS-ACE-TOTAL.
                  REG-RTO-MOTIVO DELIMITED BY SIZE
                  INTO PTR-EXC-DET-MOTIVO.
           WRITE REG-LISTADO FROM PTR-EXC-DET.
           MOVE TAB-ENV-CONCEPTO(WS-ENV-INDICE) TO WS-ANT-CONCEPTO.
           IF (WS-ANT-CON-TEXTO = "ANTICIPO ")
                   AND (WS-ANT-CON-ID IS NUMERIC) THEN
               PERFORM REABRO-ANTICIPO
           END-IF.

       REABRO-ANTICIPO.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM REABRO-ANTICIPO-DET WS-ANT-CANTIDAD TIMES.

       REABRO-ANTICIPO-DET.
           ADD 1 TO WS-ANT-INDICE.
           IF (TAB-ANT-ID(WS-ANT-INDICE) = WS-ANT-CON-ID)
                   AND (ANT-TRANSFERIDO(WS-ANT-INDICE))
                   AND (TAB-ANT-RECUPERADO(WS-ANT-INDICE) = ZERO) THEN
               MOVE "A" TO TAB-ANT-ESTADO(WS-ANT-INDICE)
               MOVE ZERO TO TAB-ANT-FECHA-PAGO(WS-ANT-INDICE)
               ADD 1 TO WS-ANR-CANT
           END-IF.

       LEO-ANTICIPOS.
           READ ANTICIPOS RECORD INTO REG-ANT.
           IF ((NOT ANT-OK) AND (NOT ANT-EOF)) THEN
               DISPLAY "ERROR EN READ Anticipos: " ANT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-ANTICIPOS.
           OPEN INPUT ANTICIPOS.
           IF (ANT-OK) THEN
               PERFORM LEO-ANTICIPOS
               PERFORM CARGO-ANTICIPO UNTIL (ANT-EOF)
               CLOSE ANTICIPOS
           END-IF.

       CARGO-ANTICIPO.
           ADD 1 TO WS-ANT-CANTIDAD.
           MOVE REG-ANT TO TAB-ANT(WS-ANT-CANTIDAD).
           PERFORM LEO-ANTICIPOS.

       GRABO-ANTICIPOS.
           IF (WS-ANR-CANT = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ANTICIPOS.
           IF (NOT ANT-OK) THEN
               DISPLAY "ERROR EN OPEN Anticipos: " ANT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM GRABO-ANTICIPO WS-ANT-CANTIDAD TIMES.
           CLOSE ANTICIPOS.

       GRABO-ANTICIPO.
           ADD 1 TO WS-ANT-INDICE.
           MOVE TAB-ANT(WS-ANT-INDICE) TO REG-ANT.
           WRITE REG-ANT.

       IMPRIMO-SIN-ENVIO.
           ADD 1 TO WS-SIN-CANT.
               DISPLAY "ATENCION: " WS-REC-CANT
                       " TRANSFERENCIAS RECHAZADAS - REVISAR CBU"
           END-IF.
           IF (WS-ANR-CANT NOT = ZERO) THEN
               DISPLAY "ANTICIPOS RECHAZADOS VUELTOS A APROBADO: "
                       WS-ANR-CANT
           END-IF.

       TOMO-BLOQUEO.
           MOVE "TRANSFER" TO BLQ-NOMBRE.
           MOVE "RETORNO-BANCO" TO BLQ-PROGRAMA.
           MOVE SPACES TO BLQ-USUARIO.
           MOVE 1 TO BLQ-ACCION.
           CALL "RUNCONTROL" USING BLOQUEO.
           IF (NOT BLQ-OK) THEN
               DISPLAY "BLOQUEO " BLQ-NOMBRE " TOMADO POR "
                       BLQ-PROGRAMA " DESDE " BLQ-FECHA " "
                       BLQ-HORA " - CORRIDA RECHAZADA"
               STOP RUN
           END-IF.

       LIBERO-BLOQUEO.
           MOVE "TRANSFER" TO BLQ-NOMBRE.
           MOVE 2 TO BLQ-ACCION.
           CALL "RUNCONTROL" USING BLOQUEO.

       FIN.
           CLOSE RETORNO.
           CLOSE PAGOS.
           CLOSE LISTADO.
           PERFORM LIBERO-BLOQUEO.

       END PROGRAM RETORNO-BANCO.
