       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERPOSICION.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVTIMES1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV1-ESTADO.

           SELECT NOVTIMES2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV2-ESTADO.

           SELECT NOVTIMES3 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV3-ESTADO.

           SELECT RETENIDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RET-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       FD  NOVTIMES1 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes1.txt".
       01  REG-NOV1.
           03 REG-NOV1-NUMERO      PIC X(5).
           03 REG-NOV1-FECHA       PIC 9(8).
           03 REG-NOV1-SUCURSAL    PIC X(3).
           03 REG-NOV1-TIP_CLASE   PIC X(4).
           03 REG-NOV1-HORAS       PIC 9(2)V99.
           03 REG-NOV1-TIPO-MOV    PIC X(1).
           03 REG-NOV1-TITULAR     PIC X(5).
           03 REG-NOV1-HORARIO.
              05 REG-NOV1-HORA-DESDE PIC 9(4).
              05 REG-NOV1-HORA-HASTA PIC 9(4).

       FD  NOVTIMES2 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes2.txt".
       01  REG-NOV2.
           03 REG-NOV2-NUMERO      PIC X(5).
           03 REG-NOV2-FECHA       PIC 9(8).
           03 REG-NOV2-SUCURSAL    PIC X(3).
           03 REG-NOV2-TIP_CLASE   PIC X(4).
           03 REG-NOV2-HORAS       PIC 9(2)V99.
           03 REG-NOV2-TIPO-MOV    PIC X(1).
           03 REG-NOV2-TITULAR     PIC X(5).
           03 REG-NOV2-HORARIO.
              05 REG-NOV2-HORA-DESDE PIC 9(4).
              05 REG-NOV2-HORA-HASTA PIC 9(4).

       FD  NOVTIMES3 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes3.txt".
       01  REG-NOV3.
           03 REG-NOV3-NUMERO      PIC X(5).
           03 REG-NOV3-FECHA       PIC 9(8).
           03 REG-NOV3-SUCURSAL    PIC X(3).
           03 REG-NOV3-TIP_CLASE   PIC X(4).
           03 REG-NOV3-HORAS       PIC 9(2)V99.
           03 REG-NOV3-TIPO-MOV    PIC X(1).
           03 REG-NOV3-TITULAR     PIC X(5).
           03 REG-NOV3-HORARIO.
              05 REG-NOV3-HORA-DESDE PIC 9(4).
              05 REG-NOV3-HORA-HASTA PIC 9(4).

       FD  RETENIDOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/DiasRetenidos.txt".
       01  REG-RET.
           03 REG-RET-NUMERO PIC X(5).
           03 REG-RET-FECHA  PIC 9(8).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoSuperposicion.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  NOV1-ESTADO PIC XX.
           88 NOV1-OK  VALUE 00.
           88 NOV1-EOF VALUE 10.

       77  NOV2-ESTADO PIC XX.
           88 NOV2-OK  VALUE 00.
           88 NOV2-EOF VALUE 10.

       77  NOV3-ESTADO PIC XX.
           88 NOV3-OK  VALUE 00.
           88 NOV3-EOF VALUE 10.

       77  RET-ESTADO PIC XX.
           88 RET-OK  VALUE 00.
           88 RET-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-NOV-INDICE  PIC 9(5).
       77  WS-TOT-NOV     PIC 9(5) VALUE ZERO.
       77  WS-SIN-HORARIO PIC 9(5) VALUE ZERO.
       01  TAB-NOVTIMES.
           03 TAB-NOV OCCURS 5000 TIMES.
              05 TAB-NOV-NUMERO     PIC X(5).
              05 TAB-NOV-FECHA      PIC 9(8).
              05 FILLER REDEFINES TAB-NOV-FECHA.
                 07 TAB-NOV-FECHA-AA PIC 9(4).
                 07 TAB-NOV-FECHA-MM PIC 9(2).
                 07 TAB-NOV-FECHA-DD PIC 9(2).
              05 TAB-NOV-SUCURSAL   PIC X(3).
              05 TAB-NOV-TIP_CLASE  PIC X(4).
              05 TAB-NOV-ORIGEN     PIC X(1).
              05 TAB-NOV-HORA-DESDE PIC 9(4).
              05 TAB-NOV-HORA-HASTA PIC 9(4).

       77  WS-INDICE-COMP PIC 9(5).
       77  WS-CANT-COMP   PIC 9(5).
       77  WS-TOT-SUP     PIC 9(5) VALUE ZERO.
       77  WS-TOT-RET     PIC 9(5) VALUE ZERO.

       77  WS-RET-INDICE   PIC 9(4).
       77  WS-RET-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-DIA-RETENIDO PIC X(1).
           88 DIA-RETENIDO VALUE "S".
       01  TAB-RETENIDOS.
           03 TAB-RET OCCURS 500 TIMES.
              05 TAB-RET-NUMERO PIC X(5).
              05 TAB-RET-FECHA  PIC 9(8).

       01  WS-HORA-EDIT.
           03 WS-HORA-EDIT-HH PIC 99.
           03 WS-HORA-EDIT-MM PIC 99.

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).

       01  PTR-CAB.
           03 FILLER       PIC X(6)  VALUE "FECHA ".
           03 PTR-CAB-DD   PIC 99.
           03 FILLER       PIC X(1)  VALUE "/".
           03 PTR-CAB-MM   PIC 99.
           03 FILLER       PIC X(1)  VALUE "/".
           03 PTR-CAB-AA   PIC 9999.
           03 FILLER       PIC X(67) VALUE SPACES.

       01  PTR-TIT.
           03 FILLER PIC X(06) VALUE SPACES.
           03 FILLER PIC X(52) VALUE
              "Superposicion horaria de clases por profesor".
           03 FILLER PIC X(06) VALUE SPACES.

       01  PTR-SUP-CAB.
           03 FILLER PIC X(9)  VALUE "Profesor ".
           03 PTR-SUP-CAB-NUMERO PIC X(5).
           03 FILLER PIC X(8)  VALUE "  fecha ".
           03 PTR-SUP-CAB-DD PIC 99.
           03 FILLER PIC X(1)  VALUE "/".
           03 PTR-SUP-CAB-MM PIC 99.
           03 FILLER PIC X(1)  VALUE "/".
           03 PTR-SUP-CAB-AA PIC 9999.
           03 FILLER PIC X(26) VALUE
              "  *** SUPERPOSICION ***".

       01  PTR-SUP-DET.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(8)  VALUE "NovTimes".
           03 PTR-SUP-DET-ORIGEN PIC X(1).
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(9)  VALUE "sucursal ".
           03 PTR-SUP-DET-SUCURSAL PIC X(3).
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(5)  VALUE "tipo ".
           03 PTR-SUP-DET-TIP_CLASE PIC X(4).
           03 FILLER PIC X(2)  VALUE SPACES.
           03 PTR-SUP-DET-DESDE-HH PIC 99.
           03 FILLER PIC X(1)  VALUE ":".
           03 PTR-SUP-DET-DESDE-MM PIC 99.
           03 FILLER PIC X(3)  VALUE " a ".
           03 PTR-SUP-DET-HASTA-HH PIC 99.
           03 FILLER PIC X(1)  VALUE ":".
           03 PTR-SUP-DET-HASTA-MM PIC 99.

       01  PTR-TOT-SUP.
           03 FILLER           PIC X(38) VALUE
              "Total de superposiciones horarias:".
           03 PTR-TOT-SUP-CANT PIC ZZZZ9.

       01  PTR-TOT-RET.
           03 FILLER           PIC X(38) VALUE
              "Dias profesor retenidos:".
           03 PTR-TOT-RET-CANT PIC ZZZZ9.

       01  PTR-TOT-SIN.
           03 FILLER           PIC X(38) VALUE
              "Novedades sin horario (no evaluadas):".
           03 PTR-TOT-SIN-CANT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-RETENIDOS.
           PERFORM CARGO-NOVTIMES1.
           PERFORM CARGO-NOVTIMES2.
           PERFORM CARGO-NOVTIMES3.
           PERFORM ABRO-RETENIDOS.
           PERFORM VERIFICO-NOVEDADES.
           PERFORM IMPRIMO-TOT-SUP.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           OPEN INPUT NOVTIMES1.
           IF (NOT NOV1-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes1: " NOV1-ESTADO
               STOP RUN
           END-IF.

           OPEN INPUT NOVTIMES2.
           IF (NOT NOV2-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes2: " NOV2-ESTADO
               CLOSE NOVTIMES1
               STOP RUN
           END-IF.

           OPEN INPUT NOVTIMES3.
           IF (NOT NOV3-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes3: " NOV3-ESTADO
               CLOSE NOVTIMES1
               CLOSE NOVTIMES2
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               CLOSE NOVTIMES1
               CLOSE NOVTIMES2
               CLOSE NOVTIMES3
               STOP RUN
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.

       LEO-RETENIDOS.
           READ RETENIDOS RECORD INTO REG-RET.
           IF ((NOT RET-OK) AND (NOT RET-EOF)) THEN
               DISPLAY "ERROR EN READ DiasRetenidos: " RET-ESTADO
               STOP RUN
           END-IF.

       CARGO-RETENIDOS.
           OPEN INPUT RETENIDOS.
           IF (RET-OK) THEN
               PERFORM LEO-RETENIDOS
               PERFORM UNTIL (RET-EOF)
                   IF (WS-RET-CANTIDAD = 500) THEN
                       DISPLAY "ERROR: TABLA DE DIAS RETENIDOS LLENA"
                       PERFORM FIN
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RET-CANTIDAD
                   MOVE REG-RET TO TAB-RET(WS-RET-CANTIDAD)
                   PERFORM LEO-RETENIDOS
               END-PERFORM
               CLOSE RETENIDOS
           END-IF.

       ABRO-RETENIDOS.
           OPEN EXTEND RETENIDOS.
           IF (NOT RET-OK) THEN
               OPEN OUTPUT RETENIDOS
           END-IF.
           IF (NOT RET-OK) THEN
               DISPLAY "ERROR EN OPEN DiasRetenidos: " RET-ESTADO
               CLOSE NOVTIMES1
               CLOSE NOVTIMES2
               CLOSE NOVTIMES3
               CLOSE LISTADO
               STOP RUN
           END-IF.

       LEO-NOVTIMES1.
           READ NOVTIMES1 RECORD INTO REG-NOV1.
           IF ((NOT NOV1-OK) AND (NOT NOV1-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes1: " NOV1-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM UNTIL (NOV1-EOF)
                   OR (REG-NOV1-NUMERO NOT = "ZZTRL")
               READ NOVTIMES1 RECORD INTO REG-NOV1
               IF ((NOT NOV1-OK) AND (NOT NOV1-EOF)) THEN
                   DISPLAY "ERROR EN READ NovTimes1: " NOV1-ESTADO
                   PERFORM FIN
                   STOP RUN
               END-IF
           END-PERFORM.

       LEO-NOVTIMES2.
           READ NOVTIMES2 RECORD INTO REG-NOV2.
           IF ((NOT NOV2-OK) AND (NOT NOV2-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes2: " NOV2-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM UNTIL (NOV2-EOF)
                   OR (REG-NOV2-NUMERO NOT = "ZZTRL")
               READ NOVTIMES2 RECORD INTO REG-NOV2
               IF ((NOT NOV2-OK) AND (NOT NOV2-EOF)) THEN
                   DISPLAY "ERROR EN READ NovTimes2: " NOV2-ESTADO
                   PERFORM FIN
                   STOP RUN
               END-IF
           END-PERFORM.

       LEO-NOVTIMES3.
           READ NOVTIMES3 RECORD INTO REG-NOV3.
           IF ((NOT NOV3-OK) AND (NOT NOV3-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes3: " NOV3-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM UNTIL (NOV3-EOF)
                   OR (REG-NOV3-NUMERO NOT = "ZZTRL")
               READ NOVTIMES3 RECORD INTO REG-NOV3
               IF ((NOT NOV3-OK) AND (NOT NOV3-EOF)) THEN
                   DISPLAY "ERROR EN READ NovTimes3: " NOV3-ESTADO
                   PERFORM FIN
                   STOP RUN
               END-IF
           END-PERFORM.

       CARGO-NOVTIMES1.
           PERFORM LEO-NOVTIMES1.
           PERFORM UNTIL (NOV1-EOF)
               IF (REG-NOV1-TIPO-MOV NOT = "C") THEN
                   IF (REG-NOV1-HORARIO = SPACES) THEN
                       ADD 1 TO WS-SIN-HORARIO
                   ELSE
                       IF (WS-TOT-NOV = 5000) THEN
                           DISPLAY "ERROR: TABLA DE NOVEDADES LLENA"
                           PERFORM FIN
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TOT-NOV
                       MOVE REG-NOV1-NUMERO
                           TO TAB-NOV-NUMERO(WS-TOT-NOV)
                       MOVE REG-NOV1-FECHA
                           TO TAB-NOV-FECHA(WS-TOT-NOV)
                       MOVE REG-NOV1-SUCURSAL
                           TO TAB-NOV-SUCURSAL(WS-TOT-NOV)
                       MOVE REG-NOV1-TIP_CLASE
                           TO TAB-NOV-TIP_CLASE(WS-TOT-NOV)
                       MOVE REG-NOV1-HORA-DESDE
                           TO TAB-NOV-HORA-DESDE(WS-TOT-NOV)
                       MOVE REG-NOV1-HORA-HASTA
                           TO TAB-NOV-HORA-HASTA(WS-TOT-NOV)
                       MOVE "1" TO TAB-NOV-ORIGEN(WS-TOT-NOV)
                   END-IF
               END-IF
               PERFORM LEO-NOVTIMES1
           END-PERFORM.

       CARGO-NOVTIMES2.
           PERFORM LEO-NOVTIMES2.
           PERFORM UNTIL (NOV2-EOF)
               IF (REG-NOV2-TIPO-MOV NOT = "C") THEN
                   IF (REG-NOV2-HORARIO = SPACES) THEN
                       ADD 1 TO WS-SIN-HORARIO
                   ELSE
                       IF (WS-TOT-NOV = 5000) THEN
                           DISPLAY "ERROR: TABLA DE NOVEDADES LLENA"
                           PERFORM FIN
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TOT-NOV
                       MOVE REG-NOV2-NUMERO
                           TO TAB-NOV-NUMERO(WS-TOT-NOV)
                       MOVE REG-NOV2-FECHA
                           TO TAB-NOV-FECHA(WS-TOT-NOV)
                       MOVE REG-NOV2-SUCURSAL
                           TO TAB-NOV-SUCURSAL(WS-TOT-NOV)
                       MOVE REG-NOV2-TIP_CLASE
                           TO TAB-NOV-TIP_CLASE(WS-TOT-NOV)
                       MOVE REG-NOV2-HORA-DESDE
                           TO TAB-NOV-HORA-DESDE(WS-TOT-NOV)
                       MOVE REG-NOV2-HORA-HASTA
                           TO TAB-NOV-HORA-HASTA(WS-TOT-NOV)
                       MOVE "2" TO TAB-NOV-ORIGEN(WS-TOT-NOV)
                   END-IF
               END-IF
               PERFORM LEO-NOVTIMES2
           END-PERFORM.

       CARGO-NOVTIMES3.
           PERFORM LEO-NOVTIMES3.
           PERFORM UNTIL (NOV3-EOF)
               IF (REG-NOV3-TIPO-MOV NOT = "C") THEN
                   IF (REG-NOV3-HORARIO = SPACES) THEN
                       ADD 1 TO WS-SIN-HORARIO
                   ELSE
                       IF (WS-TOT-NOV = 5000) THEN
                           DISPLAY "ERROR: TABLA DE NOVEDADES LLENA"
                           PERFORM FIN
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TOT-NOV
                       MOVE REG-NOV3-NUMERO
                           TO TAB-NOV-NUMERO(WS-TOT-NOV)
                       MOVE REG-NOV3-FECHA
                           TO TAB-NOV-FECHA(WS-TOT-NOV)
                       MOVE REG-NOV3-SUCURSAL
                           TO TAB-NOV-SUCURSAL(WS-TOT-NOV)
                       MOVE REG-NOV3-TIP_CLASE
                           TO TAB-NOV-TIP_CLASE(WS-TOT-NOV)
                       MOVE REG-NOV3-HORA-DESDE
                           TO TAB-NOV-HORA-DESDE(WS-TOT-NOV)
                       MOVE REG-NOV3-HORA-HASTA
                           TO TAB-NOV-HORA-HASTA(WS-TOT-NOV)
                       MOVE "3" TO TAB-NOV-ORIGEN(WS-TOT-NOV)
                   END-IF
               END-IF
               PERFORM LEO-NOVTIMES3
           END-PERFORM.

       VERIFICO-NOVEDADES.
           MOVE ZERO TO WS-NOV-INDICE.
           PERFORM VERIFICO-NOVEDAD WS-TOT-NOV TIMES.

       VERIFICO-NOVEDAD.
           ADD 1 TO WS-NOV-INDICE.
           MOVE WS-NOV-INDICE TO WS-INDICE-COMP.
           COMPUTE WS-CANT-COMP = WS-TOT-NOV - WS-NOV-INDICE.
           PERFORM COMPARO-NOVEDAD WS-CANT-COMP TIMES.

       COMPARO-NOVEDAD.
           ADD 1 TO WS-INDICE-COMP.
           IF (TAB-NOV-NUMERO(WS-INDICE-COMP)
                   = TAB-NOV-NUMERO(WS-NOV-INDICE))
                   AND (TAB-NOV-FECHA(WS-INDICE-COMP)
                        = TAB-NOV-FECHA(WS-NOV-INDICE))
                   AND (TAB-NOV-HORA-DESDE(WS-INDICE-COMP)
                        < TAB-NOV-HORA-HASTA(WS-NOV-INDICE))
                   AND (TAB-NOV-HORA-DESDE(WS-NOV-INDICE)
                        < TAB-NOV-HORA-HASTA(WS-INDICE-COMP)) THEN
               PERFORM IMPRIMO-SUPERPOSICION
               PERFORM GRABO-RETENIDO
           END-IF.

       IMPRIMO-SUPERPOSICION.
           ADD 1 TO WS-TOT-SUP.
           MOVE TAB-NOV-NUMERO(WS-NOV-INDICE) TO PTR-SUP-CAB-NUMERO.
           MOVE TAB-NOV-FECHA-DD(WS-NOV-INDICE) TO PTR-SUP-CAB-DD.
           MOVE TAB-NOV-FECHA-MM(WS-NOV-INDICE) TO PTR-SUP-CAB-MM.
           MOVE TAB-NOV-FECHA-AA(WS-NOV-INDICE) TO PTR-SUP-CAB-AA.
           WRITE REG-LISTADO FROM PTR-SUP-CAB.
           MOVE WS-NOV-INDICE TO WS-RET-INDICE.
           PERFORM IMPRIMO-SUPERPOSICION-DET.
           MOVE WS-INDICE-COMP TO WS-RET-INDICE.
           PERFORM IMPRIMO-SUPERPOSICION-DET.

       IMPRIMO-SUPERPOSICION-DET.
           MOVE TAB-NOV-ORIGEN(WS-RET-INDICE) TO PTR-SUP-DET-ORIGEN.
           MOVE TAB-NOV-SUCURSAL(WS-RET-INDICE)
               TO PTR-SUP-DET-SUCURSAL.
           MOVE TAB-NOV-TIP_CLASE(WS-RET-INDICE)
               TO PTR-SUP-DET-TIP_CLASE.
           MOVE TAB-NOV-HORA-DESDE(WS-RET-INDICE) TO WS-HORA-EDIT.
           MOVE WS-HORA-EDIT-HH TO PTR-SUP-DET-DESDE-HH.
           MOVE WS-HORA-EDIT-MM TO PTR-SUP-DET-DESDE-MM.
           MOVE TAB-NOV-HORA-HASTA(WS-RET-INDICE) TO WS-HORA-EDIT.
           MOVE WS-HORA-EDIT-HH TO PTR-SUP-DET-HASTA-HH.
           MOVE WS-HORA-EDIT-MM TO PTR-SUP-DET-HASTA-MM.
           WRITE REG-LISTADO FROM PTR-SUP-DET.

       GRABO-RETENIDO.
           MOVE "N" TO WS-DIA-RETENIDO.
           MOVE ZERO TO WS-RET-INDICE.
           PERFORM BUSCO-RETENIDO-DET WS-RET-CANTIDAD TIMES.
           IF (NOT DIA-RETENIDO) THEN
               IF (WS-RET-CANTIDAD = 500) THEN
                   DISPLAY "ERROR: TABLA DE DIAS RETENIDOS LLENA"
                   PERFORM FIN
                   STOP RUN
               END-IF
               ADD 1 TO WS-RET-CANTIDAD
               MOVE TAB-NOV-NUMERO(WS-NOV-INDICE)
                   TO TAB-RET-NUMERO(WS-RET-CANTIDAD)
               MOVE TAB-NOV-FECHA(WS-NOV-INDICE)
                   TO TAB-RET-FECHA(WS-RET-CANTIDAD)
               MOVE TAB-RET(WS-RET-CANTIDAD) TO REG-RET
               WRITE REG-RET
               ADD 1 TO WS-TOT-RET
           END-IF.

       BUSCO-RETENIDO-DET.
           ADD 1 TO WS-RET-INDICE.
           IF (TAB-RET-NUMERO(WS-RET-INDICE)
                   = TAB-NOV-NUMERO(WS-NOV-INDICE))
                   AND (TAB-RET-FECHA(WS-RET-INDICE)
                        = TAB-NOV-FECHA(WS-NOV-INDICE)) THEN
               MOVE "S" TO WS-DIA-RETENIDO
           END-IF.

       IMPRIMO-TOT-SUP.
           MOVE WS-TOT-SUP TO PTR-TOT-SUP-CANT.
           WRITE REG-LISTADO FROM PTR-TOT-SUP.
           MOVE WS-TOT-RET TO PTR-TOT-RET-CANT.
           WRITE REG-LISTADO FROM PTR-TOT-RET.
           MOVE WS-SIN-HORARIO TO PTR-TOT-SIN-CANT.
           WRITE REG-LISTADO FROM PTR-TOT-SIN.
           DISPLAY "SUPERPOSICIONES HORARIAS: " WS-TOT-SUP
                   " DIAS RETENIDOS: " WS-TOT-RET.

       FIN.
           CLOSE NOVTIMES1.
           CLOSE NOVTIMES2.
           CLOSE NOVTIMES3.
           CLOSE RETENIDOS.
           CLOSE LISTADO.

       END PROGRAM SUPERPOSICION.
