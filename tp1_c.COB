           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

           SELECT RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCH-ESTADO.

       DATA DIVISION.

       FILE SECTION.
           03 REG-NOV1-TIP_CLASE   PIC X(4).
           03 REG-NOV1-HORAS       PIC 9(2)V99.
           03 REG-NOV1-TIPO-MOV    PIC X(1).
           03 REG-NOV1-TITULAR     PIC X(5).
           03 REG-NOV1-HORARIO.
              05 REG-NOV1-HORA-DESDE PIC 9(4).
              05 REG-NOV1-HORA-HASTA PIC 9(4).

       FD  NOVTIMES2 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes2.txt".
           03 REG-NOV2-TIP_CLASE   PIC X(4).
           03 REG-NOV2-HORAS       PIC 9(2)V99.
           03 REG-NOV2-TIPO-MOV    PIC X(1).
           03 REG-NOV2-TITULAR     PIC X(5).
           03 REG-NOV2-HORARIO.
              05 REG-NOV2-HORA-DESDE PIC 9(4).
              05 REG-NOV2-HORA-HASTA PIC 9(4).

       FD  NOVTIMES3 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes3.txt".
           03 REG-NOV3-TIP_CLASE   PIC X(4).
           03 REG-NOV3-HORAS       PIC 9(2)V99.
           03 REG-NOV3-TIPO-MOV    PIC X(1).
           03 REG-NOV3-TITULAR     PIC X(5).
           03 REG-NOV3-HORARIO.
              05 REG-NOV3-HORA-DESDE PIC 9(4).
              05 REG-NOV3-HORA-HASTA PIC 9(4).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoExcTipoClase.txt".
       01  REG-LISTADO PIC X(132).

       FD  RECHAZOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/RechazosNov.txt".
       01  REG-RCH.
           03 REG-RCH-ARCHIVO PIC X(1).
           03 REG-RCH-LINEA   PIC 9(6).
           03 REG-RCH-NOVEDAD PIC X(38).
           03 REG-RCH-PASO    PIC X(14).
           03 REG-RCH-CODIGO  PIC X(6).
           03 REG-RCH-MOTIVO  PIC X(30).

       WORKING-STORAGE SECTION.
       77  TIP-ESTADO PIC XX.
           88 TIP-OK  VALUE 00.
       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  RCH-ESTADO PIC XX.
           88 RCH-OK VALUE 00.

       77  WS-ARCHIVO-ACT PIC X(1).
       77  WS-NOV-ACT     PIC X(38).
       77  WS-LINEA-ACT   PIC 9(6).
       77  WS-LIN1        PIC 9(6) VALUE ZERO.
       77  WS-LIN2        PIC 9(6) VALUE ZERO.
       77  WS-LIN3        PIC 9(6) VALUE ZERO.

       77  WS-TIP-INDICE  PIC 9(4).
       77  WS-TIP-BUSCADO PIC X(4).
       77  WS-TIP-ENCONTRADO PIC X(1).
               STOP RUN
           END-IF.

           OPEN EXTEND RECHAZOS.
           IF (NOT RCH-OK) THEN
               OPEN OUTPUT RECHAZOS
           END-IF.
           IF (NOT RCH-OK) THEN
               DISPLAY "ERROR EN OPEN RechazosNov: " RCH-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       LEO-TIPOS_CLASE.
           READ TIPOS_CLASE RECORD INTO REG-TIP.
           IF ((NOT TIP-OK) AND (NOT TIP-EOF)) THEN
           END-PERFORM.

       VERIFICO-NOVTIMES1.
           ADD 1 TO WS-LIN1.
           MOVE "1" TO WS-ARCHIVO-ACT.
           MOVE WS-LIN1 TO WS-LINEA-ACT.
           MOVE REG-NOV1 TO WS-NOV-ACT.
           MOVE REG-NOV1-TIP_CLASE TO WS-TIP-BUSCADO.
           PERFORM BUSCO-TIPO_CLASE.
           IF (TIP-NO-ENCONTRADO) THEN
               MOVE REG-NOV1-SUCURSAL TO PTR-EXC-DET-SUCURSAL
               MOVE REG-NOV1-TIP_CLASE TO PTR-EXC-DET-TIP_CLASE
               PERFORM IMPRIMO-EXC
               PERFORM GRABO-RECHAZO
           END-IF.
           PERFORM LEO-NOVTIMES1.

       VERIFICO-NOVTIMES2.
           ADD 1 TO WS-LIN2.
           MOVE "2" TO WS-ARCHIVO-ACT.
           MOVE WS-LIN2 TO WS-LINEA-ACT.
           MOVE REG-NOV2 TO WS-NOV-ACT.
           MOVE REG-NOV2-TIP_CLASE TO WS-TIP-BUSCADO.
           PERFORM BUSCO-TIPO_CLASE.
           IF (TIP-NO-ENCONTRADO) THEN
               MOVE REG-NOV2-SUCURSAL TO PTR-EXC-DET-SUCURSAL
               MOVE REG-NOV2-TIP_CLASE TO PTR-EXC-DET-TIP_CLASE
               PERFORM IMPRIMO-EXC
               PERFORM GRABO-RECHAZO
           END-IF.
           PERFORM LEO-NOVTIMES2.

       VERIFICO-NOVTIMES3.
           ADD 1 TO WS-LIN3.
           MOVE "3" TO WS-ARCHIVO-ACT.
           MOVE WS-LIN3 TO WS-LINEA-ACT.
           MOVE REG-NOV3 TO WS-NOV-ACT.
           MOVE REG-NOV3-TIP_CLASE TO WS-TIP-BUSCADO.
           PERFORM BUSCO-TIPO_CLASE.
           IF (TIP-NO-ENCONTRADO) THEN
               MOVE REG-NOV3-SUCURSAL TO PTR-EXC-DET-SUCURSAL
               MOVE REG-NOV3-TIP_CLASE TO PTR-EXC-DET-TIP_CLASE
               PERFORM IMPRIMO-EXC
               PERFORM GRABO-RECHAZO
           END-IF.
           PERFORM LEO-NOVTIMES3.

           WRITE REG-LISTADO FROM PTR-EXC-DET.
           ADD 1 TO WS-TOT-EXC.

       GRABO-RECHAZO.
           MOVE SPACES TO REG-RCH.
           MOVE WS-ARCHIVO-ACT TO REG-RCH-ARCHIVO.
           MOVE WS-LINEA-ACT   TO REG-RCH-LINEA.
           MOVE WS-NOV-ACT     TO REG-RCH-NOVEDAD.
           MOVE "TP1-C"        TO REG-RCH-PASO.
           MOVE "TIPCLA"       TO REG-RCH-CODIGO.
           MOVE "TIPO DE CLASE INEXISTENTE" TO REG-RCH-MOTIVO.
           WRITE REG-RCH.

       IMPRIMO-TOT-EXC.
           MOVE WS-TOT-EXC TO PTR-TOT-EXC-CANT.
           WRITE REG-LISTADO FROM PTR-TOT-EXC.
           CLOSE NOVTIMES2.
           CLOSE NOVTIMES3.
           CLOSE LISTADO.
           CLOSE RECHAZOS.

       END PROGRAM TP1-C.
