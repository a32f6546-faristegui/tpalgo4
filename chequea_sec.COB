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

       FD  NOVTIMES1SORT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes1Sort.txt".
       01  REG-SR1 PIC X(38).

       FD  NOVTIMES2SORT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes2Sort.txt".
       01  REG-SR2 PIC X(38).

       FD  NOVTIMES3SORT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes3Sort.txt".
       01  REG-SR3 PIC X(38).

       SD  ORDENA-WORK.
       01  REG-ORD.
           03 REG-ORD-TIP_CLASE   PIC X(4).
           03 REG-ORD-HORAS       PIC 9(2)V99.
           03 REG-ORD-TIPO-MOV    PIC X(1).
           03 REG-ORD-TITULAR     PIC X(5).
           03 REG-ORD-HORARIO.
              05 REG-ORD-HORA-DESDE PIC 9(4).
              05 REG-ORD-HORA-HASTA PIC 9(4).

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
           VALUE OF FILE-ID IS "files/ListadoSecuencia.txt".
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
       77  NOV1-ESTADO PIC XX.
           88 NOV1-OK  VALUE 00.
       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  RCH-ESTADO PIC XX.
           88 RCH-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       77  WS-TOT-ERRORES   PIC 9(6) VALUE ZERO.
       77  WS-CLAVE-ANT     PIC X(16).
       77  WS-CLAVE-ACT     PIC X(16).
       77  WS-NOV-ACT       PIC X(38).

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           WRITE REG-LISTADO FROM PTR-TIT.
           WRITE REG-LISTADO FROM PTR-SEC-CAB.

           OPEN OUTPUT RECHAZOS.
           IF (NOT RCH-OK) THEN
               DISPLAY "ERROR EN OPEN RechazosNov: " RCH-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
       VERIFICO-NOVTIMES1.
           ADD 1 TO WS-LINEA.
           MOVE REG-NOV1-CLAVE TO WS-CLAVE-ACT.
           MOVE REG-NOV1 TO WS-NOV-ACT.
           PERFORM VERIFICO-CLAVE.
           PERFORM LEO-NOVTIMES1.

       VERIFICO-NOVTIMES2.
           ADD 1 TO WS-LINEA.
           MOVE REG-NOV2-CLAVE TO WS-CLAVE-ACT.
           MOVE REG-NOV2 TO WS-NOV-ACT.
           PERFORM VERIFICO-CLAVE.
           PERFORM LEO-NOVTIMES2.

       VERIFICO-NOVTIMES3.
           ADD 1 TO WS-LINEA.
           MOVE REG-NOV3-CLAVE TO WS-CLAVE-ACT.
           MOVE REG-NOV3 TO WS-NOV-ACT.
           PERFORM VERIFICO-CLAVE.
           PERFORM LEO-NOVTIMES3.

               MOVE WS-CLAVE-ACT   TO PTR-SEC-DET-LEIDA
               MOVE WS-CLAVE-ANT   TO PTR-SEC-DET-ESPERADA
               WRITE REG-LISTADO FROM PTR-SEC-DET
               PERFORM GRABO-RECHAZO
           ELSE
               MOVE WS-CLAVE-ACT TO WS-CLAVE-ANT
           END-IF.

       GRABO-RECHAZO.
           MOVE SPACES TO REG-RCH.
           MOVE WS-ARCHIVO-ACT(9:1) TO REG-RCH-ARCHIVO.
           MOVE WS-LINEA            TO REG-RCH-LINEA.
           MOVE WS-NOV-ACT          TO REG-RCH-NOVEDAD.
           MOVE "CHEQUEA-SEC"       TO REG-RCH-PASO.
           MOVE "SECUEN"            TO REG-RCH-CODIGO.
           MOVE "FUERA DE SECUENCIA" TO REG-RCH-MOTIVO.
           WRITE REG-RCH.

       IMPRIMO-TOT-ARCHIVO.
           MOVE WS-ARCHIVO-ACT TO PTR-SEC-TOT-ARCHIVO.
           MOVE WS-ERRORES     TO PTR-SEC-TOT-CANT.

       FIN.
           CLOSE LISTADO.
           CLOSE RECHAZOS.

       END PROGRAM CHEQUEA-SEC.
