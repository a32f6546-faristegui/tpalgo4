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

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
           VALUE OF FILE-ID IS "files/ListadoExcHorasDia.txt".
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


       77  WS-NOV-INDICE  PIC 9(5).
       77  WS-TOT-NOV     PIC 9(5) VALUE ZERO.
       77  WS-LIN1        PIC 9(6) VALUE ZERO.
       77  WS-LIN2        PIC 9(6) VALUE ZERO.
       77  WS-LIN3        PIC 9(6) VALUE ZERO.
       01  TAB-NOVTIMES.
           03 TAB-NOV OCCURS 5000 TIMES INDEXED BY I.
              05 TAB-NOV-NUMERO    PIC X(5).
              05 TAB-NOV-HORAS     PIC 9(2)V99.
              05 TAB-NOV-PROCESADO PIC X(1).
                 88 NOV-PROCESADO VALUE "S".
              05 TAB-NOV-LINEA     PIC 9(6).
              05 TAB-NOV-REGISTRO  PIC X(38).

       77  WS-INDICE-COMP PIC 9(5).
       77  WS-DIA-HORAS   PIC 9(4)V99.
               PERFORM FIN
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
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           PERFORM IMPRIMO-PARAMETROS.
           PERFORM LEO-NOVTIMES1.
           PERFORM
           UNTIL (NOV1-EOF)
               ADD 1 TO WS-LIN1
               IF (REG-NOV1-TIPO-MOV NOT = "C") THEN
                   ADD 1 TO WS-TOT-NOV
                   MOVE REG-NOV1-NUMERO
                   MOVE REG-NOV1-HORAS
                       TO TAB-NOV-HORAS(WS-TOT-NOV)
                   MOVE "1" TO TAB-NOV-ORIGEN(WS-TOT-NOV)
                   MOVE WS-LIN1 TO TAB-NOV-LINEA(WS-TOT-NOV)
                   MOVE REG-NOV1 TO TAB-NOV-REGISTRO(WS-TOT-NOV)
                   MOVE "N" TO TAB-NOV-PROCESADO(WS-TOT-NOV)
               END-IF
               PERFORM LEO-NOVTIMES1
           PERFORM LEO-NOVTIMES2.
           PERFORM
           UNTIL (NOV2-EOF)
               ADD 1 TO WS-LIN2
               IF (REG-NOV2-TIPO-MOV NOT = "C") THEN
                   ADD 1 TO WS-TOT-NOV
                   MOVE REG-NOV2-NUMERO
                   MOVE REG-NOV2-HORAS
                       TO TAB-NOV-HORAS(WS-TOT-NOV)
                   MOVE "2" TO TAB-NOV-ORIGEN(WS-TOT-NOV)
                   MOVE WS-LIN2 TO TAB-NOV-LINEA(WS-TOT-NOV)
                   MOVE REG-NOV2 TO TAB-NOV-REGISTRO(WS-TOT-NOV)
                   MOVE "N" TO TAB-NOV-PROCESADO(WS-TOT-NOV)
               END-IF
               PERFORM LEO-NOVTIMES2
           PERFORM LEO-NOVTIMES3.
           PERFORM
           UNTIL (NOV3-EOF)
               ADD 1 TO WS-LIN3
               IF (REG-NOV3-TIPO-MOV NOT = "C") THEN
                   ADD 1 TO WS-TOT-NOV
                   MOVE REG-NOV3-NUMERO
                   MOVE REG-NOV3-HORAS
                       TO TAB-NOV-HORAS(WS-TOT-NOV)
                   MOVE "3" TO TAB-NOV-ORIGEN(WS-TOT-NOV)
                   MOVE WS-LIN3 TO TAB-NOV-LINEA(WS-TOT-NOV)
                   MOVE REG-NOV3 TO TAB-NOV-REGISTRO(WS-TOT-NOV)
                   MOVE "N" TO TAB-NOV-PROCESADO(WS-TOT-NOV)
               END-IF
               PERFORM LEO-NOVTIMES3
               MOVE TAB-NOV-HORAS(WS-INDICE-COMP)
                   TO PTR-DIA-DET-HORAS
               WRITE REG-LISTADO FROM PTR-DIA-DET
               PERFORM GRABO-RECHAZO
           END-IF.

       GRABO-RECHAZO.
           MOVE SPACES TO REG-RCH.
           MOVE TAB-NOV-ORIGEN(WS-INDICE-COMP)   TO REG-RCH-ARCHIVO.
           MOVE TAB-NOV-LINEA(WS-INDICE-COMP)    TO REG-RCH-LINEA.
           MOVE TAB-NOV-REGISTRO(WS-INDICE-COMP) TO REG-RCH-NOVEDAD.
           MOVE "PLAUSIBILIDAD" TO REG-RCH-PASO.
           MOVE "HSDIA"         TO REG-RCH-CODIGO.
           MOVE "HORAS DEL DIA SOBRE MAXIMO" TO REG-RCH-MOTIVO.
           WRITE REG-RCH.

       GRABO-RETENIDO.
           MOVE WS-GRUPO-NUMERO TO REG-RET-NUMERO.
           MOVE WS-GRUPO-FECHA  TO REG-RET-FECHA.
           CLOSE NOVTIMES3.
           CLOSE RETENIDOS.
           CLOSE LISTADO.
           CLOSE RECHAZOS.

       END PROGRAM PLAUSIBILIDAD.
