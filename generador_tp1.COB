           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  SUCURSALES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Sucursales.txt".
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

       FD  CONTROLNOV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ControlNovTimes.txt".
           MOVE WS-HORAS-CLASE TO REG-NOV2-HORAS.
           MOVE WS-HORAS-CLASE TO REG-NOV3-HORAS.
           MOVE SPACES TO REG-NOV1-TIPO-MOV.
           MOVE SPACES TO REG-NOV1-TITULAR.
           MOVE SPACES TO REG-NOV1-HORARIO.
           MOVE SPACES TO REG-NOV2-TIPO-MOV.
           MOVE SPACES TO REG-NOV2-TITULAR.
           MOVE SPACES TO REG-NOV2-HORARIO.
           MOVE SPACES TO REG-NOV3-TIPO-MOV.
           MOVE SPACES TO REG-NOV3-TITULAR.
           MOVE SPACES TO REG-NOV3-HORARIO.

           OPEN INPUT SUCURSALES.
           IF (NOT SUC-OK) THEN
