           03 REG-NOV-TIP_CLASE PIC X(4).
           03 REG-NOV-HORAS     PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV  PIC X(1).
           03 REG-NOV-TITULAR   PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  NOVTIMESIDX LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimesIdx.dat".
           03 REG-IDX-TIP_CLASE    PIC X(4).
           03 REG-IDX-HORAS        PIC 9(2)V99.
           03 REG-IDX-TIPO-MOV     PIC X(1).
           03 REG-IDX-TITULAR      PIC X(5).
           03 REG-IDX-HORARIO.
              05 REG-IDX-HORA-DESDE PIC 9(4).
              05 REG-IDX-HORA-HASTA PIC 9(4).

       WORKING-STORAGE SECTION.
       77  NOV-ESTADO PIC XX.
           MOVE REG-NOV-TIP_CLASE TO REG-IDX-TIP_CLASE.
           MOVE REG-NOV-HORAS     TO REG-IDX-HORAS.
           MOVE REG-NOV-TIPO-MOV  TO REG-IDX-TIPO-MOV.
           MOVE REG-NOV-TITULAR   TO REG-IDX-TITULAR.
           MOVE REG-NOV-HORARIO   TO REG-IDX-HORARIO.
           WRITE REG-IDX.
           IF (NOT IDX-OK) THEN
               DISPLAY "ERROR EN WRITE NovTimesIdx: " IDX-ESTADO
