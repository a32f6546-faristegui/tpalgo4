           03 REG-NOV-TIP_CLASE   PIC X(4).
           03 REG-NOV-HORAS       PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV    PIC X(1).
           03 REG-NOV-TITULAR     PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  NOVACTIVO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimesActivo.txt".
       01  REG-ACT PIC X(38).

       FD  NOVHIST LABEL RECORD IS STANDARD.
       01  REG-HIS PIC X(38).

       FD  RESTART LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CheckpointArch.txt".
