           03 REG-IDX-TIP_CLASE    PIC X(4).
           03 REG-IDX-HORAS        PIC 9(2)V99.
           03 REG-IDX-TIPO-MOV     PIC X(1).
           03 REG-IDX-TITULAR      PIC X(5).
           03 REG-IDX-HORARIO.
              05 REG-IDX-HORA-DESDE PIC 9(4).
              05 REG-IDX-HORA-HASTA PIC 9(4).

       FD  TIPOS_CLASE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TiposClase.txt".
