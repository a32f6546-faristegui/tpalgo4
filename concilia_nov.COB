           03 REG-NOV-HORAS     PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV  PIC X(1).
              88 NOV-CORRECCION VALUE "C".
           03 REG-NOV-TITULAR   PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  TIPOS_CLASE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TiposClase.txt".
