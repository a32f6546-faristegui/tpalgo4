           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIS-ESTADO.

           SELECT TARIFASPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPR-ESTADO.

           SELECT FERIADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FER-ESTADO.
           03 REG-NOV-HORAS       PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV    PIC X(1).
              88 NOV-CORRECCION VALUE "C".
           03 REG-NOV-TITULAR     PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  TIPOS_CLASE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TiposClase.txt".
           03 REG-HIS-VIGENCIA  PIC 9(08).
           03 REG-HIS-TARIFA    PIC 9(5)V99.

       FD  TARIFASPROF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TarifasProfesor.txt".
       01  REG-TPR.
           03 REG-TPR-NUMERO    PIC X(05).
           03 REG-TPR-TIP_CLASE PIC X(04).
           03 REG-TPR-SUCURSAL  PIC X(03).
           03 REG-TPR-VIGENCIA  PIC 9(08).
           03 REG-TPR-TARIFA    PIC 9(5)V99.

       FD  FERIADOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Feriados.txt".
       01  REG-FER.
           88 HIS-OK  VALUE 00.
           88 HIS-EOF VALUE 10.

       77  TPR-ESTADO PIC XX.
           88 TPR-OK  VALUE 00.
           88 TPR-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.
              05 TAB-HIS-VIGENCIA  PIC 9(8).
              05 TAB-HIS-TARIFA    PIC 9(5)V99.

       77  WS-TPR-CANTIDAD    PIC 9(4) VALUE ZERO.
       77  WS-TPR-VIG-SUC     PIC 9(8).
       77  WS-TPR-VIG-GRAL    PIC 9(8).
       77  WS-TPR-TARIFA-SUC  PIC 9(5)V99.
       77  WS-TPR-TARIFA-GRAL PIC 9(5)V99.
       77  WS-TPR-HAY-SUC     PIC X(1).
           88 TPR-HAY-SUC VALUE "S".
       77  WS-TPR-HAY-GRAL    PIC X(1).
           88 TPR-HAY-GRAL VALUE "S".
       01  TAB-TARIFAS-PROF.
           03 TAB-TPR OCCURS 500 TIMES INDEXED BY P.
              05 TAB-TPR-NUMERO    PIC X(5).
              05 TAB-TPR-TIP_CLASE PIC X(4).
              05 TAB-TPR-SUCURSAL  PIC X(3).
              05 TAB-TPR-VIGENCIA  PIC 9(8).
              05 TAB-TPR-TARIFA    PIC 9(5)V99.

       77  WS-SUC-INDICE   PIC 9(2).
       77  WS-SUC-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-LIQ-SUC.
           PERFORM INICIO.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-TIPOS_CLASE-HIST.
           PERFORM CARGO-TARIFAS-PROF.
           PERFORM CARGO-FERIADOS.
           PERFORM CARGO-RETENIDOS.
           PERFORM LEO-NOVTIMES.
               CLOSE TIPOSCLASEHIST
           END-IF.

       LEO-TARIFAS-PROF.
           READ TARIFASPROF RECORD INTO REG-TPR.
           IF ((NOT TPR-OK) AND (NOT TPR-EOF)) THEN
               DISPLAY "ERROR EN READ TarifasProfesor: " TPR-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TARIFAS-PROF.
           MOVE ZERO TO WS-TPR-CANTIDAD.
           OPEN INPUT TARIFASPROF.
           IF (TPR-OK) THEN
               PERFORM LEO-TARIFAS-PROF
               PERFORM UNTIL (TPR-EOF)
                   ADD 1 TO WS-TPR-CANTIDAD
                   MOVE REG-TPR TO TAB-TPR(WS-TPR-CANTIDAD)
                   PERFORM LEO-TARIFAS-PROF
               END-PERFORM
               CLOSE TARIFASPROF
           END-IF.

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
                    MOVE TAB-TIP-TARIFA(I) TO WS-ACT-TARIFA
           END-SEARCH.
           PERFORM BUSCO-TARIFA-VIGENTE.
           PERFORM BUSCO-TARIFA-PROFESOR.
           MULTIPLY REG-NOV-HORAS BY WS-ACT-TARIFA
               GIVING WS-ACT-IMPORTE.
           PERFORM VALIDO-RECARGO.
               SET H UP BY 1
           END-PERFORM.

       BUSCO-TARIFA-PROFESOR.
           MOVE "N" TO WS-TPR-HAY-SUC.
           MOVE "N" TO WS-TPR-HAY-GRAL.
           MOVE ZERO TO WS-TPR-VIG-SUC.
           MOVE ZERO TO WS-TPR-VIG-GRAL.
           SET P TO 1.
           PERFORM WS-TPR-CANTIDAD TIMES
               IF (TAB-TPR-NUMERO(P) = REG-NOV-NUMERO)
                       AND (TAB-TPR-TIP_CLASE(P) = REG-NOV-TIP_CLASE)
                       AND (TAB-TPR-VIGENCIA(P) NOT >
                            REG-NOV-FECHA) THEN
                   IF (TAB-TPR-SUCURSAL(P) = REG-NOV-SUCURSAL)
                           AND (TAB-TPR-VIGENCIA(P) NOT <
                                WS-TPR-VIG-SUC) THEN
                       MOVE "S" TO WS-TPR-HAY-SUC
                       MOVE TAB-TPR-VIGENCIA(P) TO WS-TPR-VIG-SUC
                       MOVE TAB-TPR-TARIFA(P)   TO WS-TPR-TARIFA-SUC
                   END-IF
                   IF (TAB-TPR-SUCURSAL(P) = SPACES)
                           AND (TAB-TPR-VIGENCIA(P) NOT <
                                WS-TPR-VIG-GRAL) THEN
                       MOVE "S" TO WS-TPR-HAY-GRAL
                       MOVE TAB-TPR-VIGENCIA(P) TO WS-TPR-VIG-GRAL
                       MOVE TAB-TPR-TARIFA(P)   TO WS-TPR-TARIFA-GRAL
                   END-IF
               END-IF
               SET P UP BY 1
           END-PERFORM.
           IF (TPR-HAY-SUC) THEN
               MOVE WS-TPR-TARIFA-SUC TO WS-ACT-TARIFA
           ELSE IF (TPR-HAY-GRAL) THEN
               MOVE WS-TPR-TARIFA-GRAL TO WS-ACT-TARIFA
           END-IF.

       ACUMULO-SUCURSAL.
           MOVE ZERO TO WS-SUC-INDICE.
           SET K TO 1.
