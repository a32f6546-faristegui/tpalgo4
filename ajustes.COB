           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIS-ESTADO.

           SELECT TARIFASPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPR-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOT-ESTADO.

           SELECT DISPUTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIS-ESTADO.

           SELECT EJERCICIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EJE-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.
           03 REG-NOV-HORAS     PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV  PIC X(1).
              88 NOV-CORRECCION VALUE "C".
           03 REG-NOV-TITULAR   PIC X(5).
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

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-NOT-NUEVO       PIC 9(9)V99.
           03 REG-NOT-DIFERENCIA  PIC S9(9)V99.

       FD  DISPUTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Disputas.txt".
       01  REG-DIS.
           03 REG-DIS-COMPROBANTE    PIC 9(8).
           03 REG-DIS-NUMERO         PIC X(5).
           03 REG-DIS-DESDE          PIC 9(8).
           03 REG-DIS-HASTA          PIC 9(8).
           03 REG-DIS-ORIGINAL       PIC 9(9)V99.
           03 REG-DIS-MOTIVO         PIC X(30).
           03 REG-DIS-SENTIDO        PIC X(1).
           03 REG-DIS-IMPORTE        PIC 9(9)V99.
           03 REG-DIS-ESTADO         PIC X(10).
              88 REG-DIS-ACEPTADA VALUE "ACEPTADA".
           03 REG-DIS-FECHA-ALTA     PIC 9(8).
           03 REG-DIS-USUARIO-ALTA   PIC X(8).
           03 REG-DIS-FECHA-ESTADO   PIC 9(8).
           03 REG-DIS-USUARIO-ESTADO PIC X(8).
           03 REG-DIS-RESOLUCION     PIC X(30).
           03 REG-DIS-ACEPTADO       PIC 9(9)V99.
           03 REG-DIS-FECHA-NOTA     PIC 9(8).

       FD  EJERCICIOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/EjerciciosCerrados.txt".
       01  REG-EJE.
           03 REG-EJE-ANIO    PIC 9(4).
           03 REG-EJE-FECHA   PIC 9(8).
           03 REG-EJE-HORA    PIC 9(8).
           03 REG-EJE-USUARIO PIC X(8).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoAjustes.txt".
       01  REG-LISTADO PIC X(132).
           88 HIS-OK  VALUE 00.
           88 HIS-EOF VALUE 10.

       77  TPR-ESTADO PIC XX.
           88 TPR-OK  VALUE 00.
           88 TPR-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.
       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  EJE-ESTADO PIC XX.
           88 EJE-OK  VALUE 00.
           88 EJE-EOF VALUE 10.

       77  WS-ANIO-CERRADO PIC 9(4) VALUE ZERO.
       77  WS-FECHA-CORTE  PIC 9(8) VALUE ZERO.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

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

       77  WS-AJU-INDICE   PIC 9(4).
       77  WS-AJU-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-AJUSTES.
       77  WS-DIFERENCIA  PIC S9(9)V99.

       77  WS-TOT-NOTAS    PIC 9(5)  VALUE ZERO.
       77  WS-TOT-NOTAS-DIS PIC 9(5) VALUE ZERO.

       77  DIS-ESTADO PIC XX.
           88 DIS-OK  VALUE 00.
           88 DIS-EOF VALUE 10.
       77  WS-TOT-CREDITO  PIC 9(10)V99 VALUE ZERO.
       77  WS-TOT-DEBITO   PIC 9(10)V99 VALUE ZERO.
       77  WS-TOT-NETO-AJU PIC S9(10)V99 VALUE ZERO.
           PERFORM INICIO.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-TIPOS_CLASE-HIST.
           PERFORM CARGO-TARIFAS-PROF.
           PERFORM CARGO-FERIADOS.
           PERFORM CARGO-RETENIDOS.
           PERFORM CARGO-FACTURAS.
           PERFORM LEO-NOVTIMES.
           PERFORM RECALCULO-NOVEDAD UNTIL (NOV-EOF).
           PERFORM EMITO-NOTAS.
           PERFORM CONSERVO-NOTAS-DISPUTA.
           PERFORM FIN.
           STOP RUN.

           IF (WS-AJU-HASTA = ZERO) THEN
               MOVE 99999999 TO WS-AJU-HASTA
           END-IF.
           PERFORM CARGO-CIERRE.
           IF (WS-AJU-DESDE NOT > WS-FECHA-CORTE) THEN
               DISPLAY "RECHAZADO: el periodo desde " WS-AJU-DESDE
                       " pertenece al ejercicio cerrado "
                       WS-ANIO-CERRADO
               STOP RUN
           END-IF.

           OPEN INPUT FACTRESUMEN.
           IF (NOT RES-OK) THEN
               STOP RUN
           END-IF.

       LEO-EJERCICIOS.
           READ EJERCICIOS RECORD INTO REG-EJE.
           IF ((NOT EJE-OK) AND (NOT EJE-EOF)) THEN
               DISPLAY "ERROR EN READ EjerciciosCerrados: " EJE-ESTADO
               STOP RUN
           END-IF.

       CARGO-CIERRE.
           OPEN INPUT EJERCICIOS.
           IF (EJE-OK) THEN
               PERFORM LEO-EJERCICIOS
               PERFORM CARGO-EJERCICIO UNTIL (EJE-EOF)
               CLOSE EJERCICIOS
           END-IF.
           IF (WS-ANIO-CERRADO NOT = ZERO) THEN
               COMPUTE WS-FECHA-CORTE = WS-ANIO-CERRADO * 10000 + 1231
           END-IF.

       CARGO-EJERCICIO.
           IF (REG-EJE-ANIO > WS-ANIO-CERRADO) THEN
               MOVE REG-EJE-ANIO TO WS-ANIO-CERRADO
           END-IF.
           PERFORM LEO-EJERCICIOS.

       PIDO-PARAMETROS.
           DISPLAY "Periodo desde (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-AJU-DESDE.
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

       CARGO-FACTURAS.
           PERFORM LEO-FACTRESUMEN.
           PERFORM CARGO-FACTURA UNTIL (RES-EOF).
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

       EMITO-NOTAS.
           MOVE ZERO TO WS-AJU-INDICE.
           PERFORM EMITO-NOTA WS-AJU-CANTIDAD TIMES.
           MOVE WS-DIFERENCIA  TO PTR-AJU-DET-DIF.
           WRITE REG-LISTADO FROM PTR-AJU-DET.

       LEO-DISPUTAS.
           READ DISPUTAS RECORD INTO REG-DIS.
           IF ((NOT DIS-OK) AND (NOT DIS-EOF)) THEN
               DISPLAY "ERROR EN READ Disputas: " DIS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CONSERVO-NOTAS-DISPUTA.
           OPEN INPUT DISPUTAS.
           IF (DIS-OK) THEN
               PERFORM LEO-DISPUTAS
               PERFORM CONSERVO-NOTA-DISPUTA UNTIL (DIS-EOF)
               CLOSE DISPUTAS
           END-IF.
           IF (WS-TOT-NOTAS-DIS NOT = ZERO) THEN
               DISPLAY "NOTAS POR DISPUTAS ACEPTADAS CONSERVADAS: "
                       WS-TOT-NOTAS-DIS
           END-IF.

       CONSERVO-NOTA-DISPUTA.
           IF (REG-DIS-ACEPTADA) AND (REG-DIS-FECHA-NOTA NOT = ZERO)
                   THEN
               ADD 1 TO WS-TOT-NOTAS-DIS
               MOVE REG-DIS-NUMERO     TO REG-NOT-NUMERO
               MOVE REG-DIS-FECHA-NOTA TO REG-NOT-FECHA
               MOVE REG-DIS-DESDE      TO REG-NOT-DESDE
               MOVE REG-DIS-HASTA      TO REG-NOT-HASTA
               MOVE REG-DIS-ORIGINAL   TO REG-NOT-ORIGINAL
               IF (REG-DIS-SENTIDO = "D") THEN
                   MOVE "DEBITO " TO REG-NOT-TIPO
                   COMPUTE REG-NOT-NUEVO =
                       REG-DIS-ORIGINAL + REG-DIS-ACEPTADO
                   MOVE REG-DIS-ACEPTADO TO REG-NOT-DIFERENCIA
               ELSE
                   MOVE "CREDITO" TO REG-NOT-TIPO
                   COMPUTE REG-NOT-NUEVO =
                       REG-DIS-ORIGINAL - REG-DIS-ACEPTADO
                   COMPUTE REG-NOT-DIFERENCIA =
                       ZERO - REG-DIS-ACEPTADO
               END-IF
               WRITE REG-NOT
           END-IF.
           PERFORM LEO-DISPUTAS.

       FIN.
           CLOSE FACTRESUMEN.
           CLOSE NOVTIMES.
