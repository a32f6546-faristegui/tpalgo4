           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIS-ESTADO.

           SELECT TARIFASPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPR-ESTADO.

           SELECT FERIADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FER-ESTADO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.

           SELECT EMBAPLICADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMA-ESTADO.

           SELECT ASIENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASI-ESTADO.
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
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  EMBAPLICADOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/EmbargosAplicados.txt".
       01  REG-EMA.
           03 REG-EMA-OFICIO      PIC X(12).
           03 REG-EMA-NUMERO      PIC X(5).
           03 REG-EMA-FECHA       PIC 9(8).
           03 FILLER REDEFINES REG-EMA-FECHA.
              05 REG-EMA-PERIODO  PIC 9(6).
              05 REG-EMA-DD       PIC 9(2).
           03 REG-EMA-COMPROBANTE PIC 9(8).
           03 REG-EMA-BASE        PIC 9(9)V99.
           03 REG-EMA-IMPORTE     PIC 9(9)V99.

       FD  ASIENTOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Asientos.txt".
       01  REG-ASI.
           03 REG-ASI-DEBE     PIC 9(10)V99.
           03 REG-ASI-HABER    PIC 9(10)V99.
           03 REG-ASI-CONCEPTO PIC X(20).
           03 REG-ASI-TIPO     PIC X(1).
              88 ASI-DEVENGADO VALUE "D".
              88 ASI-REVERSION VALUE "R".
           03 REG-ASI-FECHA    PIC 9(8).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoAsientos.txt".
           88 HIS-OK  VALUE 00.
           88 HIS-EOF VALUE 10.

       77  TPR-ESTADO PIC XX.
           88 TPR-OK  VALUE 00.
           88 TPR-EOF VALUE 10.

       77  FER-ESTADO PIC XX.
           88 FER-OK  VALUE 00.
           88 FER-EOF VALUE 10.
           88 PAR-EOF VALUE 10.

       77  ASI-ESTADO PIC XX.
           88 ASI-OK  VALUE 00.
           88 ASI-EOF VALUE 10.

       77  WS-DVG-INDICE   PIC 9(4).
       77  WS-DVG-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-DEVENGADOS.
           03 TAB-DVG OCCURS 2000 TIMES PIC X(70).

       77  EMA-ESTADO PIC XX.
           88 EMA-OK  VALUE 00.
           88 EMA-EOF VALUE 10.

       77  WS-EMB-TOTAL PIC 9(10)V99 VALUE ZERO.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.
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

       77  WS-FER-INDICE   PIC 9(4).
       77  WS-FER-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-FERIADOS.
           PERFORM INICIO.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-TIPOS_CLASE-HIST.
           PERFORM CARGO-TARIFAS-PROF.
           PERFORM CARGO-FERIADOS.
           PERFORM CARGO-RETENIDOS.
           PERFORM CARGO-CUENTAS.
           PERFORM LEO-NOVTIMES.
           PERFORM ACUMULO-NOVEDAD UNTIL (NOV-EOF).
           PERFORM CARGO-EMBARGOS.
           PERFORM EMITO-ASIENTO.
           PERFORM FIN.
           STOP RUN.
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

       LEO-FERIADOS.
           READ FERIADOS RECORD INTO REG-FER.
           IF ((NOT FER-OK) AND (NOT FER-EOF)) THEN
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

       VALIDO-RECARGO.
           MOVE "N" TO WS-ES-RECARGO.
           PERFORM CALCULO-DIA-SEMANA.
           MOVE ZERO TO TAB-HAB-IMPORTE(WS-HAB-CANTIDAD).
           MOVE WS-HAB-CANTIDAD TO WS-HAB-INDICE.

       LEO-EMBAPLICADOS.
           READ EMBAPLICADOS RECORD INTO REG-EMA.
           IF ((NOT EMA-OK) AND (NOT EMA-EOF)) THEN
               DISPLAY "ERROR EN READ EmbargosAplicados: " EMA-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-EMBARGOS.
           MOVE ZERO TO WS-EMB-TOTAL.
           OPEN INPUT EMBAPLICADOS.
           IF (EMA-OK) THEN
               PERFORM LEO-EMBAPLICADOS
               PERFORM ACUMULO-EMBARGO UNTIL (EMA-EOF)
               CLOSE EMBAPLICADOS
           END-IF.

       ACUMULO-EMBARGO.
           IF (REG-EMA-PERIODO = WS-ASI-PERIODO) THEN
               ADD REG-EMA-IMPORTE TO WS-EMB-TOTAL
           END-IF.
           PERFORM LEO-EMBAPLICADOS.

       BUSCO-CUENTA.
           MOVE SPACES TO WS-CUENTA-HALLADA.
           SET C TO 1.
           PERFORM SUMO-DEBE WS-DEB-CANTIDAD TIMES.
           MOVE ZERO TO WS-HAB-INDICE.
           PERFORM SUMO-HABER WS-HAB-CANTIDAD TIMES.
           IF (WS-EMB-TOTAL NOT = ZERO) THEN
               PERFORM SUMO-EMBARGOS
           END-IF.
           IF (WS-TOT-DEBE NOT = WS-TOT-HABER)
                   OR (WS-SIN-CUENTA NOT = ZERO) THEN
               PERFORM RECHAZO-ASIENTO
               TO WS-CODIGO-BUSCADO.
           PERFORM BUSCO-CUENTA.

       SUMO-EMBARGOS.
           ADD WS-EMB-TOTAL TO WS-TOT-DEBE.
           ADD WS-EMB-TOTAL TO WS-TOT-HABER.
           MOVE "E" TO WS-CLASE-BUSCADA.
           MOVE "PROF" TO WS-CODIGO-BUSCADO.
           PERFORM BUSCO-CUENTA.
           MOVE "JUZG" TO WS-CODIGO-BUSCADO.
           PERFORM BUSCO-CUENTA.

       RECHAZO-ASIENTO.
           MOVE "ASIENTO RECHAZADO: DESBALANCEADO O SIN CUENTAS"
               TO PTR-RESULTADO.

       GRABO-ASIENTO.
           PERFORM CARGO-DEVENGADOS.
           OPEN OUTPUT ASIENTOS.
           IF (NOT ASI-OK) THEN
               DISPLAY "ERROR EN OPEN Asientos: " ASI-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-DVG-INDICE.
           PERFORM GRABO-DEVENGADO WS-DVG-CANTIDAD TIMES.
           MOVE ZERO TO WS-DEB-INDICE.
           PERFORM GRABO-LINEA-DEBE WS-DEB-CANTIDAD TIMES.
           MOVE ZERO TO WS-HAB-INDICE.
           PERFORM GRABO-LINEA-HABER WS-HAB-CANTIDAD TIMES.
           IF (WS-EMB-TOTAL NOT = ZERO) THEN
               PERFORM GRABO-LINEAS-EMBARGO
           END-IF.
           CLOSE ASIENTOS.
           MOVE "ASIENTO BALANCEADO GENERADO EN Asientos.txt"
               TO PTR-RESULTADO.

       LEO-ASIENTOS.
           READ ASIENTOS RECORD INTO REG-ASI.
           IF ((NOT ASI-OK) AND (NOT ASI-EOF)) THEN
               DISPLAY "ERROR EN READ Asientos: " ASI-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-DEVENGADOS.
           MOVE ZERO TO WS-DVG-CANTIDAD.
           OPEN INPUT ASIENTOS.
           IF (ASI-OK) THEN
               PERFORM LEO-ASIENTOS
               PERFORM CARGO-DEVENGADO UNTIL (ASI-EOF)
               CLOSE ASIENTOS
           END-IF.

       CARGO-DEVENGADO.
           IF (ASI-DEVENGADO) OR (ASI-REVERSION) THEN
               ADD 1 TO WS-DVG-CANTIDAD
               MOVE REG-ASI TO TAB-DVG(WS-DVG-CANTIDAD)
           END-IF.
           PERFORM LEO-ASIENTOS.

       GRABO-DEVENGADO.
           ADD 1 TO WS-DVG-INDICE.
           MOVE TAB-DVG(WS-DVG-INDICE) TO REG-ASI.
           WRITE REG-ASI.

       GRABO-LINEA-DEBE.
           ADD 1 TO WS-DEB-INDICE.
           ADD 1 TO WS-LINEA.
           PERFORM BUSCO-CUENTA.
           MOVE SPACES TO REG-ASI.
           MOVE WS-ASI-PERIODO TO REG-ASI-PERIODO.
           MOVE "F" TO REG-ASI-TIPO.
           MOVE WS-FECHA-ACT TO REG-ASI-FECHA.
           MOVE WS-LINEA TO REG-ASI-LINEA.
           MOVE WS-CUENTA-HALLADA TO REG-ASI-CUENTA.
           IF (TAB-DEB-IMPORTE(WS-DEB-INDICE) < ZERO) THEN
           PERFORM BUSCO-CUENTA.
           MOVE SPACES TO REG-ASI.
           MOVE WS-ASI-PERIODO TO REG-ASI-PERIODO.
           MOVE "F" TO REG-ASI-TIPO.
           MOVE WS-FECHA-ACT TO REG-ASI-FECHA.
           MOVE WS-LINEA TO REG-ASI-LINEA.
           MOVE WS-CUENTA-HALLADA TO REG-ASI-CUENTA.
           IF (TAB-HAB-IMPORTE(WS-HAB-INDICE) < ZERO) THEN
           WRITE REG-ASI.
           PERFORM IMPRIMO-LINEA.

       GRABO-LINEAS-EMBARGO.
           ADD 1 TO WS-LINEA.
           MOVE "E" TO WS-CLASE-BUSCADA.
           MOVE "PROF" TO WS-CODIGO-BUSCADO.
           PERFORM BUSCO-CUENTA.
           MOVE SPACES TO REG-ASI.
           MOVE WS-ASI-PERIODO TO REG-ASI-PERIODO.
           MOVE "F" TO REG-ASI-TIPO.
           MOVE WS-FECHA-ACT TO REG-ASI-FECHA.
           MOVE WS-LINEA TO REG-ASI-LINEA.
           MOVE WS-CUENTA-HALLADA TO REG-ASI-CUENTA.
           MOVE WS-EMB-TOTAL TO REG-ASI-DEBE.
           MOVE ZERO TO REG-ASI-HABER.
           MOVE "EMBARGOS HONORARIOS" TO REG-ASI-CONCEPTO.
           WRITE REG-ASI.
           PERFORM IMPRIMO-LINEA.
           ADD 1 TO WS-LINEA.
           MOVE "JUZG" TO WS-CODIGO-BUSCADO.
           PERFORM BUSCO-CUENTA.
           MOVE SPACES TO REG-ASI.
           MOVE WS-ASI-PERIODO TO REG-ASI-PERIODO.
           MOVE "F" TO REG-ASI-TIPO.
           MOVE WS-FECHA-ACT TO REG-ASI-FECHA.
           MOVE WS-LINEA TO REG-ASI-LINEA.
           MOVE WS-CUENTA-HALLADA TO REG-ASI-CUENTA.
           MOVE ZERO TO REG-ASI-DEBE.
           MOVE WS-EMB-TOTAL TO REG-ASI-HABER.
           MOVE "EMBARGOS A DEPOSITAR" TO REG-ASI-CONCEPTO.
           WRITE REG-ASI.
           PERFORM IMPRIMO-LINEA.

       IMPRIMO-LINEA.
           MOVE REG-ASI-LINEA    TO PTR-ASI-DET-LINEA.
           MOVE REG-ASI-CUENTA   TO PTR-ASI-DET-CUENTA.
