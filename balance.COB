           03 REG-ASI-DEBE     PIC 9(10)V99.
           03 REG-ASI-HABER    PIC 9(10)V99.
           03 REG-ASI-CONCEPTO PIC X(20).
           03 REG-ASI-TIPO     PIC X(1).
              88 ASI-DEVENGADO VALUE "D".
              88 ASI-REVERSION VALUE "R".
           03 REG-ASI-FECHA    PIC 9(8).

       FD  CUENTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CuentasContables.txt".
           03 TAB-BAL OCCURS 500 TIMES INDEXED BY B.
              05 TAB-BAL-PERIODO PIC 9(6).
              05 TAB-BAL-CUENTA  PIC X(8).
              05 TAB-BAL-TIPO    PIC X(1).
              05 TAB-BAL-DEBE    PIC 9(11)V99.
              05 TAB-BAL-HABER   PIC 9(11)V99.

           03 TAB-PRD OCCURS 50 TIMES INDEXED BY Q.
              05 TAB-PRD-PERIODO PIC 9(6).

       77  WS-DVP-INDICE   PIC 9(3).
       77  WS-DVP-CANTIDAD PIC 9(3) VALUE ZERO.
       01  TAB-DEVENGADOS.
           03 TAB-DVP OCCURS 50 TIMES INDEXED BY V.
              05 TAB-DVP-PERIODO  PIC 9(6).
              05 TAB-DVP-DEVENGA  PIC 9(12)V99.
              05 TAB-DVP-REVIERTE PIC 9(12)V99.

       01  WS-DVP-PERIODO.
           03 WS-DVP-PERIODO-AA PIC 9(4).
           03 WS-DVP-PERIODO-MM PIC 9(2).
       01  WS-DVP-PERIODO-N REDEFINES WS-DVP-PERIODO PIC 9(6).

       77  WS-ASI-TIPO      PIC X(1).
       77  WS-DEVENG-ERR    PIC 9(3) VALUE ZERO.
       77  WS-PERIODO-ACT   PIC 9(6).
       77  WS-CTA-HALLADA   PIC X(1).
           88 CTA-HALLADA VALUE "S".
           PERFORM IMPRIMO-BALANCE.
           PERFORM FIN.
           IF (WS-DESBALANCES NOT = ZERO)
                   OR (WS-SIN-CUENTA NOT = ZERO)
                   OR (WS-DEVENG-ERR NOT = ZERO) THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
           END-IF.

       ACUMULO-ASIENTO.
           IF (ASI-DEVENGADO) OR (ASI-REVERSION) THEN
               MOVE REG-ASI-TIPO TO WS-ASI-TIPO
               PERFORM ACUMULO-DEVENGADO
           ELSE
               MOVE SPACES TO WS-ASI-TIPO
           END-IF.
           PERFORM BUSCO-BALANCE.
           ADD REG-ASI-DEBE  TO TAB-BAL-DEBE(WS-BAL-INDICE).
           ADD REG-ASI-HABER TO TAB-BAL-HABER(WS-BAL-INDICE).
               AT END PERFORM AGREGO-BALANCE
               WHEN (TAB-BAL-PERIODO(B) = REG-ASI-PERIODO)
                    AND (TAB-BAL-CUENTA(B) = REG-ASI-CUENTA)
                    AND (TAB-BAL-TIPO(B) = WS-ASI-TIPO)
                    AND (B NOT > WS-BAL-CANTIDAD)
                    MOVE B TO WS-BAL-INDICE
           END-SEARCH.
           MOVE WS-BAL-CANTIDAD TO WS-BAL-INDICE.
           MOVE REG-ASI-PERIODO TO TAB-BAL-PERIODO(WS-BAL-INDICE).
           MOVE REG-ASI-CUENTA  TO TAB-BAL-CUENTA(WS-BAL-INDICE).
           MOVE WS-ASI-TIPO     TO TAB-BAL-TIPO(WS-BAL-INDICE).
           MOVE ZERO TO TAB-BAL-DEBE(WS-BAL-INDICE).
           MOVE ZERO TO TAB-BAL-HABER(WS-BAL-INDICE).

       ACUMULO-DEVENGADO.
           MOVE REG-ASI-PERIODO TO WS-DVP-PERIODO-N.
           IF (ASI-REVERSION) THEN
               IF (WS-DVP-PERIODO-MM > 1) THEN
                   SUBTRACT 1 FROM WS-DVP-PERIODO-MM
               ELSE
                   SUBTRACT 1 FROM WS-DVP-PERIODO-AA
                   MOVE 12 TO WS-DVP-PERIODO-MM
               END-IF
           END-IF.
           SET V TO 1.
           SEARCH TAB-DVP
               AT END PERFORM AGREGO-DEVENGADO
               WHEN (TAB-DVP-PERIODO(V) = WS-DVP-PERIODO-N)
                    AND (V NOT > WS-DVP-CANTIDAD)
                    SET WS-DVP-INDICE TO V
           END-SEARCH.
           IF (ASI-DEVENGADO) THEN
               ADD REG-ASI-DEBE TO TAB-DVP-DEVENGA(WS-DVP-INDICE)
           ELSE
               ADD REG-ASI-HABER TO TAB-DVP-REVIERTE(WS-DVP-INDICE)
           END-IF.

       AGREGO-DEVENGADO.
           ADD 1 TO WS-DVP-CANTIDAD.
           MOVE WS-DVP-CANTIDAD TO WS-DVP-INDICE.
           MOVE WS-DVP-PERIODO-N TO TAB-DVP-PERIODO(WS-DVP-INDICE).
           MOVE ZERO TO TAB-DVP-DEVENGA(WS-DVP-INDICE).
           MOVE ZERO TO TAB-DVP-REVIERTE(WS-DVP-INDICE).

       BUSCO-PERIODO-TAB.
           SET Q TO 1.
           SEARCH TAB-PRD
           END-IF.
           MOVE ZERO TO WS-PER-INDICE.
           PERFORM IMPRIMO-PERIODO WS-PER-CANTIDAD TIMES.
           MOVE ZERO TO WS-DVP-INDICE.
           PERFORM VALIDO-DEVENGADO WS-DVP-CANTIDAD TIMES.
           IF (WS-DESBALANCES NOT = ZERO) THEN
               MOVE SPACES TO PTR-RESULTADO
               STRING "ERROR: PERIODOS DESBALANCEADOS EN EL DIARIO"
               WRITE REG-LISTADO FROM PTR-RESULTADO
               DISPLAY PTR-RESULTADO
           END-IF.
           IF (WS-DEVENG-ERR NOT = ZERO) THEN
               MOVE SPACES TO PTR-RESULTADO
               STRING "ERROR: DEVENGAMIENTOS SIN REVERSION COMPLETA"
                   DELIMITED BY SIZE INTO PTR-RESULTADO
               WRITE REG-LISTADO FROM PTR-RESULTADO
               DISPLAY PTR-RESULTADO
           END-IF.
           IF (WS-DESBALANCES = ZERO)
                   AND (WS-SIN-CUENTA = ZERO)
                   AND (WS-DEVENG-ERR = ZERO)
                   AND (WS-PER-CANTIDAD NOT = ZERO) THEN
               MOVE SPACES TO PTR-RESULTADO
               STRING "BALANCE CORRECTO: DEBE = HABER EN TODOS "
               DISPLAY PTR-RESULTADO
           END-IF.

       VALIDO-DEVENGADO.
           ADD 1 TO WS-DVP-INDICE.
           IF (TAB-DVP-DEVENGA(WS-DVP-INDICE)
                   NOT = TAB-DVP-REVIERTE(WS-DVP-INDICE)) THEN
               ADD 1 TO WS-DEVENG-ERR
               DISPLAY "ERROR: DEVENGAMIENTO PERIODO "
                       TAB-DVP-PERIODO(WS-DVP-INDICE)
                       " DEVENGADO " TAB-DVP-DEVENGA(WS-DVP-INDICE)
                       " REVERTIDO " TAB-DVP-REVIERTE(WS-DVP-INDICE)
           END-IF.

       IMPRIMO-PERIODO.
           ADD 1 TO WS-PER-INDICE.
           MOVE TAB-PRD-PERIODO(WS-PER-INDICE) TO WS-PERIODO-ACT.
       IMPRIMO-CUENTA-DET.
           MOVE TAB-BAL-CUENTA(WS-BAL-INDICE) TO PTR-BAL-DET-CUENTA.
           PERFORM BUSCO-PLAN.
           IF (CTA-HALLADA)
                   AND (TAB-BAL-TIPO(WS-BAL-INDICE) = "D") THEN
               MOVE "DEVENGAMIENTO" TO PTR-BAL-DET-MARCA
           END-IF.
           IF (CTA-HALLADA)
                   AND (TAB-BAL-TIPO(WS-BAL-INDICE) = "R") THEN
               MOVE "REVERSION DEVENGAMIENTO" TO PTR-BAL-DET-MARCA
           END-IF.
           MOVE TAB-BAL-DEBE(WS-BAL-INDICE)  TO PTR-BAL-DET-DEBE.
           MOVE TAB-BAL-HABER(WS-BAL-INDICE) TO PTR-BAL-DET-HABER.
           COMPUTE WS-SALDO-CTA = TAB-BAL-DEBE(WS-BAL-INDICE)
