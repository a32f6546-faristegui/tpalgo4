           03 FILLER PIC X(20) VALUE "CHEQUEA-SEC".
           03 FILLER PIC X(20) VALUE "CONCILIA-NOV".
           03 FILLER PIC X(20) VALUE "TP1-A VALIDACION".
           03 FILLER PIC X(20) VALUE "SUPERPOSICION".
           03 FILLER PIC X(20) VALUE "INTEGRIDAD FINANC.".
       01  TAB-CONTROLES REDEFINES TAB-CONTROLES-FIJO.
           03 TAB-CON-NOMBRE PIC X(20) OCCURS 10 TIMES.

       01  TAB-ARCHIVOS-REALES-FIJO.
           03 FILLER PIC X(40) VALUE
              "files/ListadoConciliacion.txt".
           03 FILLER PIC X(40) VALUE
              "files/ExcepcionesValidacion.txt".
           03 FILLER PIC X(40) VALUE
              "files/ListadoSuperposicion.txt".
           03 FILLER PIC X(40) VALUE
              "files/ListadoIntegridadFin.txt".
       01  TAB-ARCHIVOS-REALES REDEFINES TAB-ARCHIVOS-REALES-FIJO.
           03 TAB-ARC-REAL PIC X(40) OCCURS 10 TIMES.

       77  WS-CON-INDICE PIC 9(2).

       77  WS-EXCEPCIONES  PIC 9(6).
       77  WS-TOTAL-VISTO  PIC X(1).
       MAIN-PROCEDURE.
           PERFORM INICIO.
           MOVE ZERO TO WS-CON-INDICE.
           PERFORM PROC-CONTROL 10 TIMES.
           PERFORM IMPRIMO-TOTALES.
           PERFORM FIN.
           IF (WS-TOT-FALLAS NOT = ZERO) THEN
       PROC-LINEA.
           MOVE REG-ENT TO WS-LIN.
           IF (WS-CON-INDICE = 1) OR (WS-CON-INDICE = 2)
                   OR (WS-CON-INDICE = 4) OR (WS-CON-INDICE = 10) THEN
               PERFORM PARSEO-T34
           ELSE IF (WS-CON-INDICE = 3) THEN
               PERFORM PARSEO-T40
           ELSE IF (WS-CON-INDICE = 5) OR (WS-CON-INDICE = 9) THEN
               PERFORM PARSEO-T38
           ELSE IF (WS-CON-INDICE = 6) THEN
               PERFORM PARSEO-SEC

       PARSEO-T38.
           IF (WS-LIN-T38-PREFIJO =
                   "Total de dias profesor sobre maximo:")
                   OR (WS-LIN-T38-PREFIJO =
                   "Total de superposiciones horarias:") THEN
               MOVE WS-LIN-T38-CANT TO WS-CANT-TEXTO
               PERFORM CONVIERTO-CANT
               ADD WS-CANT-NUM TO WS-EXCEPCIONES
