           03 FILLER           PIC X(1) VALUE SPACES.
           03 PTR-BLQ-HORA     PIC 9(8).

       01  OPERADOR.
           03 OPE-USUARIO  PIC X(8).
           03 OPE-PROGRAMA PIC X(14).
           03 OPE-FUNCION  PIC X(10).
           03 OPE-MOTIVO   PIC X(30).
           03 OPE-ROL      PIC X(1).
           03 OPE-NOMBRE   PIC X(25).
           03 OPE-ACCION   PIC XX.
           03 OPE-ESTADO   PIC XX.
              88 OPE-OK VALUE 00.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-ACCION.
           MOVE SPACES TO BLQ-PROGRAMA.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT BLQ-USUARIO.
           MOVE "LIMPIAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO BLQ-ACCION.
           CALL "RUNCONTROL" USING BLOQUEO.
           IF (BLQ-OK) THEN
               DISPLAY "Bloqueo " BLQ-NOMBRE " inexistente"
           END-IF.

       VALIDO-OPERADOR.
           MOVE BLQ-USUARIO TO OPE-USUARIO.
           MOVE "BLOQUEOS" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       END PROGRAM BLOQUEOS.
