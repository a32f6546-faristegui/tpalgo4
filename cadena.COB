       01  TAB-ORDEN-FIJO.
           03 FILLER PIC X(14) VALUE "CHEQUEA-SEC".
           03 FILLER PIC X(14) VALUE "PLAUSIBILIDAD".
           03 FILLER PIC X(14) VALUE "SUPERPOSICION".
           03 FILLER PIC X(14) VALUE "TP1-C".
           03 FILLER PIC X(14) VALUE "TP1-D".
           03 FILLER PIC X(14) VALUE "TP1-F".
           03 FILLER PIC X(14) VALUE "TP1-A".
           03 FILLER PIC X(14) VALUE "ACUSE-LOTES".
           03 FILLER PIC X(14) VALUE "CONCILIA-NOV".
           03 FILLER PIC X(14) VALUE "LIQUIDA".
           03 FILLER PIC X(14) VALUE "ASIENTOS".
           03 FILLER PIC X(14) VALUE "TRANSFERENCIAS".
       01  TAB-ORDEN REDEFINES TAB-ORDEN-FIJO.
           03 TAB-ORD-PROGRAMA PIC X(14) OCCURS 12 TIMES.

       77  WS-PAS-INDICE   PIC 9(2).
       77  WS-PAS-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-PASOS.
           03 TAB-PAS OCCURS 12 TIMES.
              05 TAB-PAS-ORDEN     PIC 9(2).
              05 TAB-PAS-PROGRAMA  PIC X(14).
              05 TAB-PAS-ESTADO    PIC X(10).
           03 FILLER           PIC X(2)  VALUE SPACES.
           03 PTR-PAS-USUARIO  PIC X(8).

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
           PERFORM CARGO-CADENA.
                       " no pertenece a la cadena mensual"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDO-OPERADOR-PASO.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-PROXIMO.
           PERFORM VALIDO-INICIO.
           IF (NOT PUEDE-INICIAR) THEN
                       " no pertenece a la cadena mensual"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDO-OPERADOR-PASO.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-PAS-ESTADO(WS-PAS-INDICE) NOT = "EN CURSO") THEN
               DISPLAY "Paso " WS-PROGRAMA " no esta en curso"
               EXIT PARAGRAPH
           END-IF.

       NUEVA-CORRIDA.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "NUEVA" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma nueva corrida mensual (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-RESULTADO.
               DISPLAY "Cadena mensual reiniciada"
           END-IF.

       VALIDO-OPERADOR-PASO.
           IF (WS-PROGRAMA = "TRANSFERENCIAS") THEN
               MOVE "TRANSFER" TO OPE-FUNCION
           ELSE
               MOVE "EJECUTAR" TO OPE-FUNCION
           END-IF.
           PERFORM VALIDO-OPERADOR.

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "CADENA" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       BUSCO-PASO.
           MOVE "N" TO WS-PAS-HALLADO.
           MOVE 1 TO WS-PAS-INDICE.
           END-PERFORM.

       INICIALIZO-CADENA.
           MOVE 12 TO WS-PAS-CANTIDAD.
           MOVE ZERO TO WS-PAS-INDICE.
           PERFORM INICIALIZO-PASO WS-PAS-CANTIDAD TIMES.

