           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-ESTADO.

           SELECT EJERCICIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EJE-ESTADO.

       DATA DIVISION.

       FILE SECTION.
           03 REG-ANU-HORA        PIC 9(8).
           03 REG-ANU-USUARIO     PIC X(8).

       FD  EJERCICIOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/EjerciciosCerrados.txt".
       01  REG-EJE.
           03 REG-EJE-ANIO    PIC 9(4).
           03 REG-EJE-FECHA   PIC 9(8).
           03 REG-EJE-HORA    PIC 9(8).
           03 REG-EJE-USUARIO PIC X(8).

       WORKING-STORAGE SECTION.
       77  RES-ESTADO PIC XX.
           88 RES-OK  VALUE 00.
           88 ANU-OK  VALUE 00.
           88 ANU-EOF VALUE 10.

       77  EJE-ESTADO PIC XX.
           88 EJE-OK  VALUE 00.
           88 EJE-EOF VALUE 10.

       77  WS-ANIO-CERRADO PIC 9(4) VALUE ZERO.
       77  WS-FECHA-CORTE  PIC 9(8) VALUE ZERO.

       77  WS-ACCION PIC X(1).
           88 ACCION-ANULA    VALUE "1".
           88 ACCION-CONSULTA VALUE "2".
           88 FAC-HALLADA VALUE "S".
       77  WS-FAC-NUMERO  PIC X(5).
       77  WS-FAC-IMPORTE PIC 9(9)V99.
       77  WS-FAC-EMISION PIC 9(8).

       77  WS-YA-ANULADA PIC X(1).
           88 YA-ANULADA VALUE "S".
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-ANU-USUARIO     PIC X(8).

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
           ACCEPT WS-MOTIVO.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "ANULAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-FACTURA.
           IF (NOT FAC-HALLADA) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE
                       " inexistente en FacturasResumen"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-CIERRE.
           IF (WS-FAC-EMISION NOT > WS-FECHA-CORTE) THEN
               DISPLAY "RECHAZADO: comprobante " WS-COMPROBANTE
                       " emitido en el ejercicio cerrado "
                       WS-ANIO-CERRADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-ANULADA.
           IF (YA-ANULADA) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE " ya anulado"
                   WS-FAC-NUMERO " marcado ANULADO por importe "
                   WS-FAC-IMPORTE.

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "ANULA-FACT" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       BUSCO-FACTURA.
           MOVE "N" TO WS-FAC-HALLADA.
           OPEN INPUT FACTRESUMEN.
               MOVE "S" TO WS-FAC-HALLADA
               MOVE REG-RES-NUMERO  TO WS-FAC-NUMERO
               MOVE REG-RES-IMPORTE TO WS-FAC-IMPORTE
               MOVE REG-RES-FECHA-EMISION TO WS-FAC-EMISION
           END-IF.
           PERFORM LEO-FACTRESUMEN.

       LEO-EJERCICIOS.
           READ EJERCICIOS RECORD INTO REG-EJE.
           IF ((NOT EJE-OK) AND (NOT EJE-EOF)) THEN
               DISPLAY "ERROR EN READ EjerciciosCerrados: " EJE-ESTADO
               STOP RUN
           END-IF.

       CARGO-CIERRE.
           MOVE ZERO TO WS-ANIO-CERRADO.
           MOVE ZERO TO WS-FECHA-CORTE.
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

       LEO-FACTRESUMEN.
           READ FACTRESUMEN RECORD INTO REG-RES.
           IF ((NOT RES-OK) AND (NOT RES-EOF)) THEN
