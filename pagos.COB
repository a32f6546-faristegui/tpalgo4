           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-ESTADO.

           SELECT EJERCICIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EJE-ESTADO.

           SELECT SALDOSINI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SDO-ESTADO.

       DATA DIVISION.

       FILE SECTION.
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  FACTRESUMEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FacturasResumen.txt".
           03 REG-RTN-BASE    PIC 9(9)V99.
           03 REG-RTN-IMPORTE PIC 9(9)V99.

       FD  EJERCICIOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/EjerciciosCerrados.txt".
       01  REG-EJE.
           03 REG-EJE-ANIO    PIC 9(4).
           03 REG-EJE-FECHA   PIC 9(8).
           03 REG-EJE-HORA    PIC 9(8).
           03 REG-EJE-USUARIO PIC X(8).

       FD  SALDOSINI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/SaldosIniciales.txt".
       01  REG-SDO.
           03 REG-SDO-NUMERO PIC X(5).
           03 REG-SDO-ANIO   PIC 9(4).
           03 REG-SDO-FECHA  PIC 9(8).
           03 REG-SDO-DEBE   PIC 9(9)V99.
           03 REG-SDO-HABER  PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 RTN-OK  VALUE 00.
           88 RTN-EOF VALUE 10.

       77  EJE-ESTADO PIC XX.
           88 EJE-OK  VALUE 00.
           88 EJE-EOF VALUE 10.

       77  SDO-ESTADO PIC XX.
           88 SDO-OK  VALUE 00.
           88 SDO-EOF VALUE 10.

       77  WS-ANIO-CERRADO PIC 9(4) VALUE ZERO.
       77  WS-FECHA-CORTE  PIC 9(8) VALUE ZERO.

       77  WS-ESC-INDICE   PIC 9(2).
       77  WS-ESC-CANTIDAD PIC 9(2) VALUE ZERO.
       77  WS-ESC-HALLADO  PIC X(1).
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.
           PERFORM CARGO-CIERRE.
           MOVE SPACES TO WS-ACCION.
           PERFORM PROC-ACCION UNTIL (ACCION-FIN).
           STOP RUN.
       REGISTRO-PAGO.
           DISPLAY "Fecha de pago (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-FECHA.
           IF (WS-ALTA-FECHA NOT > WS-FECHA-CORTE) THEN
               DISPLAY "RECHAZADO: la fecha " WS-ALTA-FECHA
                       " pertenece al ejercicio cerrado "
                       WS-ANIO-CERRADO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Profesor (5 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-NUMERO.
           DISPLAY "Importe pagado (bruto): " WITH NO ADVANCING.
                       " neto pagado: " WS-RET-NETO
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

       LEO-ESCALA.
           READ ESCALA RECORD INTO REG-ESC.
           IF ((NOT ESC-OK) AND (NOT ESC-EOF)) THEN
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-ANULADAS.
           PERFORM CARGO-FACTURAS.
           PERFORM CARGO-SALDOS.
           PERFORM CARGO-PAGOS.
           PERFORM CARGO-RETENCIONES-CTA.
           PERFORM IMPRIMO-INFORME.

       CARGO-FACTURA.
           ADD 1 TO WS-SEL-INDICE.
           IF (TAB-SEL-EMISION(WS-SEL-INDICE) NOT > WS-FECHA-CORTE) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-SEL-NUMERO(WS-SEL-INDICE) TO WS-ALTA-NUMERO.
           PERFORM BUSCO-CUENTA.
           ADD TAB-SEL-IMPORTE(WS-SEL-INDICE)
               MOVE 4 TO WS-TRAMO-INDICE
           END-IF.

       LEO-SALDOSINI.
           READ SALDOSINI RECORD INTO REG-SDO.
           IF ((NOT SDO-OK) AND (NOT SDO-EOF)) THEN
               DISPLAY "ERROR EN READ SaldosIniciales: " SDO-ESTADO
               STOP RUN
           END-IF.

       CARGO-SALDOS.
           IF (WS-ANIO-CERRADO = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SALDOSINI.
           IF (SDO-OK) THEN
               PERFORM LEO-SALDOSINI
               PERFORM CARGO-SALDO UNTIL (SDO-EOF)
               CLOSE SALDOSINI
           END-IF.

       CARGO-SALDO.
           IF (REG-SDO-ANIO = WS-ANIO-CERRADO) THEN
               MOVE REG-SDO-NUMERO TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-SDO-DEBE TO TAB-CTA-FACTURADO(WS-CTA-INDICE)
               MOVE REG-SDO-FECHA TO WS-SEL-EMISION
               PERFORM CALCULO-TRAMO
               ADD REG-SDO-DEBE
                   TO TAB-CTA-TRAMO(WS-CTA-INDICE, WS-TRAMO-INDICE)
               ADD REG-SDO-HABER TO TAB-CTA-PAGADO(WS-CTA-INDICE)
               MOVE REG-SDO-HABER TO WS-SALDO-PAGO
               MOVE 4 TO WS-TRAMO-INDICE
               PERFORM APLICO-PAGO-TRAMO 4 TIMES
           END-IF.
           PERFORM LEO-SALDOSINI.

       CARGO-PAGOS.
           OPEN INPUT PAGOS.
           IF (PAG-OK) THEN
           END-IF.

       CARGO-PAGO.
           IF (REG-PAG-FECHA > WS-FECHA-CORTE) THEN
               MOVE REG-PAG-NUMERO TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-PAG-IMPORTE TO TAB-CTA-PAGADO(WS-CTA-INDICE)
               PERFORM APLICO-PAGO
           END-IF.
           PERFORM LEO-PAGOS.

       LEO-PAGOS.
           END-IF.

       CARGO-RETENCION-CTA.
           IF (REG-RTN-FECHA > WS-FECHA-CORTE) THEN
               MOVE REG-RTN-NUMERO TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-RTN-IMPORTE TO TAB-CTA-PAGADO(WS-CTA-INDICE)
               MOVE REG-RTN-IMPORTE TO WS-SALDO-PAGO
               MOVE 4 TO WS-TRAMO-INDICE
               PERFORM APLICO-PAGO-TRAMO 4 TIMES
           END-IF.
           PERFORM LEO-RETENCIONES.

       BUSCO-CUENTA.
