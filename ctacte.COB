           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-ESTADO.

           SELECT RECUPEROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARC-ESTADO.

           SELECT EJERCICIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EJE-ESTADO.

           SELECT SALDOSINI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SDO-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  FACTRESUMEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FacturasResumen.txt".
           03 REG-ANU-HORA        PIC 9(8).
           03 REG-ANU-USUARIO     PIC X(8).

       FD  RECUPEROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/AnticiposRecupero.txt".
       01  REG-ARC.
           03 REG-ARC-NUMERO      PIC X(5).
           03 REG-ARC-ID          PIC 9(6).
           03 REG-ARC-FECHA       PIC 9(8).
           03 REG-ARC-COMPROBANTE PIC 9(8).
           03 REG-ARC-IMPORTE     PIC 9(9)V99.

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

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           88 ANU-OK  VALUE 00.
           88 ANU-EOF VALUE 10.

       77  ARC-ESTADO PIC XX.
           88 ARC-OK  VALUE 00.
           88 ARC-EOF VALUE 10.

       77  EJE-ESTADO PIC XX.
           88 EJE-OK  VALUE 00.
           88 EJE-EOF VALUE 10.

       77  SDO-ESTADO PIC XX.
           88 SDO-OK  VALUE 00.
           88 SDO-EOF VALUE 10.

       77  WS-ANIO-CERRADO PIC 9(4) VALUE ZERO.
       77  WS-FECHA-CORTE  PIC 9(8) VALUE ZERO.

       77  WS-ANL-INDICE   PIC 9(4).
       77  WS-ANL-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ANULADAS.
           03 PTR-PARAM-PROF PIC X(5).
           03 FILLER         PIC X(8)  VALUE " origen ".
           03 PTR-PARAM-ORIGEN PIC X(7).
           03 FILLER         PIC X(28) VALUE
              " - ultimo ejercicio cerrado ".
           03 PTR-PARAM-CERRADO PIC 9(4).

       01  PTR-PROF.
           03 FILLER          PIC X(10) VALUE "Profesor: ".
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           PERFORM CARGO-CIERRE.
           PERFORM IMPRIMO-PARAMETROS.

       LEO-PARAMETROS.
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           MOVE WS-ANIO-CERRADO TO PTR-PARAM-CERRADO.
           WRITE REG-LISTADO FROM PTR-PARAM.

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

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM GENERO-SALDOS.
           PERFORM GENERO-FACTURAS.
           PERFORM GENERO-NOTAS.
           PERFORM GENERO-RETENCIONES.
           PERFORM GENERO-PAGOS.
           PERFORM GENERO-RECUPEROS.
           CLOSE MOVIMIENTOS.

       LEO-SALDOSINI.
           READ SALDOSINI RECORD INTO REG-SDO.
           IF ((NOT SDO-OK) AND (NOT SDO-EOF)) THEN
               DISPLAY "ERROR EN READ SaldosIniciales: " SDO-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       GENERO-SALDOS.
           IF (WS-ANIO-CERRADO = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SALDOSINI.
           IF (SDO-OK) THEN
               PERFORM LEO-SALDOSINI
               PERFORM GRABO-MOV-SALDO UNTIL (SDO-EOF)
               CLOSE SALDOSINI
           END-IF.

       GRABO-MOV-SALDO.
           IF (REG-SDO-ANIO = WS-ANIO-CERRADO)
                   AND ((WS-CTA-PROF = SPACES)
                     OR (REG-SDO-NUMERO = WS-CTA-PROF)) THEN
               MOVE SPACES TO REG-MOV
               MOVE REG-SDO-NUMERO TO REG-MOV-NUMERO
               MOVE REG-SDO-FECHA  TO REG-MOV-FECHA
               MOVE 0 TO REG-MOV-ORDEN
               MOVE "SDO INI" TO REG-MOV-TIPO
               STRING "EJERC " REG-SDO-ANIO DELIMITED BY SIZE
                   INTO REG-MOV-REFERENCIA
               MOVE REG-SDO-DEBE  TO REG-MOV-DEBE
               MOVE REG-SDO-HABER TO REG-MOV-HABER
               WRITE REG-MOV
               ADD 1 TO WS-MOV-CANT
           END-IF.
           PERFORM LEO-SALDOSINI.

       LEO-FACTRESUMEN.
           READ FACTRESUMEN RECORD INTO REG-RES.
           IF ((NOT RES-OK) AND (NOT RES-EOF)) THEN

       GRABO-MOV-FACTURA.
           ADD 1 TO WS-SEL-INDICE.
           IF (TAB-SEL-EMISION(WS-SEL-INDICE) NOT > WS-FECHA-CORTE) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-MOV.
           MOVE TAB-SEL-NUMERO(WS-SEL-INDICE)  TO REG-MOV-NUMERO.
           MOVE TAB-SEL-EMISION(WS-SEL-INDICE) TO REG-MOV-FECHA.
           END-IF.

       GRABO-MOV-NOTA.
           IF (REG-NOT-FECHA > WS-FECHA-CORTE)
                   AND ((WS-CTA-PROF = SPACES)
                     OR (REG-NOT-NUMERO = WS-CTA-PROF)) THEN
               MOVE SPACES TO REG-MOV
               MOVE REG-NOT-NUMERO TO REG-MOV-NUMERO
               MOVE REG-NOT-FECHA  TO REG-MOV-FECHA
           END-IF.

       GRABO-MOV-RETENCION.
           IF (REG-RTN-FECHA > WS-FECHA-CORTE)
                   AND ((WS-CTA-PROF = SPACES)
                     OR (REG-RTN-NUMERO = WS-CTA-PROF)) THEN
               MOVE SPACES TO REG-MOV
               MOVE REG-RTN-NUMERO TO REG-MOV-NUMERO
               MOVE REG-RTN-FECHA  TO REG-MOV-FECHA
           END-IF.

       GRABO-MOV-PAGO.
           IF (REG-PAG-FECHA > WS-FECHA-CORTE)
                   AND ((WS-CTA-PROF = SPACES)
                     OR (REG-PAG-NUMERO = WS-CTA-PROF)) THEN
               MOVE SPACES TO REG-MOV
               MOVE REG-PAG-NUMERO TO REG-MOV-NUMERO
               MOVE REG-PAG-FECHA  TO REG-MOV-FECHA
               MOVE 4 TO REG-MOV-ORDEN
               MOVE "PAGO   " TO REG-MOV-TIPO
               IF (REG-PAG-MEDIO = "ANTICIPO") THEN
                   MOVE "ANTICIP" TO REG-MOV-TIPO
               END-IF
               IF (REG-PAG-MEDIO = "EMBARGO") THEN
                   MOVE "EMBARGO" TO REG-MOV-TIPO
               END-IF
               MOVE REG-PAG-MEDIO TO REG-MOV-REFERENCIA
               MOVE ZERO TO REG-MOV-DEBE
               MOVE REG-PAG-IMPORTE TO REG-MOV-HABER
           END-IF.
           PERFORM LEO-PAGOS.

       LEO-RECUPEROS.
           READ RECUPEROS RECORD INTO REG-ARC.
           IF ((NOT ARC-OK) AND (NOT ARC-EOF)) THEN
               DISPLAY "ERROR EN READ AnticiposRecupero: " ARC-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       GENERO-RECUPEROS.
           OPEN INPUT RECUPEROS.
           IF (ARC-OK) THEN
               PERFORM LEO-RECUPEROS
               PERFORM GRABO-MOV-RECUPERO UNTIL (ARC-EOF)
               CLOSE RECUPEROS
           END-IF.

       GRABO-MOV-RECUPERO.
           IF (REG-ARC-FECHA > WS-FECHA-CORTE)
                   AND ((WS-CTA-PROF = SPACES)
                     OR (REG-ARC-NUMERO = WS-CTA-PROF)) THEN
               MOVE SPACES TO REG-MOV
               MOVE REG-ARC-NUMERO TO REG-MOV-NUMERO
               MOVE REG-ARC-FECHA  TO REG-MOV-FECHA
               MOVE 5 TO REG-MOV-ORDEN
               MOVE "RECUPER" TO REG-MOV-TIPO
               MOVE REG-ARC-COMPROBANTE TO REG-MOV-REFERENCIA
               MOVE REG-ARC-IMPORTE TO REG-MOV-DEBE
               MOVE REG-ARC-IMPORTE TO REG-MOV-HABER
               WRITE REG-MOV
               ADD 1 TO WS-MOV-CANT
           END-IF.
           PERFORM LEO-RECUPEROS.

       ORDENO-MOVIMIENTOS.
           SORT ORDENA-WORK
               ON ASCENDING KEY REG-ORD-CLAVE
