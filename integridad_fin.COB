       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD-FIN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT FACTRESUMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RES-ESTADO.

           SELECT FACSORT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR-ESTADO.

           SELECT ORDENA-WORK ASSIGN TO DISK.

           SELECT NUMERADOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NUM-ESTADO.

           SELECT FACTCAE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAE-ESTADO.

           SELECT ANULADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-ESTADO.

           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOT-ESTADO.

           SELECT PAGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAG-ESTADO.

           SELECT RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-ESTADO.

           SELECT TRANSFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRF-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       FD  PROFESORES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Profesores.txt".
       01  REG-PROF.
           03 REG-PROF-NUMERO PIC X(5).
           03 REG-PROF-DNI    PIC 9(8).
           03 REG-PROF-NOMBRE PIC X(25).
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  FACTRESUMEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FacturasResumen.txt".
       01  REG-RES.
           03 REG-RES-NUMERO        PIC X(5).
           03 REG-RES-COMPROBANTE   PIC 9(8).
           03 REG-RES-FECHA-EMISION PIC 9(8).
           03 REG-RES-FECHA-DESDE   PIC 9(8).
           03 REG-RES-FECHA-HASTA   PIC 9(8).
           03 REG-RES-HORAS         PIC 9(4)V99.
           03 REG-RES-NETO          PIC 9(9)V99.
           03 REG-RES-IVA           PIC 9(8)V99.
           03 REG-RES-IMPORTE       PIC 9(9)V99.

       FD  FACSORT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/IntegridadFacSort.txt".
       01  REG-FSR.
           03 REG-FSR-NUMERO        PIC X(5).
           03 REG-FSR-COMPROBANTE   PIC 9(8).
           03 REG-FSR-FECHA-EMISION PIC 9(8).
           03 REG-FSR-FECHA-DESDE   PIC 9(8).
           03 REG-FSR-FECHA-HASTA   PIC 9(8).
           03 REG-FSR-HORAS         PIC 9(4)V99.
           03 REG-FSR-NETO          PIC 9(9)V99.
           03 REG-FSR-IVA           PIC 9(8)V99.
           03 REG-FSR-IMPORTE       PIC 9(9)V99.

       SD  ORDENA-WORK.
       01  REG-ORD.
           03 REG-ORD-NUMERO        PIC X(5).
           03 REG-ORD-COMPROBANTE   PIC 9(8).
           03 REG-ORD-FECHA-EMISION PIC 9(8).
           03 REG-ORD-FECHA-DESDE   PIC 9(8).
           03 REG-ORD-FECHA-HASTA   PIC 9(8).
           03 REG-ORD-HORAS         PIC 9(4)V99.
           03 REG-ORD-NETO          PIC 9(9)V99.
           03 REG-ORD-IVA           PIC 9(8)V99.
           03 REG-ORD-IMPORTE       PIC 9(9)V99.

       FD  NUMERADOR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NumeradorFacturas.txt".
       01  REG-NUM.
           03 REG-NUM-ASIGNADO PIC 9(8).
           03 REG-NUM-EMITIDO  PIC 9(8).

       FD  FACTCAE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FacturasCae.txt".
       01  REG-CAE.
           03 REG-CAE-COMPROBANTE PIC 9(8).
           03 REG-CAE-ESTADO      PIC X(1).
           03 REG-CAE-CAE         PIC 9(14).
           03 REG-CAE-VENCIMIENTO PIC 9(8).
           03 REG-CAE-FECHA       PIC 9(8).

       FD  ANULADAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FacturasAnuladas.txt".
       01  REG-ANU.
           03 REG-ANU-COMPROBANTE PIC 9(8).
           03 REG-ANU-NUMERO      PIC X(5).
           03 REG-ANU-MOTIVO      PIC X(30).
           03 REG-ANU-FECHA       PIC 9(8).
           03 REG-ANU-HORA        PIC 9(8).
           03 REG-ANU-USUARIO     PIC X(8).

       FD  NOTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NotasAjuste.txt".
       01  REG-NOT.
           03 REG-NOT-TIPO        PIC X(7).
           03 REG-NOT-NUMERO      PIC X(5).
           03 REG-NOT-FECHA       PIC 9(8).
           03 REG-NOT-DESDE       PIC 9(8).
           03 REG-NOT-HASTA       PIC 9(8).
           03 REG-NOT-ORIGINAL    PIC 9(9)V99.
           03 REG-NOT-NUEVO       PIC 9(9)V99.
           03 REG-NOT-DIFERENCIA  PIC S9(9)V99.

       FD  PAGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Pagos.txt".
       01  REG-PAG.
           03 REG-PAG-FECHA   PIC 9(8).
           03 REG-PAG-NUMERO  PIC X(5).
           03 REG-PAG-IMPORTE PIC 9(9)V99.
           03 REG-PAG-MEDIO   PIC X(10).

       FD  RETENCIONES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Retenciones.txt".
       01  REG-RTN.
           03 REG-RTN-NUMERO  PIC X(5).
           03 REG-RTN-PERIODO PIC 9(6).
           03 REG-RTN-FECHA   PIC 9(8).
           03 REG-RTN-BASE    PIC 9(9)V99.
           03 REG-RTN-IMPORTE PIC 9(9)V99.

       FD  TRANSFER LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Transferencias.txt".
       01  REG-TRF.
           03 REG-TRF-TIPO PIC X(1).
           03 REG-TRF-DATOS PIC X(59).
       01  REG-TRF-DET REDEFINES REG-TRF.
           03 FILLER              PIC X(1).
           03 REG-TRF-DET-CBU     PIC 9(22).
           03 REG-TRF-DET-IMPORTE PIC 9(9)V99.
           03 REG-TRF-DET-CONCEPTO PIC X(20).
           03 REG-TRF-DET-NUMERO  PIC X(5).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoIntegridadFin.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  RES-ESTADO PIC XX.
           88 RES-OK  VALUE 00.
           88 RES-EOF VALUE 10.

       77  FSR-ESTADO PIC XX.
           88 FSR-OK  VALUE 00.
           88 FSR-EOF VALUE 10.

       77  NUM-ESTADO PIC XX.
           88 NUM-OK  VALUE 00.
           88 NUM-EOF VALUE 10.

       77  CAE-ESTADO PIC XX.
           88 CAE-OK  VALUE 00.
           88 CAE-EOF VALUE 10.

       77  ANU-ESTADO PIC XX.
           88 ANU-OK  VALUE 00.
           88 ANU-EOF VALUE 10.

       77  NOT-ESTADO PIC XX.
           88 NOT-OK  VALUE 00.
           88 NOT-EOF VALUE 10.

       77  PAG-ESTADO PIC XX.
           88 PAG-OK  VALUE 00.
           88 PAG-EOF VALUE 10.

       77  RTN-ESTADO PIC XX.
           88 RTN-OK  VALUE 00.
           88 RTN-EOF VALUE 10.

       77  TRF-ESTADO PIC XX.
           88 TRF-OK  VALUE 00.
           88 TRF-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-PRF-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-PRF-INDICE   PIC 9(4).
       01  TAB-PROFESORES.
           03 TAB-PRF OCCURS 1000 TIMES INDEXED BY P.
              05 TAB-PRF-NUMERO PIC X(5).
              05 TAB-PRF-CBU    PIC 9(22).

       77  WS-FAC-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-FAC-INDICE   PIC 9(4).
       01  TAB-FACTURAS.
           03 TAB-FAC OCCURS 5000 TIMES INDEXED BY F.
              05 TAB-FAC-COMPROBANTE PIC 9(8).
              05 TAB-FAC-NUMERO      PIC X(5).
              05 TAB-FAC-DESDE       PIC 9(8).
              05 TAB-FAC-HASTA       PIC 9(8).

       77  WS-ANL-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ANULADAS.
           03 TAB-ANL OCCURS 5000 TIMES INDEXED BY L.
              05 TAB-ANL-COMPROBANTE PIC 9(8).

       77  WS-NUM-LEIDO PIC X(1) VALUE "N".
           88 NUM-LEIDO VALUE "S".
       77  WS-NUM-ASIGNADO PIC 9(8) VALUE ZERO.
       77  WS-NUM-EMITIDO  PIC 9(8) VALUE ZERO.

       77  WS-SEC-LEIDOS   PIC 9(6) VALUE ZERO.
       77  WS-SEC-ANTERIOR PIC 9(8) VALUE ZERO.
       77  WS-SEC-TOPE     PIC 9(8) VALUE ZERO.
       77  WS-SEC-DESDE    PIC 9(8).
       77  WS-SEC-HASTA    PIC 9(8).

       77  WS-NUMERO-BUSCADO      PIC X(5).
       77  WS-COMPROBANTE-BUSCADO PIC 9(8).
       77  WS-PRF-HALLADO PIC X(1).
           88 PRF-HALLADO VALUE "S".
       77  WS-FAC-HALLADA PIC X(1).
           88 FAC-HALLADA VALUE "S".
       77  WS-FAC-PERIODO PIC X(1).
           88 FAC-PERIODO VALUE "S".
       77  WS-ANL-HALLADA PIC X(1).
           88 ANL-HALLADA VALUE "S".

       01  WS-TRF-CONCEPTO.
           03 WS-TRF-CON-TEXTO       PIC X(9).
           03 WS-TRF-CON-COMPROBANTE PIC X(8).
           03 FILLER                 PIC X(3).

       77  WS-TOT-EXC PIC 9(5) VALUE ZERO.

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).

       01  PTR-CAB.
           03 FILLER       PIC X(6)  VALUE "FECHA ".
           03 PTR-CAB-DD   PIC 99.
           03 FILLER       PIC X(1)  VALUE "/".
           03 PTR-CAB-MM   PIC 99.
           03 FILLER       PIC X(1)  VALUE "/".
           03 PTR-CAB-AA   PIC 9999.
           03 FILLER       PIC X(67) VALUE SPACES.

       01  PTR-TIT.
           03 FILLER PIC X(06) VALUE SPACES.
           03 FILLER PIC X(30) VALUE "Excepciones: integridad de".
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(28) VALUE "archivos financieros".
           03 FILLER PIC X(06) VALUE SPACES.

       01  PTR-EXC-CAB.
           03 FILLER PIC X(7)  VALUE "Codigo".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(18) VALUE "Archivo".
           03 FILLER PIC X(1)  VALUE SPACES.
           03 FILLER PIC X(8)  VALUE "Profesor".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(11) VALUE "Comprobante".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(7)  VALUE "Detalle".

       01  PTR-EXC-DET.
           03 PTR-EXC-DET-CODIGO      PIC X(7).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 PTR-EXC-DET-ARCHIVO     PIC X(18).
           03 FILLER                  PIC X(1)  VALUE SPACES.
           03 PTR-EXC-DET-NUMERO      PIC X(5).
           03 FILLER                  PIC X(5)  VALUE SPACES.
           03 PTR-EXC-DET-COMPROBANTE PIC X(8).
           03 FILLER                  PIC X(5)  VALUE SPACES.
           03 PTR-EXC-DET-DETALLE     PIC X(50).

       01  PTR-TOT-EXC.
           03 FILLER           PIC X(34) VALUE
              "Total de excepciones detectadas: ".
           03 PTR-TOT-EXC-CANT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-NUMERADOR.
           PERFORM IMPRIMO-CAB.
           PERFORM VERIFICO-SECUENCIA.
           PERFORM CARGO-ANULADAS.
           PERFORM VERIFICO-CAE.
           PERFORM VERIFICO-NOTAS.
           PERFORM VERIFICO-PAGOS.
           PERFORM VERIFICO-RETENCIONES.
           PERFORM VERIFICO-TRANSFERENCIAS.
           PERFORM IMPRIMO-TOT-EXC.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               STOP RUN
           END-IF.

       CARGO-PROFESORES.
           OPEN INPUT PROFESORES.
           IF (NOT PROF-OK) THEN
               DISPLAY "ERROR EN OPEN Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-PROFESORES.
           PERFORM CARGO-PROFESOR UNTIL (PROF-EOF).
           CLOSE PROFESORES.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-PROFESOR.
           ADD 1 TO WS-PRF-CANTIDAD.
           MOVE REG-PROF-NUMERO TO TAB-PRF-NUMERO(WS-PRF-CANTIDAD).
           MOVE REG-PROF-CBU    TO TAB-PRF-CBU(WS-PRF-CANTIDAD).
           PERFORM LEO-PROFESORES.

       CARGO-NUMERADOR.
           OPEN INPUT NUMERADOR.
           IF (NUM-OK) THEN
               READ NUMERADOR RECORD INTO REG-NUM
               IF (NUM-OK) THEN
                   MOVE "S" TO WS-NUM-LEIDO
                   MOVE REG-NUM-ASIGNADO TO WS-NUM-ASIGNADO
                   MOVE REG-NUM-EMITIDO  TO WS-NUM-EMITIDO
               END-IF
               CLOSE NUMERADOR
           END-IF.

       VERIFICO-SECUENCIA.
           OPEN INPUT FACTRESUMEN.
           IF (RES-OK) THEN
               CLOSE FACTRESUMEN
               SORT ORDENA-WORK
                   ON ASCENDING KEY REG-ORD-COMPROBANTE
                   USING FACTRESUMEN GIVING FACSORT
               OPEN INPUT FACSORT
               IF (NOT FSR-OK) THEN
                   DISPLAY "ERROR EN OPEN IntegridadFacSort: "
                           FSR-ESTADO
                   PERFORM FIN
                   STOP RUN
               END-IF
               PERFORM LEO-FACSORT
               PERFORM VERIFICO-FACTURA UNTIL (FSR-EOF)
               CLOSE FACSORT
           END-IF.
           MOVE WS-SEC-ANTERIOR TO WS-SEC-TOPE.
           IF (NUM-LEIDO) THEN
               MOVE WS-NUM-ASIGNADO TO WS-SEC-TOPE
               IF (WS-NUM-ASIGNADO NOT = WS-NUM-EMITIDO) THEN
                   MOVE "NUM-SAL" TO PTR-EXC-DET-CODIGO
                   MOVE "NumeradorFacturas" TO PTR-EXC-DET-ARCHIVO
                   MOVE SPACES TO PTR-EXC-DET-NUMERO
                   MOVE WS-NUM-ASIGNADO TO PTR-EXC-DET-COMPROBANTE
                   MOVE SPACES TO PTR-EXC-DET-DETALLE
                   STRING "ASIGNADO DISTINTO DE EMITIDO "
                          DELIMITED BY SIZE
                          WS-NUM-EMITIDO DELIMITED BY SIZE
                          INTO PTR-EXC-DET-DETALLE
                   PERFORM IMPRIMO-EXC
               END-IF
           ELSE IF (WS-SEC-LEIDOS NOT = ZERO) THEN
               MOVE "NUM-INE" TO PTR-EXC-DET-CODIGO
               MOVE "NumeradorFacturas" TO PTR-EXC-DET-ARCHIVO
               MOVE SPACES TO PTR-EXC-DET-NUMERO
               MOVE SPACES TO PTR-EXC-DET-COMPROBANTE
               MOVE "NUMERADOR INEXISTENTE CON FACTURAS EMITIDAS"
                   TO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           END-IF.
           IF (WS-SEC-TOPE > WS-SEC-ANTERIOR) THEN
               COMPUTE WS-SEC-DESDE = WS-SEC-ANTERIOR + 1
               MOVE WS-SEC-TOPE TO WS-SEC-HASTA
               PERFORM IMPRIMO-FALTANTES
           END-IF.

       LEO-FACSORT.
           READ FACSORT RECORD INTO REG-FSR.
           IF ((NOT FSR-OK) AND (NOT FSR-EOF)) THEN
               DISPLAY "ERROR EN READ IntegridadFacSort: " FSR-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       VERIFICO-FACTURA.
           IF (WS-SEC-LEIDOS NOT = ZERO)
                   AND (REG-FSR-COMPROBANTE = WS-SEC-ANTERIOR) THEN
               MOVE "FAC-DUP" TO PTR-EXC-DET-CODIGO
               MOVE "FacturasResumen" TO PTR-EXC-DET-ARCHIVO
               MOVE REG-FSR-NUMERO TO PTR-EXC-DET-NUMERO
               MOVE REG-FSR-COMPROBANTE TO PTR-EXC-DET-COMPROBANTE
               MOVE "COMPROBANTE DUPLICADO" TO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           ELSE IF (REG-FSR-COMPROBANTE > WS-SEC-ANTERIOR + 1) THEN
               COMPUTE WS-SEC-DESDE = WS-SEC-ANTERIOR + 1
               COMPUTE WS-SEC-HASTA = REG-FSR-COMPROBANTE - 1
               PERFORM IMPRIMO-FALTANTES
           END-IF.
           IF (NUM-LEIDO)
                   AND (REG-FSR-COMPROBANTE > WS-NUM-ASIGNADO) THEN
               MOVE "FAC-EXC" TO PTR-EXC-DET-CODIGO
               MOVE "FacturasResumen" TO PTR-EXC-DET-ARCHIVO
               MOVE REG-FSR-NUMERO TO PTR-EXC-DET-NUMERO
               MOVE REG-FSR-COMPROBANTE TO PTR-EXC-DET-COMPROBANTE
               MOVE SPACES TO PTR-EXC-DET-DETALLE
               STRING "MAYOR AL ULTIMO ASIGNADO " DELIMITED BY SIZE
                      WS-NUM-ASIGNADO DELIMITED BY SIZE
                      INTO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           END-IF.
           IF (WS-FAC-CANTIDAD < 5000) THEN
               ADD 1 TO WS-FAC-CANTIDAD
               MOVE REG-FSR-COMPROBANTE
                   TO TAB-FAC-COMPROBANTE(WS-FAC-CANTIDAD)
               MOVE REG-FSR-NUMERO TO TAB-FAC-NUMERO(WS-FAC-CANTIDAD)
               MOVE REG-FSR-FECHA-DESDE
                   TO TAB-FAC-DESDE(WS-FAC-CANTIDAD)
               MOVE REG-FSR-FECHA-HASTA
                   TO TAB-FAC-HASTA(WS-FAC-CANTIDAD)
           END-IF.
           ADD 1 TO WS-SEC-LEIDOS.
           MOVE REG-FSR-COMPROBANTE TO WS-SEC-ANTERIOR.
           PERFORM LEO-FACSORT.

       IMPRIMO-FALTANTES.
           MOVE "FAC-FAL" TO PTR-EXC-DET-CODIGO.
           MOVE "FacturasResumen" TO PTR-EXC-DET-ARCHIVO.
           MOVE SPACES TO PTR-EXC-DET-NUMERO.
           MOVE WS-SEC-DESDE TO PTR-EXC-DET-COMPROBANTE.
           MOVE SPACES TO PTR-EXC-DET-DETALLE.
           STRING "FALTAN EN SECUENCIA DEL " DELIMITED BY SIZE
                  WS-SEC-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-SEC-HASTA DELIMITED BY SIZE
                  INTO PTR-EXC-DET-DETALLE.
           PERFORM IMPRIMO-EXC.

       CARGO-ANULADAS.
           OPEN INPUT ANULADAS.
           IF (ANU-OK) THEN
               PERFORM LEO-ANULADAS
               PERFORM VERIFICO-ANULADA UNTIL (ANU-EOF)
               CLOSE ANULADAS
           END-IF.

       LEO-ANULADAS.
           READ ANULADAS RECORD INTO REG-ANU.
           IF ((NOT ANU-OK) AND (NOT ANU-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasAnuladas: " ANU-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       VERIFICO-ANULADA.
           IF (WS-ANL-CANTIDAD < 5000) THEN
               ADD 1 TO WS-ANL-CANTIDAD
               MOVE REG-ANU-COMPROBANTE
                   TO TAB-ANL-COMPROBANTE(WS-ANL-CANTIDAD)
           END-IF.
           MOVE REG-ANU-COMPROBANTE TO WS-COMPROBANTE-BUSCADO.
           PERFORM BUSCO-FACTURA.
           MOVE "FacturasAnuladas" TO PTR-EXC-DET-ARCHIVO.
           MOVE REG-ANU-NUMERO TO PTR-EXC-DET-NUMERO.
           MOVE REG-ANU-COMPROBANTE TO PTR-EXC-DET-COMPROBANTE.
           IF (NOT FAC-HALLADA) THEN
               MOVE "ANU-COM" TO PTR-EXC-DET-CODIGO
               MOVE "COMPROBANTE INEXISTENTE EN FacturasResumen"
                   TO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           ELSE IF (TAB-FAC-NUMERO(WS-FAC-INDICE)
                   NOT = REG-ANU-NUMERO) THEN
               MOVE "ANU-PRF" TO PTR-EXC-DET-CODIGO
               MOVE SPACES TO PTR-EXC-DET-DETALLE
               STRING "PROFESOR DISTINTO, EN RESUMEN " DELIMITED BY SIZE
                      TAB-FAC-NUMERO(WS-FAC-INDICE) DELIMITED BY SIZE
                      INTO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           END-IF.
           PERFORM LEO-ANULADAS.

       VERIFICO-CAE.
           OPEN INPUT FACTCAE.
           IF (CAE-OK) THEN
               PERFORM LEO-FACTCAE
               PERFORM VERIFICO-FACTCAE UNTIL (CAE-EOF)
               CLOSE FACTCAE
           END-IF.

       LEO-FACTCAE.
           READ FACTCAE RECORD INTO REG-CAE.
           IF ((NOT CAE-OK) AND (NOT CAE-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasCae: " CAE-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       VERIFICO-FACTCAE.
           MOVE REG-CAE-COMPROBANTE TO WS-COMPROBANTE-BUSCADO.
           PERFORM BUSCO-FACTURA.
           IF (NOT FAC-HALLADA) THEN
               MOVE "CAE-COM" TO PTR-EXC-DET-CODIGO
               MOVE "FacturasCae" TO PTR-EXC-DET-ARCHIVO
               MOVE SPACES TO PTR-EXC-DET-NUMERO
               MOVE REG-CAE-COMPROBANTE TO PTR-EXC-DET-COMPROBANTE
               MOVE "COMPROBANTE INEXISTENTE EN FacturasResumen"
                   TO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           END-IF.
           PERFORM LEO-FACTCAE.

       VERIFICO-NOTAS.
           OPEN INPUT NOTAS.
           IF (NOT-OK) THEN
               PERFORM LEO-NOTAS
               PERFORM VERIFICO-NOTA UNTIL (NOT-EOF)
               CLOSE NOTAS
           END-IF.

       LEO-NOTAS.
           READ NOTAS RECORD INTO REG-NOT.
           IF ((NOT NOT-OK) AND (NOT NOT-EOF)) THEN
               DISPLAY "ERROR EN READ NotasAjuste: " NOT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       VERIFICO-NOTA.
           IF (REG-NOT-ORIGINAL NOT = ZERO) THEN
               MOVE REG-NOT-NUMERO TO WS-NUMERO-BUSCADO
               PERFORM BUSCO-FACTURA-PROFESOR
               MOVE "NotasAjuste" TO PTR-EXC-DET-ARCHIVO
               MOVE REG-NOT-NUMERO TO PTR-EXC-DET-NUMERO
               MOVE SPACES TO PTR-EXC-DET-COMPROBANTE
               IF (NOT FAC-HALLADA) THEN
                   MOVE "NOT-PRF" TO PTR-EXC-DET-CODIGO
                   MOVE "PROFESOR SIN FACTURAS EN FacturasResumen"
                       TO PTR-EXC-DET-DETALLE
                   PERFORM IMPRIMO-EXC
               ELSE IF (NOT FAC-PERIODO) THEN
                   MOVE "NOT-PER" TO PTR-EXC-DET-CODIGO
                   MOVE SPACES TO PTR-EXC-DET-DETALLE
                   STRING "SIN FACTURA DEL PERIODO " DELIMITED BY SIZE
                          REG-NOT-DESDE DELIMITED BY SIZE
                          " AL " DELIMITED BY SIZE
                          REG-NOT-HASTA DELIMITED BY SIZE
                          INTO PTR-EXC-DET-DETALLE
                   PERFORM IMPRIMO-EXC
               END-IF
           END-IF.
           PERFORM LEO-NOTAS.

       VERIFICO-PAGOS.
           OPEN INPUT PAGOS.
           IF (PAG-OK) THEN
               PERFORM LEO-PAGOS
               PERFORM VERIFICO-PAGO UNTIL (PAG-EOF)
               CLOSE PAGOS
           END-IF.

       LEO-PAGOS.
           READ PAGOS RECORD INTO REG-PAG.
           IF ((NOT PAG-OK) AND (NOT PAG-EOF)) THEN
               DISPLAY "ERROR EN READ Pagos: " PAG-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       VERIFICO-PAGO.
           MOVE REG-PAG-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM BUSCO-PROFESOR.
           IF (NOT PRF-HALLADO) THEN
               MOVE "PAG-PRF" TO PTR-EXC-DET-CODIGO
               MOVE "Pagos" TO PTR-EXC-DET-ARCHIVO
               MOVE REG-PAG-NUMERO TO PTR-EXC-DET-NUMERO
               MOVE SPACES TO PTR-EXC-DET-COMPROBANTE
               MOVE SPACES TO PTR-EXC-DET-DETALLE
               STRING "PROFESOR INEXISTENTE, PAGO DEL "
                      DELIMITED BY SIZE
                      REG-PAG-FECHA DELIMITED BY SIZE
                      INTO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           END-IF.
           PERFORM LEO-PAGOS.

       VERIFICO-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF (RTN-OK) THEN
               PERFORM LEO-RETENCIONES
               PERFORM VERIFICO-RETENCION UNTIL (RTN-EOF)
               CLOSE RETENCIONES
           END-IF.

       LEO-RETENCIONES.
           READ RETENCIONES RECORD INTO REG-RTN.
           IF ((NOT RTN-OK) AND (NOT RTN-EOF)) THEN
               DISPLAY "ERROR EN READ Retenciones: " RTN-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       VERIFICO-RETENCION.
           MOVE REG-RTN-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM BUSCO-PROFESOR.
           IF (NOT PRF-HALLADO) THEN
               MOVE "RET-PRF" TO PTR-EXC-DET-CODIGO
               MOVE "Retenciones" TO PTR-EXC-DET-ARCHIVO
               MOVE REG-RTN-NUMERO TO PTR-EXC-DET-NUMERO
               MOVE SPACES TO PTR-EXC-DET-COMPROBANTE
               MOVE SPACES TO PTR-EXC-DET-DETALLE
               STRING "PROFESOR INEXISTENTE, RETENCION DEL "
                      DELIMITED BY SIZE
                      REG-RTN-FECHA DELIMITED BY SIZE
                      INTO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           END-IF.
           PERFORM LEO-RETENCIONES.

       VERIFICO-TRANSFERENCIAS.
           OPEN INPUT TRANSFER.
           IF (TRF-OK) THEN
               PERFORM LEO-TRANSFER
               PERFORM VERIFICO-TRANSFER UNTIL (TRF-EOF)
               CLOSE TRANSFER
           END-IF.

       LEO-TRANSFER.
           READ TRANSFER RECORD INTO REG-TRF.
           IF ((NOT TRF-OK) AND (NOT TRF-EOF)) THEN
               DISPLAY "ERROR EN READ Transferencias: " TRF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       VERIFICO-TRANSFER.
           IF (REG-TRF-TIPO = "D") THEN
               MOVE REG-TRF-DET-CONCEPTO TO WS-TRF-CONCEPTO
               IF (WS-TRF-CON-TEXTO(1:8) NOT = "EMBARGO ") THEN
                   PERFORM VERIFICO-CBU-TRANSFER
               END-IF
               IF (WS-TRF-CON-TEXTO = "HONOR FC ")
                       AND (WS-TRF-CON-COMPROBANTE NUMERIC) THEN
                   PERFORM VERIFICO-PAGO-ANULADA
               END-IF
           END-IF.
           PERFORM LEO-TRANSFER.

       VERIFICO-CBU-TRANSFER.
           MOVE REG-TRF-DET-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM BUSCO-PROFESOR.
           MOVE "Transferencias" TO PTR-EXC-DET-ARCHIVO.
           MOVE REG-TRF-DET-NUMERO TO PTR-EXC-DET-NUMERO.
           MOVE SPACES TO PTR-EXC-DET-COMPROBANTE.
           IF (NOT PRF-HALLADO) THEN
               MOVE "TRF-PRF" TO PTR-EXC-DET-CODIGO
               MOVE SPACES TO PTR-EXC-DET-DETALLE
               STRING "PROFESOR INEXISTENTE, " DELIMITED BY SIZE
                      REG-TRF-DET-CONCEPTO DELIMITED BY SIZE
                      INTO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           ELSE IF (TAB-PRF-CBU(WS-PRF-INDICE)
                   NOT = REG-TRF-DET-CBU) THEN
               MOVE "TRF-CBU" TO PTR-EXC-DET-CODIGO
               MOVE SPACES TO PTR-EXC-DET-DETALLE
               STRING "CBU " DELIMITED BY SIZE
                      REG-TRF-DET-CBU DELIMITED BY SIZE
                      " DISTINTO AL MAESTRO" DELIMITED BY SIZE
                      INTO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           END-IF.

       VERIFICO-PAGO-ANULADA.
           MOVE WS-TRF-CON-COMPROBANTE TO WS-COMPROBANTE-BUSCADO.
           PERFORM BUSCO-ANULADA.
           IF (ANL-HALLADA) THEN
               MOVE "ANU-PAG" TO PTR-EXC-DET-CODIGO
               MOVE "Transferencias" TO PTR-EXC-DET-ARCHIVO
               MOVE REG-TRF-DET-NUMERO TO PTR-EXC-DET-NUMERO
               MOVE WS-TRF-CON-COMPROBANTE TO PTR-EXC-DET-COMPROBANTE
               MOVE "FACTURA ANULADA CON PAGO TRANSFERIDO"
                   TO PTR-EXC-DET-DETALLE
               PERFORM IMPRIMO-EXC
           END-IF.

       BUSCO-PROFESOR.
           MOVE "N" TO WS-PRF-HALLADO.
           MOVE ZERO TO WS-PRF-INDICE.
           SET P TO 1.
           SEARCH TAB-PRF
               WHEN (TAB-PRF-NUMERO(P) = WS-NUMERO-BUSCADO)
                    AND (P NOT > WS-PRF-CANTIDAD)
                    MOVE "S" TO WS-PRF-HALLADO
                    MOVE P TO WS-PRF-INDICE
           END-SEARCH.

       BUSCO-FACTURA.
           MOVE "N" TO WS-FAC-HALLADA.
           MOVE ZERO TO WS-FAC-INDICE.
           SET F TO 1.
           SEARCH TAB-FAC
               WHEN (TAB-FAC-COMPROBANTE(F) = WS-COMPROBANTE-BUSCADO)
                    AND (F NOT > WS-FAC-CANTIDAD)
                    MOVE "S" TO WS-FAC-HALLADA
                    MOVE F TO WS-FAC-INDICE
           END-SEARCH.

       BUSCO-FACTURA-PROFESOR.
           MOVE "N" TO WS-FAC-HALLADA.
           MOVE "N" TO WS-FAC-PERIODO.
           MOVE ZERO TO WS-FAC-INDICE.
           PERFORM COMPARO-FACTURA-PROFESOR WS-FAC-CANTIDAD TIMES.

       COMPARO-FACTURA-PROFESOR.
           ADD 1 TO WS-FAC-INDICE.
           IF (TAB-FAC-NUMERO(WS-FAC-INDICE) = WS-NUMERO-BUSCADO) THEN
               MOVE "S" TO WS-FAC-HALLADA
               IF (TAB-FAC-DESDE(WS-FAC-INDICE) = REG-NOT-DESDE)
                       AND (TAB-FAC-HASTA(WS-FAC-INDICE)
                            = REG-NOT-HASTA) THEN
                   MOVE "S" TO WS-FAC-PERIODO
               END-IF
           END-IF.

       BUSCO-ANULADA.
           MOVE "N" TO WS-ANL-HALLADA.
           SET L TO 1.
           SEARCH TAB-ANL
               WHEN (TAB-ANL-COMPROBANTE(L) = WS-COMPROBANTE-BUSCADO)
                    AND (L NOT > WS-ANL-CANTIDAD)
                    MOVE "S" TO WS-ANL-HALLADA
           END-SEARCH.

       IMPRIMO-CAB.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           WRITE REG-LISTADO FROM PTR-EXC-CAB.

       IMPRIMO-EXC.
           WRITE REG-LISTADO FROM PTR-EXC-DET.
           ADD 1 TO WS-TOT-EXC.

       IMPRIMO-TOT-EXC.
           MOVE WS-TOT-EXC TO PTR-TOT-EXC-CANT.
           WRITE REG-LISTADO FROM PTR-TOT-EXC.
           DISPLAY PTR-TOT-EXC.

       FIN.
           CLOSE LISTADO.

       END PROGRAM INTEGRIDAD-FIN.
