       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONOTRIBUTO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT CATEGORIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-ESTADO.

           SELECT FACTRESUMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RES-ESTADO.

           SELECT ANULADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-ESTADO.

           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOT-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.

           SELECT CARTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAR-ESTADO.

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

       FD  CATEGORIAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CategoriasMonotributo.txt".
       01  REG-CAT.
           03 REG-CAT-CATEGORIA PIC X(01).
           03 REG-CAT-TOPE      PIC 9(9)V99.

       FD  FACTRESUMEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FacturasResumen.txt".
       01  REG-RES.
           03 REG-RES-NUMERO        PIC X(5).
           03 REG-RES-COMPROBANTE   PIC 9(8).
           03 REG-RES-FECHA-EMISION PIC 9(8).
           03 FILLER REDEFINES REG-RES-FECHA-EMISION.
              05 REG-RES-PERIODO    PIC 9(6).
              05 REG-RES-FECHA-DD   PIC 9(2).
           03 REG-RES-FECHA-DESDE   PIC 9(8).
           03 REG-RES-FECHA-HASTA   PIC 9(8).
           03 REG-RES-HORAS         PIC 9(4)V99.
           03 REG-RES-NETO          PIC 9(9)V99.
           03 REG-RES-IVA           PIC 9(8)V99.
           03 REG-RES-IMPORTE       PIC 9(9)V99.

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
           03 FILLER REDEFINES REG-NOT-FECHA.
              05 REG-NOT-PERIODO  PIC 9(6).
              05 REG-NOT-FECHA-DD PIC 9(2).
           03 REG-NOT-DESDE       PIC 9(8).
           03 REG-NOT-HASTA       PIC 9(8).
           03 REG-NOT-ORIGINAL    PIC 9(9)V99.
           03 REG-NOT-NUEVO       PIC 9(9)V99.
           03 REG-NOT-DIFERENCIA  PIC S9(9)V99.

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  CARTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CartasMonotributo.txt".
       01  REG-CAR PIC X(132).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoMonotributo.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  CAT-ESTADO PIC XX.
           88 CAT-OK  VALUE 00.
           88 CAT-EOF VALUE 10.

       77  RES-ESTADO PIC XX.
           88 RES-OK  VALUE 00.
           88 RES-EOF VALUE 10.

       77  ANU-ESTADO PIC XX.
           88 ANU-OK  VALUE 00.
           88 ANU-EOF VALUE 10.

       77  NOT-ESTADO PIC XX.
           88 NOT-OK  VALUE 00.
           88 NOT-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.

       77  CAR-ESTADO PIC XX.
           88 CAR-OK VALUE 00.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       01  WS-PAR-DATOS-M.
           03 WS-PAR-PERIODO PIC 9(6).

       01  WS-PER-HASTA.
           03 WS-PER-HASTA-AA PIC 9(4).
           03 WS-PER-HASTA-MM PIC 9(2).
       01  FILLER REDEFINES WS-PER-HASTA.
           03 WS-PER-HASTA-N  PIC 9(6).

       01  WS-PER-DESDE.
           03 WS-PER-DESDE-AA PIC 9(4).
           03 WS-PER-DESDE-MM PIC 9(2).
       01  FILLER REDEFINES WS-PER-DESDE.
           03 WS-PER-DESDE-N  PIC 9(6).

       77  WS-CAT-INDICE   PIC 9(2).
       77  WS-CAT-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-CATEGORIAS.
           03 TAB-CAT OCCURS 20 TIMES INDEXED BY C.
              05 TAB-CAT-CATEGORIA PIC X(1).
              05 TAB-CAT-TOPE      PIC 9(9)V99.

       77  WS-ANL-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ANULADAS.
           03 TAB-ANL OCCURS 5000 TIMES INDEXED BY L.
              05 TAB-ANL-COMPROBANTE PIC 9(8).

       77  WS-FAC-ANULADA PIC X(1).
           88 FAC-ANULADA VALUE "S".

       77  WS-ALTA-NUMERO PIC X(5).

       77  WS-CTA-INDICE   PIC 9(4).
       77  WS-CTA-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-CUENTAS.
           03 TAB-CTA OCCURS 1000 TIMES INDEXED BY I.
              05 TAB-CTA-NUMERO    PIC X(5).
              05 TAB-CTA-NOMBRE    PIC X(25).
              05 TAB-CTA-DIRE      PIC X(20).
              05 TAB-CTA-CATEGORIA PIC X(1).
              05 TAB-CTA-FACTURADO PIC S9(10)V99.

       77  WS-TOPE       PIC 9(9)V99.
       77  WS-PORCENTAJE PIC 9(4)V99.
       77  WS-CAT-HALLADA PIC X(1).
           88 CAT-HALLADA VALUE "S".

       77  WS-TOT-CONTROLADOS PIC 9(5) VALUE ZERO.
       77  WS-TOT-SUPERA      PIC 9(5) VALUE ZERO.
       77  WS-TOT-EXCEDIDOS   PIC 9(5) VALUE ZERO.
       77  WS-TOT-SIN-CAT     PIC 9(5) VALUE ZERO.
       77  WS-TOT-CARTAS      PIC 9(5) VALUE ZERO.

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
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(46) VALUE
              "Control de topes de categoria de monotributo".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER           PIC X(20) VALUE
              "Parametros: periodo ".
           03 PTR-PARAM-PERIODO PIC 9(6).
           03 FILLER           PIC X(8)  VALUE " origen ".
           03 PTR-PARAM-ORIGEN PIC X(7).
           03 FILLER           PIC X(15) VALUE "   12 meses de ".
           03 PTR-PARAM-DESDE  PIC 9(6).
           03 FILLER           PIC X(3)  VALUE " a ".
           03 PTR-PARAM-HASTA  PIC 9(6).

       01  PTR-SEPARADOR.
           03 FILLER PIC X(100) VALUE ALL "-".

       01  PTR-MON-CAB.
           03 FILLER PIC X(8)  VALUE "Profesor".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(25) VALUE "Nombre".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(4)  VALUE "Cat.".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(12) VALUE "  Tope anual".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(13) VALUE "Facturado 12m".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(7)  VALUE "   %   ".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(6)  VALUE "Estado".

       01  PTR-MON-DET.
           03 PTR-MON-DET-NUMERO    PIC X(5).
           03 FILLER                PIC X(5)  VALUE SPACES.
           03 PTR-MON-DET-NOMBRE    PIC X(25).
           03 FILLER                PIC X(3)  VALUE SPACES.
           03 PTR-MON-DET-CATEGORIA PIC X(1).
           03 FILLER                PIC X(4)  VALUE SPACES.
           03 PTR-MON-DET-TOPE      PIC ZZZZZZZZ9,99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-MON-DET-FACTURADO PIC -ZZZZZZZZ9,99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-MON-DET-PORC      PIC ZZZ9,99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-MON-DET-ESTADO    PIC X(21).

       01  PTR-MON-TOT.
           03 PTR-MON-TOT-TEXTO PIC X(38).
           03 PTR-MON-TOT-CANT  PIC ZZZZ9.

       01  PTR-CAR-SEP.
           03 FILLER PIC X(60) VALUE ALL "=".

       01  PTR-CAR-FECHA.
           03 FILLER        PIC X(7) VALUE "Fecha: ".
           03 PTR-CAR-DD    PIC 99.
           03 FILLER        PIC X(1) VALUE "/".
           03 PTR-CAR-MM    PIC 99.
           03 FILLER        PIC X(1) VALUE "/".
           03 PTR-CAR-AA    PIC 9999.

       01  PTR-CAR-NIVEL.
           03 PTR-CAR-NIVEL-TEXTO PIC X(40).

       01  PTR-CAR-PROF.
           03 FILLER          PIC X(8) VALUE "Senor/a ".
           03 PTR-CAR-NOMBRE  PIC X(25).
           03 FILLER          PIC X(2) VALUE " (".
           03 PTR-CAR-NUMERO  PIC X(5).
           03 FILLER          PIC X(1) VALUE ")".

       01  PTR-CAR-DIRE.
           03 FILLER        PIC X(11) VALUE "Direccion: ".
           03 PTR-CAR-DOMIC PIC X(20).

       01  PTR-CAR-TEXTO1.
           03 FILLER PIC X(49) VALUE
              "Su facturacion de los ultimos 12 meses a nuestro ".
           03 FILLER PIC X(12) VALUE "instituto es".

       01  PTR-CAR-TEXTO1B.
           03 FILLER PIC X(37) VALUE
              "de su categoria de monotributo (cat. ".
           03 PTR-CAR-CATEGORIA PIC X(1).
           03 FILLER PIC X(2) VALUE ").".

       01  PTR-CAR-FACTURADO.
           03 FILLER PIC X(24) VALUE "Facturado 12 meses:    $".
           03 PTR-CAR-FACTURADO-IMP PIC -ZZZZZZZ9,99.

       01  PTR-CAR-TOPE.
           03 FILLER PIC X(24) VALUE "Tope de la categoria:  $".
           03 PTR-CAR-TOPE-IMP PIC ZZZZZZZZ9,99.

       01  PTR-CAR-TEXTO2 PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-CATEGORIAS.
           PERFORM CARGO-ANULADAS.
           PERFORM CARGO-FACTURAS.
           PERFORM CARGO-NOTAS.
           PERFORM PROC-CONTROL.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.
           MOVE WS-FECHA-ACT-DD TO PTR-CAR-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAR-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAR-AA.

           MOVE ZERO TO WS-PER-HASTA-N.
           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
               DISPLAY "Periodo a controlar (AAAAMM): "
                       WITH NO ADVANCING
               ACCEPT WS-PER-HASTA-N
           END-IF.
           IF (WS-PER-HASTA-MM < 1) OR (WS-PER-HASTA-MM > 12) THEN
               DISPLAY "ERROR: PERIODO INVALIDO"
               STOP RUN
           END-IF.
           MOVE WS-PER-HASTA-AA TO WS-PER-DESDE-AA.
           IF (WS-PER-HASTA-MM = 12) THEN
               MOVE 1 TO WS-PER-DESDE-MM
           ELSE
               SUBTRACT 1 FROM WS-PER-DESDE-AA
               COMPUTE WS-PER-DESDE-MM = WS-PER-HASTA-MM + 1
           END-IF.

           OPEN OUTPUT CARTAS.
           IF (NOT CAR-OK) THEN
               DISPLAY "ERROR EN OPEN CartasMonotributo: " CAR-ESTADO
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               CLOSE CARTAS
               STOP RUN
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           MOVE WS-PER-HASTA-N TO PTR-PARAM-PERIODO.
           IF (PARAM-LEIDO) THEN
               MOVE "ARCHIVO" TO PTR-PARAM-ORIGEN
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           MOVE WS-PER-DESDE-N TO PTR-PARAM-DESDE.
           MOVE WS-PER-HASTA-N TO PTR-PARAM-HASTA.
           WRITE REG-LISTADO FROM PTR-PARAM.
           WRITE REG-LISTADO FROM PTR-MON-CAB.
           WRITE REG-LISTADO FROM PTR-SEPARADOR.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM UNTIL (PAR-EOF) OR (PARAM-LEIDO)
                   IF (REG-PAR-PROGRAMA = "MONOTRIBUTO") THEN
                       MOVE REG-PAR-DATOS TO WS-PAR-DATOS-M
                       MOVE WS-PAR-PERIODO TO WS-PER-HASTA-N
                       MOVE "S" TO WS-PARAM-LEIDO
                   ELSE
                       PERFORM LEO-REG-PARAMETROS
                   END-IF
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.

       LEO-REG-PARAMETROS.
           READ PARAMETROS RECORD INTO REG-PAR.
           IF ((NOT PAR-OK) AND (NOT PAR-EOF)) THEN
               DISPLAY "ERROR EN READ Parametros: " PAR-ESTADO
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

       CARGO-PROFESOR.
           ADD 1 TO WS-CTA-CANTIDAD.
           MOVE REG-PROF-NUMERO TO TAB-CTA-NUMERO(WS-CTA-CANTIDAD).
           MOVE REG-PROF-NOMBRE TO TAB-CTA-NOMBRE(WS-CTA-CANTIDAD).
           MOVE REG-PROF-DIRE   TO TAB-CTA-DIRE(WS-CTA-CANTIDAD).
           MOVE REG-PROF-CATEGORIA
               TO TAB-CTA-CATEGORIA(WS-CTA-CANTIDAD).
           MOVE ZERO TO TAB-CTA-FACTURADO(WS-CTA-CANTIDAD).
           PERFORM LEO-PROFESORES.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-CATEGORIAS.
           OPEN INPUT CATEGORIAS.
           IF (NOT CAT-OK) THEN
               DISPLAY "ERROR EN OPEN CategoriasMonotributo: "
                       CAT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-CATEGORIAS.
           PERFORM CARGO-CATEGORIA UNTIL (CAT-EOF).
           CLOSE CATEGORIAS.

       CARGO-CATEGORIA.
           ADD 1 TO WS-CAT-CANTIDAD.
           MOVE REG-CAT TO TAB-CAT(WS-CAT-CANTIDAD).
           PERFORM LEO-CATEGORIAS.

       LEO-CATEGORIAS.
           READ CATEGORIAS RECORD INTO REG-CAT.
           IF ((NOT CAT-OK) AND (NOT CAT-EOF)) THEN
               DISPLAY "ERROR EN READ CategoriasMonotributo: "
                       CAT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-ANULADAS.
           OPEN INPUT ANULADAS.
           IF (ANU-OK) THEN
               PERFORM LEO-ANULADAS
               PERFORM CARGO-ANULADA UNTIL (ANU-EOF)
               CLOSE ANULADAS
           END-IF.

       CARGO-ANULADA.
           ADD 1 TO WS-ANL-CANTIDAD.
           MOVE REG-ANU-COMPROBANTE
               TO TAB-ANL-COMPROBANTE(WS-ANL-CANTIDAD).
           PERFORM LEO-ANULADAS.

       LEO-ANULADAS.
           READ ANULADAS RECORD INTO REG-ANU.
           IF ((NOT ANU-OK) AND (NOT ANU-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasAnuladas: " ANU-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       BUSCO-ANULADA.
           MOVE "N" TO WS-FAC-ANULADA.
           SET L TO 1.
           SEARCH TAB-ANL
               AT END MOVE "N" TO WS-FAC-ANULADA
               WHEN L > WS-ANL-CANTIDAD
                    MOVE "N" TO WS-FAC-ANULADA
               WHEN TAB-ANL-COMPROBANTE(L) = REG-RES-COMPROBANTE
                    MOVE "S" TO WS-FAC-ANULADA
           END-SEARCH.

       CARGO-FACTURAS.
           OPEN INPUT FACTRESUMEN.
           IF (NOT RES-OK) THEN
               DISPLAY "ERROR EN OPEN FacturasResumen: " RES-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-FACTRESUMEN.
           PERFORM CARGO-FACTURA UNTIL (RES-EOF).
           CLOSE FACTRESUMEN.

       CARGO-FACTURA.
           IF (REG-RES-PERIODO NOT < WS-PER-DESDE-N)
                   AND (REG-RES-PERIODO NOT > WS-PER-HASTA-N) THEN
               PERFORM BUSCO-ANULADA
               IF (NOT FAC-ANULADA) THEN
                   MOVE REG-RES-NUMERO TO WS-ALTA-NUMERO
                   PERFORM BUSCO-CUENTA
                   ADD REG-RES-IMPORTE
                       TO TAB-CTA-FACTURADO(WS-CTA-INDICE)
               END-IF
           END-IF.
           PERFORM LEO-FACTRESUMEN.

       LEO-FACTRESUMEN.
           READ FACTRESUMEN RECORD INTO REG-RES.
           IF ((NOT RES-OK) AND (NOT RES-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasResumen: " RES-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-NOTAS.
           OPEN INPUT NOTAS.
           IF (NOT-OK) THEN
               PERFORM LEO-NOTAS
               PERFORM CARGO-NOTA UNTIL (NOT-EOF)
               CLOSE NOTAS
           END-IF.

       CARGO-NOTA.
           IF (REG-NOT-PERIODO NOT < WS-PER-DESDE-N)
                   AND (REG-NOT-PERIODO NOT > WS-PER-HASTA-N) THEN
               MOVE REG-NOT-NUMERO TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-NOT-DIFERENCIA
                   TO TAB-CTA-FACTURADO(WS-CTA-INDICE)
           END-IF.
           PERFORM LEO-NOTAS.

       LEO-NOTAS.
           READ NOTAS RECORD INTO REG-NOT.
           IF ((NOT NOT-OK) AND (NOT NOT-EOF)) THEN
               DISPLAY "ERROR EN READ NotasAjuste: " NOT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       BUSCO-CUENTA.
           MOVE ZERO TO WS-CTA-INDICE.
           SET I TO 1.
           SEARCH TAB-CTA
               AT END PERFORM AGREGO-CUENTA
               WHEN I > WS-CTA-CANTIDAD
                    PERFORM AGREGO-CUENTA
               WHEN TAB-CTA-NUMERO(I) = WS-ALTA-NUMERO
                    MOVE I TO WS-CTA-INDICE
           END-SEARCH.

       AGREGO-CUENTA.
           ADD 1 TO WS-CTA-CANTIDAD.
           MOVE WS-ALTA-NUMERO TO TAB-CTA-NUMERO(WS-CTA-CANTIDAD).
           MOVE "SIN DATOS EN MAESTRO" TO TAB-CTA-NOMBRE
                                          (WS-CTA-CANTIDAD).
           MOVE SPACES TO TAB-CTA-DIRE(WS-CTA-CANTIDAD).
           MOVE SPACES TO TAB-CTA-CATEGORIA(WS-CTA-CANTIDAD).
           MOVE ZERO TO TAB-CTA-FACTURADO(WS-CTA-CANTIDAD).
           MOVE WS-CTA-CANTIDAD TO WS-CTA-INDICE.

       BUSCO-CATEGORIA.
           MOVE "N" TO WS-CAT-HALLADA.
           MOVE ZERO TO WS-TOPE.
           SET C TO 1.
           SEARCH TAB-CAT
               AT END MOVE "N" TO WS-CAT-HALLADA
               WHEN C > WS-CAT-CANTIDAD
                    MOVE "N" TO WS-CAT-HALLADA
               WHEN TAB-CAT-CATEGORIA(C)
                       = TAB-CTA-CATEGORIA(WS-CTA-INDICE)
                    MOVE "S" TO WS-CAT-HALLADA
                    MOVE TAB-CAT-TOPE(C) TO WS-TOPE
           END-SEARCH.

       PROC-CONTROL.
           MOVE ZERO TO WS-CTA-INDICE.
           PERFORM PROC-PROFESOR WS-CTA-CANTIDAD TIMES.
           WRITE REG-LISTADO FROM PTR-SEPARADOR.
           MOVE "Monotributistas controlados:" TO
               PTR-MON-TOT-TEXTO.
           MOVE WS-TOT-CONTROLADOS TO PTR-MON-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-MON-TOT.
           MOVE "Superan el 80% del tope:" TO PTR-MON-TOT-TEXTO.
           MOVE WS-TOT-SUPERA TO PTR-MON-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-MON-TOT.
           MOVE "Exceden el tope de su categoria:" TO
               PTR-MON-TOT-TEXTO.
           MOVE WS-TOT-EXCEDIDOS TO PTR-MON-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-MON-TOT.
           MOVE "Con categoria inexistente:" TO PTR-MON-TOT-TEXTO.
           MOVE WS-TOT-SIN-CAT TO PTR-MON-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-MON-TOT.
           MOVE "Cartas de aviso emitidas:" TO PTR-MON-TOT-TEXTO.
           MOVE WS-TOT-CARTAS TO PTR-MON-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-MON-TOT.
           DISPLAY "PROFESORES CONTROLADOS: " WS-TOT-CONTROLADOS.
           DISPLAY "SUPERAN 80%: " WS-TOT-SUPERA
                   " EXCEDIDOS: " WS-TOT-EXCEDIDOS.
           IF (WS-TOT-SIN-CAT NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-TOT-SIN-CAT
                       " PROFESORES CON CATEGORIA INEXISTENTE"
           END-IF.

       PROC-PROFESOR.
           ADD 1 TO WS-CTA-INDICE.
           IF (TAB-CTA-CATEGORIA(WS-CTA-INDICE) = SPACES) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-CATEGORIA.
           IF (NOT CAT-HALLADA) OR (WS-TOPE = ZERO) THEN
               ADD 1 TO WS-TOT-SIN-CAT
               MOVE ZERO TO WS-PORCENTAJE
               MOVE "CATEGORIA INEXISTENTE" TO PTR-MON-DET-ESTADO
               PERFORM IMPRIMO-DETALLE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-CONTROLADOS.
           IF (TAB-CTA-FACTURADO(WS-CTA-INDICE) NOT > ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PORCENTAJE ROUNDED =
               TAB-CTA-FACTURADO(WS-CTA-INDICE) * 100 / WS-TOPE
               ON SIZE ERROR MOVE 9999,99 TO WS-PORCENTAJE
           END-COMPUTE.
           IF (TAB-CTA-FACTURADO(WS-CTA-INDICE) > WS-TOPE) THEN
               ADD 1 TO WS-TOT-EXCEDIDOS
               MOVE "EXCEDIDO" TO PTR-MON-DET-ESTADO
               PERFORM IMPRIMO-DETALLE
               MOVE "EXCEDIDO TOPE CATEGORIA MONOTRIBUTO"
                   TO PTR-CAR-NIVEL-TEXTO
               MOVE "superior al tope anual" TO PTR-CAR-TEXTO2
               PERFORM EMITO-CARTA
           ELSE IF (TAB-CTA-FACTURADO(WS-CTA-INDICE) * 100
                   > WS-TOPE * 80) THEN
               ADD 1 TO WS-TOT-SUPERA
               MOVE "SUPERA 80%" TO PTR-MON-DET-ESTADO
               PERFORM IMPRIMO-DETALLE
               MOVE "AVISO CATEGORIA MONOTRIBUTO"
                   TO PTR-CAR-NIVEL-TEXTO
               MOVE "superior al 80% del tope anual" TO PTR-CAR-TEXTO2
               PERFORM EMITO-CARTA
           END-IF.

       IMPRIMO-DETALLE.
           MOVE TAB-CTA-NUMERO(WS-CTA-INDICE) TO PTR-MON-DET-NUMERO.
           MOVE TAB-CTA-NOMBRE(WS-CTA-INDICE) TO PTR-MON-DET-NOMBRE.
           MOVE TAB-CTA-CATEGORIA(WS-CTA-INDICE)
               TO PTR-MON-DET-CATEGORIA.
           MOVE WS-TOPE TO PTR-MON-DET-TOPE.
           MOVE TAB-CTA-FACTURADO(WS-CTA-INDICE)
               TO PTR-MON-DET-FACTURADO.
           MOVE WS-PORCENTAJE TO PTR-MON-DET-PORC.
           WRITE REG-LISTADO FROM PTR-MON-DET.

       EMITO-CARTA.
           WRITE REG-CAR FROM PTR-CAR-SEP.
           WRITE REG-CAR FROM PTR-CAR-FECHA.
           WRITE REG-CAR FROM PTR-CAR-NIVEL.
           MOVE TAB-CTA-NOMBRE(WS-CTA-INDICE) TO PTR-CAR-NOMBRE.
           MOVE TAB-CTA-NUMERO(WS-CTA-INDICE) TO PTR-CAR-NUMERO.
           WRITE REG-CAR FROM PTR-CAR-PROF.
           MOVE TAB-CTA-DIRE(WS-CTA-INDICE) TO PTR-CAR-DOMIC.
           WRITE REG-CAR FROM PTR-CAR-DIRE.
           WRITE REG-CAR FROM PTR-CAR-TEXTO1.
           WRITE REG-CAR FROM PTR-CAR-TEXTO2.
           MOVE TAB-CTA-CATEGORIA(WS-CTA-INDICE) TO PTR-CAR-CATEGORIA.
           WRITE REG-CAR FROM PTR-CAR-TEXTO1B.
           MOVE TAB-CTA-FACTURADO(WS-CTA-INDICE)
               TO PTR-CAR-FACTURADO-IMP.
           WRITE REG-CAR FROM PTR-CAR-FACTURADO.
           MOVE WS-TOPE TO PTR-CAR-TOPE-IMP.
           WRITE REG-CAR FROM PTR-CAR-TOPE.
           MOVE "Le solicitamos recategorizarse y enviarnos constancia."
               TO PTR-CAR-TEXTO2.
           WRITE REG-CAR FROM PTR-CAR-TEXTO2.
           WRITE REG-CAR FROM PTR-CAR-SEP.
           ADD 1 TO WS-TOT-CARTAS.

       FIN.
           CLOSE CARTAS.
           CLOSE LISTADO.

       END PROGRAM MONOTRIBUTO.
