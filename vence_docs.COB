       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-DOCS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT DOCUMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOC-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.

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

       FD  DOCUMENTOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/DocumentosProfesor.txt".
       01  REG-DOC.
           03 REG-DOC-NUMERO     PIC X(05).
           03 REG-DOC-TIPO       PIC X(04).
           03 REG-DOC-EMISION    PIC 9(08).
           03 REG-DOC-VENCE      PIC 9(08).
           03 REG-DOC-REFERENCIA PIC X(20).

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoVencimientoDocs.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  DOC-ESTADO PIC XX.
           88 DOC-OK  VALUE 00.
           88 DOC-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       01  WS-PAR-DATOS-V.
           03 WS-PAR-DIAS PIC 9(3).
           03 FILLER      PIC X(37).

       77  WS-DIAS-AVISO PIC 9(3) VALUE ZERO.

       01  TAB-TIPOS-FIJO.
           03 FILLER PIC X(4)  VALUE "SEGU".
           03 FILLER PIC X(22) VALUE "Seguro resp. civil".
           03 FILLER PIC X(4)  VALUE "MONO".
           03 FILLER PIC X(22) VALUE "Constancia monotributo".
           03 FILLER PIC X(4)  VALUE "APTO".
           03 FILLER PIC X(22) VALUE "Apto medico".
       01  TAB-TIPOS REDEFINES TAB-TIPOS-FIJO.
           03 TAB-TIP OCCURS 3 TIMES.
              05 TAB-TIP-TIPO PIC X(4).
              05 TAB-TIP-DESC PIC X(22).

       77  WS-TIP-INDICE PIC 9(1).

       77  WS-DOC-INDICE   PIC 9(4).
       77  WS-DOC-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-DOC-HALLADO  PIC 9(4).
       01  TAB-DOCUMENTOS.
           03 TAB-DOC OCCURS 3000 TIMES.
              05 TAB-DOC-NUMERO     PIC X(5).
              05 TAB-DOC-TIPO       PIC X(4).
              05 TAB-DOC-EMISION    PIC 9(8).
              05 TAB-DOC-VENCE      PIC 9(8).
              05 TAB-DOC-REFERENCIA PIC X(20).

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).
       77  WS-FECHA-LIMITE PIC 9(8).

       01  WS-FECHA-CAL.
           03 WS-FECHA-CAL-AA PIC 9(4).
           03 WS-FECHA-CAL-MM PIC 9(2).
           03 WS-FECHA-CAL-DD PIC 9(2).
       77  WS-FECHA-HASTA PIC 9(8).
       77  WS-DIAS-MES    PIC 9(2).
       77  WS-BISIESTO-R4 PIC 9(4).
       77  WS-BISIESTO-R1 PIC 9(4).
       77  WS-BISIESTO-R2 PIC 9(4).
       77  WS-DIAS-CUENTA PIC 9(5).

       01  WS-FECHA-EDIT.
           03 WS-FECHA-EDIT-AA PIC 9(4).
           03 WS-FECHA-EDIT-MM PIC 9(2).
           03 WS-FECHA-EDIT-DD PIC 9(2).

       77  WS-TOT-VENCIDOS   PIC 9(5) VALUE ZERO.
       77  WS-TOT-POR-VENCER PIC 9(5) VALUE ZERO.
       77  WS-TOT-FALTANTES  PIC 9(5) VALUE ZERO.

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
           03 FILLER PIC X(52) VALUE
              "Vencimiento de documentacion de profesores".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER           PIC X(17) VALUE "Parametros: dias ".
           03 PTR-PARAM-DIAS   PIC ZZ9.
           03 FILLER           PIC X(8)  VALUE " origen ".
           03 PTR-PARAM-ORIGEN PIC X(7).
           03 FILLER           PIC X(16) VALUE " - vencen hasta ".
           03 PTR-PARAM-DD     PIC 99.
           03 FILLER           PIC X(1)  VALUE "/".
           03 PTR-PARAM-MM     PIC 99.
           03 FILLER           PIC X(1)  VALUE "/".
           03 PTR-PARAM-AA     PIC 9999.

       01  PTR-DOC-CAB.
           03 FILLER PIC X(8)  VALUE "Profesor".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(25) VALUE "Nombre".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(22) VALUE "Documento".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(10) VALUE "Vence".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(5)  VALUE " Dias".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(10) VALUE "Estado".

       01  PTR-DOC-DET.
           03 PTR-DOC-DET-NUMERO PIC X(5).
           03 FILLER             PIC X(5)  VALUE SPACES.
           03 PTR-DOC-DET-NOMBRE PIC X(25).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PTR-DOC-DET-DESC   PIC X(22).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PTR-DOC-DET-VENCE.
              05 PTR-DOC-DET-DD  PIC 99.
              05 PTR-DOC-DET-B1  PIC X(1).
              05 PTR-DOC-DET-MM  PIC 99.
              05 PTR-DOC-DET-B2  PIC X(1).
              05 PTR-DOC-DET-AA  PIC 9999.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PTR-DOC-DET-DIAS   PIC ZZZZ9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PTR-DOC-DET-ESTADO PIC X(10).

       01  PTR-TOT-VEN.
           03 FILLER           PIC X(38) VALUE
              "Documentos vencidos:".
           03 PTR-TOT-VEN-CANT PIC ZZZZ9.

       01  PTR-TOT-POR.
           03 FILLER           PIC X(38) VALUE
              "Documentos por vencer:".
           03 PTR-TOT-POR-CANT PIC ZZZZ9.

       01  PTR-TOT-FAL.
           03 FILLER           PIC X(38) VALUE
              "Documentos faltantes:".
           03 PTR-TOT-FAL-CANT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-DOCUMENTOS.
           PERFORM LEO-PROFESORES.
           PERFORM PROC-PROFESOR UNTIL (PROF-EOF).
           PERFORM IMPRIMO-TOTALES.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
               DISPLAY "Dias de anticipacion (NNN, 0 = 30): "
                       WITH NO ADVANCING
               ACCEPT WS-DIAS-AVISO
           END-IF.
           IF (WS-DIAS-AVISO = ZERO) THEN
               MOVE 30 TO WS-DIAS-AVISO
           END-IF.
           MOVE WS-FECHA-ACT TO WS-FECHA-CAL.
           PERFORM SUMO-DIA WS-DIAS-AVISO TIMES.
           MOVE WS-FECHA-CAL TO WS-FECHA-LIMITE.

           OPEN INPUT PROFESORES.
           IF (NOT PROF-OK) THEN
               DISPLAY "ERROR EN OPEN Profesores: " PROF-ESTADO
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               CLOSE PROFESORES
               STOP RUN
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           PERFORM IMPRIMO-PARAMETROS.
           WRITE REG-LISTADO FROM PTR-DOC-CAB.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM UNTIL (PAR-EOF) OR (PARAM-LEIDO)
                   IF (REG-PAR-PROGRAMA = "VENCE-DOCS") THEN
                       MOVE REG-PAR-DATOS TO WS-PAR-DATOS-V
                       IF (WS-PAR-DIAS NUMERIC) THEN
                           MOVE WS-PAR-DIAS TO WS-DIAS-AVISO
                       END-IF
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

       IMPRIMO-PARAMETROS.
           MOVE WS-DIAS-AVISO TO PTR-PARAM-DIAS.
           IF (PARAM-LEIDO) THEN
               MOVE "ARCHIVO" TO PTR-PARAM-ORIGEN
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           MOVE WS-FECHA-LIMITE TO WS-FECHA-EDIT.
           MOVE WS-FECHA-EDIT-DD TO PTR-PARAM-DD.
           MOVE WS-FECHA-EDIT-MM TO PTR-PARAM-MM.
           MOVE WS-FECHA-EDIT-AA TO PTR-PARAM-AA.
           WRITE REG-LISTADO FROM PTR-PARAM.

       LEO-DOCUMENTOS.
           READ DOCUMENTOS RECORD INTO REG-DOC.
           IF ((NOT DOC-OK) AND (NOT DOC-EOF)) THEN
               DISPLAY "ERROR EN READ DocumentosProfesor: " DOC-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-DOCUMENTOS.
           MOVE ZERO TO WS-DOC-CANTIDAD.
           OPEN INPUT DOCUMENTOS.
           IF (DOC-OK) THEN
               PERFORM LEO-DOCUMENTOS
               PERFORM CARGO-DOC-DET UNTIL (DOC-EOF)
               CLOSE DOCUMENTOS
           END-IF.

       CARGO-DOC-DET.
           ADD 1 TO WS-DOC-CANTIDAD.
           MOVE REG-DOC TO TAB-DOC(WS-DOC-CANTIDAD).
           PERFORM LEO-DOCUMENTOS.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       PROC-PROFESOR.
           MOVE ZERO TO WS-TIP-INDICE.
           PERFORM PROC-TIPO-DOC 3 TIMES.
           PERFORM LEO-PROFESORES.

       PROC-TIPO-DOC.
           ADD 1 TO WS-TIP-INDICE.
           PERFORM BUSCO-DOC.
           MOVE SPACES TO PTR-DOC-DET.
           MOVE REG-PROF-NUMERO TO PTR-DOC-DET-NUMERO.
           MOVE REG-PROF-NOMBRE TO PTR-DOC-DET-NOMBRE.
           MOVE TAB-TIP-DESC(WS-TIP-INDICE) TO PTR-DOC-DET-DESC.
           IF (WS-DOC-HALLADO = ZERO) THEN
               MOVE SPACES TO PTR-DOC-DET-VENCE
               MOVE "FALTANTE" TO PTR-DOC-DET-ESTADO
               WRITE REG-LISTADO FROM PTR-DOC-DET
               ADD 1 TO WS-TOT-FALTANTES
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-DOC-VENCE(WS-DOC-HALLADO) > WS-FECHA-LIMITE) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-DOC-VENCE(WS-DOC-HALLADO) TO WS-FECHA-EDIT.
           MOVE WS-FECHA-EDIT-DD TO PTR-DOC-DET-DD.
           MOVE "/"              TO PTR-DOC-DET-B1.
           MOVE WS-FECHA-EDIT-MM TO PTR-DOC-DET-MM.
           MOVE "/"              TO PTR-DOC-DET-B2.
           MOVE WS-FECHA-EDIT-AA TO PTR-DOC-DET-AA.
           IF (TAB-DOC-VENCE(WS-DOC-HALLADO) < WS-FECHA-ACT) THEN
               MOVE TAB-DOC-VENCE(WS-DOC-HALLADO) TO WS-FECHA-CAL
               MOVE WS-FECHA-ACT TO WS-FECHA-HASTA
               PERFORM CALCULO-DIAS
               MOVE "VENCIDO" TO PTR-DOC-DET-ESTADO
               ADD 1 TO WS-TOT-VENCIDOS
           ELSE
               MOVE WS-FECHA-ACT TO WS-FECHA-CAL
               MOVE TAB-DOC-VENCE(WS-DOC-HALLADO) TO WS-FECHA-HASTA
               PERFORM CALCULO-DIAS
               MOVE "POR VENCER" TO PTR-DOC-DET-ESTADO
               ADD 1 TO WS-TOT-POR-VENCER
           END-IF.
           MOVE WS-DIAS-CUENTA TO PTR-DOC-DET-DIAS.
           WRITE REG-LISTADO FROM PTR-DOC-DET.

       BUSCO-DOC.
           MOVE ZERO TO WS-DOC-HALLADO.
           MOVE ZERO TO WS-DOC-INDICE.
           PERFORM BUSCO-DOC-DET WS-DOC-CANTIDAD TIMES.

       BUSCO-DOC-DET.
           ADD 1 TO WS-DOC-INDICE.
           IF (TAB-DOC-NUMERO(WS-DOC-INDICE) = REG-PROF-NUMERO)
                   AND (TAB-DOC-TIPO(WS-DOC-INDICE)
                        = TAB-TIP-TIPO(WS-TIP-INDICE)) THEN
               MOVE WS-DOC-INDICE TO WS-DOC-HALLADO
           END-IF.

       CALCULO-DIAS.
           MOVE ZERO TO WS-DIAS-CUENTA.
           PERFORM CUENTO-DIA
               UNTIL (WS-FECHA-CAL NOT < WS-FECHA-HASTA)
                  OR (WS-DIAS-CUENTA = 99999).

       CUENTO-DIA.
           PERFORM SUMO-DIA.
           ADD 1 TO WS-DIAS-CUENTA.

       SUMO-DIA.
           IF (WS-FECHA-CAL-MM = 1) OR (WS-FECHA-CAL-MM = 3)
                   OR (WS-FECHA-CAL-MM = 5) OR (WS-FECHA-CAL-MM = 7)
                   OR (WS-FECHA-CAL-MM = 8) OR (WS-FECHA-CAL-MM = 10)
                   OR (WS-FECHA-CAL-MM = 12) THEN
               MOVE 31 TO WS-DIAS-MES
           ELSE IF (WS-FECHA-CAL-MM = 2) THEN
               PERFORM CALCULO-BISIESTO
           ELSE
               MOVE 30 TO WS-DIAS-MES
           END-IF.
           IF (WS-FECHA-CAL-DD < WS-DIAS-MES) THEN
               ADD 1 TO WS-FECHA-CAL-DD
           ELSE
               MOVE 1 TO WS-FECHA-CAL-DD
               IF (WS-FECHA-CAL-MM < 12) THEN
                   ADD 1 TO WS-FECHA-CAL-MM
               ELSE
                   MOVE 1 TO WS-FECHA-CAL-MM
                   ADD 1 TO WS-FECHA-CAL-AA
               END-IF
           END-IF.

       CALCULO-BISIESTO.
           MOVE 28 TO WS-DIAS-MES.
           DIVIDE WS-FECHA-CAL-AA BY 4 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R1.
           DIVIDE WS-FECHA-CAL-AA BY 100 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R1 = ZERO)
                   AND (WS-BISIESTO-R2 NOT = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.
           DIVIDE WS-FECHA-CAL-AA BY 400 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R2 = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.

       IMPRIMO-TOTALES.
           MOVE WS-TOT-VENCIDOS TO PTR-TOT-VEN-CANT.
           WRITE REG-LISTADO FROM PTR-TOT-VEN.
           MOVE WS-TOT-POR-VENCER TO PTR-TOT-POR-CANT.
           WRITE REG-LISTADO FROM PTR-TOT-POR.
           MOVE WS-TOT-FALTANTES TO PTR-TOT-FAL-CANT.
           WRITE REG-LISTADO FROM PTR-TOT-FAL.
           IF (WS-TOT-VENCIDOS NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-TOT-VENCIDOS
                       " DOCUMENTOS VENCIDOS"
           END-IF.

       FIN.
           CLOSE PROFESORES.
           CLOSE LISTADO.

       END PROGRAM VENCE-DOCS.
