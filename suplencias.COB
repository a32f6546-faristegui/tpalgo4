       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPLENCIAS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT NOVTIMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

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

       FD  NOVTIMES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes.txt".
       01  REG-NOV.
           03 REG-NOV-NUMERO      PIC X(5).
           03 REG-NOV-FECHA       PIC 9(8).
           03 FILLER REDEFINES REG-NOV-FECHA.
              05 REG-NOV-FECHA-AAMM PIC 9(6).
              05 REG-NOV-FECHA-DD   PIC 9(2).
           03 REG-NOV-SUCURSAL    PIC X(3).
           03 REG-NOV-TIP_CLASE   PIC X(4).
           03 REG-NOV-HORAS       PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV    PIC X(1).
              88 NOV-CORRECCION VALUE "C".
              88 NOV-SUPLENCIA  VALUE "S".
           03 REG-NOV-TITULAR     PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoSuplencias.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       77  WS-SUP-PERIODO PIC 9(6) VALUE ZERO.

       01  WS-PAR-DATOS-S.
           03 WS-PAR-PERIODO PIC 9(6).

       77  TAB-PRN-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PROF-NOMBRES.
           03 TAB-PRN OCCURS 1000 TIMES INDEXED BY P.
              05 TAB-PRN-NUMERO PIC X(5).
              05 TAB-PRN-NOMBRE PIC X(25).

       77  WS-CLA-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-CLASES-SUPLIDAS.
           03 TAB-CLA OCCURS 3000 TIMES INDEXED BY C.
              05 TAB-CLA-NUMERO    PIC X(5).
              05 TAB-CLA-FECHA     PIC 9(8).
              05 TAB-CLA-SUCURSAL  PIC X(3).
              05 TAB-CLA-TIP_CLASE PIC X(4).
              05 TAB-CLA-TITULAR   PIC X(5).

       77  WS-SUP-INDICE   PIC 9(4).
       77  WS-SUP-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-ACT-TITULAR  PIC X(5).
       01  TAB-SUPLENCIAS.
           03 TAB-SUP OCCURS 1000 TIMES INDEXED BY S.
              05 TAB-SUP-CLAVE.
                 07 TAB-SUP-TITULAR  PIC X(5).
                 07 TAB-SUP-SUPLENTE PIC X(5).
              05 TAB-SUP-CLASES    PIC S9(5).
              05 TAB-SUP-HORAS     PIC S9(6)V99.

       77  WS-ORD-I    PIC 9(4).
       77  WS-ORD-J    PIC 9(4).
       77  WS-ORD-TOPE PIC 9(4).
       01  WS-SUP-AUX  PIC X(23).

       77  WS-TIT-ANTERIOR PIC X(5).
       77  WS-TIT-CLASES   PIC S9(5).
       77  WS-TIT-HORAS    PIC S9(6)V99.
       77  WS-TOT-TITULARES PIC 9(4) VALUE ZERO.
       77  WS-TOT-CLASES    PIC S9(6) VALUE ZERO.
       77  WS-TOT-HORAS     PIC S9(7)V99 VALUE ZERO.

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
              "Horas suplidas por profesor titular".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER           PIC X(20) VALUE
              "Parametros: periodo ".
           03 PTR-PARAM-PERIODO PIC 9(6).
           03 FILLER           PIC X(8)  VALUE " origen ".
           03 PTR-PARAM-ORIGEN PIC X(7).

       01  PTR-SEPARADOR.
           03 FILLER PIC X(70) VALUE ALL "-".

       01  PTR-SUP-TIT.
           03 FILLER               PIC X(9)  VALUE "Titular: ".
           03 PTR-SUP-TIT-NUMERO   PIC X(5).
           03 FILLER               PIC X(1)  VALUE SPACES.
           03 PTR-SUP-TIT-NOMBRE   PIC X(25).

       01  PTR-SUP-CAB.
           03 FILLER PIC X(4)  VALUE SPACES.
           03 FILLER PIC X(8)  VALUE "Suplente".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(25) VALUE "Nombre".
           03 FILLER PIC X(3)  VALUE SPACES.
           03 FILLER PIC X(6)  VALUE "Clases".
           03 FILLER PIC X(6)  VALUE SPACES.
           03 FILLER PIC X(5)  VALUE "Horas".

       01  PTR-SUP-DET.
           03 FILLER               PIC X(4)  VALUE SPACES.
           03 PTR-SUP-DET-NUMERO   PIC X(5).
           03 FILLER               PIC X(5)  VALUE SPACES.
           03 PTR-SUP-DET-NOMBRE   PIC X(25).
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-SUP-DET-CLASES   PIC -ZZZZ9.
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-SUP-DET-HORAS    PIC -ZZZZZ9,99.

       01  PTR-SUP-SUB.
           03 FILLER               PIC X(14) VALUE SPACES.
           03 FILLER               PIC X(27) VALUE
              "Total cubierto por otros".
           03 PTR-SUP-SUB-CLASES   PIC -ZZZZ9.
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-SUP-SUB-HORAS    PIC -ZZZZZ9,99.

       01  PTR-SUP-TOT.
           03 FILLER PIC X(12) VALUE "Titulares: ".
           03 PTR-SUP-TOT-TITULARES PIC ZZZ9.
           03 FILLER PIC X(10) VALUE "  clases: ".
           03 PTR-SUP-TOT-CLASES   PIC -ZZZZZ9.
           03 FILLER PIC X(9)  VALUE "  horas: ".
           03 PTR-SUP-TOT-HORAS    PIC -ZZZZZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-PROFESORES.
           PERFORM LEO-NOVTIMES.
           PERFORM ACUMULO-NOVEDAD UNTIL (NOV-EOF).
           PERFORM ORDENO-SUPLENCIAS.
           PERFORM IMPRIMO-SUPLENCIAS.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
               DISPLAY "Periodo a listar (AAAAMM): "
                       WITH NO ADVANCING
               ACCEPT WS-SUP-PERIODO
           END-IF.
           IF (WS-SUP-PERIODO = ZERO) THEN
               DISPLAY "ERROR: PERIODO NO INFORMADO"
               STOP RUN
           END-IF.

           OPEN INPUT PROFESORES.
           IF (NOT PROF-OK) THEN
               DISPLAY "ERROR EN OPEN Profesores: " PROF-ESTADO
               STOP RUN
           END-IF.

           OPEN INPUT NOVTIMES.
           IF (NOT NOV-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes: " NOV-ESTADO
               CLOSE PROFESORES
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               CLOSE PROFESORES
               CLOSE NOVTIMES
               STOP RUN
           END-IF.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM UNTIL (PAR-EOF) OR (PARAM-LEIDO)
                   IF (REG-PAR-PROGRAMA = "SUPLENCIAS") THEN
                       MOVE REG-PAR-DATOS TO WS-PAR-DATOS-S
                       MOVE WS-PAR-PERIODO TO WS-SUP-PERIODO
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

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-PROFESORES.
           PERFORM LEO-PROFESORES.
           PERFORM
           UNTIL (PROF-EOF)
               ADD 1 TO TAB-PRN-CANTIDAD
               MOVE REG-PROF-NUMERO
                   TO TAB-PRN-NUMERO(TAB-PRN-CANTIDAD)
               MOVE REG-PROF-NOMBRE
                   TO TAB-PRN-NOMBRE(TAB-PRN-CANTIDAD)
               PERFORM LEO-PROFESORES
           END-PERFORM.

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes: " NOV-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       ACUMULO-NOVEDAD.
           IF (REG-NOV-FECHA-AAMM = WS-SUP-PERIODO) THEN
               IF (NOV-SUPLENCIA) THEN
                   PERFORM AGREGO-CLASE-SUPLIDA
                   MOVE REG-NOV-TITULAR TO WS-ACT-TITULAR
                   PERFORM BUSCO-SUPLENCIA
                   ADD 1 TO TAB-SUP-CLASES(WS-SUP-INDICE)
                   ADD REG-NOV-HORAS TO TAB-SUP-HORAS(WS-SUP-INDICE)
               ELSE IF (NOV-CORRECCION) THEN
                   PERFORM BUSCO-CLASE-SUPLIDA
                   IF (WS-ACT-TITULAR NOT = SPACES) THEN
                       PERFORM BUSCO-SUPLENCIA
                       SUBTRACT REG-NOV-HORAS
                           FROM TAB-SUP-HORAS(WS-SUP-INDICE)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEO-NOVTIMES.

       AGREGO-CLASE-SUPLIDA.
           ADD 1 TO WS-CLA-CANTIDAD.
           MOVE REG-NOV-NUMERO    TO TAB-CLA-NUMERO(WS-CLA-CANTIDAD).
           MOVE REG-NOV-FECHA     TO TAB-CLA-FECHA(WS-CLA-CANTIDAD).
           MOVE REG-NOV-SUCURSAL  TO TAB-CLA-SUCURSAL(WS-CLA-CANTIDAD).
           MOVE REG-NOV-TIP_CLASE
               TO TAB-CLA-TIP_CLASE(WS-CLA-CANTIDAD).
           MOVE REG-NOV-TITULAR   TO TAB-CLA-TITULAR(WS-CLA-CANTIDAD).

       BUSCO-CLASE-SUPLIDA.
           MOVE SPACES TO WS-ACT-TITULAR.
           SET C TO 1.
           SEARCH TAB-CLA
               WHEN (TAB-CLA-NUMERO(C) = REG-NOV-NUMERO)
                    AND (TAB-CLA-FECHA(C) = REG-NOV-FECHA)
                    AND (TAB-CLA-SUCURSAL(C) = REG-NOV-SUCURSAL)
                    AND (TAB-CLA-TIP_CLASE(C) = REG-NOV-TIP_CLASE)
                    AND (C NOT > WS-CLA-CANTIDAD)
                    MOVE TAB-CLA-TITULAR(C) TO WS-ACT-TITULAR
           END-SEARCH.

       BUSCO-SUPLENCIA.
           MOVE ZERO TO WS-SUP-INDICE.
           SET S TO 1.
           SEARCH TAB-SUP
               AT END PERFORM AGREGO-SUPLENCIA
               WHEN (TAB-SUP-TITULAR(S) = WS-ACT-TITULAR)
                    AND (TAB-SUP-SUPLENTE(S) = REG-NOV-NUMERO)
                    AND (S NOT > WS-SUP-CANTIDAD)
                    SET WS-SUP-INDICE TO S
           END-SEARCH.

       AGREGO-SUPLENCIA.
           ADD 1 TO WS-SUP-CANTIDAD.
           MOVE WS-SUP-CANTIDAD TO WS-SUP-INDICE.
           MOVE WS-ACT-TITULAR TO TAB-SUP-TITULAR(WS-SUP-INDICE).
           MOVE REG-NOV-NUMERO TO TAB-SUP-SUPLENTE(WS-SUP-INDICE).
           MOVE ZERO TO TAB-SUP-CLASES(WS-SUP-INDICE).
           MOVE ZERO TO TAB-SUP-HORAS(WS-SUP-INDICE).

       ORDENO-SUPLENCIAS.
           MOVE 1 TO WS-ORD-I.
           PERFORM ORDENO-SUPLENCIAS-PASADA
               UNTIL (WS-ORD-I NOT < WS-SUP-CANTIDAD).

       ORDENO-SUPLENCIAS-PASADA.
           MOVE 1 TO WS-ORD-J.
           COMPUTE WS-ORD-TOPE = WS-SUP-CANTIDAD - WS-ORD-I.
           PERFORM ORDENO-SUPLENCIAS-COMPARO
               UNTIL (WS-ORD-J > WS-ORD-TOPE).
           ADD 1 TO WS-ORD-I.

       ORDENO-SUPLENCIAS-COMPARO.
           IF (TAB-SUP-CLAVE(WS-ORD-J + 1)
                   < TAB-SUP-CLAVE(WS-ORD-J)) THEN
               MOVE TAB-SUP(WS-ORD-J)     TO WS-SUP-AUX
               MOVE TAB-SUP(WS-ORD-J + 1) TO TAB-SUP(WS-ORD-J)
               MOVE WS-SUP-AUX            TO TAB-SUP(WS-ORD-J + 1)
           END-IF.
           ADD 1 TO WS-ORD-J.

       IMPRIMO-SUPLENCIAS.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           MOVE WS-SUP-PERIODO TO PTR-PARAM-PERIODO.
           IF (PARAM-LEIDO) THEN
               MOVE "ARCHIVO" TO PTR-PARAM-ORIGEN
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           WRITE REG-LISTADO FROM PTR-PARAM.
           MOVE SPACES TO WS-TIT-ANTERIOR.
           MOVE ZERO TO WS-SUP-INDICE.
           PERFORM IMPRIMO-SUPLENTE WS-SUP-CANTIDAD TIMES.
           IF (WS-TIT-ANTERIOR NOT = SPACES) THEN
               PERFORM IMPRIMO-CORTE-TITULAR
           END-IF.
           WRITE REG-LISTADO FROM PTR-SEPARADOR.
           MOVE WS-TOT-TITULARES TO PTR-SUP-TOT-TITULARES.
           MOVE WS-TOT-CLASES    TO PTR-SUP-TOT-CLASES.
           MOVE WS-TOT-HORAS     TO PTR-SUP-TOT-HORAS.
           WRITE REG-LISTADO FROM PTR-SUP-TOT.
           DISPLAY "TITULARES SUPLIDOS: " WS-TOT-TITULARES
                   " HORAS: " WS-TOT-HORAS.

       IMPRIMO-SUPLENTE.
           ADD 1 TO WS-SUP-INDICE.
           IF (TAB-SUP-TITULAR(WS-SUP-INDICE)
                   NOT = WS-TIT-ANTERIOR) THEN
               IF (WS-TIT-ANTERIOR NOT = SPACES) THEN
                   PERFORM IMPRIMO-CORTE-TITULAR
               END-IF
               PERFORM IMPRIMO-TITULAR
           END-IF.
           MOVE TAB-SUP-SUPLENTE(WS-SUP-INDICE) TO PTR-SUP-DET-NUMERO.
           MOVE TAB-SUP-SUPLENTE(WS-SUP-INDICE) TO WS-ACT-TITULAR.
           PERFORM BUSCO-NOMBRE.
           MOVE PTR-SUP-TIT-NOMBRE TO PTR-SUP-DET-NOMBRE.
           MOVE TAB-SUP-CLASES(WS-SUP-INDICE) TO PTR-SUP-DET-CLASES.
           MOVE TAB-SUP-HORAS(WS-SUP-INDICE)  TO PTR-SUP-DET-HORAS.
           WRITE REG-LISTADO FROM PTR-SUP-DET.
           ADD TAB-SUP-CLASES(WS-SUP-INDICE) TO WS-TIT-CLASES.
           ADD TAB-SUP-HORAS(WS-SUP-INDICE)  TO WS-TIT-HORAS.

       IMPRIMO-TITULAR.
           MOVE TAB-SUP-TITULAR(WS-SUP-INDICE) TO WS-TIT-ANTERIOR.
           MOVE ZERO TO WS-TIT-CLASES.
           MOVE ZERO TO WS-TIT-HORAS.
           ADD 1 TO WS-TOT-TITULARES.
           WRITE REG-LISTADO FROM PTR-SEPARADOR.
           MOVE WS-TIT-ANTERIOR TO PTR-SUP-TIT-NUMERO.
           MOVE WS-TIT-ANTERIOR TO WS-ACT-TITULAR.
           PERFORM BUSCO-NOMBRE.
           WRITE REG-LISTADO FROM PTR-SUP-TIT.
           WRITE REG-LISTADO FROM PTR-SUP-CAB.

       IMPRIMO-CORTE-TITULAR.
           MOVE WS-TIT-CLASES TO PTR-SUP-SUB-CLASES.
           MOVE WS-TIT-HORAS  TO PTR-SUP-SUB-HORAS.
           WRITE REG-LISTADO FROM PTR-SUP-SUB.
           ADD WS-TIT-CLASES TO WS-TOT-CLASES.
           ADD WS-TIT-HORAS  TO WS-TOT-HORAS.

       BUSCO-NOMBRE.
           MOVE "SIN DATOS EN MAESTRO" TO PTR-SUP-TIT-NOMBRE.
           SET P TO 1.
           SEARCH TAB-PRN
               WHEN (TAB-PRN-NUMERO(P) = WS-ACT-TITULAR)
                    AND (P NOT > TAB-PRN-CANTIDAD)
                    MOVE TAB-PRN-NOMBRE(P) TO PTR-SUP-TIT-NOMBRE
           END-SEARCH.

       FIN.
           CLOSE PROFESORES.
           CLOSE NOVTIMES.
           CLOSE LISTADO.

       END PROGRAM SUPLENCIAS.
