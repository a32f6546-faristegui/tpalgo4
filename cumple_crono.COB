       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUMPLE-CRONO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVTIMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

           SELECT CRONOGRAMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRO-ESTADO.

           SELECT LICENCIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIC-ESTADO.

           SELECT FERIADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FER-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

       DATA DIVISION.

       FILE SECTION.
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
           03 REG-NOV-TITULAR     PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  CRONOGRAMA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Cronograma.txt".
       01  REG-CRO.
           03 REG-CRO-SUCURSAL  PIC X(03).
           03 REG-CRO-DIA       PIC 9(01).
           03 REG-CRO-TIP_CLASE PIC X(04).
           03 REG-CRO-NUMERO    PIC X(05).
           03 REG-CRO-HORAS     PIC 9(2)V99.
           03 REG-CRO-DESDE     PIC 9(08).
           03 REG-CRO-HASTA     PIC 9(08).

       FD  LICENCIAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Licencias.txt".
       01  REG-LIC.
           03 REG-LIC-NUMERO PIC X(5).
           03 REG-LIC-DESDE  PIC 9(8).
           03 REG-LIC-HASTA  PIC 9(8).
           03 REG-LIC-TIPO   PIC X(15).

       FD  FERIADOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Feriados.txt".
       01  REG-FER.
           03 REG-FER-FECHA PIC 9(8).
           03 REG-FER-DESC  PIC X(30).

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoCronograma.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

       77  CRO-ESTADO PIC XX.
           88 CRO-OK  VALUE 00.
           88 CRO-EOF VALUE 10.

       77  LIC-ESTADO PIC XX.
           88 LIC-OK  VALUE 00.
           88 LIC-EOF VALUE 10.

       77  FER-ESTADO PIC XX.
           88 FER-OK  VALUE 00.
           88 FER-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       77  WS-CRO-PERIODO PIC 9(6) VALUE ZERO.

       01  WS-PAR-DATOS-C.
           03 WS-PAR-PERIODO PIC 9(6).

       77  WS-CRO-INDICE   PIC 9(4).
       77  WS-CRO-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-CRONOGRAMA.
           03 TAB-CRO OCCURS 1000 TIMES.
              05 TAB-CRO-SUCURSAL  PIC X(3).
              05 TAB-CRO-DIA       PIC 9(1).
              05 TAB-CRO-TIP_CLASE PIC X(4).
              05 TAB-CRO-NUMERO    PIC X(5).
              05 TAB-CRO-HORAS     PIC 9(2)V99.
              05 TAB-CRO-DESDE     PIC 9(8).
              05 TAB-CRO-HASTA     PIC 9(8).

       77  WS-LIC-INDICE   PIC 9(4).
       77  WS-LIC-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-EN-LICENCIA  PIC X(1).
           88 EN-LICENCIA VALUE "S".
       01  TAB-LICENCIAS.
           03 TAB-LIC OCCURS 500 TIMES.
              05 TAB-LIC-NUMERO PIC X(5).
              05 TAB-LIC-DESDE  PIC 9(8).
              05 TAB-LIC-HASTA  PIC 9(8).
              05 TAB-LIC-TIPO   PIC X(15).

       77  WS-FER-INDICE   PIC 9(4).
       77  WS-FER-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-ES-FERIADO   PIC X(1).
           88 ES-FERIADO VALUE "S".
       01  TAB-FERIADOS.
           03 TAB-FER OCCURS 400 TIMES.
              05 TAB-FER-FECHA PIC 9(8).
              05 TAB-FER-DESC  PIC X(30).

       77  WS-NOV-INDICE   PIC 9(4).
       77  WS-NOV-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-NOV-HALLADA  PIC X(1).
           88 NOV-HALLADA VALUE "S".
       01  TAB-NOVEDADES.
           03 TAB-NOV OCCURS 5000 TIMES INDEXED BY N.
              05 TAB-NOV-NUMERO    PIC X(5).
              05 TAB-NOV-FECHA     PIC 9(8).
              05 TAB-NOV-SUCURSAL  PIC X(3).
              05 TAB-NOV-TIP_CLASE PIC X(4).
              05 TAB-NOV-TITULAR   PIC X(5).
              05 TAB-NOV-HORAS     PIC S9(3)V99.
              05 TAB-NOV-USADA     PIC X(1).

       77  WS-SUC-INDICE   PIC 9(2).
       77  WS-SUC-CANTIDAD PIC 9(2) VALUE ZERO.
       77  WS-ACT-SUCURSAL PIC X(3).
       01  TAB-CUMPLE-SUC.
           03 TAB-CSU OCCURS 20 TIMES INDEXED BY K.
              05 TAB-CSU-SUCURSAL  PIC X(3).
              05 TAB-CSU-PLANIF    PIC 9(5).
              05 TAB-CSU-DICTADAS  PIC 9(5).
              05 TAB-CSU-LICENCIA  PIC 9(5).
              05 TAB-CSU-NODICT    PIC 9(5).
              05 TAB-CSU-DIFHORAS  PIC 9(5).
              05 TAB-CSU-NOPLAN    PIC 9(5).

       01  WS-TOTALES.
           03 WS-TOT-PLANIF    PIC 9(6) VALUE ZERO.
           03 WS-TOT-DICTADAS  PIC 9(6) VALUE ZERO.
           03 WS-TOT-LICENCIA  PIC 9(6) VALUE ZERO.
           03 WS-TOT-NODICT    PIC 9(6) VALUE ZERO.
           03 WS-TOT-DIFHORAS  PIC 9(6) VALUE ZERO.
           03 WS-TOT-NOPLAN    PIC 9(6) VALUE ZERO.

       01  WS-CALCULO.
           03 WS-CAL-PLANIF    PIC 9(6).
           03 WS-CAL-DICTADAS  PIC 9(6).
           03 WS-CAL-LICENCIA  PIC 9(6).
           03 WS-CAL-NODICT    PIC 9(6).
           03 WS-CAL-DIFHORAS  PIC 9(6).
           03 WS-CAL-NOPLAN    PIC 9(6).

       77  WS-EXIGIBLES  PIC 9(6).
       77  WS-REALIZADAS PIC 9(6).
       77  WS-PORCENTAJE PIC 9(3)V99.

       01  WS-FECHA-PROC.
           03 WS-FECHA-PROC-AA PIC 9(4).
           03 WS-FECHA-PROC-MM PIC 9(2).
           03 WS-FECHA-PROC-DD PIC 9(2).
       01  FILLER REDEFINES WS-FECHA-PROC.
           03 WS-FECHA-PROC-AAMM PIC 9(6).
           03 FILLER             PIC 9(2).
       01  WS-FECHA-PROC-N REDEFINES WS-FECHA-PROC PIC 9(8).

       77  WS-DIAS-MES     PIC 9(2).
       77  WS-BISIESTO-R4  PIC 9(4).
       77  WS-BISIESTO-R1  PIC 9(4).
       77  WS-BISIESTO-R2  PIC 9(4).
       77  WS-DIA-SEMANA   PIC 9(1).

       77  WS-ZEL-ANIO PIC 9(4).
       77  WS-ZEL-MES  PIC 9(2).
       77  WS-ZEL-T1   PIC 9(4).
       77  WS-ZEL-T2   PIC 9(4).
       77  WS-ZEL-T3   PIC 9(4).
       77  WS-ZEL-T4   PIC 9(4).
       77  WS-ZEL-H    PIC 9(6).
       77  WS-ZEL-Q    PIC 9(6).
       77  WS-ZEL-DIA  PIC 9(1).

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
              "Cumplimiento del cronograma de clases".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER           PIC X(20) VALUE
              "Parametros: periodo ".
           03 PTR-PARAM-PERIODO PIC 9(6).
           03 FILLER           PIC X(8)  VALUE " origen ".
           03 PTR-PARAM-ORIGEN PIC X(7).

       01  PTR-SEPARADOR.
           03 FILLER PIC X(100) VALUE ALL "-".

       01  PTR-CRO-CAB.
           03 FILLER PIC X(16) VALUE "Caso".
           03 FILLER PIC X(12) VALUE "Fecha".
           03 FILLER PIC X(5)  VALUE "Dia".
           03 FILLER PIC X(5)  VALUE "Suc.".
           03 FILLER PIC X(6)  VALUE "Tipo".
           03 FILLER PIC X(10) VALUE "Profesor".
           03 FILLER PIC X(10) VALUE "Hs. plan".
           03 FILLER PIC X(10) VALUE "Hs. real".

       01  PTR-CRO-DET.
           03 PTR-CRO-DET-CASO      PIC X(16).
           03 PTR-CRO-DET-DD        PIC 99.
           03 FILLER                PIC X(1)  VALUE "/".
           03 PTR-CRO-DET-MM        PIC 99.
           03 FILLER                PIC X(1)  VALUE "/".
           03 PTR-CRO-DET-AA        PIC 9999.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-CRO-DET-DIA       PIC X(3).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-CRO-DET-SUCURSAL  PIC X(3).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-CRO-DET-TIP_CLASE PIC X(4).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-CRO-DET-NUMERO    PIC X(5).
           03 FILLER                PIC X(3)  VALUE SPACES.
           03 PTR-CRO-DET-PLAN      PIC ZZZZ9,99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-CRO-DET-REAL      PIC -ZZZ9,99.

       01  TAB-NOMBRES-DIA.
           03 FILLER PIC X(21) VALUE "LUNMARMIEJUEVIESABDOM".
       01  FILLER REDEFINES TAB-NOMBRES-DIA.
           03 TAB-NOMBRE-DIA OCCURS 7 TIMES PIC X(3).

       01  PTR-SUC-CAB.
           03 FILLER PIC X(6)  VALUE "Suc.".
           03 FILLER PIC X(9)  VALUE "Planif.".
           03 FILLER PIC X(9)  VALUE "Dictadas".
           03 FILLER PIC X(9)  VALUE "Licencia".
           03 FILLER PIC X(9)  VALUE "No dict.".
           03 FILLER PIC X(9)  VALUE "Dif. hs".
           03 FILLER PIC X(9)  VALUE "Sin plan".
           03 FILLER PIC X(9)  VALUE "%Cumpl.".
           03 FILLER PIC X(9)  VALUE "%No dict".
           03 FILLER PIC X(9)  VALUE "%Dif.hs".
           03 FILLER PIC X(9)  VALUE "%Sin pl.".

       01  PTR-SUC-DET.
           03 PTR-SUC-DET-SUCURSAL PIC X(3).
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-SUC-DET-PLANIF   PIC ZZZZZ9.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-DICTADAS PIC ZZZZZ9.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-LICENCIA PIC ZZZZZ9.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-NODICT   PIC ZZZZZ9.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-DIFHORAS PIC ZZZZZ9.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-NOPLAN   PIC ZZZZZ9.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-PCT-CUM  PIC ZZ9,99.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-PCT-NOD  PIC ZZ9,99.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-PCT-DIF  PIC ZZ9,99.
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-SUC-DET-PCT-NOP  PIC ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-CRONOGRAMA.
           PERFORM CARGO-LICENCIAS.
           PERFORM CARGO-FERIADOS.
           PERFORM LEO-NOVTIMES.
           PERFORM ACUMULO-NOVEDAD UNTIL (NOV-EOF).
           PERFORM CALCULO-DIAS-MES.
           MOVE ZERO TO WS-FECHA-PROC-DD.
           PERFORM PROCESO-DIA WS-DIAS-MES TIMES.
           MOVE ZERO TO WS-NOV-INDICE.
           PERFORM CONTROLO-NO-PLANIFICADA WS-NOV-CANTIDAD TIMES.
           PERFORM EMITO-RESUMEN.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
               DISPLAY "Periodo a controlar (AAAAMM): "
                       WITH NO ADVANCING
               ACCEPT WS-CRO-PERIODO
           END-IF.
           IF (WS-CRO-PERIODO = ZERO) THEN
               DISPLAY "ERROR: PERIODO NO INFORMADO"
               STOP RUN
           END-IF.
           MOVE WS-CRO-PERIODO TO WS-FECHA-PROC-AAMM.
           IF (WS-FECHA-PROC-MM < 1) OR (WS-FECHA-PROC-MM > 12) THEN
               DISPLAY "ERROR: PERIODO INVALIDO " WS-CRO-PERIODO
               STOP RUN
           END-IF.

           OPEN INPUT NOVTIMES.
           IF (NOT NOV-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes: " NOV-ESTADO
               STOP RUN
           END-IF.

           OPEN INPUT CRONOGRAMA.
           IF (NOT CRO-OK) THEN
               DISPLAY "ERROR EN OPEN Cronograma: " CRO-ESTADO
               CLOSE NOVTIMES
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               CLOSE NOVTIMES
               CLOSE CRONOGRAMA
               STOP RUN
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           PERFORM IMPRIMO-PARAMETROS.
           WRITE REG-LISTADO FROM PTR-CRO-CAB.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM UNTIL (PAR-EOF)
                   IF (REG-PAR-PROGRAMA = "CUMPLE-CRONO") THEN
                       MOVE REG-PAR-DATOS TO WS-PAR-DATOS-C
                       MOVE WS-PAR-PERIODO TO WS-CRO-PERIODO
                       MOVE "S" TO WS-PARAM-LEIDO
                   END-IF
                   PERFORM LEO-REG-PARAMETROS
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
           MOVE WS-CRO-PERIODO TO PTR-PARAM-PERIODO.
           IF (PARAM-LEIDO) THEN
               MOVE "ARCHIVO" TO PTR-PARAM-ORIGEN
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           WRITE REG-LISTADO FROM PTR-PARAM.

       LEO-CRONOGRAMA.
           READ CRONOGRAMA RECORD INTO REG-CRO.
           IF ((NOT CRO-OK) AND (NOT CRO-EOF)) THEN
               DISPLAY "ERROR EN READ Cronograma: " CRO-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-CRONOGRAMA.
           MOVE ZERO TO WS-CRO-CANTIDAD.
           PERFORM LEO-CRONOGRAMA.
           PERFORM UNTIL (CRO-EOF)
               ADD 1 TO WS-CRO-CANTIDAD
               MOVE REG-CRO TO TAB-CRO(WS-CRO-CANTIDAD)
               PERFORM LEO-CRONOGRAMA
           END-PERFORM.

       LEO-LICENCIAS.
           READ LICENCIAS RECORD INTO REG-LIC.
           IF ((NOT LIC-OK) AND (NOT LIC-EOF)) THEN
               DISPLAY "ERROR EN READ Licencias: " LIC-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-LICENCIAS.
           MOVE ZERO TO WS-LIC-CANTIDAD.
           OPEN INPUT LICENCIAS.
           IF (LIC-OK) THEN
               PERFORM LEO-LICENCIAS
               PERFORM UNTIL (LIC-EOF)
                   ADD 1 TO WS-LIC-CANTIDAD
                   MOVE REG-LIC TO TAB-LIC(WS-LIC-CANTIDAD)
                   PERFORM LEO-LICENCIAS
               END-PERFORM
               CLOSE LICENCIAS
           END-IF.

       LEO-FERIADOS.
           READ FERIADOS RECORD INTO REG-FER.
           IF ((NOT FER-OK) AND (NOT FER-EOF)) THEN
               DISPLAY "ERROR EN READ Feriados: " FER-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-FERIADOS.
           MOVE ZERO TO WS-FER-CANTIDAD.
           OPEN INPUT FERIADOS.
           IF (FER-OK) THEN
               PERFORM LEO-FERIADOS
               PERFORM UNTIL (FER-EOF)
                   ADD 1 TO WS-FER-CANTIDAD
                   MOVE REG-FER TO TAB-FER(WS-FER-CANTIDAD)
                   PERFORM LEO-FERIADOS
               END-PERFORM
               CLOSE FERIADOS
           END-IF.

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes: " NOV-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       ACUMULO-NOVEDAD.
           IF (REG-NOV-FECHA-AAMM = WS-CRO-PERIODO) THEN
               SET N TO 1
               SEARCH TAB-NOV
                   AT END PERFORM AGREGO-NOVEDAD
                   WHEN (TAB-NOV-NUMERO(N) = REG-NOV-NUMERO)
                        AND (TAB-NOV-FECHA(N) = REG-NOV-FECHA)
                        AND (TAB-NOV-SUCURSAL(N) = REG-NOV-SUCURSAL)
                        AND (TAB-NOV-TIP_CLASE(N)
                             = REG-NOV-TIP_CLASE)
                        AND ((TAB-NOV-TITULAR(N) = REG-NOV-TITULAR)
                             OR (NOV-CORRECCION))
                        AND (N NOT > WS-NOV-CANTIDAD)
                        SET WS-NOV-INDICE TO N
               END-SEARCH
               IF (NOV-CORRECCION) THEN
                   SUBTRACT REG-NOV-HORAS
                       FROM TAB-NOV-HORAS(WS-NOV-INDICE)
               ELSE
                   ADD REG-NOV-HORAS TO TAB-NOV-HORAS(WS-NOV-INDICE)
               END-IF
           END-IF.
           PERFORM LEO-NOVTIMES.

       AGREGO-NOVEDAD.
           ADD 1 TO WS-NOV-CANTIDAD.
           MOVE REG-NOV-NUMERO    TO TAB-NOV-NUMERO(WS-NOV-CANTIDAD).
           MOVE REG-NOV-FECHA     TO TAB-NOV-FECHA(WS-NOV-CANTIDAD).
           MOVE REG-NOV-SUCURSAL  TO TAB-NOV-SUCURSAL(WS-NOV-CANTIDAD).
           MOVE REG-NOV-TIP_CLASE
               TO TAB-NOV-TIP_CLASE(WS-NOV-CANTIDAD).
           MOVE REG-NOV-TITULAR   TO TAB-NOV-TITULAR(WS-NOV-CANTIDAD).
           MOVE ZERO TO TAB-NOV-HORAS(WS-NOV-CANTIDAD).
           MOVE "N" TO TAB-NOV-USADA(WS-NOV-CANTIDAD).
           MOVE WS-NOV-CANTIDAD TO WS-NOV-INDICE.

       CALCULO-DIAS-MES.
           IF (WS-FECHA-PROC-MM = 1) OR (WS-FECHA-PROC-MM = 3)
                   OR (WS-FECHA-PROC-MM = 5) OR (WS-FECHA-PROC-MM = 7)
                   OR (WS-FECHA-PROC-MM = 8) OR (WS-FECHA-PROC-MM = 10)
                   OR (WS-FECHA-PROC-MM = 12) THEN
               MOVE 31 TO WS-DIAS-MES
           ELSE IF (WS-FECHA-PROC-MM = 2) THEN
               PERFORM CALCULO-BISIESTO
           ELSE
               MOVE 30 TO WS-DIAS-MES
           END-IF.

       CALCULO-BISIESTO.
           MOVE 28 TO WS-DIAS-MES.
           DIVIDE WS-FECHA-PROC-AA BY 4 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R1.
           DIVIDE WS-FECHA-PROC-AA BY 100 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R1 = ZERO)
                   AND (WS-BISIESTO-R2 NOT = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.
           DIVIDE WS-FECHA-PROC-AA BY 400 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R2 = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.

       PROCESO-DIA.
           ADD 1 TO WS-FECHA-PROC-DD.
           PERFORM CALCULO-DIA-SEMANA.
           IF (WS-ZEL-DIA < 2) THEN
               COMPUTE WS-DIA-SEMANA = WS-ZEL-DIA + 6
           ELSE
               COMPUTE WS-DIA-SEMANA = WS-ZEL-DIA - 1
           END-IF.
           MOVE "N" TO WS-ES-FERIADO.
           MOVE ZERO TO WS-FER-INDICE.
           PERFORM BUSCO-FERIADO WS-FER-CANTIDAD TIMES.
           MOVE ZERO TO WS-CRO-INDICE.
           PERFORM EVALUO-HORARIO WS-CRO-CANTIDAD TIMES.

       CALCULO-DIA-SEMANA.
           MOVE WS-FECHA-PROC-AA TO WS-ZEL-ANIO.
           MOVE WS-FECHA-PROC-MM TO WS-ZEL-MES.
           IF (WS-ZEL-MES < 3) THEN
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF.
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1).
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
           DIVIDE WS-ZEL-ANIO BY 4 GIVING WS-ZEL-T2.
           DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-T3.
           DIVIDE WS-ZEL-ANIO BY 400 GIVING WS-ZEL-T4.
           COMPUTE WS-ZEL-H = WS-FECHA-PROC-DD + WS-ZEL-T1
               + WS-ZEL-ANIO + WS-ZEL-T2 - WS-ZEL-T3 + WS-ZEL-T4.
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-Q
               REMAINDER WS-ZEL-DIA.

       BUSCO-FERIADO.
           ADD 1 TO WS-FER-INDICE.
           IF (TAB-FER-FECHA(WS-FER-INDICE) = WS-FECHA-PROC-N) THEN
               MOVE "S" TO WS-ES-FERIADO
           END-IF.

       EVALUO-HORARIO.
           ADD 1 TO WS-CRO-INDICE.
           IF (TAB-CRO-DIA(WS-CRO-INDICE) = WS-DIA-SEMANA)
                   AND (TAB-CRO-DESDE(WS-CRO-INDICE)
                        NOT > WS-FECHA-PROC-N)
                   AND (TAB-CRO-HASTA(WS-CRO-INDICE)
                        NOT < WS-FECHA-PROC-N) THEN
               PERFORM CONTROLO-HORARIO
           END-IF.

       CONTROLO-HORARIO.
           PERFORM BUSCO-NOVEDAD.
           IF (ES-FERIADO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CRO-SUCURSAL(WS-CRO-INDICE) TO WS-ACT-SUCURSAL.
           PERFORM ACUMULO-SUCURSAL.
           ADD 1 TO TAB-CSU-PLANIF(WS-SUC-INDICE).
           IF (NOV-HALLADA) THEN
               IF (TAB-NOV-HORAS(WS-NOV-INDICE) > ZERO) THEN
                   ADD 1 TO TAB-CSU-DICTADAS(WS-SUC-INDICE)
                   IF (TAB-NOV-HORAS(WS-NOV-INDICE)
                           NOT = TAB-CRO-HORAS(WS-CRO-INDICE)) THEN
                       ADD 1 TO TAB-CSU-DIFHORAS(WS-SUC-INDICE)
                       MOVE "DIFERENCIA HS." TO PTR-CRO-DET-CASO
                       PERFORM IMPRIMO-HORARIO
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM VALIDO-LICENCIA.
           IF (EN-LICENCIA) THEN
               ADD 1 TO TAB-CSU-LICENCIA(WS-SUC-INDICE)
           ELSE
               ADD 1 TO TAB-CSU-NODICT(WS-SUC-INDICE)
               MOVE "NO DICTADA" TO PTR-CRO-DET-CASO
               PERFORM IMPRIMO-HORARIO
           END-IF.

       BUSCO-NOVEDAD.
           MOVE "N" TO WS-NOV-HALLADA.
           SET N TO 1.
           SEARCH TAB-NOV
               WHEN (((TAB-NOV-NUMERO(N)
                       = TAB-CRO-NUMERO(WS-CRO-INDICE))
                      AND (TAB-NOV-TITULAR(N) = SPACES))
                     OR (TAB-NOV-TITULAR(N)
                         = TAB-CRO-NUMERO(WS-CRO-INDICE)))
                    AND (TAB-NOV-FECHA(N) = WS-FECHA-PROC-N)
                    AND (TAB-NOV-SUCURSAL(N)
                         = TAB-CRO-SUCURSAL(WS-CRO-INDICE))
                    AND (TAB-NOV-TIP_CLASE(N)
                         = TAB-CRO-TIP_CLASE(WS-CRO-INDICE))
                    AND (N NOT > WS-NOV-CANTIDAD)
                    MOVE "S" TO WS-NOV-HALLADA
                    SET WS-NOV-INDICE TO N
                    MOVE "S" TO TAB-NOV-USADA(N)
           END-SEARCH.

       VALIDO-LICENCIA.
           MOVE "N" TO WS-EN-LICENCIA.
           MOVE ZERO TO WS-LIC-INDICE.
           PERFORM VALIDO-LICENCIA-DET WS-LIC-CANTIDAD TIMES.

       VALIDO-LICENCIA-DET.
           ADD 1 TO WS-LIC-INDICE.
           IF (TAB-LIC-NUMERO(WS-LIC-INDICE)
                   = TAB-CRO-NUMERO(WS-CRO-INDICE))
                   AND (WS-FECHA-PROC-N NOT <
                        TAB-LIC-DESDE(WS-LIC-INDICE))
                   AND (WS-FECHA-PROC-N NOT >
                        TAB-LIC-HASTA(WS-LIC-INDICE)) THEN
               MOVE "S" TO WS-EN-LICENCIA
           END-IF.

       IMPRIMO-HORARIO.
           MOVE WS-FECHA-PROC-DD TO PTR-CRO-DET-DD.
           MOVE WS-FECHA-PROC-MM TO PTR-CRO-DET-MM.
           MOVE WS-FECHA-PROC-AA TO PTR-CRO-DET-AA.
           MOVE TAB-NOMBRE-DIA(WS-DIA-SEMANA) TO PTR-CRO-DET-DIA.
           MOVE TAB-CRO-SUCURSAL(WS-CRO-INDICE)
               TO PTR-CRO-DET-SUCURSAL.
           MOVE TAB-CRO-TIP_CLASE(WS-CRO-INDICE)
               TO PTR-CRO-DET-TIP_CLASE.
           MOVE TAB-CRO-NUMERO(WS-CRO-INDICE) TO PTR-CRO-DET-NUMERO.
           MOVE TAB-CRO-HORAS(WS-CRO-INDICE) TO PTR-CRO-DET-PLAN.
           IF (NOV-HALLADA) THEN
               MOVE TAB-NOV-HORAS(WS-NOV-INDICE) TO PTR-CRO-DET-REAL
           ELSE
               MOVE ZERO TO PTR-CRO-DET-REAL
           END-IF.
           WRITE REG-LISTADO FROM PTR-CRO-DET.

       CONTROLO-NO-PLANIFICADA.
           ADD 1 TO WS-NOV-INDICE.
           IF (TAB-NOV-USADA(WS-NOV-INDICE) = "S")
                   OR (TAB-NOV-HORAS(WS-NOV-INDICE) NOT > ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-NOV-SUCURSAL(WS-NOV-INDICE) TO WS-ACT-SUCURSAL.
           PERFORM ACUMULO-SUCURSAL.
           ADD 1 TO TAB-CSU-NOPLAN(WS-SUC-INDICE).
           MOVE TAB-NOV-FECHA(WS-NOV-INDICE) TO WS-FECHA-PROC.
           PERFORM CALCULO-DIA-SEMANA.
           IF (WS-ZEL-DIA < 2) THEN
               COMPUTE WS-DIA-SEMANA = WS-ZEL-DIA + 6
           ELSE
               COMPUTE WS-DIA-SEMANA = WS-ZEL-DIA - 1
           END-IF.
           MOVE "SIN PLANIFICAR" TO PTR-CRO-DET-CASO.
           MOVE WS-FECHA-PROC-DD TO PTR-CRO-DET-DD.
           MOVE WS-FECHA-PROC-MM TO PTR-CRO-DET-MM.
           MOVE WS-FECHA-PROC-AA TO PTR-CRO-DET-AA.
           MOVE TAB-NOMBRE-DIA(WS-DIA-SEMANA) TO PTR-CRO-DET-DIA.
           MOVE TAB-NOV-SUCURSAL(WS-NOV-INDICE)
               TO PTR-CRO-DET-SUCURSAL.
           MOVE TAB-NOV-TIP_CLASE(WS-NOV-INDICE)
               TO PTR-CRO-DET-TIP_CLASE.
           MOVE TAB-NOV-NUMERO(WS-NOV-INDICE) TO PTR-CRO-DET-NUMERO.
           MOVE ZERO TO PTR-CRO-DET-PLAN.
           MOVE TAB-NOV-HORAS(WS-NOV-INDICE) TO PTR-CRO-DET-REAL.
           WRITE REG-LISTADO FROM PTR-CRO-DET.

       ACUMULO-SUCURSAL.
           MOVE ZERO TO WS-SUC-INDICE.
           SET K TO 1.
           SEARCH TAB-CSU
               AT END PERFORM AGREGO-SUCURSAL
               WHEN (TAB-CSU-SUCURSAL(K) = WS-ACT-SUCURSAL)
                    AND (K NOT > WS-SUC-CANTIDAD)
                    MOVE K TO WS-SUC-INDICE
           END-SEARCH.

       AGREGO-SUCURSAL.
           ADD 1 TO WS-SUC-CANTIDAD.
           MOVE WS-ACT-SUCURSAL TO TAB-CSU-SUCURSAL(WS-SUC-CANTIDAD).
           MOVE ZERO TO TAB-CSU-PLANIF(WS-SUC-CANTIDAD).
           MOVE ZERO TO TAB-CSU-DICTADAS(WS-SUC-CANTIDAD).
           MOVE ZERO TO TAB-CSU-LICENCIA(WS-SUC-CANTIDAD).
           MOVE ZERO TO TAB-CSU-NODICT(WS-SUC-CANTIDAD).
           MOVE ZERO TO TAB-CSU-DIFHORAS(WS-SUC-CANTIDAD).
           MOVE ZERO TO TAB-CSU-NOPLAN(WS-SUC-CANTIDAD).
           MOVE WS-SUC-CANTIDAD TO WS-SUC-INDICE.

       EMITO-RESUMEN.
           WRITE REG-LISTADO FROM PTR-SEPARADOR.
           WRITE REG-LISTADO FROM PTR-SUC-CAB.
           MOVE ZERO TO WS-SUC-INDICE.
           PERFORM EMITO-SUCURSAL WS-SUC-CANTIDAD TIMES.
           WRITE REG-LISTADO FROM PTR-SEPARADOR.
           MOVE "TOT" TO PTR-SUC-DET-SUCURSAL.
           MOVE WS-TOTALES TO WS-CALCULO.
           PERFORM IMPRIMO-CUMPLIMIENTO.
           DISPLAY "HORARIOS PLANIFICADOS: " WS-TOT-PLANIF
                   " NO DICTADOS: " WS-TOT-NODICT
                   " SIN PLANIFICAR: " WS-TOT-NOPLAN.

       EMITO-SUCURSAL.
           ADD 1 TO WS-SUC-INDICE.
           MOVE TAB-CSU-SUCURSAL(WS-SUC-INDICE)
               TO PTR-SUC-DET-SUCURSAL.
           MOVE TAB-CSU-PLANIF(WS-SUC-INDICE)   TO WS-CAL-PLANIF.
           MOVE TAB-CSU-DICTADAS(WS-SUC-INDICE) TO WS-CAL-DICTADAS.
           MOVE TAB-CSU-LICENCIA(WS-SUC-INDICE) TO WS-CAL-LICENCIA.
           MOVE TAB-CSU-NODICT(WS-SUC-INDICE)   TO WS-CAL-NODICT.
           MOVE TAB-CSU-DIFHORAS(WS-SUC-INDICE) TO WS-CAL-DIFHORAS.
           MOVE TAB-CSU-NOPLAN(WS-SUC-INDICE)   TO WS-CAL-NOPLAN.
           ADD TAB-CSU-PLANIF(WS-SUC-INDICE)   TO WS-TOT-PLANIF.
           ADD TAB-CSU-DICTADAS(WS-SUC-INDICE) TO WS-TOT-DICTADAS.
           ADD TAB-CSU-LICENCIA(WS-SUC-INDICE) TO WS-TOT-LICENCIA.
           ADD TAB-CSU-NODICT(WS-SUC-INDICE)   TO WS-TOT-NODICT.
           ADD TAB-CSU-DIFHORAS(WS-SUC-INDICE) TO WS-TOT-DIFHORAS.
           ADD TAB-CSU-NOPLAN(WS-SUC-INDICE)   TO WS-TOT-NOPLAN.
           PERFORM IMPRIMO-CUMPLIMIENTO.

       IMPRIMO-CUMPLIMIENTO.
           MOVE WS-CAL-PLANIF   TO PTR-SUC-DET-PLANIF.
           MOVE WS-CAL-DICTADAS TO PTR-SUC-DET-DICTADAS.
           MOVE WS-CAL-LICENCIA TO PTR-SUC-DET-LICENCIA.
           MOVE WS-CAL-NODICT   TO PTR-SUC-DET-NODICT.
           MOVE WS-CAL-DIFHORAS TO PTR-SUC-DET-DIFHORAS.
           MOVE WS-CAL-NOPLAN   TO PTR-SUC-DET-NOPLAN.
           COMPUTE WS-EXIGIBLES = WS-CAL-PLANIF - WS-CAL-LICENCIA.
           COMPUTE WS-REALIZADAS = WS-CAL-DICTADAS + WS-CAL-NOPLAN.
           MOVE ZERO TO WS-PORCENTAJE.
           IF (WS-EXIGIBLES > ZERO) THEN
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CAL-DICTADAS * 100 / WS-EXIGIBLES
           END-IF.
           MOVE WS-PORCENTAJE TO PTR-SUC-DET-PCT-CUM.
           MOVE ZERO TO WS-PORCENTAJE.
           IF (WS-EXIGIBLES > ZERO) THEN
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CAL-NODICT * 100 / WS-EXIGIBLES
           END-IF.
           MOVE WS-PORCENTAJE TO PTR-SUC-DET-PCT-NOD.
           MOVE ZERO TO WS-PORCENTAJE.
           IF (WS-CAL-DICTADAS > ZERO) THEN
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CAL-DIFHORAS * 100 / WS-CAL-DICTADAS
           END-IF.
           MOVE WS-PORCENTAJE TO PTR-SUC-DET-PCT-DIF.
           MOVE ZERO TO WS-PORCENTAJE.
           IF (WS-REALIZADAS > ZERO) THEN
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CAL-NOPLAN * 100 / WS-REALIZADAS
           END-IF.
           MOVE WS-PORCENTAJE TO PTR-SUC-DET-PCT-NOP.
           WRITE REG-LISTADO FROM PTR-SUC-DET.

       FIN.
           CLOSE NOVTIMES.
           CLOSE CRONOGRAMA.
           CLOSE LISTADO.

       END PROGRAM CUMPLE-CRONO.
