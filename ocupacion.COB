       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCUPACION.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASISTENCIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASI-ESTADO.

           SELECT NOVTIMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

           SELECT CAPACIDADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUP-ESTADO.

           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT TIPOS_CLASE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIP-ESTADO.

           SELECT TIPOSCLASEHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIS-ESTADO.

           SELECT TARIFASPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPR-ESTADO.

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
       FD  ASISTENCIA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Asistencia.txt".
       01  REG-ASI.
           03 REG-ASI-LOTE       PIC 9(6).
           03 REG-ASI-CLAVE.
              05 REG-ASI-NUMERO     PIC X(5).
              05 REG-ASI-FECHA      PIC 9(8).
              05 REG-ASI-SUCURSAL   PIC X(3).
              05 REG-ASI-TIP_CLASE  PIC X(4).
              05 REG-ASI-HORA-DESDE PIC X(4).
           03 REG-ASI-HORAS      PIC 9(2)V99.
           03 REG-ASI-PRESENTES  PIC 9(3).
           03 REG-ASI-USUARIO    PIC X(8).

       FD  NOVTIMES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes.txt".
       01  REG-NOV.
           03 REG-NOV-CLAVE.
              05 REG-NOV-NUMERO    PIC X(5).
              05 REG-NOV-FECHA     PIC 9(8).
              05 REG-NOV-SUCURSAL  PIC X(3).
              05 REG-NOV-TIP_CLASE PIC X(4).
           03 REG-NOV-HORAS     PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV  PIC X(1).
              88 NOV-CORRECCION VALUE "C".
           03 REG-NOV-TITULAR   PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  CAPACIDADES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CapacidadClases.txt".
       01  REG-CUP.
           03 REG-CUP-SUCURSAL  PIC X(03).
           03 REG-CUP-TIP_CLASE PIC X(04).
           03 REG-CUP-CUPO      PIC 9(03).

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

       FD  TIPOS_CLASE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TiposClase.txt".
       01  REG-TIP.
           03 REG-TIP-TIP_CLASE PIC X(04).
           03 REG-TIP-DESC      PIC X(20).
           03 REG-TIP-TARIFA    PIC 9(5)V99.

       FD  TIPOSCLASEHIST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TiposClaseHist.txt".
       01  REG-HIS.
           03 REG-HIS-TIP_CLASE PIC X(04).
           03 REG-HIS-VIGENCIA  PIC 9(08).
           03 REG-HIS-TARIFA    PIC 9(5)V99.

       FD  TARIFASPROF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TarifasProfesor.txt".
       01  REG-TPR.
           03 REG-TPR-NUMERO    PIC X(05).
           03 REG-TPR-TIP_CLASE PIC X(04).
           03 REG-TPR-SUCURSAL  PIC X(03).
           03 REG-TPR-VIGENCIA  PIC 9(08).
           03 REG-TPR-TARIFA    PIC 9(5)V99.

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
           VALUE OF FILE-ID IS "files/ListadoOcupacion.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  ASI-ESTADO PIC XX.
           88 ASI-OK  VALUE 00.
           88 ASI-EOF VALUE 10.

       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

       77  CUP-ESTADO PIC XX.
           88 CUP-OK  VALUE 00.
           88 CUP-EOF VALUE 10.

       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  TIP-ESTADO PIC XX.
           88 TIP-OK  VALUE 00.
           88 TIP-EOF VALUE 10.

       77  HIS-ESTADO PIC XX.
           88 HIS-OK  VALUE 00.
           88 HIS-EOF VALUE 10.

       77  TPR-ESTADO PIC XX.
           88 TPR-OK  VALUE 00.
           88 TPR-EOF VALUE 10.

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

       77  WS-OCU-PERIODO PIC 9(6) VALUE ZERO.
       77  WS-OCU-UMBRAL  PIC 9(3) VALUE ZERO.
       77  WS-UMBRAL-DEF  PIC 9(3) VALUE 30.

       01  WS-PAR-DATOS-O.
           03 WS-PAR-PERIODO PIC 9(6).
           03 WS-PAR-UMBRAL  PIC 9(3).
           03 FILLER         PIC X(31).

       01  WS-PAR-DATOS-TPA.
           03 FILLER             PIC X(25).
           03 WS-PAR-TPA-RECARGO PIC 9(3).
           03 FILLER             PIC X(12).

       77  WS-TIP-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-TIP_CLASE.
           03 TAB-TIP OCCURS 50 TIMES INDEXED BY I.
              05 TAB-TIP-TIP_CLASE PIC X(4).
              05 TAB-TIP-DESC      PIC X(20).
              05 TAB-TIP-TARIFA    PIC 9(5)V99.

       77  WS-HIS-INDICE       PIC 9(4).
       77  WS-HIS-CANTIDAD     PIC 9(4) VALUE ZERO.
       77  WS-HIS-VIGENCIA-MAX PIC 9(8).
       01  TAB-TIP_CLASE-HIST.
           03 TAB-HIS OCCURS 200 TIMES.
              05 TAB-HIS-TIP_CLASE PIC X(4).
              05 TAB-HIS-VIGENCIA  PIC 9(8).
              05 TAB-HIS-TARIFA    PIC 9(5)V99.

       77  WS-TPR-INDICE      PIC 9(4).
       77  WS-TPR-CANTIDAD    PIC 9(4) VALUE ZERO.
       77  WS-TPR-VIG-SUC     PIC 9(8).
       77  WS-TPR-VIG-GRAL    PIC 9(8).
       77  WS-TPR-TARIFA-SUC  PIC 9(5)V99.
       77  WS-TPR-TARIFA-GRAL PIC 9(5)V99.
       77  WS-TPR-HAY-SUC     PIC X(1).
           88 TPR-HAY-SUC VALUE "S".
       77  WS-TPR-HAY-GRAL    PIC X(1).
           88 TPR-HAY-GRAL VALUE "S".
       01  TAB-TARIFAS-PROF.
           03 TAB-TPR OCCURS 500 TIMES.
              05 TAB-TPR-NUMERO    PIC X(5).
              05 TAB-TPR-TIP_CLASE PIC X(4).
              05 TAB-TPR-SUCURSAL  PIC X(3).
              05 TAB-TPR-VIGENCIA  PIC 9(8).
              05 TAB-TPR-TARIFA    PIC 9(5)V99.

       77  WS-FER-INDICE   PIC 9(4).
       77  WS-FER-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-ES-FERIADO   PIC X(1).
           88 ES-FERIADO VALUE "S".
       01  TAB-FERIADOS.
           03 TAB-FER OCCURS 400 TIMES.
              05 TAB-FER-FECHA PIC 9(8).
              05 TAB-FER-DESC  PIC X(30).

       77  WS-CUP-INDICE   PIC 9(4).
       77  WS-CUP-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-CAPACIDADES.
           03 TAB-CUP OCCURS 500 TIMES.
              05 TAB-CUP-SUCURSAL  PIC X(3).
              05 TAB-CUP-TIP_CLASE PIC X(4).
              05 TAB-CUP-CUPO      PIC 9(3).

       77  WS-PRF-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PROFESORES.
           03 TAB-PRF OCCURS 1000 TIMES INDEXED BY P.
              05 TAB-PRF-NUMERO PIC X(5).
              05 TAB-PRF-NOMBRE PIC X(25).

       77  WS-NOV-INDICE   PIC 9(4).
       77  WS-NOV-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-NOV-PERIODO  PIC 9(6).
       01  TAB-NOVEDADES.
           03 TAB-NOV OCCURS 5000 TIMES INDEXED BY N.
              05 TAB-NOV-CLAVE.
                 07 TAB-NOV-NUMERO    PIC X(5).
                 07 TAB-NOV-FECHA     PIC 9(8).
                 07 TAB-NOV-SUCURSAL  PIC X(3).
                 07 TAB-NOV-TIP_CLASE PIC X(4).
              05 TAB-NOV-HORAS PIC S9(3)V99.
              05 TAB-NOV-USADA PIC X(1).

       77  WS-ASI-INDICE   PIC 9(4).
       77  WS-ASI-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-ASI-PERIODO  PIC 9(6).
       77  WS-ASI-LEIDAS   PIC 9(6) VALUE ZERO.
       77  WS-ASI-REEMPLAZADAS PIC 9(6) VALUE ZERO.
       77  WS-ASI-SIN-CLASE    PIC 9(6) VALUE ZERO.
       01  TAB-ASISTENCIAS.
           03 TAB-ASI OCCURS 5000 TIMES INDEXED BY A.
              05 TAB-ASI-CLAVE.
                 07 TAB-ASI-NUMERO     PIC X(5).
                 07 TAB-ASI-FECHA      PIC 9(8).
                 07 TAB-ASI-SUCURSAL   PIC X(3).
                 07 TAB-ASI-TIP_CLASE  PIC X(4).
                 07 TAB-ASI-HORA-DESDE PIC X(4).
              05 TAB-ASI-PRESENTES PIC 9(3).
              05 TAB-ASI-NOV       PIC 9(4).

       77  WS-RECARGO-PCT     PIC 9(3) VALUE 50.
       77  WS-ES-RECARGO      PIC X(1) VALUE "N".
           88 ES-RECARGO VALUE "S".
       77  WS-RECARGO-IMPORTE PIC 9(7)V99.

       01  WS-ZEL-FECHA.
           03 WS-ZEL-FECHA-AA PIC 9(4).
           03 WS-ZEL-FECHA-MM PIC 9(2).
           03 WS-ZEL-FECHA-DD PIC 9(2).
       77  WS-ZEL-ANIO PIC 9(4).
       77  WS-ZEL-MES  PIC 9(2).
       77  WS-ZEL-T1   PIC 9(4).
       77  WS-ZEL-T2   PIC 9(4).
       77  WS-ZEL-T3   PIC 9(4).
       77  WS-ZEL-T4   PIC 9(4).
       77  WS-ZEL-H    PIC 9(6).
       77  WS-ZEL-Q    PIC 9(6).
       77  WS-ZEL-DIA  PIC 9(1).

       01  TAB-DIAS-FIJO.
           03 FILLER PIC X(9) VALUE "LUNES    ".
           03 FILLER PIC X(9) VALUE "MARTES   ".
           03 FILLER PIC X(9) VALUE "MIERCOLES".
           03 FILLER PIC X(9) VALUE "JUEVES   ".
           03 FILLER PIC X(9) VALUE "VIERNES  ".
           03 FILLER PIC X(9) VALUE "SABADO   ".
           03 FILLER PIC X(9) VALUE "DOMINGO  ".
       01  TAB-DIAS REDEFINES TAB-DIAS-FIJO.
           03 TAB-DIA-NOMBRE PIC X(9) OCCURS 7 TIMES.

       77  WS-DIA-SEMANA PIC 9(1).

       77  WS-CAL-NUMERO    PIC X(5).
       77  WS-CAL-FECHA     PIC 9(8).
       77  WS-CAL-SUCURSAL  PIC X(3).
       77  WS-CAL-TIP_CLASE PIC X(4).
       77  WS-CAL-HORAS     PIC 9(2)V99.
       77  WS-ACT-TARIFA    PIC 9(5)V99.
       77  WS-ACT-IMPORTE   PIC 9(7)V99.

       77  WS-CLA-CUPO      PIC 9(3).
       77  WS-CLA-PRE-CUPO  PIC 9(3).

       77  WS-OCU-INDICE   PIC 9(4).
       77  WS-OCU-CANTIDAD PIC 9(4) VALUE ZERO.
       01  WS-OCU-BUSCA.
           03 WS-OCU-NIVEL PIC X(1).
              88 NIVEL-SUCURSAL VALUE "1".
              88 NIVEL-TIPO     VALUE "2".
              88 NIVEL-DIA      VALUE "3".
              88 NIVEL-PROFESOR VALUE "4".
              88 NIVEL-FRANJA   VALUE "5".
           03 WS-OCU-CLAVE PIC X(16).
       01  WS-OCU-FRANJA.
           03 WS-OCU-FRA-SUCURSAL  PIC X(3).
           03 WS-OCU-FRA-TIP_CLASE PIC X(4).
           03 WS-OCU-FRA-DIA       PIC 9(1).
           03 WS-OCU-FRA-HORA      PIC X(4).
           03 FILLER               PIC X(4) VALUE SPACES.
       01  TAB-OCUPACION.
           03 TAB-OCU OCCURS 3000 TIMES INDEXED BY O.
              05 TAB-OCU-ORDEN.
                 07 TAB-OCU-NIVEL  PIC X(1).
                 07 TAB-OCU-CLAVE  PIC X(16).
              05 TAB-OCU-CLASES    PIC 9(5).
              05 TAB-OCU-CLA-CUPO  PIC 9(5).
              05 TAB-OCU-PRESENTES PIC 9(7).
              05 TAB-OCU-PRE-CUPO  PIC 9(7).
              05 TAB-OCU-CUPO      PIC 9(7).
              05 TAB-OCU-COSTO     PIC 9(9)V99.
       01  WS-OCU-AUX PIC X(59).

       77  WS-ORD-I    PIC 9(4).
       77  WS-ORD-J    PIC 9(4).
       77  WS-ORD-TOPE PIC 9(4).

       77  WS-NIVEL-ANT   PIC X(1).
       77  WS-PORCENTAJE  PIC 9(5)V9.
       77  WS-COSTO-ASIST PIC 9(7)V99.

       77  WS-TOT-CLASES    PIC 9(6) VALUE ZERO.
       77  WS-TOT-CLA-CUPO  PIC 9(6) VALUE ZERO.
       77  WS-TOT-PRESENTES PIC 9(8) VALUE ZERO.
       77  WS-TOT-PRE-CUPO  PIC 9(8) VALUE ZERO.
       77  WS-TOT-CUPO      PIC 9(8) VALUE ZERO.
       77  WS-TOT-COSTO     PIC 9(10)V99 VALUE ZERO.
       77  WS-TOT-CANDIDATAS PIC 9(4) VALUE ZERO.
       77  WS-TOT-SIN-CUPO  PIC 9(6) VALUE ZERO.

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
           03 FILLER PIC X(42) VALUE
              "Ocupacion de clases y costo por asistente".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER            PIC X(20) VALUE "Parametros: periodo ".
           03 PTR-PARAM-PERIODO PIC 9(6).
           03 FILLER            PIC X(8)  VALUE " umbral ".
           03 PTR-PARAM-UMBRAL  PIC ZZ9.
           03 FILLER            PIC X(9)  VALUE "% origen ".
           03 PTR-PARAM-ORIGEN  PIC X(7).

       01  PTR-OCU-SEC.
           03 FILLER          PIC X(4) VALUE "--- ".
           03 PTR-OCU-SEC-TIT PIC X(60).

       01  PTR-OCU-CAB.
           03 FILLER PIC X(31) VALUE "Corte".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(6)  VALUE "Clases".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(7)  VALUE "Presen.".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(7)  VALUE "   Cupo".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(8)  VALUE " Ocup. %".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(12) VALUE "       Costo".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(10) VALUE "Costo/asi.".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(20) VALUE "Observacion".

       01  PTR-OCU-DET.
           03 PTR-OCU-DET-CORTE     PIC X(31).
           03 FILLER                PIC X(2) VALUE SPACES.
           03 PTR-OCU-DET-CLASES    PIC ZZZZZ9.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 PTR-OCU-DET-PRESENTES PIC ZZZZZZ9.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 PTR-OCU-DET-CUPO      PIC ZZZZZZ9.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 PTR-OCU-DET-OCUP      PIC ZZZZZ9,9.
           03 PTR-OCU-DET-OCUP-X REDEFINES PTR-OCU-DET-OCUP
                                    PIC X(8).
           03 FILLER                PIC X(2) VALUE SPACES.
           03 PTR-OCU-DET-COSTO     PIC ZZZZZZZZ9,99.
           03 FILLER                PIC X(2) VALUE SPACES.
           03 PTR-OCU-DET-COSTO-ASI PIC ZZZZZZ9,99.
           03 PTR-OCU-DET-COSTO-ASI-X REDEFINES PTR-OCU-DET-COSTO-ASI
                                    PIC X(10).
           03 FILLER                PIC X(2) VALUE SPACES.
           03 PTR-OCU-DET-MARCA     PIC X(20).

       01  PTR-OCU-TOT.
           03 FILLER             PIC X(17) VALUE "Total clases:    ".
           03 PTR-OCU-TOT-CLASES PIC ZZZZZ9.
           03 FILLER             PIC X(13) VALUE "  presentes: ".
           03 PTR-OCU-TOT-PRES   PIC ZZZZZZZ9.
           03 FILLER             PIC X(13) VALUE "  ocupacion: ".
           03 PTR-OCU-TOT-OCUP   PIC ZZZZZ9,9.
           03 FILLER             PIC X(11) VALUE "%  costo: $".
           03 PTR-OCU-TOT-COSTO  PIC ZZZZZZZZZ9,99.

       01  PTR-OCU-RES.
           03 FILLER              PIC X(17) VALUE "Sin cupo:        ".
           03 PTR-OCU-RES-SINCUPO PIC ZZZZZ9.
           03 FILLER              PIC X(30)
              VALUE "  franjas a evaluar cancelar: ".
           03 PTR-OCU-RES-CAND    PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-TIPOS_CLASE-HIST.
           PERFORM CARGO-TARIFAS-PROF.
           PERFORM CARGO-FERIADOS.
           PERFORM CARGO-CAPACIDADES.
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-NOVTIMES.
           PERFORM CARGO-ASISTENCIAS.
           MOVE ZERO TO WS-ASI-INDICE.
           PERFORM PROC-CLASE WS-ASI-CANTIDAD TIMES.
           PERFORM ORDENO-OCUPACION.
           PERFORM IMPRIMO-REPORTE.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
               DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING
               ACCEPT WS-OCU-PERIODO
               DISPLAY "Umbral de ocupacion % (0 = " WS-UMBRAL-DEF
                       "): " WITH NO ADVANCING
               ACCEPT WS-OCU-UMBRAL
           END-IF.
           IF (WS-OCU-UMBRAL = ZERO) THEN
               MOVE WS-UMBRAL-DEF TO WS-OCU-UMBRAL
           END-IF.
           MOVE WS-OCU-PERIODO TO WS-ZEL-FECHA(1:6).
           IF (WS-ZEL-FECHA-AA < 1900) OR (WS-ZEL-FECHA-MM < 1)
                   OR (WS-ZEL-FECHA-MM > 12) THEN
               DISPLAY "PERIODO INVALIDO: " WS-OCU-PERIODO
               STOP RUN
           END-IF.

           OPEN INPUT TIPOS_CLASE.
           IF (NOT TIP-OK) THEN
               DISPLAY "ERROR EN OPEN TiposClase: " TIP-ESTADO
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           PERFORM IMPRIMO-PARAMETROS.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM UNTIL (PAR-EOF)
                   IF (REG-PAR-PROGRAMA = "OCUPACION") THEN
                       MOVE REG-PAR-DATOS TO WS-PAR-DATOS-O
                       IF (WS-PAR-PERIODO NUMERIC) THEN
                           MOVE WS-PAR-PERIODO TO WS-OCU-PERIODO
                           MOVE "S" TO WS-PARAM-LEIDO
                       END-IF
                       IF (WS-PAR-UMBRAL NUMERIC) THEN
                           MOVE WS-PAR-UMBRAL TO WS-OCU-UMBRAL
                       END-IF
                   END-IF
                   IF (REG-PAR-PROGRAMA = "TP1-A") THEN
                       MOVE REG-PAR-DATOS TO WS-PAR-DATOS-TPA
                       MOVE WS-PAR-TPA-RECARGO TO WS-RECARGO-PCT
                   END-IF
                   PERFORM LEO-REG-PARAMETROS
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF (WS-RECARGO-PCT NOT NUMERIC) THEN
               MOVE 50 TO WS-RECARGO-PCT
           END-IF.

       LEO-REG-PARAMETROS.
           READ PARAMETROS RECORD INTO REG-PAR.
           IF ((NOT PAR-OK) AND (NOT PAR-EOF)) THEN
               DISPLAY "ERROR EN READ Parametros: " PAR-ESTADO
               STOP RUN
           END-IF.

       IMPRIMO-PARAMETROS.
           MOVE WS-OCU-PERIODO TO PTR-PARAM-PERIODO.
           MOVE WS-OCU-UMBRAL  TO PTR-PARAM-UMBRAL.
           IF (PARAM-LEIDO) THEN
               MOVE "ARCHIVO" TO PTR-PARAM-ORIGEN
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           WRITE REG-LISTADO FROM PTR-PARAM.

       LEO-TIPOS_CLASE.
           READ TIPOS_CLASE RECORD INTO REG-TIP.
           IF ((NOT TIP-OK) AND (NOT TIP-EOF)) THEN
               DISPLAY "ERROR EN READ TiposClase: " TIP-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TIPOS_CLASE.
           PERFORM LEO-TIPOS_CLASE.
           PERFORM UNTIL (TIP-EOF)
               ADD 1 TO WS-TIP-CANTIDAD
               MOVE REG-TIP TO TAB-TIP(WS-TIP-CANTIDAD)
               PERFORM LEO-TIPOS_CLASE
           END-PERFORM.

       LEO-TIPOS_CLASE-HIST.
           READ TIPOSCLASEHIST RECORD INTO REG-HIS.
           IF ((NOT HIS-OK) AND (NOT HIS-EOF)) THEN
               DISPLAY "ERROR EN READ TiposClaseHist: " HIS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TIPOS_CLASE-HIST.
           MOVE ZERO TO WS-HIS-CANTIDAD.
           OPEN INPUT TIPOSCLASEHIST.
           IF (HIS-OK) THEN
               PERFORM LEO-TIPOS_CLASE-HIST
               PERFORM UNTIL (HIS-EOF)
                   ADD 1 TO WS-HIS-CANTIDAD
                   MOVE REG-HIS TO TAB-HIS(WS-HIS-CANTIDAD)
                   PERFORM LEO-TIPOS_CLASE-HIST
               END-PERFORM
               CLOSE TIPOSCLASEHIST
           END-IF.

       LEO-TARIFAS-PROF.
           READ TARIFASPROF RECORD INTO REG-TPR.
           IF ((NOT TPR-OK) AND (NOT TPR-EOF)) THEN
               DISPLAY "ERROR EN READ TarifasProfesor: " TPR-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TARIFAS-PROF.
           MOVE ZERO TO WS-TPR-CANTIDAD.
           OPEN INPUT TARIFASPROF.
           IF (TPR-OK) THEN
               PERFORM LEO-TARIFAS-PROF
               PERFORM UNTIL (TPR-EOF)
                   ADD 1 TO WS-TPR-CANTIDAD
                   MOVE REG-TPR TO TAB-TPR(WS-TPR-CANTIDAD)
                   PERFORM LEO-TARIFAS-PROF
               END-PERFORM
               CLOSE TARIFASPROF
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

       LEO-CAPACIDADES.
           READ CAPACIDADES RECORD INTO REG-CUP.
           IF ((NOT CUP-OK) AND (NOT CUP-EOF)) THEN
               DISPLAY "ERROR EN READ CapacidadClases: " CUP-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-CAPACIDADES.
           MOVE ZERO TO WS-CUP-CANTIDAD.
           OPEN INPUT CAPACIDADES.
           IF (CUP-OK) THEN
               PERFORM LEO-CAPACIDADES
               PERFORM UNTIL (CUP-EOF)
                   ADD 1 TO WS-CUP-CANTIDAD
                   MOVE REG-CUP TO TAB-CUP(WS-CUP-CANTIDAD)
                   PERFORM LEO-CAPACIDADES
               END-PERFORM
               CLOSE CAPACIDADES
           ELSE
               DISPLAY "ATENCION: SIN ARCHIVO CapacidadClases.txt"
           END-IF.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-PROFESORES.
           MOVE ZERO TO WS-PRF-CANTIDAD.
           OPEN INPUT PROFESORES.
           IF (PROF-OK) THEN
               PERFORM LEO-PROFESORES
               PERFORM UNTIL (PROF-EOF)
                   ADD 1 TO WS-PRF-CANTIDAD
                   MOVE REG-PROF-NUMERO
                       TO TAB-PRF-NUMERO(WS-PRF-CANTIDAD)
                   MOVE REG-PROF-NOMBRE
                       TO TAB-PRF-NOMBRE(WS-PRF-CANTIDAD)
                   PERFORM LEO-PROFESORES
               END-PERFORM
               CLOSE PROFESORES
           END-IF.

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes: " NOV-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-NOVTIMES.
           MOVE ZERO TO WS-NOV-CANTIDAD.
           OPEN INPUT NOVTIMES.
           IF (NOT NOV-OK) THEN
               DISPLAY "ATENCION: SIN ARCHIVO NovTimes.txt"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEO-NOVTIMES.
           PERFORM ACUMULO-NOVEDAD UNTIL (NOV-EOF).
           CLOSE NOVTIMES.

       ACUMULO-NOVEDAD.
           COMPUTE WS-NOV-PERIODO = REG-NOV-FECHA / 100.
           IF (REG-NOV-NUMERO NOT = "ZZTRL")
                   AND (WS-NOV-PERIODO = WS-OCU-PERIODO) THEN
               SET N TO 1
               SEARCH TAB-NOV
                   AT END PERFORM AGREGO-NOVEDAD
                   WHEN (TAB-NOV-CLAVE(N) = REG-NOV-CLAVE)
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
           IF (WS-NOV-CANTIDAD = 5000) THEN
               DISPLAY "ERROR: TABLA DE NOVEDADES LLENA"
               STOP RUN
           END-IF.
           ADD 1 TO WS-NOV-CANTIDAD.
           MOVE WS-NOV-CANTIDAD TO WS-NOV-INDICE.
           MOVE REG-NOV-CLAVE TO TAB-NOV-CLAVE(WS-NOV-INDICE).
           MOVE ZERO TO TAB-NOV-HORAS(WS-NOV-INDICE).
           MOVE "N" TO TAB-NOV-USADA(WS-NOV-INDICE).

       LEO-ASISTENCIA.
           READ ASISTENCIA RECORD INTO REG-ASI.
           IF ((NOT ASI-OK) AND (NOT ASI-EOF)) THEN
               DISPLAY "ERROR EN READ Asistencia: " ASI-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-ASISTENCIAS.
           MOVE ZERO TO WS-ASI-CANTIDAD.
           OPEN INPUT ASISTENCIA.
           IF (NOT ASI-OK) THEN
               DISPLAY "ATENCION: SIN ARCHIVO Asistencia.txt"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEO-ASISTENCIA.
           PERFORM CARGO-ASISTENCIA UNTIL (ASI-EOF).
           CLOSE ASISTENCIA.

       CARGO-ASISTENCIA.
           COMPUTE WS-ASI-PERIODO = REG-ASI-FECHA / 100.
           IF (WS-ASI-PERIODO = WS-OCU-PERIODO) THEN
               ADD 1 TO WS-ASI-LEIDAS
               PERFORM BUSCO-NOVEDAD
               IF (WS-NOV-INDICE = ZERO) THEN
                   ADD 1 TO WS-ASI-SIN-CLASE
               ELSE
                   PERFORM AGREGO-ASISTENCIA
               END-IF
           END-IF.
           PERFORM LEO-ASISTENCIA.

       AGREGO-ASISTENCIA.
           MOVE ZERO TO WS-ASI-INDICE.
           SET A TO 1.
           SEARCH TAB-ASI
               WHEN (TAB-ASI-CLAVE(A) = REG-ASI-CLAVE)
                    AND (A NOT > WS-ASI-CANTIDAD)
                    SET WS-ASI-INDICE TO A
           END-SEARCH.
           IF (WS-ASI-INDICE = ZERO) THEN
               IF (WS-ASI-CANTIDAD = 5000) THEN
                   DISPLAY "ERROR: TABLA DE ASISTENCIAS LLENA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ASI-CANTIDAD
               MOVE WS-ASI-CANTIDAD TO WS-ASI-INDICE
               MOVE REG-ASI-CLAVE TO TAB-ASI-CLAVE(WS-ASI-INDICE)
           ELSE
               ADD 1 TO WS-ASI-REEMPLAZADAS
           END-IF.
           MOVE WS-NOV-INDICE TO TAB-ASI-NOV(WS-ASI-INDICE).
           MOVE REG-ASI-PRESENTES TO TAB-ASI-PRESENTES(WS-ASI-INDICE).

       BUSCO-NOVEDAD.
           MOVE ZERO TO WS-NOV-INDICE.
           SET N TO 1.
           SEARCH TAB-NOV
               WHEN (TAB-NOV-NUMERO(N) = REG-ASI-NUMERO)
                    AND (TAB-NOV-FECHA(N) = REG-ASI-FECHA)
                    AND (TAB-NOV-SUCURSAL(N) = REG-ASI-SUCURSAL)
                    AND (TAB-NOV-TIP_CLASE(N) = REG-ASI-TIP_CLASE)
                    AND (TAB-NOV-HORAS(N) > ZERO)
                    AND (N NOT > WS-NOV-CANTIDAD)
                    SET WS-NOV-INDICE TO N
           END-SEARCH.

       PROC-CLASE.
           ADD 1 TO WS-ASI-INDICE.
           MOVE TAB-ASI-NUMERO(WS-ASI-INDICE)    TO WS-CAL-NUMERO.
           MOVE TAB-ASI-FECHA(WS-ASI-INDICE)     TO WS-CAL-FECHA.
           MOVE TAB-ASI-SUCURSAL(WS-ASI-INDICE)  TO WS-CAL-SUCURSAL.
           MOVE TAB-ASI-TIP_CLASE(WS-ASI-INDICE) TO WS-CAL-TIP_CLASE.
           MOVE TAB-ASI-NOV(WS-ASI-INDICE)       TO WS-NOV-INDICE.
           MOVE ZERO TO WS-CAL-HORAS.
           IF (TAB-NOV-USADA(WS-NOV-INDICE) = "N") THEN
               MOVE TAB-NOV-HORAS(WS-NOV-INDICE) TO WS-CAL-HORAS
               MOVE "S" TO TAB-NOV-USADA(WS-NOV-INDICE)
           END-IF.
           PERFORM CALCULO-IMPORTE.
           PERFORM BUSCO-CUPO.
           MOVE WS-CAL-FECHA TO WS-ZEL-FECHA.
           PERFORM CALCULO-DIA-SEMANA.
           IF (WS-ZEL-DIA < 2) THEN
               COMPUTE WS-DIA-SEMANA = WS-ZEL-DIA + 6
           ELSE
               COMPUTE WS-DIA-SEMANA = WS-ZEL-DIA - 1
           END-IF.

           MOVE "1" TO WS-OCU-NIVEL.
           MOVE WS-CAL-SUCURSAL TO WS-OCU-CLAVE.
           PERFORM ACUMULO-OCUPACION.
           MOVE "2" TO WS-OCU-NIVEL.
           MOVE WS-CAL-TIP_CLASE TO WS-OCU-CLAVE.
           PERFORM ACUMULO-OCUPACION.
           MOVE "3" TO WS-OCU-NIVEL.
           MOVE WS-DIA-SEMANA TO WS-OCU-CLAVE.
           PERFORM ACUMULO-OCUPACION.
           MOVE "4" TO WS-OCU-NIVEL.
           MOVE WS-CAL-NUMERO TO WS-OCU-CLAVE.
           PERFORM ACUMULO-OCUPACION.
           MOVE "5" TO WS-OCU-NIVEL.
           MOVE WS-CAL-SUCURSAL  TO WS-OCU-FRA-SUCURSAL.
           MOVE WS-CAL-TIP_CLASE TO WS-OCU-FRA-TIP_CLASE.
           MOVE WS-DIA-SEMANA    TO WS-OCU-FRA-DIA.
           MOVE TAB-ASI-HORA-DESDE(WS-ASI-INDICE) TO WS-OCU-FRA-HORA.
           MOVE WS-OCU-FRANJA TO WS-OCU-CLAVE.
           PERFORM ACUMULO-OCUPACION.

           ADD 1 TO WS-TOT-CLASES.
           ADD TAB-ASI-PRESENTES(WS-ASI-INDICE) TO WS-TOT-PRESENTES.
           ADD WS-ACT-IMPORTE TO WS-TOT-COSTO.
           IF (WS-CLA-CUPO NOT = ZERO) THEN
               ADD 1 TO WS-TOT-CLA-CUPO
               ADD WS-CLA-PRE-CUPO TO WS-TOT-PRE-CUPO
               ADD WS-CLA-CUPO TO WS-TOT-CUPO
           END-IF.

       BUSCO-CUPO.
           MOVE ZERO TO WS-CLA-CUPO.
           MOVE ZERO TO WS-CLA-PRE-CUPO.
           MOVE ZERO TO WS-CUP-INDICE.
           PERFORM BUSCO-CUPO-DET WS-CUP-CANTIDAD TIMES.
           IF (WS-CLA-CUPO NOT = ZERO) THEN
               MOVE TAB-ASI-PRESENTES(WS-ASI-INDICE)
                   TO WS-CLA-PRE-CUPO
           END-IF.

       BUSCO-CUPO-DET.
           ADD 1 TO WS-CUP-INDICE.
           IF (TAB-CUP-SUCURSAL(WS-CUP-INDICE) = WS-CAL-SUCURSAL)
                   AND (TAB-CUP-TIP_CLASE(WS-CUP-INDICE)
                        = WS-CAL-TIP_CLASE) THEN
               MOVE TAB-CUP-CUPO(WS-CUP-INDICE) TO WS-CLA-CUPO
           END-IF.

       ACUMULO-OCUPACION.
           MOVE ZERO TO WS-OCU-INDICE.
           SET O TO 1.
           SEARCH TAB-OCU
               AT END PERFORM AGREGO-OCUPACION
               WHEN (TAB-OCU-ORDEN(O) = WS-OCU-BUSCA)
                    AND (O NOT > WS-OCU-CANTIDAD)
                    SET WS-OCU-INDICE TO O
           END-SEARCH.
           ADD 1 TO TAB-OCU-CLASES(WS-OCU-INDICE).
           ADD TAB-ASI-PRESENTES(WS-ASI-INDICE)
               TO TAB-OCU-PRESENTES(WS-OCU-INDICE).
           ADD WS-ACT-IMPORTE TO TAB-OCU-COSTO(WS-OCU-INDICE).
           IF (WS-CLA-CUPO NOT = ZERO) THEN
               ADD 1 TO TAB-OCU-CLA-CUPO(WS-OCU-INDICE)
               ADD WS-CLA-PRE-CUPO TO TAB-OCU-PRE-CUPO(WS-OCU-INDICE)
               ADD WS-CLA-CUPO TO TAB-OCU-CUPO(WS-OCU-INDICE)
           END-IF.

       AGREGO-OCUPACION.
           IF (WS-OCU-CANTIDAD = 3000) THEN
               DISPLAY "ERROR: TABLA DE OCUPACION LLENA"
               STOP RUN
           END-IF.
           ADD 1 TO WS-OCU-CANTIDAD.
           MOVE WS-OCU-CANTIDAD TO WS-OCU-INDICE.
           MOVE WS-OCU-BUSCA TO TAB-OCU-ORDEN(WS-OCU-INDICE).
           MOVE ZERO TO TAB-OCU-CLASES(WS-OCU-INDICE).
           MOVE ZERO TO TAB-OCU-CLA-CUPO(WS-OCU-INDICE).
           MOVE ZERO TO TAB-OCU-PRESENTES(WS-OCU-INDICE).
           MOVE ZERO TO TAB-OCU-PRE-CUPO(WS-OCU-INDICE).
           MOVE ZERO TO TAB-OCU-CUPO(WS-OCU-INDICE).
           MOVE ZERO TO TAB-OCU-COSTO(WS-OCU-INDICE).

       CALCULO-IMPORTE.
           MOVE ZERO TO WS-ACT-TARIFA.
           SET I TO 1.
           SEARCH TAB-TIP
               WHEN (TAB-TIP-TIP_CLASE(I) = WS-CAL-TIP_CLASE)
                    AND (I NOT > WS-TIP-CANTIDAD)
                    MOVE TAB-TIP-TARIFA(I) TO WS-ACT-TARIFA
           END-SEARCH.
           MOVE ZERO TO WS-HIS-VIGENCIA-MAX.
           MOVE ZERO TO WS-HIS-INDICE.
           PERFORM BUSCO-TARIFA-VIGENTE WS-HIS-CANTIDAD TIMES.
           PERFORM BUSCO-TARIFA-PROFESOR.
           MULTIPLY WS-CAL-HORAS BY WS-ACT-TARIFA
               GIVING WS-ACT-IMPORTE.
           PERFORM VALIDO-RECARGO.

       BUSCO-TARIFA-VIGENTE.
           ADD 1 TO WS-HIS-INDICE.
           IF (TAB-HIS-TIP_CLASE(WS-HIS-INDICE) = WS-CAL-TIP_CLASE)
                   AND (TAB-HIS-VIGENCIA(WS-HIS-INDICE)
                        NOT > WS-CAL-FECHA)
                   AND (TAB-HIS-VIGENCIA(WS-HIS-INDICE)
                        NOT < WS-HIS-VIGENCIA-MAX) THEN
               MOVE TAB-HIS-VIGENCIA(WS-HIS-INDICE)
                   TO WS-HIS-VIGENCIA-MAX
               MOVE TAB-HIS-TARIFA(WS-HIS-INDICE) TO WS-ACT-TARIFA
           END-IF.

       BUSCO-TARIFA-PROFESOR.
           MOVE "N" TO WS-TPR-HAY-SUC.
           MOVE "N" TO WS-TPR-HAY-GRAL.
           MOVE ZERO TO WS-TPR-VIG-SUC.
           MOVE ZERO TO WS-TPR-VIG-GRAL.
           MOVE ZERO TO WS-TPR-INDICE.
           PERFORM BUSCO-TARIFA-PROFESOR-DET WS-TPR-CANTIDAD TIMES.
           IF (TPR-HAY-SUC) THEN
               MOVE WS-TPR-TARIFA-SUC TO WS-ACT-TARIFA
           ELSE IF (TPR-HAY-GRAL) THEN
               MOVE WS-TPR-TARIFA-GRAL TO WS-ACT-TARIFA
           END-IF.

       BUSCO-TARIFA-PROFESOR-DET.
           ADD 1 TO WS-TPR-INDICE.
           IF (TAB-TPR-NUMERO(WS-TPR-INDICE) = WS-CAL-NUMERO)
                   AND (TAB-TPR-TIP_CLASE(WS-TPR-INDICE)
                        = WS-CAL-TIP_CLASE)
                   AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                        NOT > WS-CAL-FECHA) THEN
               IF (TAB-TPR-SUCURSAL(WS-TPR-INDICE)
                       = WS-CAL-SUCURSAL)
                       AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                            NOT < WS-TPR-VIG-SUC) THEN
                   MOVE "S" TO WS-TPR-HAY-SUC
                   MOVE TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                       TO WS-TPR-VIG-SUC
                   MOVE TAB-TPR-TARIFA(WS-TPR-INDICE)
                       TO WS-TPR-TARIFA-SUC
               END-IF
               IF (TAB-TPR-SUCURSAL(WS-TPR-INDICE) = SPACES)
                       AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                            NOT < WS-TPR-VIG-GRAL) THEN
                   MOVE "S" TO WS-TPR-HAY-GRAL
                   MOVE TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                       TO WS-TPR-VIG-GRAL
                   MOVE TAB-TPR-TARIFA(WS-TPR-INDICE)
                       TO WS-TPR-TARIFA-GRAL
               END-IF
           END-IF.

       VALIDO-RECARGO.
           MOVE "N" TO WS-ES-RECARGO.
           MOVE WS-CAL-FECHA TO WS-ZEL-FECHA.
           PERFORM CALCULO-DIA-SEMANA.
           IF (WS-ZEL-DIA = 1) THEN
               MOVE "S" TO WS-ES-RECARGO
           END-IF.
           PERFORM BUSCO-FERIADO.
           IF (ES-FERIADO) THEN
               MOVE "S" TO WS-ES-RECARGO
           END-IF.
           IF (ES-RECARGO) THEN
               COMPUTE WS-RECARGO-IMPORTE ROUNDED =
                   WS-ACT-IMPORTE * WS-RECARGO-PCT / 100
               ADD WS-RECARGO-IMPORTE TO WS-ACT-IMPORTE
           END-IF.

       BUSCO-FERIADO.
           MOVE "N" TO WS-ES-FERIADO.
           MOVE ZERO TO WS-FER-INDICE.
           PERFORM BUSCO-FERIADO-DET WS-FER-CANTIDAD TIMES.

       BUSCO-FERIADO-DET.
           ADD 1 TO WS-FER-INDICE.
           IF (TAB-FER-FECHA(WS-FER-INDICE) = WS-CAL-FECHA) THEN
               MOVE "S" TO WS-ES-FERIADO
           END-IF.

       CALCULO-DIA-SEMANA.
           MOVE WS-ZEL-FECHA-AA TO WS-ZEL-ANIO.
           MOVE WS-ZEL-FECHA-MM TO WS-ZEL-MES.
           IF (WS-ZEL-MES < 3) THEN
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF.
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1).
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
           DIVIDE WS-ZEL-ANIO BY 4 GIVING WS-ZEL-T2.
           DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-T3.
           DIVIDE WS-ZEL-ANIO BY 400 GIVING WS-ZEL-T4.
           COMPUTE WS-ZEL-H = WS-ZEL-FECHA-DD + WS-ZEL-T1
               + WS-ZEL-ANIO + WS-ZEL-T2 - WS-ZEL-T3 + WS-ZEL-T4.
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-Q
               REMAINDER WS-ZEL-DIA.

       ORDENO-OCUPACION.
           MOVE 1 TO WS-ORD-I.
           PERFORM ORDENO-OCUPACION-PASADA
               UNTIL (WS-ORD-I NOT < WS-OCU-CANTIDAD).

       ORDENO-OCUPACION-PASADA.
           MOVE 1 TO WS-ORD-J.
           COMPUTE WS-ORD-TOPE = WS-OCU-CANTIDAD - WS-ORD-I.
           PERFORM ORDENO-OCUPACION-COMPARO
               UNTIL (WS-ORD-J > WS-ORD-TOPE).
           ADD 1 TO WS-ORD-I.

       ORDENO-OCUPACION-COMPARO.
           IF (TAB-OCU-ORDEN(WS-ORD-J + 1)
                   < TAB-OCU-ORDEN(WS-ORD-J)) THEN
               MOVE TAB-OCU(WS-ORD-J)     TO WS-OCU-AUX
               MOVE TAB-OCU(WS-ORD-J + 1) TO TAB-OCU(WS-ORD-J)
               MOVE WS-OCU-AUX            TO TAB-OCU(WS-ORD-J + 1)
           END-IF.
           ADD 1 TO WS-ORD-J.

       IMPRIMO-REPORTE.
           MOVE SPACES TO WS-NIVEL-ANT.
           MOVE ZERO TO WS-OCU-INDICE.
           PERFORM IMPRIMO-OCUPACION WS-OCU-CANTIDAD TIMES.
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-TOT-CLASES    TO PTR-OCU-TOT-CLASES.
           MOVE WS-TOT-PRESENTES TO PTR-OCU-TOT-PRES.
           MOVE ZERO TO WS-PORCENTAJE.
           IF (WS-TOT-CUPO NOT = ZERO) THEN
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-TOT-PRE-CUPO * 100 / WS-TOT-CUPO
           END-IF.
           MOVE WS-PORCENTAJE    TO PTR-OCU-TOT-OCUP.
           MOVE WS-TOT-COSTO     TO PTR-OCU-TOT-COSTO.
           WRITE REG-LISTADO FROM PTR-OCU-TOT.
           DISPLAY PTR-OCU-TOT.
           COMPUTE WS-TOT-SIN-CUPO = WS-TOT-CLASES - WS-TOT-CLA-CUPO.
           MOVE WS-TOT-SIN-CUPO   TO PTR-OCU-RES-SINCUPO.
           MOVE WS-TOT-CANDIDATAS TO PTR-OCU-RES-CAND.
           WRITE REG-LISTADO FROM PTR-OCU-RES.
           DISPLAY PTR-OCU-RES.
           DISPLAY "ASISTENCIAS DEL PERIODO LEIDAS: " WS-ASI-LEIDAS.
           IF (WS-ASI-SIN-CLASE NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-ASI-SIN-CLASE
                       " ASISTENCIAS SIN CLASE VIGENTE EN NovTimes"
           END-IF.
           IF (WS-ASI-REEMPLAZADAS NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-ASI-REEMPLAZADAS
                       " ASISTENCIAS REEMPLAZADAS POR UNA POSTERIOR"
           END-IF.

       IMPRIMO-OCUPACION.
           ADD 1 TO WS-OCU-INDICE.
           MOVE TAB-OCU-ORDEN(WS-OCU-INDICE) TO WS-OCU-BUSCA.
           IF (WS-OCU-NIVEL NOT = WS-NIVEL-ANT) THEN
               PERFORM IMPRIMO-SECCION
           END-IF.
           MOVE SPACES TO PTR-OCU-DET-CORTE.
           MOVE SPACES TO PTR-OCU-DET-MARCA.
           IF (NIVEL-SUCURSAL) THEN
               STRING "SUC " DELIMITED BY SIZE
                      WS-OCU-CLAVE(1:3) DELIMITED BY SIZE
                      INTO PTR-OCU-DET-CORTE
           ELSE IF (NIVEL-TIPO) THEN
               PERFORM ARMO-CORTE-TIPO
           ELSE IF (NIVEL-DIA) THEN
               MOVE WS-OCU-CLAVE(1:1) TO WS-DIA-SEMANA
               MOVE TAB-DIA-NOMBRE(WS-DIA-SEMANA)
                   TO PTR-OCU-DET-CORTE
           ELSE IF (NIVEL-PROFESOR) THEN
               PERFORM ARMO-CORTE-PROFESOR
           ELSE IF (NIVEL-FRANJA) THEN
               PERFORM ARMO-CORTE-FRANJA
           END-IF.
           MOVE TAB-OCU-CLASES(WS-OCU-INDICE)    TO PTR-OCU-DET-CLASES.
           MOVE TAB-OCU-PRESENTES(WS-OCU-INDICE)
               TO PTR-OCU-DET-PRESENTES.
           MOVE TAB-OCU-CUPO(WS-OCU-INDICE)      TO PTR-OCU-DET-CUPO.
           MOVE TAB-OCU-COSTO(WS-OCU-INDICE)     TO PTR-OCU-DET-COSTO.
           IF (TAB-OCU-CUPO(WS-OCU-INDICE) = ZERO) THEN
               MOVE "   -----" TO PTR-OCU-DET-OCUP-X
               MOVE "SIN CUPO DEFINIDO" TO PTR-OCU-DET-MARCA
           ELSE
               COMPUTE WS-PORCENTAJE ROUNDED =
                   TAB-OCU-PRE-CUPO(WS-OCU-INDICE) * 100
                   / TAB-OCU-CUPO(WS-OCU-INDICE)
               MOVE WS-PORCENTAJE TO PTR-OCU-DET-OCUP
               IF (TAB-OCU-CLA-CUPO(WS-OCU-INDICE)
                       NOT = TAB-OCU-CLASES(WS-OCU-INDICE)) THEN
                   MOVE "CUPO PARCIAL" TO PTR-OCU-DET-MARCA
               END-IF
               IF (NIVEL-FRANJA)
                       AND (WS-PORCENTAJE < WS-OCU-UMBRAL) THEN
                   MOVE "CANDIDATA A CANCELAR" TO PTR-OCU-DET-MARCA
                   ADD 1 TO WS-TOT-CANDIDATAS
               END-IF
           END-IF.
           IF (TAB-OCU-PRESENTES(WS-OCU-INDICE) = ZERO) THEN
               MOVE "     -----" TO PTR-OCU-DET-COSTO-ASI-X
           ELSE
               COMPUTE WS-COSTO-ASIST ROUNDED =
                   TAB-OCU-COSTO(WS-OCU-INDICE)
                   / TAB-OCU-PRESENTES(WS-OCU-INDICE)
               MOVE WS-COSTO-ASIST TO PTR-OCU-DET-COSTO-ASI
           END-IF.
           WRITE REG-LISTADO FROM PTR-OCU-DET.

       IMPRIMO-SECCION.
           MOVE WS-OCU-NIVEL TO WS-NIVEL-ANT.
           IF (NIVEL-SUCURSAL) THEN
               MOVE "Ocupacion por sucursal" TO PTR-OCU-SEC-TIT
           ELSE IF (NIVEL-TIPO) THEN
               MOVE "Ocupacion por tipo de clase" TO PTR-OCU-SEC-TIT
           ELSE IF (NIVEL-DIA) THEN
               MOVE "Ocupacion por dia de la semana"
                   TO PTR-OCU-SEC-TIT
           ELSE IF (NIVEL-PROFESOR) THEN
               MOVE "Ocupacion por profesor" TO PTR-OCU-SEC-TIT
           ELSE IF (NIVEL-FRANJA) THEN
               MOVE "Ocupacion por franja (sucursal, tipo, dia, hora)"
                   TO PTR-OCU-SEC-TIT
           END-IF.
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO.
           WRITE REG-LISTADO FROM PTR-OCU-SEC.
           WRITE REG-LISTADO FROM PTR-OCU-CAB.

       ARMO-CORTE-TIPO.
           MOVE WS-OCU-CLAVE(1:4) TO PTR-OCU-DET-CORTE.
           SET I TO 1.
           SEARCH TAB-TIP
               WHEN (TAB-TIP-TIP_CLASE(I) = WS-OCU-CLAVE(1:4))
                    AND (I NOT > WS-TIP-CANTIDAD)
                    MOVE TAB-TIP-DESC(I) TO PTR-OCU-DET-CORTE(6:20)
           END-SEARCH.

       ARMO-CORTE-PROFESOR.
           MOVE WS-OCU-CLAVE(1:5) TO PTR-OCU-DET-CORTE.
           SET P TO 1.
           SEARCH TAB-PRF
               WHEN (TAB-PRF-NUMERO(P) = WS-OCU-CLAVE(1:5))
                    AND (P NOT > WS-PRF-CANTIDAD)
                    MOVE TAB-PRF-NOMBRE(P) TO PTR-OCU-DET-CORTE(7:25)
           END-SEARCH.

       ARMO-CORTE-FRANJA.
           MOVE WS-OCU-CLAVE TO WS-OCU-FRANJA.
           IF (WS-OCU-FRA-HORA = SPACES) THEN
               MOVE "S/H " TO WS-OCU-FRA-HORA
           END-IF.
           STRING WS-OCU-FRA-SUCURSAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OCU-FRA-TIP_CLASE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TAB-DIA-NOMBRE(WS-OCU-FRA-DIA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OCU-FRA-HORA DELIMITED BY SIZE
                  INTO PTR-OCU-DET-CORTE.

       FIN.
           CLOSE TIPOS_CLASE.
           CLOSE LISTADO.

       END PROGRAM OCUPACION.
