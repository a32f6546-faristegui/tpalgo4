       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVTIMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

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

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTA-ESTADO.

           SELECT RETENIDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RET-ESTADO.

           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.

           SELECT ASIENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASI-ESTADO.

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
           03 FILLER REDEFINES REG-NOV-FECHA.
              05 REG-NOV-FECHA-AA PIC 9(4).
              05 REG-NOV-FECHA-MM PIC 9(2).
              05 REG-NOV-FECHA-D2 PIC 9(2).
           03 REG-NOV-SUCURSAL    PIC X(3).
           03 REG-NOV-TIP_CLASE   PIC X(4).
           03 REG-NOV-HORAS       PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV    PIC X(1).
              88 NOV-CORRECCION VALUE "C".
           03 REG-NOV-TITULAR     PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

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

       FD  CUENTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CuentasContables.txt".
       01  REG-CTA.
           03 REG-CTA-CLASE  PIC X(1).
           03 REG-CTA-CODIGO PIC X(4).
           03 REG-CTA-CUENTA PIC X(8).

       FD  RETENIDOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/DiasRetenidos.txt".
       01  REG-RET.
           03 REG-RET-NUMERO PIC X(5).
           03 REG-RET-FECHA  PIC 9(8).

       FD  PERIODOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/PeriodosFacturacion.txt".
       01  REG-PER.
           03 REG-PER-PERIODO PIC 9(6).
           03 REG-PER-ESTADO  PIC X(10).
           03 REG-PER-FECHA   PIC 9(8).
           03 REG-PER-HORA    PIC 9(8).
           03 REG-PER-USUARIO PIC X(8).

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  ASIENTOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Asientos.txt".
       01  REG-ASI.
           03 REG-ASI-PERIODO  PIC 9(6).
           03 REG-ASI-LINEA    PIC 9(3).
           03 REG-ASI-CUENTA   PIC X(8).
           03 REG-ASI-DEBE     PIC 9(10)V99.
           03 REG-ASI-HABER    PIC 9(10)V99.
           03 REG-ASI-CONCEPTO PIC X(20).
           03 REG-ASI-TIPO     PIC X(1).
              88 ASI-DEVENGADO VALUE "D".
              88 ASI-REVERSION VALUE "R".
           03 REG-ASI-FECHA    PIC 9(8).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoDevengamiento.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

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

       77  CTA-ESTADO PIC XX.
           88 CTA-OK  VALUE 00.
           88 CTA-EOF VALUE 10.

       77  RET-ESTADO PIC XX.
           88 RET-OK  VALUE 00.
           88 RET-EOF VALUE 10.

       77  PER-ESTADO PIC XX.
           88 PER-OK  VALUE 00.
           88 PER-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.

       77  ASI-ESTADO PIC XX.
           88 ASI-OK  VALUE 00.
           88 ASI-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       01  WS-PAR-DATOS-N.
           03 WS-PAR-PERIODO PIC 9(6).
           03 FILLER         PIC X(34).

       01  WS-PAR-DATOS-TPA.
           03 FILLER             PIC X(25).
           03 WS-PAR-TPA-RECARGO PIC 9(3).
           03 FILLER             PIC X(12).

       01  WS-DEV-PERIODO.
           03 WS-DEV-PERIODO-AA PIC 9(4).
           03 WS-DEV-PERIODO-MM PIC 9(2).
       01  WS-DEV-PERIODO-N REDEFINES WS-DEV-PERIODO PIC 9(6).

       01  WS-REV-PERIODO.
           03 WS-REV-PERIODO-AA PIC 9(4).
           03 WS-REV-PERIODO-MM PIC 9(2).
       01  WS-REV-PERIODO-N REDEFINES WS-REV-PERIODO PIC 9(6).

       01  WS-DEV-FECHA.
           03 WS-DEV-FECHA-AA PIC 9(4).
           03 WS-DEV-FECHA-MM PIC 9(2).
           03 WS-DEV-FECHA-DD PIC 9(2).
       01  WS-DEV-FECHA-N REDEFINES WS-DEV-FECHA PIC 9(8).

       01  WS-REV-FECHA.
           03 WS-REV-FECHA-AA PIC 9(4).
           03 WS-REV-FECHA-MM PIC 9(2).
           03 WS-REV-FECHA-DD PIC 9(2).
       01  WS-REV-FECHA-N REDEFINES WS-REV-FECHA PIC 9(8).

       77  WS-DIAS-MES    PIC 9(2).
       77  WS-BISIESTO-R4 PIC 9(4).
       77  WS-BISIESTO-R1 PIC 9(4).
       77  WS-BISIESTO-R2 PIC 9(4).

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
       01  TAB-FERIADOS.
           03 TAB-FER OCCURS 400 TIMES.
              05 TAB-FER-FECHA PIC 9(8).
              05 TAB-FER-DESC  PIC X(30).

       77  WS-CTA-CANTIDAD PIC 9(3) VALUE ZERO.
       01  TAB-CUENTAS.
           03 TAB-CTA OCCURS 100 TIMES INDEXED BY C.
              05 TAB-CTA-CLASE  PIC X(1).
              05 TAB-CTA-CODIGO PIC X(4).
              05 TAB-CTA-CUENTA PIC X(8).

       77  WS-RET-INDICE   PIC 9(4).
       77  WS-RET-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-DIA-RETENIDO PIC X(1).
           88 DIA-RETENIDO VALUE "S".
       01  TAB-RETENIDOS.
           03 TAB-RET OCCURS 500 TIMES.
              05 TAB-RET-NUMERO PIC X(5).
              05 TAB-RET-FECHA  PIC 9(8).

       77  WS-PFA-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PER-FACTURADOS.
           03 TAB-PFA OCCURS 300 TIMES INDEXED BY J.
              05 TAB-PFA-PERIODO PIC 9(6).

       77  WS-PER-FACTURADO PIC X(1).
           88 PER-FACTURADO VALUE "S".

       77  WS-RECARGO-PCT     PIC 9(3) VALUE 50.
       77  WS-ES-RECARGO      PIC X(1) VALUE "N".
           88 ES-RECARGO VALUE "S".
       77  WS-RECARGO-IMPORTE PIC 9(7)V99.

       77  WS-ZEL-ANIO PIC 9(4).
       77  WS-ZEL-MES  PIC 9(2).
       77  WS-ZEL-T1   PIC 9(4).
       77  WS-ZEL-T2   PIC 9(4).
       77  WS-ZEL-T3   PIC 9(4).
       77  WS-ZEL-T4   PIC 9(4).
       77  WS-ZEL-H    PIC 9(6).
       77  WS-ZEL-Q    PIC 9(6).
       77  WS-ZEL-DIA  PIC 9(1).

       77  WS-ACT-TARIFA  PIC 9(5)V99.
       77  WS-ACT-IMPORTE PIC 9(7)V99.
       77  WS-ACT-HORAS   PIC S9(4)V99.

       77  WS-SUC-INDICE   PIC 9(2).
       77  WS-SUC-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-SUCURSALES.
           03 TAB-SUC OCCURS 20 TIMES INDEXED BY K.
              05 TAB-SUC-SUCURSAL PIC X(3).
              05 TAB-SUC-HORAS    PIC S9(6)V99.
              05 TAB-SUC-IMPORTE  PIC S9(10)V99.
              05 TAB-SUC-CUENTA   PIC X(8).

       77  WS-TCL-INDICE   PIC 9(2).
       77  WS-TCL-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-TIPOS.
           03 TAB-TCL OCCURS 50 TIMES INDEXED BY B.
              05 TAB-TCL-TIP_CLASE PIC X(4).
              05 TAB-TCL-HORAS     PIC S9(6)V99.
              05 TAB-TCL-IMPORTE   PIC S9(10)V99.

       77  WS-DET-INDICE   PIC 9(4).
       77  WS-DET-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-DETALLE.
           03 TAB-DET OCCURS 1000 TIMES INDEXED BY D.
              05 TAB-DET-SUCURSAL  PIC X(3).
              05 TAB-DET-TIP_CLASE PIC X(4).
              05 TAB-DET-HORAS     PIC S9(6)V99.
              05 TAB-DET-IMPORTE   PIC S9(10)V99.

       77  WS-ASI-INDICE   PIC 9(4).
       77  WS-ASI-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-ASI-REEMPL   PIC 9(4) VALUE ZERO.
       01  TAB-ASIENTOS.
           03 TAB-ASI OCCURS 3000 TIMES PIC X(70).

       77  WS-CUENTA-HALLADA PIC X(8).
       77  WS-CUENTA-PROV    PIC X(8).
       77  WS-CODIGO-BUSCADO PIC X(4).
       77  WS-CLASE-BUSCADA  PIC X(1).
       77  WS-SIN-CUENTA     PIC 9(3) VALUE ZERO.

       77  WS-TOT-HORAS    PIC S9(7)V99 VALUE ZERO.
       77  WS-TOT-IMPORTE  PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-NOVEDADES PIC 9(7) VALUE ZERO.
       77  WS-TOT-RETENIDAS PIC 9(7) VALUE ZERO.
       77  WS-TOT-DEBE     PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-HABER    PIC 9(11)V99 VALUE ZERO.
       77  WS-LINEA        PIC 9(3) VALUE ZERO.
       77  WS-IMPORTE-LIN  PIC S9(10)V99.

       77  WS-LIN-TIPO     PIC X(1).
       77  WS-LIN-PERIODO  PIC 9(6).
       77  WS-LIN-FECHA    PIC 9(8).

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
           03 FILLER PIC X(48) VALUE
              "Devengamiento de horas dictadas no facturadas".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER            PIC X(20) VALUE
              "Parametros: periodo ".
           03 PTR-PARAM-PERIODO PIC 9(6).
           03 FILLER            PIC X(9)  VALUE " recargo ".
           03 PTR-PARAM-RECARGO PIC 9(3).
           03 FILLER            PIC X(8)  VALUE " origen ".
           03 PTR-PARAM-ORIGEN  PIC X(7).
           03 FILLER            PIC X(13) VALUE " - reversion ".
           03 PTR-PARAM-REV-DD  PIC 99.
           03 FILLER            PIC X(1)  VALUE "/".
           03 PTR-PARAM-REV-MM  PIC 99.
           03 FILLER            PIC X(1)  VALUE "/".
           03 PTR-PARAM-REV-AA  PIC 9999.

       01  PTR-SEC-TIT PIC X(60).

       01  PTR-DET-CAB.
           03 FILLER PIC X(8)  VALUE "Sucursal".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(4)  VALUE "Tipo".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(10) VALUE "     Horas".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(14) VALUE "       Importe".

       01  PTR-DET-DET.
           03 PTR-DET-DET-SUC     PIC X(3).
           03 FILLER              PIC X(7)  VALUE SPACES.
           03 PTR-DET-DET-TIPO    PIC X(4).
           03 FILLER              PIC X(2)  VALUE SPACES.
           03 PTR-DET-DET-HORAS   PIC -ZZZZZ9,99.
           03 FILLER              PIC X(2)  VALUE SPACES.
           03 PTR-DET-DET-IMPORTE PIC -ZZZZZZZZZ9,99.

       01  PTR-DET-SUB.
           03 PTR-DET-SUB-ETIQ    PIC X(16).
           03 PTR-DET-SUB-HORAS   PIC -ZZZZZ9,99.
           03 FILLER              PIC X(2)  VALUE SPACES.
           03 PTR-DET-SUB-IMPORTE PIC -ZZZZZZZZZ9,99.

       01  PTR-ASI-CAB.
           03 FILLER PIC X(7)  VALUE "Periodo".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(5)  VALUE "Linea".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(8)  VALUE "Cuenta".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(20) VALUE "Concepto".
           03 FILLER PIC X(12) VALUE "        Debe".
           03 FILLER PIC X(2)  VALUE SPACES.
           03 FILLER PIC X(12) VALUE "       Haber".

       01  PTR-ASI-DET.
           03 PTR-ASI-DET-PERIODO  PIC 9(6).
           03 FILLER               PIC X(3)  VALUE SPACES.
           03 PTR-ASI-DET-LINEA    PIC ZZ9.
           03 FILLER               PIC X(4)  VALUE SPACES.
           03 PTR-ASI-DET-CUENTA   PIC X(8).
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-ASI-DET-CONCEPTO PIC X(20).
           03 PTR-ASI-DET-DEBE     PIC ZZZZZZZZ9,99.
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-ASI-DET-HABER    PIC ZZZZZZZZ9,99.

       01  PTR-ASI-TOT.
           03 FILLER PIC X(17) VALUE "Totales control  ".
           03 FILLER PIC X(29) VALUE SPACES.
           03 PTR-ASI-TOT-DEBE  PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(2)  VALUE SPACES.
           03 PTR-ASI-TOT-HABER PIC ZZZZZZZZ9,99.

       01  PTR-CANT.
           03 PTR-CANT-ETIQ PIC X(45).
           03 PTR-CANT-NRO  PIC ZZZZZZ9.

       01  PTR-RESULTADO PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-TIPOS_CLASE-HIST.
           PERFORM CARGO-TARIFAS-PROF.
           PERFORM CARGO-FERIADOS.
           PERFORM CARGO-RETENIDOS.
           PERFORM CARGO-CUENTAS.
           PERFORM CARGO-PERIODOS.
           PERFORM LEO-NOVTIMES.
           PERFORM ACUMULO-NOVEDAD UNTIL (NOV-EOF).
           PERFORM IMPRIMO-DETALLE.
           PERFORM EMITO-ASIENTO.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
               DISPLAY "Periodo a devengar (AAAAMM): "
                       WITH NO ADVANCING
               ACCEPT WS-DEV-PERIODO-N
           END-IF.
           IF (WS-DEV-PERIODO-N = ZERO)
                   OR (WS-DEV-PERIODO-MM < 1)
                   OR (WS-DEV-PERIODO-MM > 12) THEN
               DISPLAY "ERROR: PERIODO NO INFORMADO O INVALIDO"
               STOP RUN
           END-IF.
           PERFORM CALCULO-FECHAS.

           OPEN INPUT NOVTIMES.
           IF (NOT NOV-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes: " NOV-ESTADO
               STOP RUN
           END-IF.

           OPEN INPUT TIPOS_CLASE.
           IF (NOT TIP-OK) THEN
               DISPLAY "ERROR EN OPEN TiposClase: " TIP-ESTADO
               CLOSE NOVTIMES
               STOP RUN
           END-IF.

           OPEN INPUT CUENTAS.
           IF (NOT CTA-OK) THEN
               DISPLAY "ERROR EN OPEN CuentasContables: " CTA-ESTADO
               CLOSE NOVTIMES
               CLOSE TIPOS_CLASE
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               CLOSE NOVTIMES
               CLOSE TIPOS_CLASE
               CLOSE CUENTAS
               STOP RUN
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           PERFORM IMPRIMO-PARAMETROS.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM TOMO-PARAMETRO UNTIL (PAR-EOF)
               CLOSE PARAMETROS
           END-IF.
           IF (WS-RECARGO-PCT NOT NUMERIC) THEN
               MOVE 50 TO WS-RECARGO-PCT
           END-IF.

       TOMO-PARAMETRO.
           IF (REG-PAR-PROGRAMA = "DEVENGA") THEN
               MOVE REG-PAR-DATOS TO WS-PAR-DATOS-N
               IF (WS-PAR-PERIODO NUMERIC) THEN
                   MOVE WS-PAR-PERIODO TO WS-DEV-PERIODO-N
                   MOVE "S" TO WS-PARAM-LEIDO
               END-IF
           END-IF.
           IF (REG-PAR-PROGRAMA = "TP1-A") THEN
               MOVE REG-PAR-DATOS TO WS-PAR-DATOS-TPA
               MOVE WS-PAR-TPA-RECARGO TO WS-RECARGO-PCT
           END-IF.
           PERFORM LEO-REG-PARAMETROS.

       LEO-REG-PARAMETROS.
           READ PARAMETROS RECORD INTO REG-PAR.
           IF ((NOT PAR-OK) AND (NOT PAR-EOF)) THEN
               DISPLAY "ERROR EN READ Parametros: " PAR-ESTADO
               STOP RUN
           END-IF.

       CALCULO-FECHAS.
           MOVE WS-DEV-PERIODO-AA TO WS-DEV-FECHA-AA.
           MOVE WS-DEV-PERIODO-MM TO WS-DEV-FECHA-MM.
           IF (WS-DEV-FECHA-MM = 1) OR (WS-DEV-FECHA-MM = 3)
                   OR (WS-DEV-FECHA-MM = 5) OR (WS-DEV-FECHA-MM = 7)
                   OR (WS-DEV-FECHA-MM = 8) OR (WS-DEV-FECHA-MM = 10)
                   OR (WS-DEV-FECHA-MM = 12) THEN
               MOVE 31 TO WS-DIAS-MES
           ELSE IF (WS-DEV-FECHA-MM = 2) THEN
               PERFORM CALCULO-BISIESTO
           ELSE
               MOVE 30 TO WS-DIAS-MES
           END-IF.
           MOVE WS-DIAS-MES TO WS-DEV-FECHA-DD.
           IF (WS-DEV-PERIODO-MM < 12) THEN
               MOVE WS-DEV-PERIODO-AA TO WS-REV-PERIODO-AA
               COMPUTE WS-REV-PERIODO-MM = WS-DEV-PERIODO-MM + 1
           ELSE
               COMPUTE WS-REV-PERIODO-AA = WS-DEV-PERIODO-AA + 1
               MOVE 1 TO WS-REV-PERIODO-MM
           END-IF.
           MOVE WS-REV-PERIODO-AA TO WS-REV-FECHA-AA.
           MOVE WS-REV-PERIODO-MM TO WS-REV-FECHA-MM.
           MOVE 1 TO WS-REV-FECHA-DD.

       CALCULO-BISIESTO.
           MOVE 28 TO WS-DIAS-MES.
           DIVIDE WS-DEV-FECHA-AA BY 4 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R1.
           DIVIDE WS-DEV-FECHA-AA BY 100 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R1 = ZERO)
                   AND (WS-BISIESTO-R2 NOT = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.
           DIVIDE WS-DEV-FECHA-AA BY 400 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R2 = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.

       IMPRIMO-PARAMETROS.
           MOVE WS-DEV-PERIODO-N TO PTR-PARAM-PERIODO.
           MOVE WS-RECARGO-PCT TO PTR-PARAM-RECARGO.
           IF (PARAM-LEIDO) THEN
               MOVE "ARCHIVO" TO PTR-PARAM-ORIGEN
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           MOVE WS-REV-FECHA-DD TO PTR-PARAM-REV-DD.
           MOVE WS-REV-FECHA-MM TO PTR-PARAM-REV-MM.
           MOVE WS-REV-FECHA-AA TO PTR-PARAM-REV-AA.
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
           PERFORM CARGO-TIPO_CLASE UNTIL (TIP-EOF).

       CARGO-TIPO_CLASE.
           ADD 1 TO WS-TIP-CANTIDAD.
           MOVE REG-TIP TO TAB-TIP(WS-TIP-CANTIDAD).
           PERFORM LEO-TIPOS_CLASE.

       LEO-TIPOS_CLASE-HIST.
           READ TIPOSCLASEHIST RECORD INTO REG-HIS.
           IF ((NOT HIS-OK) AND (NOT HIS-EOF)) THEN
               DISPLAY "ERROR EN READ TiposClaseHist: " HIS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TIPOS_CLASE-HIST.
           OPEN INPUT TIPOSCLASEHIST.
           IF (HIS-OK) THEN
               PERFORM LEO-TIPOS_CLASE-HIST
               PERFORM CARGO-TIPO_CLASE-HIST UNTIL (HIS-EOF)
               CLOSE TIPOSCLASEHIST
           END-IF.

       CARGO-TIPO_CLASE-HIST.
           ADD 1 TO WS-HIS-CANTIDAD.
           MOVE REG-HIS TO TAB-HIS(WS-HIS-CANTIDAD).
           PERFORM LEO-TIPOS_CLASE-HIST.

       LEO-TARIFAS-PROF.
           READ TARIFASPROF RECORD INTO REG-TPR.
           IF ((NOT TPR-OK) AND (NOT TPR-EOF)) THEN
               DISPLAY "ERROR EN READ TarifasProfesor: " TPR-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TARIFAS-PROF.
           OPEN INPUT TARIFASPROF.
           IF (TPR-OK) THEN
               PERFORM LEO-TARIFAS-PROF
               PERFORM CARGO-TARIFA-PROF UNTIL (TPR-EOF)
               CLOSE TARIFASPROF
           END-IF.

       CARGO-TARIFA-PROF.
           ADD 1 TO WS-TPR-CANTIDAD.
           MOVE REG-TPR TO TAB-TPR(WS-TPR-CANTIDAD).
           PERFORM LEO-TARIFAS-PROF.

       LEO-FERIADOS.
           READ FERIADOS RECORD INTO REG-FER.
           IF ((NOT FER-OK) AND (NOT FER-EOF)) THEN
               DISPLAY "ERROR EN READ Feriados: " FER-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-FERIADOS.
           OPEN INPUT FERIADOS.
           IF (FER-OK) THEN
               PERFORM LEO-FERIADOS
               PERFORM CARGO-FERIADO UNTIL (FER-EOF)
               CLOSE FERIADOS
           END-IF.

       CARGO-FERIADO.
           ADD 1 TO WS-FER-CANTIDAD.
           MOVE REG-FER TO TAB-FER(WS-FER-CANTIDAD).
           PERFORM LEO-FERIADOS.

       LEO-RETENIDOS.
           READ RETENIDOS RECORD INTO REG-RET.
           IF ((NOT RET-OK) AND (NOT RET-EOF)) THEN
               DISPLAY "ERROR EN READ DiasRetenidos: " RET-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-RETENIDOS.
           OPEN INPUT RETENIDOS.
           IF (RET-OK) THEN
               PERFORM LEO-RETENIDOS
               PERFORM CARGO-RETENIDO UNTIL (RET-EOF)
               CLOSE RETENIDOS
           END-IF.

       CARGO-RETENIDO.
           ADD 1 TO WS-RET-CANTIDAD.
           MOVE REG-RET TO TAB-RET(WS-RET-CANTIDAD).
           PERFORM LEO-RETENIDOS.

       LEO-CUENTAS.
           READ CUENTAS RECORD INTO REG-CTA.
           IF ((NOT CTA-OK) AND (NOT CTA-EOF)) THEN
               DISPLAY "ERROR EN READ CuentasContables: " CTA-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-CUENTAS.
           PERFORM LEO-CUENTAS.
           PERFORM CARGO-CUENTA UNTIL (CTA-EOF).

       CARGO-CUENTA.
           ADD 1 TO WS-CTA-CANTIDAD.
           MOVE REG-CTA TO TAB-CTA(WS-CTA-CANTIDAD).
           PERFORM LEO-CUENTAS.

       LEO-PERIODOS.
           READ PERIODOS RECORD INTO REG-PER.
           IF ((NOT PER-OK) AND (NOT PER-EOF)) THEN
               DISPLAY "ERROR EN READ PeriodosFacturacion: "
                       PER-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-PERIODOS.
           OPEN INPUT PERIODOS.
           IF (PER-OK) THEN
               PERFORM LEO-PERIODOS
               PERFORM CARGO-PERIODO UNTIL (PER-EOF)
               CLOSE PERIODOS
           END-IF.

       CARGO-PERIODO.
           IF (REG-PER-ESTADO = "FACTURADO") THEN
               ADD 1 TO WS-PFA-CANTIDAD
               MOVE REG-PER-PERIODO TO TAB-PFA-PERIODO(WS-PFA-CANTIDAD)
           END-IF.
           PERFORM LEO-PERIODOS.

       BUSCO-PER-FACTURADO.
           MOVE "N" TO WS-PER-FACTURADO.
           SET J TO 1.
           SEARCH TAB-PFA
               WHEN (TAB-PFA-PERIODO(J) = REG-NOV-FECHA-AAMM)
                    AND (J NOT > WS-PFA-CANTIDAD)
                    MOVE "S" TO WS-PER-FACTURADO
           END-SEARCH.

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes: " NOV-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       ACUMULO-NOVEDAD.
           IF (REG-NOV-FECHA-AAMM NOT > WS-DEV-PERIODO-N) THEN
               PERFORM BUSCO-PER-FACTURADO
               IF (NOT PER-FACTURADO) THEN
                   PERFORM VALIDO-RETENIDO
                   IF (DIA-RETENIDO) THEN
                       ADD 1 TO WS-TOT-RETENIDAS
                   ELSE
                       PERFORM CALCULO-IMPORTE
                       PERFORM ACUMULO-IMPORTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LEO-NOVTIMES.

       VALIDO-RETENIDO.
           MOVE "N" TO WS-DIA-RETENIDO.
           MOVE ZERO TO WS-RET-INDICE.
           PERFORM VALIDO-RETENIDO-DET WS-RET-CANTIDAD TIMES.

       VALIDO-RETENIDO-DET.
           ADD 1 TO WS-RET-INDICE.
           IF (TAB-RET-NUMERO(WS-RET-INDICE) = REG-NOV-NUMERO)
                   AND (TAB-RET-FECHA(WS-RET-INDICE)
                        = REG-NOV-FECHA) THEN
               MOVE "S" TO WS-DIA-RETENIDO
           END-IF.

       CALCULO-IMPORTE.
           MOVE ZERO TO WS-ACT-TARIFA.
           SET I TO 1.
           SEARCH TAB-TIP
               WHEN (TAB-TIP-TIP_CLASE(I) = REG-NOV-TIP_CLASE)
                    AND (I NOT > WS-TIP-CANTIDAD)
                    MOVE TAB-TIP-TARIFA(I) TO WS-ACT-TARIFA
           END-SEARCH.
           MOVE ZERO TO WS-HIS-VIGENCIA-MAX.
           MOVE ZERO TO WS-HIS-INDICE.
           PERFORM BUSCO-TARIFA-VIGENTE WS-HIS-CANTIDAD TIMES.
           PERFORM BUSCO-TARIFA-PROFESOR.
           MULTIPLY REG-NOV-HORAS BY WS-ACT-TARIFA
               GIVING WS-ACT-IMPORTE.
           PERFORM VALIDO-RECARGO.

       BUSCO-TARIFA-VIGENTE.
           ADD 1 TO WS-HIS-INDICE.
           IF (TAB-HIS-TIP_CLASE(WS-HIS-INDICE) = REG-NOV-TIP_CLASE)
                   AND (TAB-HIS-VIGENCIA(WS-HIS-INDICE)
                        NOT > REG-NOV-FECHA)
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
           IF (TAB-TPR-NUMERO(WS-TPR-INDICE) = REG-NOV-NUMERO)
                   AND (TAB-TPR-TIP_CLASE(WS-TPR-INDICE)
                        = REG-NOV-TIP_CLASE)
                   AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                        NOT > REG-NOV-FECHA) THEN
               IF (TAB-TPR-SUCURSAL(WS-TPR-INDICE)
                       = REG-NOV-SUCURSAL)
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
           PERFORM CALCULO-DIA-SEMANA.
           IF (WS-ZEL-DIA = 1) THEN
               MOVE "S" TO WS-ES-RECARGO
           END-IF.
           MOVE ZERO TO WS-FER-INDICE.
           PERFORM BUSCO-FERIADO WS-FER-CANTIDAD TIMES.
           IF (ES-RECARGO) THEN
               COMPUTE WS-RECARGO-IMPORTE ROUNDED =
                   WS-ACT-IMPORTE * WS-RECARGO-PCT / 100
               ADD WS-RECARGO-IMPORTE TO WS-ACT-IMPORTE
           END-IF.

       BUSCO-FERIADO.
           ADD 1 TO WS-FER-INDICE.
           IF (TAB-FER-FECHA(WS-FER-INDICE) = REG-NOV-FECHA) THEN
               MOVE "S" TO WS-ES-RECARGO
           END-IF.

       CALCULO-DIA-SEMANA.
           MOVE REG-NOV-FECHA-AA TO WS-ZEL-ANIO.
           MOVE REG-NOV-FECHA-MM TO WS-ZEL-MES.
           IF (WS-ZEL-MES < 3) THEN
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF.
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1).
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
           DIVIDE WS-ZEL-ANIO BY 4 GIVING WS-ZEL-T2.
           DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-T3.
           DIVIDE WS-ZEL-ANIO BY 400 GIVING WS-ZEL-T4.
           COMPUTE WS-ZEL-H = REG-NOV-FECHA-D2 + WS-ZEL-T1
               + WS-ZEL-ANIO + WS-ZEL-T2 - WS-ZEL-T3 + WS-ZEL-T4.
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-Q
               REMAINDER WS-ZEL-DIA.

       ACUMULO-IMPORTE.
           MOVE REG-NOV-HORAS TO WS-ACT-HORAS.
           MOVE WS-ACT-IMPORTE TO WS-IMPORTE-LIN.
           IF (NOV-CORRECCION) THEN
               COMPUTE WS-ACT-HORAS = ZERO - WS-ACT-HORAS
               COMPUTE WS-IMPORTE-LIN = ZERO - WS-IMPORTE-LIN
           END-IF.
           ADD 1 TO WS-TOT-NOVEDADES.
           ADD WS-ACT-HORAS TO WS-TOT-HORAS.
           ADD WS-IMPORTE-LIN TO WS-TOT-IMPORTE.
           SET K TO 1.
           SEARCH TAB-SUC
               AT END PERFORM AGREGO-SUCURSAL
               WHEN (TAB-SUC-SUCURSAL(K) = REG-NOV-SUCURSAL)
                    AND (K NOT > WS-SUC-CANTIDAD)
                    SET WS-SUC-INDICE TO K
           END-SEARCH.
           ADD WS-ACT-HORAS TO TAB-SUC-HORAS(WS-SUC-INDICE).
           ADD WS-IMPORTE-LIN TO TAB-SUC-IMPORTE(WS-SUC-INDICE).
           SET B TO 1.
           SEARCH TAB-TCL
               AT END PERFORM AGREGO-TIPO
               WHEN (TAB-TCL-TIP_CLASE(B) = REG-NOV-TIP_CLASE)
                    AND (B NOT > WS-TCL-CANTIDAD)
                    SET WS-TCL-INDICE TO B
           END-SEARCH.
           ADD WS-ACT-HORAS TO TAB-TCL-HORAS(WS-TCL-INDICE).
           ADD WS-IMPORTE-LIN TO TAB-TCL-IMPORTE(WS-TCL-INDICE).
           SET D TO 1.
           SEARCH TAB-DET
               AT END PERFORM AGREGO-DETALLE
               WHEN (TAB-DET-SUCURSAL(D) = REG-NOV-SUCURSAL)
                    AND (TAB-DET-TIP_CLASE(D) = REG-NOV-TIP_CLASE)
                    AND (D NOT > WS-DET-CANTIDAD)
                    SET WS-DET-INDICE TO D
           END-SEARCH.
           ADD WS-ACT-HORAS TO TAB-DET-HORAS(WS-DET-INDICE).
           ADD WS-IMPORTE-LIN TO TAB-DET-IMPORTE(WS-DET-INDICE).

       AGREGO-SUCURSAL.
           ADD 1 TO WS-SUC-CANTIDAD.
           MOVE WS-SUC-CANTIDAD TO WS-SUC-INDICE.
           MOVE REG-NOV-SUCURSAL TO TAB-SUC-SUCURSAL(WS-SUC-INDICE).
           MOVE ZERO TO TAB-SUC-HORAS(WS-SUC-INDICE).
           MOVE ZERO TO TAB-SUC-IMPORTE(WS-SUC-INDICE).
           MOVE SPACES TO TAB-SUC-CUENTA(WS-SUC-INDICE).

       AGREGO-TIPO.
           ADD 1 TO WS-TCL-CANTIDAD.
           MOVE WS-TCL-CANTIDAD TO WS-TCL-INDICE.
           MOVE REG-NOV-TIP_CLASE TO TAB-TCL-TIP_CLASE(WS-TCL-INDICE).
           MOVE ZERO TO TAB-TCL-HORAS(WS-TCL-INDICE).
           MOVE ZERO TO TAB-TCL-IMPORTE(WS-TCL-INDICE).

       AGREGO-DETALLE.
           ADD 1 TO WS-DET-CANTIDAD.
           MOVE WS-DET-CANTIDAD TO WS-DET-INDICE.
           MOVE REG-NOV-SUCURSAL TO TAB-DET-SUCURSAL(WS-DET-INDICE).
           MOVE REG-NOV-TIP_CLASE
               TO TAB-DET-TIP_CLASE(WS-DET-INDICE).
           MOVE ZERO TO TAB-DET-HORAS(WS-DET-INDICE).
           MOVE ZERO TO TAB-DET-IMPORTE(WS-DET-INDICE).

       IMPRIMO-DETALLE.
           MOVE "Detalle por sucursal y tipo de clase" TO PTR-SEC-TIT.
           WRITE REG-LISTADO FROM PTR-SEC-TIT.
           WRITE REG-LISTADO FROM PTR-DET-CAB.
           MOVE ZERO TO WS-SUC-INDICE.
           PERFORM IMPRIMO-SUCURSAL WS-SUC-CANTIDAD TIMES.
           MOVE "Resumen por tipo de clase" TO PTR-SEC-TIT.
           WRITE REG-LISTADO FROM PTR-SEC-TIT.
           WRITE REG-LISTADO FROM PTR-DET-CAB.
           MOVE ZERO TO WS-TCL-INDICE.
           PERFORM IMPRIMO-TIPO WS-TCL-CANTIDAD TIMES.
           MOVE "Total devengado" TO PTR-DET-SUB-ETIQ.
           MOVE WS-TOT-HORAS TO PTR-DET-SUB-HORAS.
           MOVE WS-TOT-IMPORTE TO PTR-DET-SUB-IMPORTE.
           WRITE REG-LISTADO FROM PTR-DET-SUB.
           MOVE "Novedades devengadas:" TO PTR-CANT-ETIQ.
           MOVE WS-TOT-NOVEDADES TO PTR-CANT-NRO.
           WRITE REG-LISTADO FROM PTR-CANT.
           MOVE "Novedades en dias retenidos (excluidas):"
               TO PTR-CANT-ETIQ.
           MOVE WS-TOT-RETENIDAS TO PTR-CANT-NRO.
           WRITE REG-LISTADO FROM PTR-CANT.

       IMPRIMO-SUCURSAL.
           ADD 1 TO WS-SUC-INDICE.
           MOVE ZERO TO WS-DET-INDICE.
           PERFORM IMPRIMO-DETALLE-SUC WS-DET-CANTIDAD TIMES.
           MOVE SPACES TO PTR-DET-SUB-ETIQ.
           STRING "Total suc. " DELIMITED BY SIZE
                  TAB-SUC-SUCURSAL(WS-SUC-INDICE) DELIMITED BY SIZE
                  INTO PTR-DET-SUB-ETIQ.
           MOVE TAB-SUC-HORAS(WS-SUC-INDICE) TO PTR-DET-SUB-HORAS.
           MOVE TAB-SUC-IMPORTE(WS-SUC-INDICE) TO PTR-DET-SUB-IMPORTE.
           WRITE REG-LISTADO FROM PTR-DET-SUB.

       IMPRIMO-DETALLE-SUC.
           ADD 1 TO WS-DET-INDICE.
           IF (TAB-DET-SUCURSAL(WS-DET-INDICE)
                   = TAB-SUC-SUCURSAL(WS-SUC-INDICE)) THEN
               MOVE TAB-DET-SUCURSAL(WS-DET-INDICE)
                   TO PTR-DET-DET-SUC
               MOVE TAB-DET-TIP_CLASE(WS-DET-INDICE)
                   TO PTR-DET-DET-TIPO
               MOVE TAB-DET-HORAS(WS-DET-INDICE) TO PTR-DET-DET-HORAS
               MOVE TAB-DET-IMPORTE(WS-DET-INDICE)
                   TO PTR-DET-DET-IMPORTE
               WRITE REG-LISTADO FROM PTR-DET-DET
           END-IF.

       IMPRIMO-TIPO.
           ADD 1 TO WS-TCL-INDICE.
           MOVE SPACES TO PTR-DET-DET-SUC.
           MOVE TAB-TCL-TIP_CLASE(WS-TCL-INDICE) TO PTR-DET-DET-TIPO.
           MOVE TAB-TCL-HORAS(WS-TCL-INDICE) TO PTR-DET-DET-HORAS.
           MOVE TAB-TCL-IMPORTE(WS-TCL-INDICE) TO PTR-DET-DET-IMPORTE.
           WRITE REG-LISTADO FROM PTR-DET-DET.

       BUSCO-CUENTA.
           MOVE SPACES TO WS-CUENTA-HALLADA.
           SET C TO 1.
           SEARCH TAB-CTA
               WHEN (TAB-CTA-CLASE(C) = WS-CLASE-BUSCADA)
                    AND (TAB-CTA-CODIGO(C) = WS-CODIGO-BUSCADO)
                    AND (C NOT > WS-CTA-CANTIDAD)
                    MOVE TAB-CTA-CUENTA(C) TO WS-CUENTA-HALLADA
           END-SEARCH.
           IF (WS-CUENTA-HALLADA = SPACES) THEN
               ADD 1 TO WS-SIN-CUENTA
               DISPLAY "ERROR: SIN CUENTA CONTABLE PARA "
                       WS-CLASE-BUSCADA " " WS-CODIGO-BUSCADO
           END-IF.

       EMITO-ASIENTO.
           MOVE ZERO TO WS-SUC-INDICE.
           PERFORM BUSCO-CUENTA-SUC WS-SUC-CANTIDAD TIMES.
           MOVE "D" TO WS-CLASE-BUSCADA.
           MOVE "PROV" TO WS-CODIGO-BUSCADO.
           PERFORM BUSCO-CUENTA.
           MOVE WS-CUENTA-HALLADA TO WS-CUENTA-PROV.
           IF (WS-SIN-CUENTA NOT = ZERO) THEN
               MOVE "DEVENGAMIENTO RECHAZADO: SIN CUENTAS CONTABLES"
                   TO PTR-RESULTADO
           ELSE
               PERFORM GRABO-ASIENTO
           END-IF.
           WRITE REG-LISTADO FROM PTR-RESULTADO.
           DISPLAY PTR-RESULTADO.

       BUSCO-CUENTA-SUC.
           ADD 1 TO WS-SUC-INDICE.
           MOVE "S" TO WS-CLASE-BUSCADA.
           MOVE TAB-SUC-SUCURSAL(WS-SUC-INDICE) TO WS-CODIGO-BUSCADO.
           PERFORM BUSCO-CUENTA.
           MOVE WS-CUENTA-HALLADA TO TAB-SUC-CUENTA(WS-SUC-INDICE).

       LEO-ASIENTOS.
           READ ASIENTOS RECORD INTO REG-ASI.
           IF ((NOT ASI-OK) AND (NOT ASI-EOF)) THEN
               DISPLAY "ERROR EN READ Asientos: " ASI-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-ASIENTOS.
           OPEN INPUT ASIENTOS.
           IF (ASI-OK) THEN
               PERFORM LEO-ASIENTOS
               PERFORM CARGO-ASIENTO UNTIL (ASI-EOF)
               CLOSE ASIENTOS
           END-IF.

       CARGO-ASIENTO.
           IF ((ASI-DEVENGADO)
                   AND (REG-ASI-PERIODO = WS-DEV-PERIODO-N))
               OR ((ASI-REVERSION)
                   AND (REG-ASI-PERIODO = WS-REV-PERIODO-N)) THEN
               ADD 1 TO WS-ASI-REEMPL
           ELSE
               ADD 1 TO WS-ASI-CANTIDAD
               MOVE REG-ASI TO TAB-ASI(WS-ASI-CANTIDAD)
           END-IF.
           PERFORM LEO-ASIENTOS.

       GRABO-ASIENTO.
           PERFORM CARGO-ASIENTOS.
           OPEN OUTPUT ASIENTOS.
           IF (NOT ASI-OK) THEN
               DISPLAY "ERROR EN OPEN Asientos: " ASI-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-ASI-INDICE.
           PERFORM GRABO-ASIENTO-ANT WS-ASI-CANTIDAD TIMES.
           WRITE REG-LISTADO FROM PTR-ASI-CAB.
           IF (WS-TOT-IMPORTE NOT = ZERO) THEN
               MOVE "D" TO WS-LIN-TIPO
               MOVE WS-DEV-PERIODO-N TO WS-LIN-PERIODO
               MOVE WS-DEV-FECHA-N TO WS-LIN-FECHA
               PERFORM GRABO-LINEAS
               MOVE "R" TO WS-LIN-TIPO
               MOVE WS-REV-PERIODO-N TO WS-LIN-PERIODO
               MOVE WS-REV-FECHA-N TO WS-LIN-FECHA
               PERFORM GRABO-LINEAS
           END-IF.
           CLOSE ASIENTOS.
           MOVE WS-TOT-DEBE  TO PTR-ASI-TOT-DEBE.
           MOVE WS-TOT-HABER TO PTR-ASI-TOT-HABER.
           WRITE REG-LISTADO FROM PTR-ASI-TOT.
           IF (WS-ASI-REEMPL NOT = ZERO) THEN
               DISPLAY "DEVENGAMIENTO ANTERIOR REEMPLAZADO: "
                       WS-ASI-REEMPL " LINEAS"
           END-IF.
           IF (WS-TOT-IMPORTE = ZERO) THEN
               MOVE "SIN HORAS A DEVENGAR EN EL PERIODO"
                   TO PTR-RESULTADO
           ELSE
               MOVE "DEVENGAMIENTO Y REVERSION GENERADOS"
                   TO PTR-RESULTADO
           END-IF.

       GRABO-ASIENTO-ANT.
           ADD 1 TO WS-ASI-INDICE.
           MOVE TAB-ASI(WS-ASI-INDICE) TO REG-ASI.
           WRITE REG-ASI.

       GRABO-LINEAS.
           MOVE ZERO TO WS-LINEA.
           MOVE ZERO TO WS-SUC-INDICE.
           PERFORM GRABO-LINEA-SUC WS-SUC-CANTIDAD TIMES.
           ADD 1 TO WS-LINEA.
           PERFORM ARMO-LINEA.
           MOVE WS-CUENTA-PROV TO REG-ASI-CUENTA.
           MOVE WS-TOT-IMPORTE TO WS-IMPORTE-LIN.
           IF (WS-LIN-TIPO = "R") THEN
               COMPUTE WS-IMPORTE-LIN = ZERO - WS-IMPORTE-LIN
           END-IF.
           IF (WS-IMPORTE-LIN < ZERO) THEN
               COMPUTE REG-ASI-DEBE = ZERO - WS-IMPORTE-LIN
               MOVE ZERO TO REG-ASI-HABER
           ELSE
               MOVE ZERO TO REG-ASI-DEBE
               MOVE WS-IMPORTE-LIN TO REG-ASI-HABER
           END-IF.
           IF (WS-LIN-TIPO = "R") THEN
               MOVE "REV HONOR.A FACTURAR" TO REG-ASI-CONCEPTO
           ELSE
               MOVE "HONOR. A FACTURAR" TO REG-ASI-CONCEPTO
           END-IF.
           PERFORM GRABO-LINEA.

       GRABO-LINEA-SUC.
           ADD 1 TO WS-SUC-INDICE.
           ADD 1 TO WS-LINEA.
           PERFORM ARMO-LINEA.
           MOVE TAB-SUC-CUENTA(WS-SUC-INDICE) TO REG-ASI-CUENTA.
           MOVE TAB-SUC-IMPORTE(WS-SUC-INDICE) TO WS-IMPORTE-LIN.
           IF (WS-LIN-TIPO = "R") THEN
               COMPUTE WS-IMPORTE-LIN = ZERO - WS-IMPORTE-LIN
           END-IF.
           IF (WS-IMPORTE-LIN < ZERO) THEN
               MOVE ZERO TO REG-ASI-DEBE
               COMPUTE REG-ASI-HABER = ZERO - WS-IMPORTE-LIN
           ELSE
               MOVE WS-IMPORTE-LIN TO REG-ASI-DEBE
               MOVE ZERO TO REG-ASI-HABER
           END-IF.
           IF (WS-LIN-TIPO = "R") THEN
               STRING "REV DEVENG. SUC " DELIMITED BY SIZE
                      TAB-SUC-SUCURSAL(WS-SUC-INDICE)
                      DELIMITED BY SIZE
                      INTO REG-ASI-CONCEPTO
           ELSE
               STRING "DEVENGADO SUC " DELIMITED BY SIZE
                      TAB-SUC-SUCURSAL(WS-SUC-INDICE)
                      DELIMITED BY SIZE
                      INTO REG-ASI-CONCEPTO
           END-IF.
           PERFORM GRABO-LINEA.

       ARMO-LINEA.
           MOVE SPACES TO REG-ASI.
           MOVE WS-LIN-PERIODO TO REG-ASI-PERIODO.
           MOVE WS-LINEA TO REG-ASI-LINEA.
           MOVE WS-LIN-TIPO TO REG-ASI-TIPO.
           MOVE WS-LIN-FECHA TO REG-ASI-FECHA.

       GRABO-LINEA.
           WRITE REG-ASI.
           ADD REG-ASI-DEBE TO WS-TOT-DEBE.
           ADD REG-ASI-HABER TO WS-TOT-HABER.
           MOVE REG-ASI-PERIODO  TO PTR-ASI-DET-PERIODO.
           MOVE REG-ASI-LINEA    TO PTR-ASI-DET-LINEA.
           MOVE REG-ASI-CUENTA   TO PTR-ASI-DET-CUENTA.
           MOVE REG-ASI-CONCEPTO TO PTR-ASI-DET-CONCEPTO.
           MOVE REG-ASI-DEBE     TO PTR-ASI-DET-DEBE.
           MOVE REG-ASI-HABER    TO PTR-ASI-DET-HABER.
           WRITE REG-LISTADO FROM PTR-ASI-DET.

       FIN.
           CLOSE NOVTIMES.
           CLOSE TIPOS_CLASE.
           CLOSE CUENTAS.
           CLOSE LISTADO.

       END PROGRAM DEVENGA.
