       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUJO-CAJA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTRESUMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RES-ESTADO.

           SELECT ANULADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-ESTADO.

           SELECT PAGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAG-ESTADO.

           SELECT RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-ESTADO.

           SELECT TRANSFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRF-ESTADO.

           SELECT RETORNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTO-ESTADO.

           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-ESTADO.

           SELECT NOVTIMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

           SELECT TIPOS_CLASE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIP-ESTADO.

           SELECT TIPOSCLASEHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIS-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

           SELECT CSVFLUJO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-ESTADO.

       DATA DIVISION.

       FILE SECTION.
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

       FD  ANULADAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FacturasAnuladas.txt".
       01  REG-ANU.
           03 REG-ANU-COMPROBANTE PIC 9(8).
           03 REG-ANU-NUMERO      PIC X(5).
           03 REG-ANU-MOTIVO      PIC X(30).
           03 REG-ANU-FECHA       PIC 9(8).
           03 REG-ANU-HORA        PIC 9(8).
           03 REG-ANU-USUARIO     PIC X(8).

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
           03 FILLER REDEFINES REG-RTN-PERIODO.
              05 REG-RTN-PERIODO-AA PIC 9(4).
              05 REG-RTN-PERIODO-MM PIC 9(2).
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

       FD  RETORNO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/RetornoBanco.txt".
       01  REG-RTO.
           03 REG-RTO-ESTADO  PIC X(2).
           03 REG-RTO-CBU     PIC 9(22).
           03 REG-RTO-IMPORTE PIC 9(9)V99.
           03 REG-RTO-MOTIVO  PIC X(30).

       FD  PERIODOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/PeriodosFacturacion.txt".
       01  REG-PER.
           03 REG-PER-PERIODO PIC 9(6).
           03 REG-PER-ESTADO  PIC X(10).
           03 REG-PER-FECHA   PIC 9(8).
           03 REG-PER-HORA    PIC 9(8).
           03 REG-PER-USUARIO PIC X(8).

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

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoFlujoCaja.txt".
       01  REG-LISTADO PIC X(132).

       FD  CSVFLUJO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FlujoCaja.csv".
       01  REG-CSV PIC X(120).

       WORKING-STORAGE SECTION.
       77  RES-ESTADO PIC XX.
           88 RES-OK  VALUE 00.
           88 RES-EOF VALUE 10.

       77  ANU-ESTADO PIC XX.
           88 ANU-OK  VALUE 00.
           88 ANU-EOF VALUE 10.

       77  PAG-ESTADO PIC XX.
           88 PAG-OK  VALUE 00.
           88 PAG-EOF VALUE 10.

       77  RTN-ESTADO PIC XX.
           88 RTN-OK  VALUE 00.
           88 RTN-EOF VALUE 10.

       77  TRF-ESTADO PIC XX.
           88 TRF-OK  VALUE 00.
           88 TRF-EOF VALUE 10.

       77  RTO-ESTADO PIC XX.
           88 RTO-OK  VALUE 00.
           88 RTO-EOF VALUE 10.

       77  PER-ESTADO PIC XX.
           88 PER-OK  VALUE 00.
           88 PER-EOF VALUE 10.

       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

       77  TIP-ESTADO PIC XX.
           88 TIP-OK  VALUE 00.
           88 TIP-EOF VALUE 10.

       77  HIS-ESTADO PIC XX.
           88 HIS-OK  VALUE 00.
           88 HIS-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  CSV-ESTADO PIC XX.
           88 CSV-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       01  WS-PAR-DATOS-F.
           03 WS-PAR-SEMANAS PIC 9(2).
           03 WS-PAR-PLAZO   PIC 9(3).
           03 WS-PAR-DIA-VTO PIC 9(2).
           03 FILLER         PIC X(33).

       77  WS-SEMANAS    PIC 9(2) VALUE ZERO.
       77  WS-PLAZO-PAGO PIC 9(3) VALUE ZERO.
       77  WS-DIA-VTO    PIC 9(2) VALUE ZERO.

       77  WS-SEM-INDICE   PIC 9(2).
       77  WS-SEM-BUSCA    PIC 9(2).
       77  WS-SEM-POSTERIOR PIC 9(2).
       01  TAB-SEMANAS.
           03 TAB-SEM OCCURS 27 TIMES.
              05 TAB-SEM-DESDE       PIC 9(8).
              05 TAB-SEM-HASTA       PIC 9(8).
              05 TAB-SEM-FACTURAS    PIC S9(11)V99.
              05 TAB-SEM-RETENCIONES PIC S9(11)V99.
              05 TAB-SEM-LOTES       PIC S9(11)V99.
              05 TAB-SEM-EST-NETO    PIC S9(11)V99.
              05 TAB-SEM-ESTIMADO    PIC S9(11)V99.
              05 TAB-SEM-TOTAL       PIC S9(11)V99.

       77  WS-ANL-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ANULADAS.
           03 TAB-ANL OCCURS 5000 TIMES INDEXED BY L.
              05 TAB-ANL-COMPROBANTE PIC 9(8).

       77  WS-FAC-ANULADA PIC X(1).
           88 FAC-ANULADA VALUE "S".

       77  WS-FAC-INDICE   PIC 9(4).
       77  WS-FAC-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-FACTURAS.
           03 TAB-FAC OCCURS 5000 TIMES INDEXED BY F.
              05 TAB-FAC-NUMERO      PIC X(5).
              05 TAB-FAC-DESDE       PIC 9(8).
              05 TAB-FAC-HASTA       PIC 9(8).
              05 TAB-FAC-COMPROBANTE PIC 9(8).
              05 TAB-FAC-EMISION     PIC 9(8).
              05 TAB-FAC-IMPORTE     PIC 9(9)V99.

       77  WS-CTA-INDICE   PIC 9(4).
       77  WS-CTA-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-CUENTAS.
           03 TAB-CTA OCCURS 1000 TIMES INDEXED BY I.
              05 TAB-CTA-NUMERO    PIC X(5).
              05 TAB-CTA-CREDITO   PIC 9(11)V99.
              05 TAB-CTA-ULT-HASTA PIC 9(8).

       77  WS-ALTA-NUMERO PIC X(5).

       77  WS-ENV-INDICE   PIC 9(4).
       77  WS-ENV-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ENVIOS.
           03 TAB-ENV OCCURS 3000 TIMES INDEXED BY E.
              05 TAB-ENV-CBU        PIC 9(22).
              05 TAB-ENV-NUMERO     PIC X(5).
              05 TAB-ENV-IMPORTE    PIC 9(9)V99.
              05 TAB-ENV-RESPONDIDO PIC X(1).
                 88 ENV-RESPONDIDO VALUE "S".

       77  WS-PFA-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PER-FACTURADOS.
           03 TAB-PFA OCCURS 300 TIMES INDEXED BY J.
              05 TAB-PFA-PERIODO PIC 9(6).

       77  WS-PER-FACTURADO PIC X(1).
           88 PER-FACTURADO VALUE "S".

       77  WS-TIP-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-TIP_CLASE.
           03 TAB-TIP OCCURS 50 TIMES INDEXED BY T.
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

       77  WS-ACT-TARIFA  PIC 9(5)V99.
       77  WS-ACT-IMPORTE PIC 9(9)V99.
       77  WS-SALDO-FAC   PIC 9(9)V99.
       77  WS-NOV-ULT-HASTA PIC 9(8).

       77  WS-EST-PERIODO-ANT PIC 9(6) VALUE ZERO.
       77  WS-EST-SEMANA-ANT  PIC 9(2) VALUE ZERO.
       01  WS-EST-PERIODO.
           03 WS-EST-PERIODO-AA PIC 9(4).
           03 WS-EST-PERIODO-MM PIC 9(2).

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).

       01  WS-FECHA-CAL.
           03 WS-FECHA-CAL-AA PIC 9(4).
           03 WS-FECHA-CAL-MM PIC 9(2).
           03 WS-FECHA-CAL-DD PIC 9(2).
       77  WS-DIAS-MES    PIC 9(2).
       77  WS-BISIESTO-R4 PIC 9(4).
       77  WS-BISIESTO-R1 PIC 9(4).
       77  WS-BISIESTO-R2 PIC 9(4).

       01  WS-FECHA-EDIT.
           03 WS-FECHA-EDIT-AA PIC 9(4).
           03 WS-FECHA-EDIT-MM PIC 9(2).
           03 WS-FECHA-EDIT-DD PIC 9(2).

       77  WS-FAC-ABIERTAS  PIC 9(5) VALUE ZERO.
       77  WS-FAC-VENCIDAS  PIC 9(5) VALUE ZERO.
       77  WS-VEN-TOTAL     PIC 9(11)V99 VALUE ZERO.
       77  WS-RTN-PEND      PIC 9(5) VALUE ZERO.
       77  WS-ENV-PEND      PIC 9(5) VALUE ZERO.
       77  WS-NOV-ESTIMADAS PIC 9(7) VALUE ZERO.
       77  WS-NOV-SIN-TARIFA PIC 9(5) VALUE ZERO.

       77  WS-TOT-FACTURAS    PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-RETENCIONES PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-LOTES       PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-ESTIMADO    PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-TOTAL       PIC S9(11)V99 VALUE ZERO.

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
              "Proyeccion semanal de flujo de caja - profesores".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER           PIC X(20) VALUE "Parametros: semanas ".
           03 PTR-PARAM-SEM    PIC Z9.
           03 FILLER           PIC X(17) VALUE " plazo de pago ".
           03 PTR-PARAM-PLAZO  PIC ZZ9.
           03 FILLER           PIC X(27) VALUE
              " dias - vto. retenciones ".
           03 PTR-PARAM-DIA    PIC Z9.
           03 FILLER           PIC X(8)  VALUE " origen ".
           03 PTR-PARAM-ORIGEN PIC X(7).

       01  PTR-SEM-CAB.
           03 FILLER PIC X(27) VALUE "Semana".
           03 FILLER PIC X(15) VALUE "       Facturas".
           03 FILLER PIC X(15) VALUE "    Retenciones".
           03 FILLER PIC X(15) VALUE "  Lotes s/retor".
           03 FILLER PIC X(15) VALUE "  Estim.periodo".
           03 FILLER PIC X(15) VALUE "          Total".
           03 FILLER PIC X(15) VALUE "      Acumulado".

       01  PTR-SEM-DET.
           03 PTR-SEM-DET-NRO PIC Z9.
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 PTR-SEM-DET-DESDE.
              05 PTR-SEM-DET-DD1 PIC 99.
              05 FILLER          PIC X(1) VALUE "/".
              05 PTR-SEM-DET-MM1 PIC 99.
              05 FILLER          PIC X(1) VALUE "/".
              05 PTR-SEM-DET-AA1 PIC 9999.
           03 FILLER          PIC X(3)  VALUE " a ".
           03 PTR-SEM-DET-HASTA.
              05 PTR-SEM-DET-DD2 PIC 99.
              05 FILLER          PIC X(1) VALUE "/".
              05 PTR-SEM-DET-MM2 PIC 99.
              05 FILLER          PIC X(1) VALUE "/".
              05 PTR-SEM-DET-AA2 PIC 9999.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-DET-FAC PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-DET-RTN PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-DET-LOT PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-DET-EST PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-DET-TOT PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-DET-ACU PIC -ZZZZZZZZZ9,99.

       01  PTR-SEM-TOT.
           03 PTR-SEM-TOT-ETIQ PIC X(27).
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-TOT-FAC PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-TOT-RTN PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-TOT-LOT PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-TOT-EST PIC -ZZZZZZZZZ9,99.
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-SEM-TOT-TOT PIC -ZZZZZZZZZ9,99.

       01  PTR-SEP.
           03 FILLER PIC X(117) VALUE ALL "-".

       01  PTR-RES-CANT.
           03 PTR-RES-CANT-ETIQ PIC X(45).
           03 PTR-RES-CANT-NRO  PIC ZZZZZZ9.

       01  PTR-RES-IMP.
           03 PTR-RES-IMP-ETIQ PIC X(45).
           03 PTR-RES-IMP-NRO  PIC ZZZZZZZZZZ9,99.

       01  WS-CSV-LIN.
           03 WS-CSV-SEMANA      PIC 9(2).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CSV-DESDE       PIC 9(8).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CSV-HASTA       PIC 9(8).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CSV-FACTURAS    PIC -ZZZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CSV-RETENCIONES PIC -ZZZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CSV-LOTES       PIC -ZZZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CSV-ESTIMADO    PIC -ZZZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CSV-TOTAL       PIC -ZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-ANULADAS.
           PERFORM CARGO-FACTURAS.
           PERFORM CARGO-PAGOS.
           PERFORM CARGO-RETENCIONES.
           PERFORM CARGO-ENVIOS.
           PERFORM CARGO-RETORNO.
           PERFORM PROC-ENVIOS.
           PERFORM PROC-FACTURAS.
           PERFORM CARGO-PERIODOS.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-TIPOS_CLASE-HIST.
           PERFORM PROC-NOVEDADES.
           PERFORM IMPRIMO-FLUJO.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
               DISPLAY "Semanas a proyectar (NN, 0 = 8): "
                       WITH NO ADVANCING
               ACCEPT WS-SEMANAS
               DISPLAY "Plazo de pago de facturas (NNN dias, 0 = 30): "
                       WITH NO ADVANCING
               ACCEPT WS-PLAZO-PAGO
               DISPLAY "Dia de vto. de retenciones (NN, 0 = 10): "
                       WITH NO ADVANCING
               ACCEPT WS-DIA-VTO
           END-IF.
           IF (WS-SEMANAS = ZERO) THEN
               MOVE 8 TO WS-SEMANAS
           END-IF.
           IF (WS-SEMANAS > 26) THEN
               DISPLAY "ERROR: MAXIMO 26 SEMANAS"
               STOP RUN
           END-IF.
           IF (WS-PLAZO-PAGO = ZERO) THEN
               MOVE 30 TO WS-PLAZO-PAGO
           END-IF.
           IF (WS-DIA-VTO = ZERO) THEN
               MOVE 10 TO WS-DIA-VTO
           END-IF.
           IF (WS-DIA-VTO > 28) THEN
               DISPLAY "ERROR: DIA DE VENCIMIENTO ENTRE 1 Y 28"
               STOP RUN
           END-IF.
           PERFORM ARMO-SEMANAS.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               STOP RUN
           END-IF.

           OPEN OUTPUT CSVFLUJO.
           IF (NOT CSV-OK) THEN
               DISPLAY "ERROR EN OPEN FlujoCaja: " CSV-ESTADO
               CLOSE LISTADO
               STOP RUN
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           PERFORM IMPRIMO-PARAMETROS.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM UNTIL (PAR-EOF) OR (PARAM-LEIDO)
                   IF (REG-PAR-PROGRAMA = "FLUJO-CAJA") THEN
                       MOVE REG-PAR-DATOS TO WS-PAR-DATOS-F
                       IF (WS-PAR-SEMANAS NUMERIC) THEN
                           MOVE WS-PAR-SEMANAS TO WS-SEMANAS
                       END-IF
                       IF (WS-PAR-PLAZO NUMERIC) THEN
                           MOVE WS-PAR-PLAZO TO WS-PLAZO-PAGO
                       END-IF
                       IF (WS-PAR-DIA-VTO NUMERIC) THEN
                           MOVE WS-PAR-DIA-VTO TO WS-DIA-VTO
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
           MOVE WS-SEMANAS TO PTR-PARAM-SEM.
           MOVE WS-PLAZO-PAGO TO PTR-PARAM-PLAZO.
           MOVE WS-DIA-VTO TO PTR-PARAM-DIA.
           IF (PARAM-LEIDO) THEN
               MOVE "ARCHIVO" TO PTR-PARAM-ORIGEN
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           WRITE REG-LISTADO FROM PTR-PARAM.

       ARMO-SEMANAS.
           MOVE WS-FECHA-ACT TO WS-FECHA-CAL.
           MOVE ZERO TO WS-SEM-INDICE.
           PERFORM ARMO-SEMANA WS-SEMANAS TIMES.
           COMPUTE WS-SEM-POSTERIOR = WS-SEMANAS + 1.
           MOVE WS-SEM-POSTERIOR TO WS-SEM-INDICE.
           PERFORM INICIALIZO-SEMANA.
           MOVE 99999999 TO TAB-SEM-HASTA(WS-SEM-INDICE).

       ARMO-SEMANA.
           ADD 1 TO WS-SEM-INDICE.
           PERFORM INICIALIZO-SEMANA.
           PERFORM SUMO-DIA 6 TIMES.
           MOVE WS-FECHA-CAL TO TAB-SEM-HASTA(WS-SEM-INDICE).
           PERFORM SUMO-DIA.

       INICIALIZO-SEMANA.
           MOVE WS-FECHA-CAL TO TAB-SEM-DESDE(WS-SEM-INDICE).
           MOVE ZERO TO TAB-SEM-FACTURAS(WS-SEM-INDICE).
           MOVE ZERO TO TAB-SEM-RETENCIONES(WS-SEM-INDICE).
           MOVE ZERO TO TAB-SEM-LOTES(WS-SEM-INDICE).
           MOVE ZERO TO TAB-SEM-EST-NETO(WS-SEM-INDICE).
           MOVE ZERO TO TAB-SEM-ESTIMADO(WS-SEM-INDICE).
           MOVE ZERO TO TAB-SEM-TOTAL(WS-SEM-INDICE).

       UBICO-SEMANA.
           MOVE WS-SEM-POSTERIOR TO WS-SEM-INDICE.
           MOVE ZERO TO WS-SEM-BUSCA.
           PERFORM UBICO-SEMANA-DET WS-SEMANAS TIMES.

       UBICO-SEMANA-DET.
           ADD 1 TO WS-SEM-BUSCA.
           IF (WS-SEM-INDICE = WS-SEM-POSTERIOR)
                   AND (WS-FECHA-CAL NOT >
                        TAB-SEM-HASTA(WS-SEM-BUSCA)) THEN
               MOVE WS-SEM-BUSCA TO WS-SEM-INDICE
           END-IF.

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

       LEO-ANULADAS.
           READ ANULADAS RECORD INTO REG-ANU.
           IF ((NOT ANU-OK) AND (NOT ANU-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasAnuladas: " ANU-ESTADO
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

       BUSCO-ANULADA.
           MOVE "N" TO WS-FAC-ANULADA.
           SET L TO 1.
           SEARCH TAB-ANL
               WHEN (TAB-ANL-COMPROBANTE(L) = REG-RES-COMPROBANTE)
                    AND (L NOT > WS-ANL-CANTIDAD)
                    MOVE "S" TO WS-FAC-ANULADA
           END-SEARCH.

       LEO-FACTRESUMEN.
           READ FACTRESUMEN RECORD INTO REG-RES.
           IF ((NOT RES-OK) AND (NOT RES-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasResumen: " RES-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-FACTURAS.
           OPEN INPUT FACTRESUMEN.
           IF (NOT RES-OK) THEN
               DISPLAY "ERROR EN OPEN FacturasResumen: " RES-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-FACTRESUMEN.
           PERFORM SELECCIONO-FACTURA UNTIL (RES-EOF).
           CLOSE FACTRESUMEN.

       SELECCIONO-FACTURA.
           PERFORM BUSCO-ANULADA.
           IF (NOT FAC-ANULADA) THEN
               MOVE ZERO TO WS-FAC-INDICE
               SET F TO 1
               SEARCH TAB-FAC
                   AT END PERFORM AGREGO-FACTURA
                   WHEN (TAB-FAC-NUMERO(F) = REG-RES-NUMERO)
                        AND (TAB-FAC-DESDE(F) = REG-RES-FECHA-DESDE)
                        AND (TAB-FAC-HASTA(F) = REG-RES-FECHA-HASTA)
                        AND (F NOT > WS-FAC-CANTIDAD)
                        MOVE F TO WS-FAC-INDICE
                        PERFORM REEMPLAZO-FACTURA
               END-SEARCH
               MOVE REG-RES-NUMERO TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               IF (REG-RES-FECHA-HASTA >
                       TAB-CTA-ULT-HASTA(WS-CTA-INDICE)) THEN
                   MOVE REG-RES-FECHA-HASTA
                       TO TAB-CTA-ULT-HASTA(WS-CTA-INDICE)
               END-IF
           END-IF.
           PERFORM LEO-FACTRESUMEN.

       AGREGO-FACTURA.
           ADD 1 TO WS-FAC-CANTIDAD.
           MOVE WS-FAC-CANTIDAD TO WS-FAC-INDICE.
           MOVE REG-RES-NUMERO TO TAB-FAC-NUMERO(WS-FAC-INDICE).
           MOVE REG-RES-FECHA-DESDE TO TAB-FAC-DESDE(WS-FAC-INDICE).
           MOVE REG-RES-FECHA-HASTA TO TAB-FAC-HASTA(WS-FAC-INDICE).
           MOVE REG-RES-COMPROBANTE
               TO TAB-FAC-COMPROBANTE(WS-FAC-INDICE).
           MOVE REG-RES-FECHA-EMISION
               TO TAB-FAC-EMISION(WS-FAC-INDICE).
           MOVE REG-RES-IMPORTE TO TAB-FAC-IMPORTE(WS-FAC-INDICE).

       REEMPLAZO-FACTURA.
           IF (REG-RES-COMPROBANTE >
                   TAB-FAC-COMPROBANTE(WS-FAC-INDICE)) THEN
               MOVE REG-RES-COMPROBANTE
                   TO TAB-FAC-COMPROBANTE(WS-FAC-INDICE)
               MOVE REG-RES-FECHA-EMISION
                   TO TAB-FAC-EMISION(WS-FAC-INDICE)
               MOVE REG-RES-IMPORTE
                   TO TAB-FAC-IMPORTE(WS-FAC-INDICE)
           END-IF.

       BUSCO-CUENTA.
           MOVE ZERO TO WS-CTA-INDICE.
           SET I TO 1.
           SEARCH TAB-CTA
               AT END PERFORM AGREGO-CUENTA
               WHEN (TAB-CTA-NUMERO(I) = WS-ALTA-NUMERO)
                    AND (I NOT > WS-CTA-CANTIDAD)
                    MOVE I TO WS-CTA-INDICE
           END-SEARCH.

       AGREGO-CUENTA.
           ADD 1 TO WS-CTA-CANTIDAD.
           MOVE WS-ALTA-NUMERO TO TAB-CTA-NUMERO(WS-CTA-CANTIDAD).
           MOVE ZERO TO TAB-CTA-CREDITO(WS-CTA-CANTIDAD).
           MOVE ZERO TO TAB-CTA-ULT-HASTA(WS-CTA-CANTIDAD).
           MOVE WS-CTA-CANTIDAD TO WS-CTA-INDICE.

       LEO-PAGOS.
           READ PAGOS RECORD INTO REG-PAG.
           IF ((NOT PAG-OK) AND (NOT PAG-EOF)) THEN
               DISPLAY "ERROR EN READ Pagos: " PAG-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-PAGOS.
           OPEN INPUT PAGOS.
           IF (PAG-OK) THEN
               PERFORM LEO-PAGOS
               PERFORM CARGO-PAGO UNTIL (PAG-EOF)
               CLOSE PAGOS
           END-IF.

       CARGO-PAGO.
           MOVE REG-PAG-NUMERO TO WS-ALTA-NUMERO.
           PERFORM BUSCO-CUENTA.
           ADD REG-PAG-IMPORTE TO TAB-CTA-CREDITO(WS-CTA-INDICE).
           PERFORM LEO-PAGOS.

       LEO-RETENCIONES.
           READ RETENCIONES RECORD INTO REG-RTN.
           IF ((NOT RTN-OK) AND (NOT RTN-EOF)) THEN
               DISPLAY "ERROR EN READ Retenciones: " RTN-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF (RTN-OK) THEN
               PERFORM LEO-RETENCIONES
               PERFORM CARGO-RETENCION UNTIL (RTN-EOF)
               CLOSE RETENCIONES
           END-IF.

       CARGO-RETENCION.
           MOVE REG-RTN-NUMERO TO WS-ALTA-NUMERO.
           PERFORM BUSCO-CUENTA.
           ADD REG-RTN-IMPORTE TO TAB-CTA-CREDITO(WS-CTA-INDICE).
           MOVE REG-RTN-PERIODO-AA TO WS-FECHA-CAL-AA.
           MOVE REG-RTN-PERIODO-MM TO WS-FECHA-CAL-MM.
           MOVE WS-DIA-VTO TO WS-FECHA-CAL-DD.
           IF (WS-FECHA-CAL-MM < 12) THEN
               ADD 1 TO WS-FECHA-CAL-MM
           ELSE
               MOVE 1 TO WS-FECHA-CAL-MM
               ADD 1 TO WS-FECHA-CAL-AA
           END-IF.
           IF (WS-FECHA-CAL NOT < WS-FECHA-ACT) THEN
               PERFORM UBICO-SEMANA
               ADD REG-RTN-IMPORTE
                   TO TAB-SEM-RETENCIONES(WS-SEM-INDICE)
               ADD 1 TO WS-RTN-PEND
           END-IF.
           PERFORM LEO-RETENCIONES.

       LEO-TRANSFERENCIAS.
           READ TRANSFER RECORD INTO REG-TRF.
           IF ((NOT TRF-OK) AND (NOT TRF-EOF)) THEN
               DISPLAY "ERROR EN READ Transferencias: " TRF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-ENVIOS.
           OPEN INPUT TRANSFER.
           IF (TRF-OK) THEN
               PERFORM LEO-TRANSFERENCIAS
               PERFORM CARGO-ENVIO UNTIL (TRF-EOF)
               CLOSE TRANSFER
           END-IF.

       CARGO-ENVIO.
           IF (REG-TRF-TIPO = "D") THEN
               ADD 1 TO WS-ENV-CANTIDAD
               MOVE REG-TRF-DET-CBU
                   TO TAB-ENV-CBU(WS-ENV-CANTIDAD)
               MOVE REG-TRF-DET-NUMERO
                   TO TAB-ENV-NUMERO(WS-ENV-CANTIDAD)
               MOVE REG-TRF-DET-IMPORTE
                   TO TAB-ENV-IMPORTE(WS-ENV-CANTIDAD)
               MOVE "N" TO TAB-ENV-RESPONDIDO(WS-ENV-CANTIDAD)
           END-IF.
           PERFORM LEO-TRANSFERENCIAS.

       LEO-RETORNO.
           READ RETORNO RECORD INTO REG-RTO.
           IF ((NOT RTO-OK) AND (NOT RTO-EOF)) THEN
               DISPLAY "ERROR EN READ RetornoBanco: " RTO-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-RETORNO.
           IF (WS-ENV-CANTIDAD = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RETORNO.
           IF (RTO-OK) THEN
               PERFORM LEO-RETORNO
               PERFORM MARCO-RESPONDIDO UNTIL (RTO-EOF)
               CLOSE RETORNO
           END-IF.

       MARCO-RESPONDIDO.
           SET E TO 1.
           SEARCH TAB-ENV
               WHEN (TAB-ENV-CBU(E) = REG-RTO-CBU)
                    AND (NOT ENV-RESPONDIDO(E))
                    AND (E NOT > WS-ENV-CANTIDAD)
                    MOVE "S" TO TAB-ENV-RESPONDIDO(E)
           END-SEARCH.
           PERFORM LEO-RETORNO.

       PROC-ENVIOS.
           MOVE WS-FECHA-ACT TO WS-FECHA-CAL.
           PERFORM UBICO-SEMANA.
           MOVE ZERO TO WS-ENV-INDICE.
           PERFORM PROC-ENVIO WS-ENV-CANTIDAD TIMES.

       PROC-ENVIO.
           ADD 1 TO WS-ENV-INDICE.
           IF (NOT ENV-RESPONDIDO(WS-ENV-INDICE)) THEN
               ADD TAB-ENV-IMPORTE(WS-ENV-INDICE)
                   TO TAB-SEM-LOTES(WS-SEM-INDICE)
               ADD 1 TO WS-ENV-PEND
               MOVE TAB-ENV-NUMERO(WS-ENV-INDICE) TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               ADD TAB-ENV-IMPORTE(WS-ENV-INDICE)
                   TO TAB-CTA-CREDITO(WS-CTA-INDICE)
           END-IF.

       PROC-FACTURAS.
           MOVE ZERO TO WS-FAC-INDICE.
           PERFORM PROC-FACTURA WS-FAC-CANTIDAD TIMES.

       PROC-FACTURA.
           ADD 1 TO WS-FAC-INDICE.
           MOVE TAB-FAC-NUMERO(WS-FAC-INDICE) TO WS-ALTA-NUMERO.
           PERFORM BUSCO-CUENTA.
           IF (TAB-CTA-CREDITO(WS-CTA-INDICE) NOT <
                   TAB-FAC-IMPORTE(WS-FAC-INDICE)) THEN
               SUBTRACT TAB-FAC-IMPORTE(WS-FAC-INDICE)
                   FROM TAB-CTA-CREDITO(WS-CTA-INDICE)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SALDO-FAC = TAB-FAC-IMPORTE(WS-FAC-INDICE)
                                - TAB-CTA-CREDITO(WS-CTA-INDICE).
           MOVE ZERO TO TAB-CTA-CREDITO(WS-CTA-INDICE).
           MOVE TAB-FAC-EMISION(WS-FAC-INDICE) TO WS-FECHA-CAL.
           PERFORM SUMO-DIA WS-PLAZO-PAGO TIMES.
           IF (WS-FECHA-CAL < WS-FECHA-ACT) THEN
               ADD 1 TO WS-FAC-VENCIDAS
               ADD WS-SALDO-FAC TO WS-VEN-TOTAL
           END-IF.
           PERFORM UBICO-SEMANA.
           ADD WS-SALDO-FAC TO TAB-SEM-FACTURAS(WS-SEM-INDICE).
           ADD 1 TO WS-FAC-ABIERTAS.

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

       LEO-TIPOS_CLASE.
           READ TIPOS_CLASE RECORD INTO REG-TIP.
           IF ((NOT TIP-OK) AND (NOT TIP-EOF)) THEN
               DISPLAY "ERROR EN READ TiposClase: " TIP-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TIPOS_CLASE.
           OPEN INPUT TIPOS_CLASE.
           IF (NOT TIP-OK) THEN
               DISPLAY "ERROR EN OPEN TiposClase: " TIP-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-TIPOS_CLASE.
           PERFORM CARGO-TIPO_CLASE UNTIL (TIP-EOF).
           CLOSE TIPOS_CLASE.

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

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes: " NOV-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       PROC-NOVEDADES.
           OPEN INPUT NOVTIMES.
           IF (NOT NOV-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes: " NOV-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-NOVTIMES.
           PERFORM PROC-NOVEDAD UNTIL (NOV-EOF).
           CLOSE NOVTIMES.

       PROC-NOVEDAD.
           PERFORM BUSCO-PER-FACTURADO.
           IF (NOT PER-FACTURADO) THEN
               PERFORM BUSCO-ULT-HASTA
               IF (REG-NOV-FECHA > WS-NOV-ULT-HASTA) THEN
                   PERFORM ESTIMO-NOVEDAD
               END-IF
           END-IF.
           PERFORM LEO-NOVTIMES.

       BUSCO-ULT-HASTA.
           MOVE ZERO TO WS-NOV-ULT-HASTA.
           SET I TO 1.
           SEARCH TAB-CTA
               WHEN (TAB-CTA-NUMERO(I) = REG-NOV-NUMERO)
                    AND (I NOT > WS-CTA-CANTIDAD)
                    MOVE TAB-CTA-ULT-HASTA(I) TO WS-NOV-ULT-HASTA
           END-SEARCH.

       ESTIMO-NOVEDAD.
           PERFORM CALCULO-TARIFA.
           IF (WS-ACT-TARIFA = ZERO) THEN
               ADD 1 TO WS-NOV-SIN-TARIFA
               EXIT PARAGRAPH
           END-IF.
           MULTIPLY REG-NOV-HORAS BY WS-ACT-TARIFA
               GIVING WS-ACT-IMPORTE.
           IF (REG-NOV-FECHA-AAMM NOT = WS-EST-PERIODO-ANT) THEN
               PERFORM CALCULO-SEMANA-ESTIMADA
           END-IF.
           MOVE WS-EST-SEMANA-ANT TO WS-SEM-INDICE.
           IF (NOV-CORRECCION) THEN
               SUBTRACT WS-ACT-IMPORTE
                   FROM TAB-SEM-EST-NETO(WS-SEM-INDICE)
           ELSE
               ADD WS-ACT-IMPORTE TO TAB-SEM-EST-NETO(WS-SEM-INDICE)
           END-IF.
           ADD 1 TO WS-NOV-ESTIMADAS.

       CALCULO-TARIFA.
           MOVE ZERO TO WS-ACT-TARIFA.
           SET T TO 1.
           SEARCH TAB-TIP
               WHEN (TAB-TIP-TIP_CLASE(T) = REG-NOV-TIP_CLASE)
                    AND (T NOT > WS-TIP-CANTIDAD)
                    MOVE TAB-TIP-TARIFA(T) TO WS-ACT-TARIFA
           END-SEARCH.
           MOVE ZERO TO WS-HIS-VIGENCIA-MAX.
           MOVE ZERO TO WS-HIS-INDICE.
           PERFORM BUSCO-TARIFA-VIGENTE WS-HIS-CANTIDAD TIMES.

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

       CALCULO-SEMANA-ESTIMADA.
           MOVE REG-NOV-FECHA-AAMM TO WS-EST-PERIODO-ANT.
           MOVE REG-NOV-FECHA-AAMM TO WS-EST-PERIODO.
           MOVE WS-EST-PERIODO-AA TO WS-FECHA-CAL-AA.
           MOVE WS-EST-PERIODO-MM TO WS-FECHA-CAL-MM.
           MOVE 1 TO WS-FECHA-CAL-DD.
           IF (WS-FECHA-CAL-MM < 12) THEN
               ADD 1 TO WS-FECHA-CAL-MM
           ELSE
               MOVE 1 TO WS-FECHA-CAL-MM
               ADD 1 TO WS-FECHA-CAL-AA
           END-IF.
           PERFORM SUMO-DIA WS-PLAZO-PAGO TIMES.
           PERFORM UBICO-SEMANA.
           MOVE WS-SEM-INDICE TO WS-EST-SEMANA-ANT.

       IMPRIMO-FLUJO.
           WRITE REG-LISTADO FROM PTR-SEM-CAB.
           WRITE REG-LISTADO FROM PTR-SEP.
           MOVE ZERO TO WS-SEM-INDICE.
           PERFORM IMPRIMO-SEMANA WS-SEMANAS TIMES.
           WRITE REG-LISTADO FROM PTR-SEP.
           MOVE "Total del horizonte" TO PTR-SEM-TOT-ETIQ.
           MOVE WS-TOT-FACTURAS TO PTR-SEM-TOT-FAC.
           MOVE WS-TOT-RETENCIONES TO PTR-SEM-TOT-RTN.
           MOVE WS-TOT-LOTES TO PTR-SEM-TOT-LOT.
           MOVE WS-TOT-ESTIMADO TO PTR-SEM-TOT-EST.
           MOVE WS-TOT-TOTAL TO PTR-SEM-TOT-TOT.
           WRITE REG-LISTADO FROM PTR-SEM-TOT.
           MOVE WS-SEM-POSTERIOR TO WS-SEM-INDICE.
           PERFORM CALCULO-TOTAL-SEMANA.
           MOVE "Posterior al horizonte" TO PTR-SEM-TOT-ETIQ.
           MOVE TAB-SEM-FACTURAS(WS-SEM-INDICE) TO PTR-SEM-TOT-FAC.
           MOVE TAB-SEM-RETENCIONES(WS-SEM-INDICE) TO PTR-SEM-TOT-RTN.
           MOVE TAB-SEM-LOTES(WS-SEM-INDICE) TO PTR-SEM-TOT-LOT.
           MOVE TAB-SEM-ESTIMADO(WS-SEM-INDICE) TO PTR-SEM-TOT-EST.
           MOVE TAB-SEM-TOTAL(WS-SEM-INDICE) TO PTR-SEM-TOT-TOT.
           WRITE REG-LISTADO FROM PTR-SEM-TOT.
           WRITE REG-LISTADO FROM PTR-SEP.
           PERFORM IMPRIMO-RESUMEN.
           DISPLAY "FLUJO DE CAJA: " WS-SEMANAS " SEMANAS, TOTAL "
                   "PROYECTADO: " PTR-SEM-DET-ACU.
           IF (WS-FAC-VENCIDAS NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-FAC-VENCIDAS
                       " FACTURAS VENCIDAS IMPUTADAS A LA SEMANA 1"
           END-IF.
           IF (WS-NOV-SIN-TARIFA NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-NOV-SIN-TARIFA
                       " NOVEDADES SIN TARIFA NO ESTIMADAS"
           END-IF.

       IMPRIMO-SEMANA.
           ADD 1 TO WS-SEM-INDICE.
           PERFORM CALCULO-TOTAL-SEMANA.
           ADD TAB-SEM-FACTURAS(WS-SEM-INDICE) TO WS-TOT-FACTURAS.
           ADD TAB-SEM-RETENCIONES(WS-SEM-INDICE)
               TO WS-TOT-RETENCIONES.
           ADD TAB-SEM-LOTES(WS-SEM-INDICE) TO WS-TOT-LOTES.
           ADD TAB-SEM-ESTIMADO(WS-SEM-INDICE) TO WS-TOT-ESTIMADO.
           ADD TAB-SEM-TOTAL(WS-SEM-INDICE) TO WS-TOT-TOTAL.
           MOVE WS-SEM-INDICE TO PTR-SEM-DET-NRO.
           MOVE TAB-SEM-DESDE(WS-SEM-INDICE) TO WS-FECHA-EDIT.
           MOVE WS-FECHA-EDIT-DD TO PTR-SEM-DET-DD1.
           MOVE WS-FECHA-EDIT-MM TO PTR-SEM-DET-MM1.
           MOVE WS-FECHA-EDIT-AA TO PTR-SEM-DET-AA1.
           MOVE TAB-SEM-HASTA(WS-SEM-INDICE) TO WS-FECHA-EDIT.
           MOVE WS-FECHA-EDIT-DD TO PTR-SEM-DET-DD2.
           MOVE WS-FECHA-EDIT-MM TO PTR-SEM-DET-MM2.
           MOVE WS-FECHA-EDIT-AA TO PTR-SEM-DET-AA2.
           MOVE TAB-SEM-FACTURAS(WS-SEM-INDICE) TO PTR-SEM-DET-FAC.
           MOVE TAB-SEM-RETENCIONES(WS-SEM-INDICE) TO PTR-SEM-DET-RTN.
           MOVE TAB-SEM-LOTES(WS-SEM-INDICE) TO PTR-SEM-DET-LOT.
           MOVE TAB-SEM-ESTIMADO(WS-SEM-INDICE) TO PTR-SEM-DET-EST.
           MOVE TAB-SEM-TOTAL(WS-SEM-INDICE) TO PTR-SEM-DET-TOT.
           MOVE WS-TOT-TOTAL TO PTR-SEM-DET-ACU.
           WRITE REG-LISTADO FROM PTR-SEM-DET.
           PERFORM GRABO-CSV.

       CALCULO-TOTAL-SEMANA.
           COMPUTE TAB-SEM-ESTIMADO(WS-SEM-INDICE) ROUNDED =
               TAB-SEM-EST-NETO(WS-SEM-INDICE) * 1,21.
           COMPUTE TAB-SEM-TOTAL(WS-SEM-INDICE) =
               TAB-SEM-FACTURAS(WS-SEM-INDICE)
             + TAB-SEM-RETENCIONES(WS-SEM-INDICE)
             + TAB-SEM-LOTES(WS-SEM-INDICE)
             + TAB-SEM-ESTIMADO(WS-SEM-INDICE).

       GRABO-CSV.
           MOVE WS-SEM-INDICE TO WS-CSV-SEMANA.
           MOVE TAB-SEM-DESDE(WS-SEM-INDICE) TO WS-CSV-DESDE.
           MOVE TAB-SEM-HASTA(WS-SEM-INDICE) TO WS-CSV-HASTA.
           MOVE TAB-SEM-FACTURAS(WS-SEM-INDICE) TO WS-CSV-FACTURAS.
           MOVE TAB-SEM-RETENCIONES(WS-SEM-INDICE)
               TO WS-CSV-RETENCIONES.
           MOVE TAB-SEM-LOTES(WS-SEM-INDICE) TO WS-CSV-LOTES.
           MOVE TAB-SEM-ESTIMADO(WS-SEM-INDICE) TO WS-CSV-ESTIMADO.
           MOVE TAB-SEM-TOTAL(WS-SEM-INDICE) TO WS-CSV-TOTAL.
           WRITE REG-CSV FROM WS-CSV-LIN.

       IMPRIMO-RESUMEN.
           MOVE "Facturas con saldo a pagar:" TO PTR-RES-CANT-ETIQ.
           MOVE WS-FAC-ABIERTAS TO PTR-RES-CANT-NRO.
           WRITE REG-LISTADO FROM PTR-RES-CANT.
           MOVE "  de ellas vencidas (imputadas a semana 1):"
               TO PTR-RES-CANT-ETIQ.
           MOVE WS-FAC-VENCIDAS TO PTR-RES-CANT-NRO.
           WRITE REG-LISTADO FROM PTR-RES-CANT.
           MOVE "  saldo vencido:" TO PTR-RES-IMP-ETIQ.
           MOVE WS-VEN-TOTAL TO PTR-RES-IMP-NRO.
           WRITE REG-LISTADO FROM PTR-RES-IMP.
           MOVE "Retenciones pendientes de deposito:"
               TO PTR-RES-CANT-ETIQ.
           MOVE WS-RTN-PEND TO PTR-RES-CANT-NRO.
           WRITE REG-LISTADO FROM PTR-RES-CANT.
           MOVE "Transferencias sin retorno del banco:"
               TO PTR-RES-CANT-ETIQ.
           MOVE WS-ENV-PEND TO PTR-RES-CANT-NRO.
           WRITE REG-LISTADO FROM PTR-RES-CANT.
           MOVE "Novedades sin facturar estimadas:"
               TO PTR-RES-CANT-ETIQ.
           MOVE WS-NOV-ESTIMADAS TO PTR-RES-CANT-NRO.
           WRITE REG-LISTADO FROM PTR-RES-CANT.
           MOVE "Novedades sin tarifa (no estimadas):"
               TO PTR-RES-CANT-ETIQ.
           MOVE WS-NOV-SIN-TARIFA TO PTR-RES-CANT-NRO.
           WRITE REG-LISTADO FROM PTR-RES-CANT.

       FIN.
           CLOSE LISTADO.
           CLOSE CSVFLUJO.

       END PROGRAM FLUJO-CAJA.
