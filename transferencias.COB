           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRF-ESTADO.

           SELECT NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTF-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-ESTADO.

           SELECT DOCUMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOC-ESTADO.

           SELECT PROFAUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-ESTADO.

           SELECT TRFRETENIDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRT-ESTADO.

           SELECT DISPUTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIS-ESTADO.

           SELECT ANTICIPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANT-ESTADO.

           SELECT RECUPEROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARC-ESTADO.

           SELECT EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMB-ESTADO.

           SELECT EMBAPLICADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMA-ESTADO.

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
           03 REG-TRF-PIE-IMPORTE PIC 9(11)V99.
           03 FILLER              PIC X(40).

       FD  NOTIFICACIONES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NotificacionesPendientes.txt".
       01  REG-NTF.
           03 REG-NTF-ID.
              05 REG-NTF-ID-FECHA PIC 9(8).
              05 REG-NTF-ID-HORA  PIC 9(8).
              05 REG-NTF-ID-SEC   PIC 9(4).
              05 REG-NTF-TIPO     PIC X(10).
           03 REG-NTF-NUMERO      PIC X(5).
           03 REG-NTF-COMPROBANTE PIC 9(8).
           03 REG-NTF-FECHA       PIC 9(8).
           03 REG-NTF-IMPORTE     PIC 9(9)V99.
           03 REG-NTF-DETALLE     PIC X(30).
           03 REG-NTF-ESTADO      PIC X(1).
           03 REG-NTF-EMAIL       PIC X(40).
           03 REG-NTF-CELULAR     PIC X(15).
           03 REG-NTF-FECHA-EST   PIC 9(8).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoExcTransfer.txt".
       01  REG-LISTADO PIC X(132).
           03 REG-RTN-BASE    PIC 9(9)V99.
           03 REG-RTN-IMPORTE PIC 9(9)V99.

       FD  DOCUMENTOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/DocumentosProfesor.txt".
       01  REG-DOC.
           03 REG-DOC-NUMERO     PIC X(05).
           03 REG-DOC-TIPO       PIC X(04).
           03 REG-DOC-EMISION    PIC 9(08).
           03 REG-DOC-VENCE      PIC 9(08).
           03 REG-DOC-REFERENCIA PIC X(20).

       FD  PROFAUDIT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ProfesoresAudit.txt".
       01  REG-AUD.
           03 REG-AUD-NUMERO     PIC X(05).
           03 REG-AUD-CAMPO      PIC X(10).
           03 REG-AUD-VALOR-ANT  PIC X(25).
           03 REG-AUD-VALOR-NVO  PIC X(25).
           03 REG-AUD-FECHA      PIC 9(08).
           03 REG-AUD-HORA       PIC 9(08).
           03 REG-AUD-USUARIO    PIC X(08).

       FD  TRFRETENIDAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TransferenciasRetenidas.txt".
       01  REG-TRT.
           03 REG-TRT-NUMERO         PIC X(05).
           03 REG-TRT-COMPROBANTE    PIC 9(08).
           03 REG-TRT-CBU            PIC 9(22).
           03 REG-TRT-IMPORTE        PIC 9(09)V99.
           03 REG-TRT-CONCEPTO       PIC X(20).
           03 REG-TRT-FECHA-RETIENE  PIC 9(08).
           03 REG-TRT-FECHA-CAMBIO   PIC 9(08).
           03 REG-TRT-USUARIO-CAMBIO PIC X(08).
           03 REG-TRT-ESTADO         PIC X(01).
           03 REG-TRT-USUARIO-LIBERA PIC X(08).
           03 REG-TRT-FECHA-LIBERA   PIC 9(08).
           03 REG-TRT-HORA-LIBERA    PIC 9(08).
           03 REG-TRT-FECHA-LOTE     PIC 9(08).

       FD  DISPUTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Disputas.txt".
       01  REG-DIS.
           03 REG-DIS-COMPROBANTE    PIC 9(8).
           03 REG-DIS-NUMERO         PIC X(5).
           03 REG-DIS-DESDE          PIC 9(8).
           03 REG-DIS-HASTA          PIC 9(8).
           03 REG-DIS-ORIGINAL       PIC 9(9)V99.
           03 REG-DIS-MOTIVO         PIC X(30).
           03 REG-DIS-SENTIDO        PIC X(1).
           03 REG-DIS-IMPORTE        PIC 9(9)V99.
           03 REG-DIS-ESTADO         PIC X(10).
              88 REG-DIS-ABIERTA VALUE "ABIERTA" "REVISION".
           03 REG-DIS-FECHA-ALTA     PIC 9(8).
           03 REG-DIS-USUARIO-ALTA   PIC X(8).
           03 REG-DIS-FECHA-ESTADO   PIC 9(8).
           03 REG-DIS-USUARIO-ESTADO PIC X(8).
           03 REG-DIS-RESOLUCION     PIC X(30).
           03 REG-DIS-ACEPTADO       PIC 9(9)V99.
           03 REG-DIS-FECHA-NOTA     PIC 9(8).

       FD  ANTICIPOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Anticipos.txt".
       01  REG-ANT.
           03 REG-ANT-ID              PIC 9(6).
           03 REG-ANT-NUMERO          PIC X(5).
           03 REG-ANT-FECHA           PIC 9(8).
           03 REG-ANT-IMPORTE         PIC 9(9)V99.
           03 REG-ANT-MOTIVO          PIC X(30).
           03 REG-ANT-ESTADO          PIC X(1).
           03 REG-ANT-USUARIO-ALTA    PIC X(8).
           03 REG-ANT-USUARIO-APRUEBA PIC X(8).
           03 REG-ANT-FECHA-APRUEBA   PIC 9(8).
           03 REG-ANT-FECHA-PAGO      PIC 9(8).
           03 REG-ANT-RECUPERADO      PIC 9(9)V99.
           03 REG-ANT-FECHA-RECUPERO  PIC 9(8).

       FD  RECUPEROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/AnticiposRecupero.txt".
       01  REG-ARC.
           03 REG-ARC-NUMERO      PIC X(5).
           03 REG-ARC-ID          PIC 9(6).
           03 REG-ARC-FECHA       PIC 9(8).
           03 REG-ARC-COMPROBANTE PIC 9(8).
           03 REG-ARC-IMPORTE     PIC 9(9)V99.

       FD  EMBARGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Embargos.txt".
       01  REG-EMB.
           03 REG-EMB-OFICIO         PIC X(12).
           03 REG-EMB-NUMERO         PIC X(5).
           03 REG-EMB-JUZGADO        PIC X(30).
           03 REG-EMB-TIPO           PIC X(1).
           03 REG-EMB-PORCENTAJE     PIC 9(3)V99.
           03 REG-EMB-MONTO          PIC 9(9)V99.
           03 REG-EMB-TOPE           PIC 9(9)V99.
           03 REG-EMB-APLICADO       PIC 9(9)V99.
           03 REG-EMB-CBU            PIC 9(22).
           03 REG-EMB-ESTADO         PIC X(1).
           03 REG-EMB-FECHA-ALTA     PIC 9(8).
           03 REG-EMB-USUARIO-ALTA   PIC X(8).
           03 REG-EMB-FECHA-ESTADO   PIC 9(8).
           03 REG-EMB-USUARIO-ESTADO PIC X(8).

       FD  EMBAPLICADOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/EmbargosAplicados.txt".
       01  REG-EMA.
           03 REG-EMA-OFICIO      PIC X(12).
           03 REG-EMA-NUMERO      PIC X(5).
           03 REG-EMA-FECHA       PIC 9(8).
           03 REG-EMA-COMPROBANTE PIC 9(8).
           03 REG-EMA-BASE        PIC 9(9)V99.
           03 REG-EMA-IMPORTE     PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
       01  WS-PAR-DATOS-T.
           03 WS-PAR-DESDE PIC 9(8).
           03 WS-PAR-HASTA PIC 9(8).
           03 WS-PAR-DIAS-CBU PIC X(3).
           03 FILLER REDEFINES WS-PAR-DIAS-CBU.
              05 WS-PAR-DIAS-CBU-N PIC 9(3).

       77  WS-DIAS-CBU PIC 9(3) VALUE ZERO.

       77  TRF-ESTADO PIC XX.
           88 TRF-OK VALUE 00.
           88 TRF-EOF VALUE 10.

       77  NTF-ESTADO PIC XX.
           88 NTF-OK VALUE 00.

       77  WS-NTF-HORA PIC 9(8).
       77  WS-NTF-SEC  PIC 9(4) VALUE ZERO.
       77  WS-NTF-COMPROBANTE PIC 9(8).

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.
           03 PRO-ESTADO PIC XX.
              88 PRO-OK  VALUE 00.
              88 PRO-EOF VALUE 10.
           03 PRO-CATEGORIA PIC X(01).
           03 PRO-USUARIO   PIC X(08).
           03 PRO-EMAIL     PIC X(40).
           03 PRO-CELULAR   PIC X(15).

       77  WS-PRB-INDICE   PIC 9(4).
       77  WS-PRB-CANTIDAD PIC 9(4) VALUE ZERO.
           88 FAC-ANULADA VALUE "S".
       77  WS-ANU-CANT PIC 9(5) VALUE ZERO.

       77  DIS-ESTADO PIC XX.
           88 DIS-OK  VALUE 00.
           88 DIS-EOF VALUE 10.

       77  WS-DSP-INDICE   PIC 9(4).
       77  WS-DSP-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-DSP-HALLADO  PIC 9(4).
       01  TAB-DISPUTADAS.
           03 TAB-DSP OCCURS 2000 TIMES.
              05 TAB-DSP-COMPROBANTE PIC 9(8).
              05 TAB-DSP-ESTADO      PIC X(10).
       77  WS-DSP-CANT PIC 9(5) VALUE ZERO.

       77  ANT-ESTADO PIC XX.
           88 ANT-OK  VALUE 00.
           88 ANT-EOF VALUE 10.

       77  ARC-ESTADO PIC XX.
           88 ARC-OK VALUE 00.

       77  WS-ANT-INDICE   PIC 9(4).
       77  WS-ANT-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ANTICIPOS.
           03 TAB-ANT OCCURS 3000 TIMES.
              05 TAB-ANT-ID              PIC 9(6).
              05 TAB-ANT-NUMERO          PIC X(5).
              05 TAB-ANT-FECHA           PIC 9(8).
              05 TAB-ANT-IMPORTE         PIC 9(9)V99.
              05 TAB-ANT-MOTIVO          PIC X(30).
              05 TAB-ANT-ESTADO          PIC X(1).
                 88 ANT-APROBADO    VALUE "A".
                 88 ANT-TRANSFERIDO VALUE "T".
              05 TAB-ANT-USUARIO-ALTA    PIC X(8).
              05 TAB-ANT-USUARIO-APRUEBA PIC X(8).
              05 TAB-ANT-FECHA-APRUEBA   PIC 9(8).
              05 TAB-ANT-FECHA-PAGO      PIC 9(8).
              05 TAB-ANT-RECUPERADO      PIC 9(9)V99.
              05 TAB-ANT-FECHA-RECUPERO  PIC 9(8).

       77  WS-ANT-SALDO      PIC 9(9)V99.
       77  WS-ANT-APLICA     PIC 9(9)V99.
       77  WS-ANT-DESCONTADO PIC 9(9)V99.
       77  WS-LAN-ABIERTO PIC X(1) VALUE "N".
           88 LAN-ABIERTO VALUE "S".
       77  WS-LAN-CANT    PIC 9(6) VALUE ZERO.
       77  WS-LAN-TOTAL   PIC 9(11)V99 VALUE ZERO.
       77  WS-ARC-CANT    PIC 9(5) VALUE ZERO.
       77  WS-ARC-TOTAL   PIC 9(11)V99 VALUE ZERO.
       77  WS-CAN-CANT    PIC 9(5) VALUE ZERO.

       77  EMB-ESTADO PIC XX.
           88 EMB-OK  VALUE 00.
           88 EMB-EOF VALUE 10.

       77  EMA-ESTADO PIC XX.
           88 EMA-OK VALUE 00.

       77  WS-EMB-INDICE   PIC 9(4).
       77  WS-EMB-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-EMBARGOS.
           03 TAB-EMB OCCURS 500 TIMES.
              05 TAB-EMB-OFICIO         PIC X(12).
              05 TAB-EMB-NUMERO         PIC X(5).
              05 TAB-EMB-JUZGADO        PIC X(30).
              05 TAB-EMB-TIPO           PIC X(1).
                 88 EMB-PORCENTUAL VALUE "P".
              05 TAB-EMB-PORCENTAJE     PIC 9(3)V99.
              05 TAB-EMB-MONTO          PIC 9(9)V99.
              05 TAB-EMB-TOPE           PIC 9(9)V99.
              05 TAB-EMB-APLICADO       PIC 9(9)V99.
              05 TAB-EMB-CBU            PIC 9(22).
              05 TAB-EMB-ESTADO         PIC X(1).
                 88 EMB-ACTIVO VALUE "A".
              05 TAB-EMB-FECHA-ALTA     PIC 9(8).
              05 TAB-EMB-USUARIO-ALTA   PIC X(8).
              05 TAB-EMB-FECHA-ESTADO   PIC 9(8).
              05 TAB-EMB-USUARIO-ESTADO PIC X(8).

       77  WS-EMD-INDICE   PIC 9(2).
       77  WS-EMD-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-EMB-DESCUENTOS.
           03 TAB-EMD OCCURS 20 TIMES.
              05 TAB-EMD-EMBARGO PIC 9(4).
              05 TAB-EMD-IMPORTE PIC 9(9)V99.

       77  WS-EMB-BASE       PIC 9(9)V99.
       77  WS-EMB-SALDO      PIC 9(9)V99.
       77  WS-EMB-APLICA     PIC 9(9)V99.
       77  WS-EMB-DESCONTADO PIC 9(9)V99.
       77  WS-EMB-CANT       PIC 9(5) VALUE ZERO.
       77  WS-EMB-TOTAL      PIC 9(11)V99 VALUE ZERO.
       77  WS-EMB-CUMPLIDOS  PIC 9(4) VALUE ZERO.

       77  PAG-ESTADO PIC XX.
           88 PAG-OK  VALUE 00.
           88 PAG-EOF VALUE 10.
           88 RTN-OK  VALUE 00.
           88 RTN-EOF VALUE 10.

       77  DOC-ESTADO PIC XX.
           88 DOC-OK  VALUE 00.
           88 DOC-EOF VALUE 10.

       77  WS-DOC-INDICE   PIC 9(4).
       77  WS-DOC-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-DOC-HALLADO  PIC 9(4).
       01  TAB-DOCUMENTOS.
           03 TAB-DOC OCCURS 3000 TIMES.
              05 TAB-DOC-NUMERO PIC X(5).
              05 TAB-DOC-TIPO   PIC X(4).
              05 TAB-DOC-VENCE  PIC 9(8).

       77  AUD-ESTADO PIC XX.
           88 AUD-OK  VALUE 00.
           88 AUD-EOF VALUE 10.

       77  TRT-ESTADO PIC XX.
           88 TRT-OK  VALUE 00.
           88 TRT-EOF VALUE 10.

       77  WS-CCB-INDICE   PIC 9(4).
       77  WS-CCB-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-CCB-HALLADO  PIC 9(4).
       01  TAB-CAMBIOS-CBU.
           03 TAB-CCB OCCURS 1000 TIMES.
              05 TAB-CCB-NUMERO  PIC X(5).
              05 TAB-CCB-FECHA   PIC 9(8).
              05 TAB-CCB-USUARIO PIC X(8).

       77  WS-TRT-INDICE   PIC 9(4).
       77  WS-TRT-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-TRT-HALLADO  PIC 9(4).
       01  TAB-RETENIDAS.
           03 TAB-TRT OCCURS 2000 TIMES.
              05 TAB-TRT-NUMERO         PIC X(05).
              05 TAB-TRT-COMPROBANTE    PIC 9(08).
              05 TAB-TRT-CBU            PIC 9(22).
              05 TAB-TRT-IMPORTE        PIC 9(09)V99.
              05 TAB-TRT-CONCEPTO       PIC X(20).
              05 TAB-TRT-FECHA-RETIENE  PIC 9(08).
              05 TAB-TRT-FECHA-CAMBIO   PIC 9(08).
              05 TAB-TRT-USUARIO-CAMBIO PIC X(08).
              05 TAB-TRT-ESTADO         PIC X(01).
                 88 TRT-RETENIDA  VALUE "R".
                 88 TRT-LIBERADA  VALUE "L".
                 88 TRT-TRANSFERIDA VALUE "T".
              05 TAB-TRT-USUARIO-LIBERA PIC X(08).
              05 TAB-TRT-FECHA-LIBERA   PIC 9(08).
              05 TAB-TRT-HORA-LIBERA    PIC 9(08).
              05 TAB-TRT-FECHA-LOTE     PIC 9(08).

       77  WS-RTD-CANT  PIC 9(5) VALUE ZERO.
       77  WS-RTD-TOTAL PIC 9(11)V99 VALUE ZERO.
       77  WS-LIB-CANT  PIC 9(5) VALUE ZERO.

       01  WS-FECHA-LIMITE PIC 9(8).
       01  WS-FECHA-CAL.
           03 WS-FECHA-CAL-AA PIC 9(4).
           03 WS-FECHA-CAL-MM PIC 9(2).
           03 WS-FECHA-CAL-DD PIC 9(2).
       77  WS-DIAS-MES    PIC 9(2).
       77  WS-BISIESTO-R4 PIC 9(4).
       77  WS-BISIESTO-R1 PIC 9(4).
       77  WS-BISIESTO-R2 PIC 9(4).

       77  WS-ESC-INDICE   PIC 9(2).
       77  WS-ESC-CANTIDAD PIC 9(2) VALUE ZERO.
       77  WS-ESC-HALLADO  PIC X(1).
           03 FILLER              PIC X(2)  VALUE SPACES.
           03 PTR-EXC-DET-MOTIVO  PIC X(30).

       01  PTR-DIAS-CBU.
           03 FILLER          PIC X(38) VALUE
              "Dias de retencion por cambio de CBU:  ".
           03 PTR-DIAS-CBU-CANT PIC ZZ9.
           03 FILLER          PIC X(16) VALUE " (cambios desde ".
           03 PTR-DIAS-CBU-DESDE PIC 9(8).
           03 FILLER          PIC X(1)  VALUE ")".

       01  PTR-RTD-TOT.
           03 FILLER PIC X(38) VALUE
              "Transferencias retenidas por CBU:     ".
           03 PTR-RTD-TOT-CANT PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE "  importe: $".
           03 PTR-RTD-TOT-IMP PIC ZZZZZZZZZZ9,99.

       01  PTR-LIB-TOT.
           03 FILLER PIC X(38) VALUE
              "Retenidas liberadas incluidas en lote:".
           03 PTR-LIB-TOT-CANT PIC ZZZZ9.

       01  PTR-LAN-TOT.
           03 FILLER PIC X(38) VALUE
              "Anticipos transferidos (lote aparte): ".
           03 PTR-LAN-TOT-CANT PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE "  importe: $".
           03 PTR-LAN-TOT-IMP PIC ZZZZZZZZZZ9,99.

       01  PTR-ARC-TOT.
           03 FILLER PIC X(38) VALUE
              "Anticipos descontados de facturas:    ".
           03 PTR-ARC-TOT-CANT PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE "  importe: $".
           03 PTR-ARC-TOT-IMP PIC ZZZZZZZZZZ9,99.

       01  PTR-EMB-TOT.
           03 FILLER PIC X(38) VALUE
              "Embargos judiciales transferidos:     ".
           03 PTR-EMB-TOT-CANT PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE "  importe: $".
           03 PTR-EMB-TOT-IMP PIC ZZZZZZZZZZ9,99.

       01  PTR-CAN-TOT.
           03 FILLER PIC X(38) VALUE
              "Facturas sin neto a transferir:       ".
           03 PTR-CAN-TOT-CANT PIC ZZZZ9.

       01  PTR-EXC-TOT.
           03 FILLER PIC X(36) VALUE
              "Profesores excluidos del pago:      ".
           PERFORM CARGO-PAGOS-MES.
           PERFORM CARGO-RETENCIONES-MES.
           PERFORM CARGO-ANULADAS.
           PERFORM CARGO-DOCUMENTOS.
           PERFORM CARGO-CAMBIOS-CBU.
           PERFORM CARGO-RETENIDAS.
           PERFORM CARGO-DISPUTAS.
           PERFORM CARGO-ANTICIPOS.
           PERFORM CARGO-EMBARGOS.
           PERFORM ABRO-RETENCIONES.
           PERFORM ABRO-RECUPEROS.
           PERFORM ABRO-EMBAPLICADOS.
           PERFORM GRABO-CABECERA.
           PERFORM LEO-FACTRESUMEN.
           PERFORM PROC-FACTURA UNTIL (RES-EOF).
           PERFORM PROC-SELECCIONADAS.
           PERFORM PROC-LIBERADAS.
           PERFORM GRABO-RETENIDAS.
           PERFORM GRABO-PIE.
           PERFORM PROC-ANTICIPOS.
           PERFORM GRABO-ANTICIPOS.
           PERFORM GRABO-EMBARGOS.
           PERFORM IMPRIMO-TOTALES.
           PERFORM FIN.
           STOP RUN.
       INICIO.
           PERFORM TOMO-BLOQUEO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-HORA FROM TIME.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.
           COMPUTE WS-RET-PERIODO =
               WS-FECHA-ACT-AA * 100 + WS-FECHA-ACT-MM.
           PERFORM CONTROLO-CORRIDA-DIA.

           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
           IF (WS-TRF-HASTA = ZERO) THEN
               MOVE 99999999 TO WS-TRF-HASTA
           END-IF.
           IF (WS-DIAS-CBU = ZERO) THEN
               MOVE 15 TO WS-DIAS-CBU
           END-IF.
           MOVE WS-FECHA-ACT TO WS-FECHA-CAL.
           PERFORM RESTO-DIA WS-DIAS-CBU TIMES.
           MOVE WS-FECHA-CAL TO WS-FECHA-LIMITE.

           OPEN INPUT PROFESORES.
           IF (NOT PROF-OK) THEN
               STOP RUN
           END-IF.

           OPEN EXTEND NOTIFICACIONES.
           IF (NOT NTF-OK) THEN
               OPEN OUTPUT NOTIFICACIONES
           END-IF.
           IF (NOT NTF-OK) THEN
               DISPLAY "ERROR EN OPEN NotificacionesPendientes: "
                       NTF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
           PERFORM IMPRIMO-PARAMETROS.
           WRITE REG-LISTADO FROM PTR-EXC-CAB.

       CONTROLO-CORRIDA-DIA.
           OPEN INPUT TRANSFER.
           IF (NOT TRF-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           READ TRANSFER.
           IF (TRF-OK) AND (REG-TRF-TIPO = "H")
                   AND (REG-TRF-CAB-FECHA = WS-FECHA-ACT) THEN
               DISPLAY "ERROR: TRANSFERENCIAS DEL " WS-FECHA-ACT
                       " YA GENERADAS - CORRIDA RECHAZADA"
               CLOSE TRANSFER
               PERFORM FIN
               STOP RUN
           END-IF.
           CLOSE TRANSFER.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
                       MOVE REG-PAR-DATOS TO WS-PAR-DATOS-T
                       MOVE WS-PAR-DESDE TO WS-TRF-DESDE
                       MOVE WS-PAR-HASTA TO WS-TRF-HASTA
                       IF (WS-PAR-DIAS-CBU NUMERIC) THEN
                           MOVE WS-PAR-DIAS-CBU-N TO WS-DIAS-CBU
                       END-IF
                       MOVE "S" TO WS-PARAM-LEIDO
                   ELSE
                       PERFORM LEO-REG-PARAMETROS
           DISPLAY "Periodo facturado hasta (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRF-HASTA.
           DISPLAY "Dias de retencion por cambio de CBU (NNN, 0 = 15): "
                   WITH NO ADVANCING.
           ACCEPT WS-DIAS-CBU.

       IMPRIMO-PARAMETROS.
           MOVE WS-TRF-DESDE TO PTR-PARAM-DESDE.
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           WRITE REG-LISTADO FROM PTR-PARAM.
           MOVE WS-DIAS-CBU TO PTR-DIAS-CBU-CANT.
           MOVE WS-FECHA-LIMITE TO PTR-DIAS-CBU-DESDE.
           WRITE REG-LISTADO FROM PTR-DIAS-CBU.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
               TO TAB-ANL-COMPROBANTE(WS-ANL-CANTIDAD).
           PERFORM LEO-ANULADAS.

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
               PERFORM CARGO-DOCUMENTO UNTIL (DOC-EOF)
               CLOSE DOCUMENTOS
           END-IF.

       CARGO-DOCUMENTO.
           ADD 1 TO WS-DOC-CANTIDAD.
           MOVE REG-DOC-NUMERO TO TAB-DOC-NUMERO(WS-DOC-CANTIDAD).
           MOVE REG-DOC-TIPO   TO TAB-DOC-TIPO(WS-DOC-CANTIDAD).
           MOVE REG-DOC-VENCE  TO TAB-DOC-VENCE(WS-DOC-CANTIDAD).
           PERFORM LEO-DOCUMENTOS.

       BUSCO-DOC-VENCIDO.
           MOVE ZERO TO WS-DOC-HALLADO.
           MOVE ZERO TO WS-DOC-INDICE.
           PERFORM BUSCO-DOC-VENCIDO-DET WS-DOC-CANTIDAD TIMES.

       BUSCO-DOC-VENCIDO-DET.
           ADD 1 TO WS-DOC-INDICE.
           IF (TAB-DOC-NUMERO(WS-DOC-INDICE)
                   = TAB-SEL-NUMERO(WS-SEL-INDICE))
                   AND (TAB-DOC-VENCE(WS-DOC-INDICE)
                        < WS-FECHA-ACT) THEN
               MOVE WS-DOC-INDICE TO WS-DOC-HALLADO
           END-IF.

       BUSCO-ANULADA.
           MOVE "N" TO WS-FAC-ANULADA.
           SET L TO 1.
               MOVE "SIN DATOS EN MAESTRO" TO PTR-EXC-DET-MOTIVO
               PERFORM IMPRIMO-EXCEPCION
           ELSE
               PERFORM BUSCO-DOC-VENCIDO
               PERFORM BUSCO-DISPUTADA
               IF (WS-DSP-HALLADO NOT = ZERO) THEN
                   MOVE SPACES TO PTR-EXC-DET-MOTIVO
                   STRING "EN DISPUTA: " DELIMITED BY SIZE
                          TAB-DSP-ESTADO(WS-DSP-HALLADO)
                          DELIMITED BY SIZE
                          INTO PTR-EXC-DET-MOTIVO
                   PERFORM IMPRIMO-EXCEPCION
                   ADD 1 TO WS-DSP-CANT
               ELSE IF (WS-DOC-HALLADO NOT = ZERO) THEN
                   MOVE SPACES TO PTR-EXC-DET-MOTIVO
                   STRING "DOCUMENTO VENCIDO: " DELIMITED BY SIZE
                          TAB-DOC-TIPO(WS-DOC-HALLADO)
                          DELIMITED BY SIZE
                          INTO PTR-EXC-DET-MOTIVO
                   PERFORM IMPRIMO-EXCEPCION
               ELSE IF (WS-CBU-ACT = ZERO) THEN
                   MOVE "SIN CBU CARGADO" TO PTR-EXC-DET-MOTIVO
                   PERFORM IMPRIMO-EXCEPCION
               ELSE
                       MOVE "CBU INVALIDO" TO PTR-EXC-DET-MOTIVO
                       PERFORM IMPRIMO-EXCEPCION
                   ELSE
                       PERFORM PROC-CBU-VALIDO
                   END-IF
               END-IF
           END-IF.

       PROC-CBU-VALIDO.
           PERFORM BUSCO-RETENIDA.
           IF (WS-TRT-HALLADO NOT = ZERO) THEN
               MOVE "COMPROBANTE YA RETENIDO" TO PTR-EXC-DET-MOTIVO
               PERFORM IMPRIMO-EXCEPCION
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-CAMBIO-CBU.
           IF (WS-CCB-HALLADO NOT = ZERO) THEN
               PERFORM RETENGO-TRANSFERENCIA
           ELSE
               PERFORM GRABO-TRANSFERENCIA
           END-IF.

       BUSCO-PROFESOR.
           MOVE "N" TO WS-PROF-HALLADO.
           MOVE ZERO TO WS-CBU-ACT.
           CALL "PROFESORES" USING PROFESOR.

       GRABO-TRANSFERENCIA.
           PERFORM ARMO-TRANSFERENCIA.
           IF (WS-RET-NETO = ZERO) THEN
               ADD 1 TO WS-CAN-CANT
               PERFORM GRABO-DESCUENTOS-EMBARGO
               EXIT PARAGRAPH
           END-IF.
           WRITE REG-TRF.
           MOVE TAB-SEL-COMPROBANTE(WS-SEL-INDICE)
               TO WS-NTF-COMPROBANTE.
           PERFORM ENCOLO-NOTIFICACION.
           ADD 1 TO WS-TRF-CANT.
           ADD WS-RET-NETO TO WS-TRF-TOTAL.
           PERFORM GRABO-DESCUENTOS-EMBARGO.

       ENCOLO-NOTIFICACION.
           ADD 1 TO WS-NTF-SEC.
           MOVE WS-FECHA-ACT          TO REG-NTF-ID-FECHA.
           MOVE WS-NTF-HORA           TO REG-NTF-ID-HORA.
           MOVE WS-NTF-SEC            TO REG-NTF-ID-SEC.
           MOVE "PAGO"                TO REG-NTF-TIPO.
           MOVE REG-TRF-DET-NUMERO    TO REG-NTF-NUMERO.
           MOVE WS-NTF-COMPROBANTE    TO REG-NTF-COMPROBANTE.
           MOVE WS-FECHA-ACT          TO REG-NTF-FECHA.
           MOVE REG-TRF-DET-IMPORTE   TO REG-NTF-IMPORTE.
           MOVE REG-TRF-DET-CONCEPTO  TO REG-NTF-DETALLE.
           MOVE "P"                   TO REG-NTF-ESTADO.
           MOVE SPACES                TO REG-NTF-EMAIL.
           MOVE SPACES                TO REG-NTF-CELULAR.
           MOVE WS-FECHA-ACT          TO REG-NTF-FECHA-EST.
           WRITE REG-NTF.

       RETENGO-TRANSFERENCIA.
           IF (WS-TRT-CANTIDAD NOT < 2000) THEN
               DISPLAY "ERROR: TABLA DE TRANSFERENCIAS RETENIDAS "
                       "COMPLETA"
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM ARMO-TRANSFERENCIA.
           PERFORM GRABO-DESCUENTOS-EMBARGO.
           PERFORM ARMO-TRANSFERENCIA-DET.
           IF (WS-RET-NETO = ZERO) THEN
               ADD 1 TO WS-CAN-CANT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRT-CANTIDAD.
           MOVE WS-TRT-CANTIDAD TO WS-TRT-INDICE.
           MOVE REG-TRF-DET-NUMERO TO TAB-TRT-NUMERO(WS-TRT-INDICE).
           MOVE TAB-SEL-COMPROBANTE(WS-SEL-INDICE)
               TO TAB-TRT-COMPROBANTE(WS-TRT-INDICE).
           MOVE REG-TRF-DET-CBU TO TAB-TRT-CBU(WS-TRT-INDICE).
           MOVE REG-TRF-DET-IMPORTE TO TAB-TRT-IMPORTE(WS-TRT-INDICE).
           MOVE REG-TRF-DET-CONCEPTO
               TO TAB-TRT-CONCEPTO(WS-TRT-INDICE).
           MOVE WS-FECHA-ACT TO TAB-TRT-FECHA-RETIENE(WS-TRT-INDICE).
           MOVE TAB-CCB-FECHA(WS-CCB-HALLADO)
               TO TAB-TRT-FECHA-CAMBIO(WS-TRT-INDICE).
           MOVE TAB-CCB-USUARIO(WS-CCB-HALLADO)
               TO TAB-TRT-USUARIO-CAMBIO(WS-TRT-INDICE).
           MOVE "R" TO TAB-TRT-ESTADO(WS-TRT-INDICE).
           MOVE SPACES TO TAB-TRT-USUARIO-LIBERA(WS-TRT-INDICE).
           MOVE ZERO TO TAB-TRT-FECHA-LIBERA(WS-TRT-INDICE).
           MOVE ZERO TO TAB-TRT-HORA-LIBERA(WS-TRT-INDICE).
           MOVE ZERO TO TAB-TRT-FECHA-LOTE(WS-TRT-INDICE).
           ADD 1 TO WS-RTD-CANT.
           ADD WS-RET-NETO TO WS-RTD-TOTAL.
           MOVE SPACES TO PTR-EXC-DET-MOTIVO.
           STRING "RETENIDA: CBU MODIF. " DELIMITED BY SIZE
                  TAB-CCB-FECHA(WS-CCB-HALLADO) DELIMITED BY SIZE
                  INTO PTR-EXC-DET-MOTIVO.
           PERFORM IMPRIMO-EXCEPCION.

       ARMO-TRANSFERENCIA.
           MOVE TAB-SEL-IMPORTE(WS-SEL-INDICE) TO WS-RET-BRUTO.
           PERFORM CALCULO-RETENCION.
           IF (WS-RET-ACTUAL NOT = ZERO) THEN
               PERFORM GRABO-RETENCION
           END-IF.
           PERFORM CALCULO-EMBARGOS.
           PERFORM DESCUENTO-ANTICIPOS.
           PERFORM ARMO-TRANSFERENCIA-DET.

       ARMO-TRANSFERENCIA-DET.
           MOVE SPACES TO REG-TRF.
           MOVE "D" TO REG-TRF-TIPO.
           MOVE WS-CBU-ACT TO REG-TRF-DET-CBU.
                  INTO REG-TRF-DET-CONCEPTO.
           MOVE TAB-SEL-NUMERO(WS-SEL-INDICE)
               TO REG-TRF-DET-NUMERO.

       CALCULO-RETENCION.
           MOVE ZERO TO WS-RET-ACTUAL.
           MOVE WS-TRF-TOTAL TO REG-TRF-PIE-IMPORTE.
           WRITE REG-TRF.

       LEO-PROFAUDIT.
           READ PROFAUDIT RECORD INTO REG-AUD.
           IF ((NOT AUD-OK) AND (NOT AUD-EOF)) THEN
               DISPLAY "ERROR EN READ ProfesoresAudit: " AUD-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-CAMBIOS-CBU.
           MOVE ZERO TO WS-CCB-CANTIDAD.
           OPEN INPUT PROFAUDIT.
           IF (AUD-OK) THEN
               PERFORM LEO-PROFAUDIT
               PERFORM CARGO-CAMBIO-CBU UNTIL (AUD-EOF)
               CLOSE PROFAUDIT
           END-IF.

       CARGO-CAMBIO-CBU.
           IF (REG-AUD-CAMPO = "CBU")
                   AND (REG-AUD-VALOR-ANT NOT = SPACES)
                   AND (REG-AUD-VALOR-NVO NOT = SPACES)
                   AND (REG-AUD-FECHA > WS-FECHA-LIMITE) THEN
               MOVE REG-AUD-NUMERO TO WS-BUSCO-NUMERO
               PERFORM BUSCO-CCB
               IF (WS-CCB-HALLADO = ZERO) THEN
                   ADD 1 TO WS-CCB-CANTIDAD
                   MOVE WS-CCB-CANTIDAD TO WS-CCB-HALLADO
                   MOVE REG-AUD-NUMERO
                       TO TAB-CCB-NUMERO(WS-CCB-HALLADO)
                   MOVE ZERO TO TAB-CCB-FECHA(WS-CCB-HALLADO)
               END-IF
               IF (REG-AUD-FECHA NOT < TAB-CCB-FECHA(WS-CCB-HALLADO))
                       THEN
                   MOVE REG-AUD-FECHA
                       TO TAB-CCB-FECHA(WS-CCB-HALLADO)
                   MOVE REG-AUD-USUARIO
                       TO TAB-CCB-USUARIO(WS-CCB-HALLADO)
               END-IF
           END-IF.
           PERFORM LEO-PROFAUDIT.

       BUSCO-CCB.
           MOVE ZERO TO WS-CCB-HALLADO.
           MOVE ZERO TO WS-CCB-INDICE.
           PERFORM BUSCO-CCB-DET WS-CCB-CANTIDAD TIMES.

       BUSCO-CCB-DET.
           ADD 1 TO WS-CCB-INDICE.
           IF (TAB-CCB-NUMERO(WS-CCB-INDICE) = WS-BUSCO-NUMERO) THEN
               MOVE WS-CCB-INDICE TO WS-CCB-HALLADO
           END-IF.

       BUSCO-CAMBIO-CBU.
           MOVE TAB-SEL-NUMERO(WS-SEL-INDICE) TO WS-BUSCO-NUMERO.
           PERFORM BUSCO-CCB.

       LEO-RETENIDAS.
           READ TRFRETENIDAS RECORD INTO REG-TRT.
           IF ((NOT TRT-OK) AND (NOT TRT-EOF)) THEN
               DISPLAY "ERROR EN READ TransferenciasRetenidas: "
                       TRT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-RETENIDAS.
           MOVE ZERO TO WS-TRT-CANTIDAD.
           OPEN INPUT TRFRETENIDAS.
           IF (TRT-OK) THEN
               PERFORM LEO-RETENIDAS
               PERFORM CARGO-RETENIDA UNTIL (TRT-EOF)
               CLOSE TRFRETENIDAS
           END-IF.

       CARGO-RETENIDA.
           ADD 1 TO WS-TRT-CANTIDAD.
           MOVE REG-TRT TO TAB-TRT(WS-TRT-CANTIDAD).
           PERFORM LEO-RETENIDAS.

       BUSCO-RETENIDA.
           MOVE ZERO TO WS-TRT-HALLADO.
           MOVE ZERO TO WS-TRT-INDICE.
           PERFORM BUSCO-RETENIDA-DET WS-TRT-CANTIDAD TIMES.

       BUSCO-RETENIDA-DET.
           ADD 1 TO WS-TRT-INDICE.
           IF (TAB-TRT-COMPROBANTE(WS-TRT-INDICE)
                   = TAB-SEL-COMPROBANTE(WS-SEL-INDICE)) THEN
               MOVE WS-TRT-INDICE TO WS-TRT-HALLADO
           END-IF.

       LEO-DISPUTAS.
           READ DISPUTAS RECORD INTO REG-DIS.
           IF ((NOT DIS-OK) AND (NOT DIS-EOF)) THEN
               DISPLAY "ERROR EN READ Disputas: " DIS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-DISPUTAS.
           MOVE ZERO TO WS-DSP-CANTIDAD.
           OPEN INPUT DISPUTAS.
           IF (DIS-OK) THEN
               PERFORM LEO-DISPUTAS
               PERFORM CARGO-DISPUTA UNTIL (DIS-EOF)
               CLOSE DISPUTAS
           END-IF.

       CARGO-DISPUTA.
           IF (REG-DIS-ABIERTA) THEN
               ADD 1 TO WS-DSP-CANTIDAD
               MOVE REG-DIS-COMPROBANTE
                   TO TAB-DSP-COMPROBANTE(WS-DSP-CANTIDAD)
               MOVE REG-DIS-ESTADO TO TAB-DSP-ESTADO(WS-DSP-CANTIDAD)
           END-IF.
           PERFORM LEO-DISPUTAS.

       BUSCO-DISPUTADA.
           MOVE ZERO TO WS-DSP-HALLADO.
           MOVE ZERO TO WS-DSP-INDICE.
           PERFORM BUSCO-DISPUTADA-DET WS-DSP-CANTIDAD TIMES.

       BUSCO-DISPUTADA-DET.
           ADD 1 TO WS-DSP-INDICE.
           IF (TAB-DSP-COMPROBANTE(WS-DSP-INDICE)
                   = TAB-SEL-COMPROBANTE(WS-SEL-INDICE)) THEN
               MOVE WS-DSP-INDICE TO WS-DSP-HALLADO
           END-IF.

       LEO-ANTICIPOS.
           READ ANTICIPOS RECORD INTO REG-ANT.
           IF ((NOT ANT-OK) AND (NOT ANT-EOF)) THEN
               DISPLAY "ERROR EN READ Anticipos: " ANT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-ANTICIPOS.
           MOVE ZERO TO WS-ANT-CANTIDAD.
           OPEN INPUT ANTICIPOS.
           IF (ANT-OK) THEN
               PERFORM LEO-ANTICIPOS
               PERFORM CARGO-ANTICIPO UNTIL (ANT-EOF)
               CLOSE ANTICIPOS
           END-IF.

       CARGO-ANTICIPO.
           ADD 1 TO WS-ANT-CANTIDAD.
           MOVE REG-ANT TO TAB-ANT(WS-ANT-CANTIDAD).
           PERFORM LEO-ANTICIPOS.

       ABRO-RECUPEROS.
           OPEN EXTEND RECUPEROS.
           IF (NOT ARC-OK) THEN
               OPEN OUTPUT RECUPEROS
           END-IF.
           IF (NOT ARC-OK) THEN
               DISPLAY "ERROR EN OPEN AnticiposRecupero: " ARC-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       DESCUENTO-ANTICIPOS.
           MOVE ZERO TO WS-ANT-DESCONTADO.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM DESCUENTO-ANTICIPO WS-ANT-CANTIDAD TIMES.
           SUBTRACT WS-ANT-DESCONTADO FROM WS-RET-NETO.

       DESCUENTO-ANTICIPO.
           ADD 1 TO WS-ANT-INDICE.
           IF (TAB-ANT-NUMERO(WS-ANT-INDICE)
                   NOT = TAB-SEL-NUMERO(WS-SEL-INDICE))
                   OR (NOT ANT-TRANSFERIDO(WS-ANT-INDICE))
                   OR (WS-ANT-DESCONTADO NOT < WS-RET-NETO) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ANT-SALDO = TAB-ANT-IMPORTE(WS-ANT-INDICE)
               - TAB-ANT-RECUPERADO(WS-ANT-INDICE).
           COMPUTE WS-ANT-APLICA = WS-RET-NETO - WS-ANT-DESCONTADO.
           IF (WS-ANT-SALDO < WS-ANT-APLICA) THEN
               MOVE WS-ANT-SALDO TO WS-ANT-APLICA
           END-IF.
           ADD WS-ANT-APLICA TO TAB-ANT-RECUPERADO(WS-ANT-INDICE).
           ADD WS-ANT-APLICA TO WS-ANT-DESCONTADO.
           MOVE WS-FECHA-ACT TO TAB-ANT-FECHA-RECUPERO(WS-ANT-INDICE).
           IF (TAB-ANT-RECUPERADO(WS-ANT-INDICE)
                   = TAB-ANT-IMPORTE(WS-ANT-INDICE)) THEN
               MOVE "C" TO TAB-ANT-ESTADO(WS-ANT-INDICE)
           END-IF.
           MOVE TAB-ANT-NUMERO(WS-ANT-INDICE) TO REG-ARC-NUMERO.
           MOVE TAB-ANT-ID(WS-ANT-INDICE)     TO REG-ARC-ID.
           MOVE WS-FECHA-ACT                  TO REG-ARC-FECHA.
           MOVE TAB-SEL-COMPROBANTE(WS-SEL-INDICE)
               TO REG-ARC-COMPROBANTE.
           MOVE WS-ANT-APLICA                 TO REG-ARC-IMPORTE.
           WRITE REG-ARC.
           ADD 1 TO WS-ARC-CANT.
           ADD WS-ANT-APLICA TO WS-ARC-TOTAL.

       LEO-EMBARGOS.
           READ EMBARGOS RECORD INTO REG-EMB.
           IF ((NOT EMB-OK) AND (NOT EMB-EOF)) THEN
               DISPLAY "ERROR EN READ Embargos: " EMB-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-EMBARGOS.
           MOVE ZERO TO WS-EMB-CANTIDAD.
           OPEN INPUT EMBARGOS.
           IF (EMB-OK) THEN
               PERFORM LEO-EMBARGOS
               PERFORM CARGO-EMBARGO UNTIL (EMB-EOF)
               CLOSE EMBARGOS
           END-IF.

       CARGO-EMBARGO.
           ADD 1 TO WS-EMB-CANTIDAD.
           MOVE REG-EMB TO TAB-EMB(WS-EMB-CANTIDAD).
           PERFORM LEO-EMBARGOS.

       ABRO-EMBAPLICADOS.
           OPEN EXTEND EMBAPLICADOS.
           IF (NOT EMA-OK) THEN
               OPEN OUTPUT EMBAPLICADOS
           END-IF.
           IF (NOT EMA-OK) THEN
               DISPLAY "ERROR EN OPEN EmbargosAplicados: " EMA-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CALCULO-EMBARGOS.
           MOVE ZERO TO WS-EMB-DESCONTADO.
           MOVE ZERO TO WS-EMD-CANTIDAD.
           MOVE WS-RET-NETO TO WS-EMB-BASE.
           MOVE ZERO TO WS-EMB-INDICE.
           PERFORM CALCULO-EMBARGO WS-EMB-CANTIDAD TIMES.
           SUBTRACT WS-EMB-DESCONTADO FROM WS-RET-NETO.

       CALCULO-EMBARGO.
           ADD 1 TO WS-EMB-INDICE.
           IF (TAB-EMB-NUMERO(WS-EMB-INDICE)
                   NOT = TAB-SEL-NUMERO(WS-SEL-INDICE))
                   OR (NOT EMB-ACTIVO(WS-EMB-INDICE))
                   OR (WS-EMB-DESCONTADO NOT < WS-EMB-BASE)
                   OR (WS-EMD-CANTIDAD NOT < 20) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (EMB-PORCENTUAL(WS-EMB-INDICE)) THEN
               COMPUTE WS-EMB-APLICA ROUNDED = WS-EMB-BASE
                   * TAB-EMB-PORCENTAJE(WS-EMB-INDICE) / 100
           ELSE
               MOVE TAB-EMB-MONTO(WS-EMB-INDICE) TO WS-EMB-APLICA
           END-IF.
           COMPUTE WS-EMB-SALDO = TAB-EMB-TOPE(WS-EMB-INDICE)
               - TAB-EMB-APLICADO(WS-EMB-INDICE).
           IF (WS-EMB-SALDO < WS-EMB-APLICA) THEN
               MOVE WS-EMB-SALDO TO WS-EMB-APLICA
           END-IF.
           COMPUTE WS-EMB-SALDO = WS-EMB-BASE - WS-EMB-DESCONTADO.
           IF (WS-EMB-SALDO < WS-EMB-APLICA) THEN
               MOVE WS-EMB-SALDO TO WS-EMB-APLICA
           END-IF.
           IF (WS-EMB-APLICA = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD WS-EMB-APLICA TO TAB-EMB-APLICADO(WS-EMB-INDICE).
           ADD WS-EMB-APLICA TO WS-EMB-DESCONTADO.
           IF (TAB-EMB-APLICADO(WS-EMB-INDICE)
                   = TAB-EMB-TOPE(WS-EMB-INDICE)) THEN
               MOVE "C" TO TAB-EMB-ESTADO(WS-EMB-INDICE)
               MOVE WS-FECHA-ACT TO TAB-EMB-FECHA-ESTADO(WS-EMB-INDICE)
               MOVE "TRANSFER" TO TAB-EMB-USUARIO-ESTADO(WS-EMB-INDICE)
               ADD 1 TO WS-EMB-CUMPLIDOS
           END-IF.
           ADD 1 TO WS-EMD-CANTIDAD.
           MOVE WS-EMB-INDICE TO TAB-EMD-EMBARGO(WS-EMD-CANTIDAD).
           MOVE WS-EMB-APLICA TO TAB-EMD-IMPORTE(WS-EMD-CANTIDAD).
           MOVE TAB-EMB-OFICIO(WS-EMB-INDICE) TO REG-EMA-OFICIO.
           MOVE TAB-EMB-NUMERO(WS-EMB-INDICE) TO REG-EMA-NUMERO.
           MOVE WS-FECHA-ACT                  TO REG-EMA-FECHA.
           MOVE TAB-SEL-COMPROBANTE(WS-SEL-INDICE)
               TO REG-EMA-COMPROBANTE.
           MOVE WS-EMB-BASE                   TO REG-EMA-BASE.
           MOVE WS-EMB-APLICA                 TO REG-EMA-IMPORTE.
           WRITE REG-EMA.

       GRABO-DESCUENTOS-EMBARGO.
           MOVE ZERO TO WS-EMD-INDICE.
           PERFORM GRABO-DESCUENTO-EMBARGO WS-EMD-CANTIDAD TIMES.

       GRABO-DESCUENTO-EMBARGO.
           ADD 1 TO WS-EMD-INDICE.
           MOVE TAB-EMD-EMBARGO(WS-EMD-INDICE) TO WS-EMB-INDICE.
           MOVE SPACES TO REG-TRF.
           MOVE "D" TO REG-TRF-TIPO.
           MOVE TAB-EMB-CBU(WS-EMB-INDICE) TO REG-TRF-DET-CBU.
           MOVE TAB-EMD-IMPORTE(WS-EMD-INDICE) TO REG-TRF-DET-IMPORTE.
           STRING "EMBARGO " DELIMITED BY SIZE
                  TAB-EMB-OFICIO(WS-EMB-INDICE) DELIMITED BY SIZE
                  INTO REG-TRF-DET-CONCEPTO.
           MOVE TAB-EMB-NUMERO(WS-EMB-INDICE) TO REG-TRF-DET-NUMERO.
           WRITE REG-TRF.
           ADD 1 TO WS-TRF-CANT.
           ADD TAB-EMD-IMPORTE(WS-EMD-INDICE) TO WS-TRF-TOTAL.
           ADD 1 TO WS-EMB-CANT.
           ADD TAB-EMD-IMPORTE(WS-EMD-INDICE) TO WS-EMB-TOTAL.

       GRABO-EMBARGOS.
           IF (WS-EMB-CANTIDAD = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EMBARGOS.
           IF (NOT EMB-OK) THEN
               DISPLAY "ERROR EN OPEN Embargos: " EMB-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-EMB-INDICE.
           PERFORM GRABO-EMBARGO WS-EMB-CANTIDAD TIMES.
           CLOSE EMBARGOS.

       GRABO-EMBARGO.
           ADD 1 TO WS-EMB-INDICE.
           MOVE TAB-EMB(WS-EMB-INDICE) TO REG-EMB.
           WRITE REG-EMB.

       PROC-ANTICIPOS.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM PROC-ANTICIPO WS-ANT-CANTIDAD TIMES.
           IF (LAN-ABIERTO) THEN
               MOVE SPACES TO REG-TRF
               MOVE "T" TO REG-TRF-TIPO
               MOVE WS-LAN-CANT  TO REG-TRF-PIE-CANT
               MOVE WS-LAN-TOTAL TO REG-TRF-PIE-IMPORTE
               WRITE REG-TRF
           END-IF.

       PROC-ANTICIPO.
           ADD 1 TO WS-ANT-INDICE.
           IF (NOT ANT-APROBADO(WS-ANT-INDICE)) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-ANT-NUMERO(WS-ANT-INDICE) TO WS-BUSCO-NUMERO.
           PERFORM BUSCO-PRB.
           IF (WS-PRB-INDICE = ZERO) THEN
               MOVE "SIN DATOS EN MAESTRO" TO PTR-EXC-DET-NOMBRE
               MOVE "ANTICIPO: SIN DATOS EN MAESTRO"
                   TO PTR-EXC-DET-MOTIVO
               PERFORM IMPRIMO-EXCEPCION-ANTICIPO
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-PRB-NOMBRE(WS-PRB-INDICE) TO PTR-EXC-DET-NOMBRE.
           MOVE TAB-PRB-CBU(WS-PRB-INDICE) TO WS-CBU-ACT.
           IF (WS-CBU-ACT = ZERO) THEN
               MOVE "ANTICIPO: SIN CBU CARGADO" TO PTR-EXC-DET-MOTIVO
               PERFORM IMPRIMO-EXCEPCION-ANTICIPO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDO-CBU-MODULO.
           IF (NOT PRO-OK) THEN
               MOVE "ANTICIPO: CBU INVALIDO" TO PTR-EXC-DET-MOTIVO
               PERFORM IMPRIMO-EXCEPCION-ANTICIPO
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-CCB.
           IF (WS-CCB-HALLADO NOT = ZERO) THEN
               MOVE "ANTICIPO: CBU MODIF. RECIENTE"
                   TO PTR-EXC-DET-MOTIVO
               PERFORM IMPRIMO-EXCEPCION-ANTICIPO
               EXIT PARAGRAPH
           END-IF.
           IF (NOT LAN-ABIERTO) THEN
               MOVE SPACES TO REG-TRF
               MOVE "H" TO REG-TRF-TIPO
               MOVE WS-FECHA-ACT TO REG-TRF-CAB-FECHA
               MOVE "PAGO ANTICIPOS PROFESORES" TO REG-TRF-CAB-DESC
               WRITE REG-TRF
               MOVE "S" TO WS-LAN-ABIERTO
           END-IF.
           MOVE SPACES TO REG-TRF.
           MOVE "D" TO REG-TRF-TIPO.
           MOVE WS-CBU-ACT TO REG-TRF-DET-CBU.
           MOVE TAB-ANT-IMPORTE(WS-ANT-INDICE) TO REG-TRF-DET-IMPORTE.
           STRING "ANTICIPO " DELIMITED BY SIZE
                  TAB-ANT-ID(WS-ANT-INDICE) DELIMITED BY SIZE
                  INTO REG-TRF-DET-CONCEPTO.
           MOVE TAB-ANT-NUMERO(WS-ANT-INDICE) TO REG-TRF-DET-NUMERO.
           WRITE REG-TRF.
           MOVE ZERO TO WS-NTF-COMPROBANTE.
           PERFORM ENCOLO-NOTIFICACION.
           ADD 1 TO WS-LAN-CANT.
           ADD TAB-ANT-IMPORTE(WS-ANT-INDICE) TO WS-LAN-TOTAL.
           MOVE "T" TO TAB-ANT-ESTADO(WS-ANT-INDICE).
           MOVE WS-FECHA-ACT TO TAB-ANT-FECHA-PAGO(WS-ANT-INDICE).

       GRABO-ANTICIPOS.
           IF (WS-ANT-CANTIDAD = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ANTICIPOS.
           IF (NOT ANT-OK) THEN
               DISPLAY "ERROR EN OPEN Anticipos: " ANT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM GRABO-ANTICIPO WS-ANT-CANTIDAD TIMES.
           CLOSE ANTICIPOS.

       GRABO-ANTICIPO.
           ADD 1 TO WS-ANT-INDICE.
           MOVE TAB-ANT(WS-ANT-INDICE) TO REG-ANT.
           WRITE REG-ANT.

       IMPRIMO-EXCEPCION-ANTICIPO.
           ADD 1 TO WS-EXC-CANT.
           MOVE TAB-ANT-NUMERO(WS-ANT-INDICE)  TO PTR-EXC-DET-NUMERO.
           MOVE TAB-ANT-IMPORTE(WS-ANT-INDICE) TO PTR-EXC-DET-IMPORTE.
           WRITE REG-LISTADO FROM PTR-EXC-DET.

       PROC-LIBERADAS.
           MOVE ZERO TO WS-TRT-INDICE.
           PERFORM PROC-LIBERADA WS-TRT-CANTIDAD TIMES.

       PROC-LIBERADA.
           ADD 1 TO WS-TRT-INDICE.
           IF (NOT TRT-LIBERADA(WS-TRT-INDICE)) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-TRT-NUMERO(WS-TRT-INDICE) TO WS-BUSCO-NUMERO.
           PERFORM BUSCO-PRB.
           IF (WS-PRB-INDICE = ZERO) THEN
               MOVE "SIN DATOS EN MAESTRO" TO PTR-EXC-DET-NOMBRE
               MOVE "LIBERADA: SIN DATOS EN MAESTRO"
                   TO PTR-EXC-DET-MOTIVO
               PERFORM IMPRIMO-EXCEPCION-RETENIDA
           ELSE IF (TAB-PRB-CBU(WS-PRB-INDICE)
                   NOT = TAB-TRT-CBU(WS-TRT-INDICE)) THEN
               MOVE TAB-PRB-NOMBRE(WS-PRB-INDICE)
                   TO PTR-EXC-DET-NOMBRE
               MOVE "LIBERADA: CBU MODIF. NUEVAMENTE"
                   TO PTR-EXC-DET-MOTIVO
               PERFORM IMPRIMO-EXCEPCION-RETENIDA
               MOVE "R" TO TAB-TRT-ESTADO(WS-TRT-INDICE)
           ELSE
               MOVE SPACES TO REG-TRF
               MOVE "D" TO REG-TRF-TIPO
               MOVE TAB-TRT-CBU(WS-TRT-INDICE) TO REG-TRF-DET-CBU
               MOVE TAB-TRT-IMPORTE(WS-TRT-INDICE)
                   TO REG-TRF-DET-IMPORTE
               MOVE TAB-TRT-CONCEPTO(WS-TRT-INDICE)
                   TO REG-TRF-DET-CONCEPTO
               MOVE TAB-TRT-NUMERO(WS-TRT-INDICE)
                   TO REG-TRF-DET-NUMERO
               WRITE REG-TRF
               MOVE TAB-TRT-COMPROBANTE(WS-TRT-INDICE)
                   TO WS-NTF-COMPROBANTE
               PERFORM ENCOLO-NOTIFICACION
               ADD 1 TO WS-TRF-CANT
               ADD TAB-TRT-IMPORTE(WS-TRT-INDICE) TO WS-TRF-TOTAL
               MOVE "T" TO TAB-TRT-ESTADO(WS-TRT-INDICE)
               MOVE WS-FECHA-ACT TO TAB-TRT-FECHA-LOTE(WS-TRT-INDICE)
               ADD 1 TO WS-LIB-CANT
           END-IF.

       GRABO-RETENIDAS.
           IF (WS-TRT-CANTIDAD = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TRFRETENIDAS.
           IF (NOT TRT-OK) THEN
               DISPLAY "ERROR EN OPEN TransferenciasRetenidas: "
                       TRT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-TRT-INDICE.
           PERFORM GRABO-RETENIDA WS-TRT-CANTIDAD TIMES.
           CLOSE TRFRETENIDAS.

       GRABO-RETENIDA.
           ADD 1 TO WS-TRT-INDICE.
           MOVE TAB-TRT(WS-TRT-INDICE) TO REG-TRT.
           WRITE REG-TRT.

       RESTO-DIA.
           IF (WS-FECHA-CAL-DD > 1) THEN
               SUBTRACT 1 FROM WS-FECHA-CAL-DD
           ELSE
               IF (WS-FECHA-CAL-MM > 1) THEN
                   SUBTRACT 1 FROM WS-FECHA-CAL-MM
               ELSE
                   MOVE 12 TO WS-FECHA-CAL-MM
                   SUBTRACT 1 FROM WS-FECHA-CAL-AA
               END-IF
               PERFORM CALCULO-DIAS-MES
               MOVE WS-DIAS-MES TO WS-FECHA-CAL-DD
           END-IF.

       CALCULO-DIAS-MES.
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

       IMPRIMO-EXCEPCION-RETENIDA.
           ADD 1 TO WS-EXC-CANT.
           MOVE TAB-TRT-NUMERO(WS-TRT-INDICE)  TO PTR-EXC-DET-NUMERO.
           MOVE TAB-TRT-IMPORTE(WS-TRT-INDICE) TO PTR-EXC-DET-IMPORTE.
           WRITE REG-LISTADO FROM PTR-EXC-DET.

       IMPRIMO-EXCEPCION.
           ADD 1 TO WS-EXC-CANT.
           MOVE TAB-SEL-NUMERO(WS-SEL-INDICE)  TO PTR-EXC-DET-NUMERO.
           WRITE REG-LISTADO FROM PTR-SUP-TOT.
           MOVE WS-CERO-CANT TO PTR-CERO-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-CERO-TOT.
           MOVE WS-RTD-CANT  TO PTR-RTD-TOT-CANT.
           MOVE WS-RTD-TOTAL TO PTR-RTD-TOT-IMP.
           WRITE REG-LISTADO FROM PTR-RTD-TOT.
           MOVE WS-LIB-CANT TO PTR-LIB-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-LIB-TOT.
           IF (WS-ANU-CANT NOT = ZERO) THEN
               DISPLAY "FACTURAS ANULADAS OMITIDAS DEL PAGO: "
                       WS-ANU-CANT
           END-IF.
           IF (WS-DSP-CANT NOT = ZERO) THEN
               DISPLAY "FACTURAS EN DISPUTA RETENIDAS DEL PAGO: "
                       WS-DSP-CANT
           END-IF.
           MOVE WS-TRF-CANT  TO PTR-TRF-TOT-CANT.
           MOVE WS-TRF-TOTAL TO PTR-TRF-TOT-IMP.
           WRITE REG-LISTADO FROM PTR-TRF-TOT.
           MOVE WS-RET-CANT TO PTR-RET-TOT-CANT.
           MOVE WS-RET-SUMA TO PTR-RET-TOT-IMP.
           WRITE REG-LISTADO FROM PTR-RET-TOT.
           MOVE WS-EMB-CANT  TO PTR-EMB-TOT-CANT.
           MOVE WS-EMB-TOTAL TO PTR-EMB-TOT-IMP.
           WRITE REG-LISTADO FROM PTR-EMB-TOT.
           MOVE WS-ARC-CANT  TO PTR-ARC-TOT-CANT.
           MOVE WS-ARC-TOTAL TO PTR-ARC-TOT-IMP.
           WRITE REG-LISTADO FROM PTR-ARC-TOT.
           MOVE WS-CAN-CANT TO PTR-CAN-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-CAN-TOT.
           MOVE WS-LAN-CANT  TO PTR-LAN-TOT-CANT.
           MOVE WS-LAN-TOTAL TO PTR-LAN-TOT-IMP.
           WRITE REG-LISTADO FROM PTR-LAN-TOT.
           DISPLAY PTR-TRF-TOT.
           IF (WS-EXC-CANT NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-EXC-CANT
                       " PROFESORES SIN TRANSFERIR"
           END-IF.
           IF (WS-RTD-CANT NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-RTD-CANT
                       " TRANSFERENCIAS RETENIDAS POR CAMBIO DE CBU"
           END-IF.
           IF (WS-LIB-CANT NOT = ZERO) THEN
               DISPLAY "RETENIDAS LIBERADAS INCLUIDAS EN LOTE: "
                       WS-LIB-CANT
           END-IF.
           IF (WS-EMB-CANT NOT = ZERO) THEN
               DISPLAY PTR-EMB-TOT
           END-IF.
           IF (WS-EMB-CUMPLIDOS NOT = ZERO) THEN
               DISPLAY "EMBARGOS QUE ALCANZARON EL TOPE: "
                       WS-EMB-CUMPLIDOS
           END-IF.
           IF (WS-ARC-CANT NOT = ZERO) THEN
               DISPLAY PTR-ARC-TOT
           END-IF.
           IF (WS-LAN-CANT NOT = ZERO) THEN
               DISPLAY PTR-LAN-TOT
           END-IF.

       TOMO-BLOQUEO.
           MOVE "TRANSFER" TO BLQ-NOMBRE.
       FIN.
           CLOSE FACTRESUMEN.
           CLOSE TRANSFER.
           CLOSE NOTIFICACIONES.
           CLOSE LISTADO.
           CLOSE RETENCIONES.
           CLOSE RECUPEROS.
           CLOSE EMBAPLICADOS.
           PERFORM LIBERO-BLOQUEO.

       END PROGRAM TRANSFERENCIAS.
