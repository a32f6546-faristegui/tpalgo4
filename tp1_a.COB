           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIS-ESTADO.

           SELECT TARIFASPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPR-ESTADO.

           SELECT FACTRESUMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RES-ESTADO.

           SELECT NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTF-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RET-ESTADO.

           SELECT DOCUMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOC-ESTADO.

           SELECT RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCH-ESTADO.

       DATA DIVISION.

       FILE SECTION.
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  TIPOS_CLASE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TiposClase.txt".
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

       FD  NOVTIMES1 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes1.txt".
       01  REG-NOV1.
           03 REG-NOV1-TIP_CLASE   PIC X(4).
           03 REG-NOV1-HORAS       PIC 9(2)V99.
           03 REG-NOV1-TIPO-MOV    PIC X(1).
           03 REG-NOV1-TITULAR     PIC X(5).
           03 REG-NOV1-HORARIO.
              05 REG-NOV1-HORA-DESDE PIC 9(4).
              05 REG-NOV1-HORA-HASTA PIC 9(4).

       FD  NOVTIMES2 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes2.txt".
           03 REG-NOV2-TIP_CLASE   PIC X(4).
           03 REG-NOV2-HORAS       PIC 9(2)V99.
           03 REG-NOV2-TIPO-MOV    PIC X(1).
           03 REG-NOV2-TITULAR     PIC X(5).
           03 REG-NOV2-HORARIO.
              05 REG-NOV2-HORA-DESDE PIC 9(4).
              05 REG-NOV2-HORA-HASTA PIC 9(4).

       FD  NOVTIMES3 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes3.txt".
           03 REG-NOV3-TIP_CLASE   PIC X(4).
           03 REG-NOV3-HORAS       PIC 9(2)V99.
           03 REG-NOV3-TIPO-MOV    PIC X(1).
           03 REG-NOV3-TITULAR     PIC X(5).
           03 REG-NOV3-HORARIO.
              05 REG-NOV3-HORA-DESDE PIC 9(4).
              05 REG-NOV3-HORA-HASTA PIC 9(4).

       FD  NOVTIMES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes.txt".
           03 REG-NOV-TIP_CLASE PIC X(4).
           03 REG-NOV-HORAS     PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV  PIC X(1).
           03 REG-NOV-TITULAR   PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Listado.txt".
           03 REG-RES-IVA           PIC 9(8)V99.
           03 REG-RES-IMPORTE       PIC 9(9)V99.

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

       FD  NUMERADOR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NumeradorFacturas.txt".
       01  REG-NUM.
           03 REG-RET-NUMERO PIC X(5).
           03 REG-RET-FECHA  PIC 9(8).

       FD  RECHAZOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/RechazosNov.txt".
       01  REG-RCH.
           03 REG-RCH-ARCHIVO PIC X(1).
           03 REG-RCH-LINEA   PIC 9(6).
           03 REG-RCH-NOVEDAD PIC X(38).
           03 REG-RCH-PASO    PIC X(14).
           03 REG-RCH-CODIGO  PIC X(6).
           03 REG-RCH-MOTIVO  PIC X(30).

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
           88 HIS-OK  VALUE 00.
           88 HIS-EOF VALUE 10.

       77  TPR-ESTADO PIC XX.
           88 TPR-OK  VALUE 00.
           88 TPR-EOF VALUE 10.

       77  RES-ESTADO PIC XX.
           88 RES-OK  VALUE 00.

       77  NTF-ESTADO PIC XX.
           88 NTF-OK  VALUE 00.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.
       77  WS-BUF-INDICE   PIC 9(4).
       77  WS-BUF-NOV-CANT PIC 9(4) VALUE ZERO.
       01  TAB-BUF-NOVTIMES.
           03 TAB-BUF-NOV OCCURS 1000 TIMES PIC X(38).

       77  WS-BUF-LIS-CANT PIC 9(4) VALUE ZERO.
       01  TAB-BUF-LISTADO.
       01  TAB-BUF-RESUMEN.
           03 TAB-BUF-RES OCCURS 10 TIMES PIC X(75).

       77  WS-BUF-NTF-CANT PIC 9(4) VALUE ZERO.
       01  TAB-BUF-NOTIFICA.
           03 TAB-BUF-NTF OCCURS 10 TIMES PIC X(156).

       77  WS-NTF-HORA PIC 9(8).
       77  WS-NTF-SEC  PIC 9(4) VALUE ZERO.

       77  NUM-ESTADO PIC XX.
           88 NUM-OK  VALUE 00.
           88 NUM-EOF VALUE 10.
           88 RET-OK  VALUE 00.
           88 RET-EOF VALUE 10.

       77  RCH-ESTADO PIC XX.
           88 RCH-OK VALUE 00.

       77  WS-LIN1        PIC 9(6) VALUE ZERO.
       77  WS-LIN2        PIC 9(6) VALUE ZERO.
       77  WS-LIN3        PIC 9(6) VALUE ZERO.
       77  WS-RCH-ARCHIVO PIC X(1).
       77  WS-RCH-LINEA   PIC 9(6).
       77  WS-RCH-NOVEDAD PIC X(38).

       77  WS-RET-INDICE   PIC 9(4).
       77  WS-RET-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-DIA-RETENIDO PIC X(1).
           03 TAB-RET OCCURS 500 TIMES.
              05 TAB-RET-NUMERO PIC X(5).
              05 TAB-RET-FECHA  PIC 9(8).
       77  WS-RET-EXISTE PIC X(1).
           88 RET-EXISTE VALUE "S".

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

       77  WS-RECARGO-PCT     PIC 9(3) VALUE 50.
       77  WS-ES-RECARGO      PIC X(1) VALUE "N".
              05 TAB-HIS-VIGENCIA  PIC 9(8).
              05 TAB-HIS-TARIFA    PIC 9(5)V99.

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
           03 TAB-TPR OCCURS 500 TIMES INDEXED BY P.
              05 TAB-TPR-NUMERO    PIC X(5).
              05 TAB-TPR-TIP_CLASE PIC X(4).
              05 TAB-TPR-SUCURSAL  PIC X(3).
              05 TAB-TPR-VIGENCIA  PIC 9(8).
              05 TAB-TPR-TARIFA    PIC 9(5)V99.

       77  WS-HIS-VIGENCIA-MAX PIC 9(8).
       77  WS-HIS-CANTIDAD     PIC 9(4) VALUE ZERO.

           03 WS-TIP-ACT-DESC      PIC X(20).
           03 WS-TIP-ACT-TARIFA    PIC 9(5)V99.

       77  WS-TAR-ORIGEN PIC X(9).

       01  WS-NOV-MEN.
           03 WS-NOV-MEN-NUMERO   PIC X(5).
           03 WS-NOV-MEN-FECHA    PIC 9(8).
           03 WS-NOV-INV-TIP_CLASE PIC X(4)    VALUE "9999".
           03 WS-NOV-INV-HORAS     PIC 9(2)V99 VALUE 0.
           03 WS-NOV-INV-TIPO-MOV  PIC X(1)    VALUE SPACES.
           03 WS-NOV-INV-TITULAR   PIC X(5)    VALUE SPACES.
           03 WS-NOV-INV-HORARIO               VALUE SPACES.
              05 WS-NOV-INV-HORA-DESDE PIC 9(4).
              05 WS-NOV-INV-HORA-HASTA PIC 9(4).

       01  WS-NOV-ACT.
           03 WS-NOV-ACT-NUMERO      PIC X(5).
           03 WS-NOV-ACT-HORAS       PIC 9(2)V99.
           03 WS-NOV-ACT-TIPO-MOV    PIC X(1).
              88 NOV-CORRECCION VALUE "C".
              88 NOV-SUPLENCIA  VALUE "S".
           03 WS-NOV-ACT-TITULAR     PIC X(5).
           03 WS-NOV-ACT-HORARIO.
              05 WS-NOV-ACT-HORA-DESDE PIC 9(4).
              05 WS-NOV-ACT-HORA-HASTA PIC 9(4).
           03 WS-NOV-ACT-IMPORTE     PIC 9(7)V99.

       01  PTR-CAB.
           03 FILLER PIC X(5)  VALUE "Horas".
           03 FILLER PIC X(4)  VALUE SPACES.
           03 FILLER PIC X(7)  VALUE "Importe".
           03 FILLER PIC X(8)  VALUE SPACES.
           03 FILLER PIC X(6)  VALUE "Origen".
           03 FILLER PIC X(5)  VALUE SPACES.
           03 FILLER PIC X(7)  VALUE "Titular".

       01  PTR-NOV-DET.
           03 PTR-NOV-DET-DD        PIC 99.
           03 PTR-NOV-DET-HORAS     PIC Z9,99.
           03 FILLER                PIC X(4)        VALUE SPACES.
           03 PTR-NOV-DET-IMPORTE   PIC ZZZZZZ9,99.
           03 FILLER                PIC X(2)        VALUE SPACES.
           03 PTR-NOV-DET-ORIGEN    PIC X(9).
           03 FILLER                PIC X(2)        VALUE SPACES.
           03 PTR-NOV-DET-TITULAR   PIC X(5).

       01  PTR-TOT-FECH.
           03 FILLER               PIC X(17)        VALUE
           PERFORM LEO-NOVTIMES3.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-TIPOS_CLASE-HIST.
           PERFORM CARGO-TARIFAS-PROF.
           PERFORM CARGO-LICENCIAS.
           PERFORM CARGO-FERIADOS.
           PERFORM CARGO-RETENIDOS.
           PERFORM CARGO-DOCUMENTOS.
           PERFORM ABRO-RETENIDOS.
           PERFORM ABRO-RECHAZOS.
           IF (NOT RESUME-SI) THEN
               MOVE ZERO TO WS-TOT-GRAL-HORAS
               MOVE ZERO TO WS-TOT-GRAL-IMPORTE
                                 AND NOV2-EOF
                                 AND NOV3-EOF).
           PERFORM IMPRIMO-TRAILERS.
           PERFORM GRABO-CONTROL-RECHAZOS.
           PERFORM IMPRIMO-TOT-GRAL.
           PERFORM MARCO-PERIODO-FACTURADO.
           PERFORM FIN.
       INICIO.
           PERFORM TOMO-BLOQUEO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-HORA FROM TIME.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.
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

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               END-IF
               IF (NOT NOV1-EOF) THEN
                   IF (REG-NOV1-NUMERO NOT = "ZZTRL") THEN
                       ADD 1 TO WS-LIN1
                       PERFORM VERIFICO-FILTRO-NOV1
                   END-IF
               END-IF
               END-IF
               IF (NOT NOV2-EOF) THEN
                   IF (REG-NOV2-NUMERO NOT = "ZZTRL") THEN
                       ADD 1 TO WS-LIN2
                       PERFORM VERIFICO-FILTRO-NOV2
                   END-IF
               END-IF
               END-IF
               IF (NOT NOV3-EOF) THEN
                   IF (REG-NOV3-NUMERO NOT = "ZZTRL") THEN
                       ADD 1 TO WS-LIN3
                       PERFORM VERIFICO-FILTRO-NOV3
                   END-IF
               END-IF
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
                   IF (NOT RESUME-SI) THEN
                       PERFORM VALIDO-TARIFA-PROF
                   END-IF
                   ADD 1 TO WS-TPR-CANTIDAD
                   MOVE REG-TPR TO TAB-TPR(WS-TPR-CANTIDAD)
                   PERFORM LEO-TARIFAS-PROF
               END-PERFORM
               CLOSE TARIFASPROF
           END-IF.

       LEO-LICENCIAS.
           READ LICENCIAS RECORD INTO REG-LIC.
           IF ((NOT LIC-OK) AND (NOT LIC-EOF)) THEN
           IF (RET-OK) THEN
               PERFORM LEO-RETENIDOS
               PERFORM UNTIL (RET-EOF)
                   IF (WS-RET-CANTIDAD NOT < 500) THEN
                       DISPLAY "ERROR: TABLA DE DIAS RETENIDOS "
                               "COMPLETA"
                       PERFORM FIN
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RET-CANTIDAD
                   MOVE REG-RET TO TAB-RET(WS-RET-CANTIDAD)
                   PERFORM LEO-RETENIDOS
               CLOSE RETENIDOS
           END-IF.

       ABRO-RETENIDOS.
           OPEN EXTEND RETENIDOS.
           IF (NOT RET-OK) THEN
               OPEN OUTPUT RETENIDOS
           END-IF.
           IF (NOT RET-OK) THEN
               DISPLAY "ERROR EN OPEN DiasRetenidos: " RET-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       ABRO-RECHAZOS.
           OPEN EXTEND RECHAZOS.
           IF (NOT RCH-OK) THEN
               OPEN OUTPUT RECHAZOS
           END-IF.
           IF (NOT RCH-OK) THEN
               DISPLAY "ERROR EN OPEN RechazosNov: " RCH-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       GRABO-CONTROL-RECHAZOS.
           MOVE "1" TO WS-RCH-ARCHIVO.
           MOVE WS-CNT1-CANT  TO WS-TRL-CANT.
           MOVE WS-CNT1-HORAS TO WS-TRL-HORAS.
           PERFORM GRABO-CONTROL-ARCHIVO.
           MOVE "2" TO WS-RCH-ARCHIVO.
           MOVE WS-CNT2-CANT  TO WS-TRL-CANT.
           MOVE WS-CNT2-HORAS TO WS-TRL-HORAS.
           PERFORM GRABO-CONTROL-ARCHIVO.
           MOVE "3" TO WS-RCH-ARCHIVO.
           MOVE WS-CNT3-CANT  TO WS-TRL-CANT.
           MOVE WS-CNT3-HORAS TO WS-TRL-HORAS.
           PERFORM GRABO-CONTROL-ARCHIVO.

       GRABO-CONTROL-ARCHIVO.
           MOVE "ZZTRL" TO WS-TRL-MARCA.
           MOVE SPACES TO REG-RCH.
           MOVE WS-RCH-ARCHIVO TO REG-RCH-ARCHIVO.
           MOVE WS-TRL-CANT    TO REG-RCH-LINEA.
           MOVE WS-TRL-REG     TO REG-RCH-NOVEDAD.
           MOVE "TP1-A"        TO REG-RCH-PASO.
           MOVE "FINVAL"       TO REG-RCH-CODIGO.
           MOVE "VALIDACION COMPLETA" TO REG-RCH-MOTIVO.
           WRITE REG-RCH.

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
               PERFORM UNTIL (DOC-EOF)
                   ADD 1 TO WS-DOC-CANTIDAD
                   MOVE REG-DOC-NUMERO
                       TO TAB-DOC-NUMERO(WS-DOC-CANTIDAD)
                   MOVE REG-DOC-TIPO
                       TO TAB-DOC-TIPO(WS-DOC-CANTIDAD)
                   MOVE REG-DOC-VENCE
                       TO TAB-DOC-VENCE(WS-DOC-CANTIDAD)
                   PERFORM LEO-DOCUMENTOS
               END-PERFORM
               CLOSE DOCUMENTOS
           END-IF.

       CARGO-LICENCIAS.
           MOVE ZERO TO WS-LIC-CANTIDAD.
           OPEN INPUT LICENCIAS.
               WRITE REG-EXC
           END-IF.

       VALIDO-TARIFA-PROF.
           IF (REG-TPR-TARIFA < WS-TARIFA-MIN)
                    OR (REG-TPR-TARIFA > WS-TARIFA-MAX) THEN
               MOVE SPACES   TO REG-EXC
               MOVE "TARIFA" TO REG-EXC-TIPO
               MOVE REG-TPR-NUMERO    TO REG-EXC-NUMERO
               MOVE REG-TPR-VIGENCIA  TO REG-EXC-FECHA
               MOVE REG-TPR-SUCURSAL  TO REG-EXC-SUCURSAL
               MOVE REG-TPR-TIP_CLASE TO REG-EXC-TIP_CLASE
               MOVE REG-TPR-TARIFA    TO REG-EXC-VALOR
               MOVE "TARIFA PROFESOR FUERA DE RANGO" TO REG-EXC-MOTIVO
               WRITE REG-EXC
           END-IF.

       PROC-GENERAL.
           PERFORM DET-PROFESOR-MEN.
           IF (WS-NOV-MEN-NUMERO = REG-PROF-NUMERO) THEN
           PERFORM FLUSH-BUF-FACTURA.
           PERFORM FLUSH-BUF-EXCEPCIONES.
           PERFORM FLUSH-BUF-RESUMEN.
           PERFORM FLUSH-BUF-NOTIFICA.
           MOVE WS-NUM-ASIGNADO TO WS-NUM-EMITIDO.
           PERFORM GRABO-NUMERADOR.
           PERFORM GRABO-CHECKPOINT.
           ADD 1 TO WS-BUF-RES-CANT.
           MOVE REG-RES TO TAB-BUF-RES(WS-BUF-RES-CANT).

       FLUSH-BUF-NOTIFICA.
           MOVE ZERO TO WS-BUF-INDICE.
           PERFORM GRABO-BUF-NOTIFICA WS-BUF-NTF-CANT TIMES.
           MOVE ZERO TO WS-BUF-NTF-CANT.

       GRABO-BUF-NOTIFICA.
           ADD 1 TO WS-BUF-INDICE.
           MOVE TAB-BUF-NTF(WS-BUF-INDICE) TO REG-NTF.
           WRITE REG-NTF.

       AGREGO-BUF-NOTIFICA.
           ADD 1 TO WS-BUF-NTF-CANT.
           MOVE REG-NTF TO TAB-BUF-NTF(WS-BUF-NTF-CANT).

       GRABO-CHECKPOINT.
           MOVE WS-NOV-MEN-NUMERO    TO REG-RST-NUMERO.
           MOVE WS-TOT-GRAL-HORAS    TO REG-RST-TOT-HORAS.

       PROC-NOVTIMES1.
           MOVE REG-NOV1 TO WS-NOV-ACT.
           MOVE "1" TO WS-RCH-ARCHIVO.
           MOVE WS-LIN1 TO WS-RCH-LINEA.
           MOVE REG-NOV1 TO WS-RCH-NOVEDAD.
           PERFORM PROC-NOVTIMES.
           PERFORM LEO-NOVTIMES1.

       PROC-NOVTIMES2.
           MOVE REG-NOV2 TO WS-NOV-ACT.
           MOVE "2" TO WS-RCH-ARCHIVO.
           MOVE WS-LIN2 TO WS-RCH-LINEA.
           MOVE REG-NOV2 TO WS-RCH-NOVEDAD.
           PERFORM PROC-NOVTIMES.
           PERFORM LEO-NOVTIMES2.

       PROC-NOVTIMES3.
           MOVE REG-NOV3 TO WS-NOV-ACT.
           MOVE "3" TO WS-RCH-ARCHIVO.
           MOVE WS-LIN3 TO WS-RCH-LINEA.
           MOVE REG-NOV3 TO WS-RCH-NOVEDAD.
           PERFORM PROC-NOVTIMES.
           PERFORM LEO-NOVTIMES3.


       VALIDO-RETENIDO.
           MOVE "N" TO WS-DIA-RETENIDO.
           PERFORM VALIDO-DOCUMENTOS.
           IF (DIA-RETENIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RET-INDICE.
           PERFORM VALIDO-RETENIDO-DET WS-RET-CANTIDAD TIMES.
           IF (DIA-RETENIDO) THEN
               MOVE WS-NOV-ACT-HORAS     TO REG-EXC-VALOR
               MOVE "DIA RETENIDO CONTROL HORAS" TO REG-EXC-MOTIVO
               PERFORM AGREGO-BUF-EXCEPCIONES
               PERFORM GRABO-RECHAZO
           END-IF.

       VALIDO-RETENIDO-DET.
               MOVE "S" TO WS-DIA-RETENIDO
           END-IF.

       VALIDO-DOCUMENTOS.
           MOVE ZERO TO WS-DOC-HALLADO.
           MOVE ZERO TO WS-DOC-INDICE.
           PERFORM VALIDO-DOCUMENTOS-DET WS-DOC-CANTIDAD TIMES.
           IF (WS-DOC-HALLADO NOT = ZERO) THEN
               MOVE "S" TO WS-DIA-RETENIDO
               MOVE SPACES   TO REG-EXC
               MOVE "RETEN " TO REG-EXC-TIPO
               MOVE WS-NOV-ACT-NUMERO    TO REG-EXC-NUMERO
               MOVE WS-NOV-ACT-FECHA     TO REG-EXC-FECHA
               MOVE WS-NOV-ACT-SUCURSAL  TO REG-EXC-SUCURSAL
               MOVE WS-NOV-ACT-TIP_CLASE TO REG-EXC-TIP_CLASE
               MOVE WS-NOV-ACT-HORAS     TO REG-EXC-VALOR
               MOVE SPACES TO REG-EXC-MOTIVO
               STRING "DOCUMENTO VENCIDO: " DELIMITED BY SIZE
                      TAB-DOC-TIPO(WS-DOC-HALLADO) DELIMITED BY SIZE
                      INTO REG-EXC-MOTIVO
               PERFORM AGREGO-BUF-EXCEPCIONES
               PERFORM GRABO-RECHAZO
               PERFORM GRABO-RETENIDO
           END-IF.

       GRABO-RECHAZO.
           MOVE SPACES TO REG-RCH.
           MOVE WS-RCH-ARCHIVO TO REG-RCH-ARCHIVO.
           MOVE WS-RCH-LINEA   TO REG-RCH-LINEA.
           MOVE WS-RCH-NOVEDAD TO REG-RCH-NOVEDAD.
           MOVE "TP1-A"        TO REG-RCH-PASO.
           MOVE "RETEN"        TO REG-RCH-CODIGO.
           MOVE REG-EXC-MOTIVO TO REG-RCH-MOTIVO.
           WRITE REG-RCH.

       VALIDO-DOCUMENTOS-DET.
           ADD 1 TO WS-DOC-INDICE.
           IF (TAB-DOC-NUMERO(WS-DOC-INDICE) = WS-NOV-ACT-NUMERO)
                   AND (TAB-DOC-VENCE(WS-DOC-INDICE)
                        < WS-NOV-ACT-FECHA) THEN
               MOVE WS-DOC-INDICE TO WS-DOC-HALLADO
           END-IF.

       GRABO-RETENIDO.
           MOVE "N" TO WS-RET-EXISTE.
           MOVE ZERO TO WS-RET-INDICE.
           PERFORM BUSCO-RETENIDO-DET WS-RET-CANTIDAD TIMES.
           IF (RET-EXISTE) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (WS-RET-CANTIDAD NOT < 500) THEN
               DISPLAY "ERROR: TABLA DE DIAS RETENIDOS COMPLETA - "
                       WS-NOV-ACT-NUMERO " " WS-NOV-ACT-FECHA
               PERFORM FIN
               STOP RUN
           END-IF.
           ADD 1 TO WS-RET-CANTIDAD.
           MOVE WS-NOV-ACT-NUMERO TO TAB-RET-NUMERO(WS-RET-CANTIDAD).
           MOVE WS-NOV-ACT-FECHA  TO TAB-RET-FECHA(WS-RET-CANTIDAD).
           MOVE TAB-RET(WS-RET-CANTIDAD) TO REG-RET.
           WRITE REG-RET.

       BUSCO-RETENIDO-DET.
           ADD 1 TO WS-RET-INDICE.
           IF (TAB-RET-NUMERO(WS-RET-INDICE) = WS-NOV-ACT-NUMERO)
                   AND (TAB-RET-FECHA(WS-RET-INDICE)
                        = WS-NOV-ACT-FECHA) THEN
               MOVE "S" TO WS-RET-EXISTE
           END-IF.

       VALIDO-HORAS.
           IF (WS-NOV-ACT-HORAS < WS-HORAS-MIN)
                    OR (WS-NOV-ACT-HORAS > WS-HORAS-MAX) THEN
               REMAINDER WS-ZEL-DIA.

       BUSCO-TIPO_CLASE.
           MOVE "TIPO" TO WS-TAR-ORIGEN.
           SET I TO 1.
           SEARCH TAB-TIP
                  WHEN TAB-TIP-TIP_CLASE(I) = WS-NOV-ACT-TIP_CLASE
                       MOVE TAB-TIP-TARIFA(I) TO WS-TIP-ACT-TARIFA
           END-SEARCH.
           PERFORM BUSCO-TARIFA-VIGENTE.
           PERFORM BUSCO-TARIFA-PROFESOR.

       BUSCO-TARIFA-VIGENTE.
           MOVE ZERO TO WS-HIS-VIGENCIA-MAX.
                            WS-HIS-VIGENCIA-MAX) THEN
                   MOVE TAB-HIS-VIGENCIA(H) TO WS-HIS-VIGENCIA-MAX
                   MOVE TAB-HIS-TARIFA(H)   TO WS-TIP-ACT-TARIFA
                   MOVE "HISTORICA" TO WS-TAR-ORIGEN
               END-IF
               SET H UP BY 1
           END-PERFORM.

       BUSCO-TARIFA-PROFESOR.
           MOVE "N" TO WS-TPR-HAY-SUC.
           MOVE "N" TO WS-TPR-HAY-GRAL.
           MOVE ZERO TO WS-TPR-VIG-SUC.
           MOVE ZERO TO WS-TPR-VIG-GRAL.
           SET P TO 1.
           PERFORM WS-TPR-CANTIDAD TIMES
               IF (TAB-TPR-NUMERO(P) = WS-NOV-ACT-NUMERO)
                       AND (TAB-TPR-TIP_CLASE(P) = WS-NOV-ACT-TIP_CLASE)
                       AND (TAB-TPR-VIGENCIA(P) NOT >
                            WS-NOV-ACT-FECHA) THEN
                   IF (TAB-TPR-SUCURSAL(P) = WS-NOV-ACT-SUCURSAL)
                           AND (TAB-TPR-VIGENCIA(P) NOT <
                                WS-TPR-VIG-SUC) THEN
                       MOVE "S" TO WS-TPR-HAY-SUC
                       MOVE TAB-TPR-VIGENCIA(P) TO WS-TPR-VIG-SUC
                       MOVE TAB-TPR-TARIFA(P)   TO WS-TPR-TARIFA-SUC
                   END-IF
                   IF (TAB-TPR-SUCURSAL(P) = SPACES)
                           AND (TAB-TPR-VIGENCIA(P) NOT <
                                WS-TPR-VIG-GRAL) THEN
                       MOVE "S" TO WS-TPR-HAY-GRAL
                       MOVE TAB-TPR-VIGENCIA(P) TO WS-TPR-VIG-GRAL
                       MOVE TAB-TPR-TARIFA(P)   TO WS-TPR-TARIFA-GRAL
                   END-IF
               END-IF
               SET P UP BY 1
           END-PERFORM.
           IF (TPR-HAY-SUC) THEN
               MOVE WS-TPR-TARIFA-SUC TO WS-TIP-ACT-TARIFA
               MOVE "PROF+SUC" TO WS-TAR-ORIGEN
           ELSE IF (TPR-HAY-GRAL) THEN
               MOVE WS-TPR-TARIFA-GRAL TO WS-TIP-ACT-TARIFA
               MOVE "PROFESOR" TO WS-TAR-ORIGEN
           END-IF.

       IMPRIMO-CAB.
           ADD 1 TO WS-TOT-HOJAS.
           MOVE WS-TOT-HOJAS TO PTR-CAB-HOJA.
               MOVE SPACES TO PTR-NOV-DET-MARCA
           END-IF.
           MOVE WS-TIP-ACT-TARIFA TO PTR-NOV-DET-TARIFA.
           MOVE WS-TAR-ORIGEN TO PTR-NOV-DET-ORIGEN.
           IF (NOV-SUPLENCIA) THEN
               MOVE WS-NOV-ACT-TITULAR TO PTR-NOV-DET-TITULAR
           ELSE
               MOVE SPACES TO PTR-NOV-DET-TITULAR
           END-IF.
           MOVE WS-NOV-ACT-HORAS TO PTR-NOV-DET-HORAS.
           MOVE WS-NOV-ACT-IMPORTE TO PTR-NOV-DET-IMPORTE.
           MOVE PTR-NOV-DET TO REG-LISTADO.
           MOVE WS-FACT-IVA          TO REG-RES-IVA.
           MOVE WS-FACT-TOTAL        TO REG-RES-IMPORTE.
           PERFORM AGREGO-BUF-RESUMEN.
           PERFORM ENCOLO-NOTIFICACION.

       ENCOLO-NOTIFICACION.
           ADD 1 TO WS-NTF-SEC.
           MOVE WS-FECHA-ACT          TO REG-NTF-ID-FECHA.
           MOVE WS-NTF-HORA           TO REG-NTF-ID-HORA.
           MOVE WS-NTF-SEC            TO REG-NTF-ID-SEC.
           MOVE "FACTURA"             TO REG-NTF-TIPO.
           MOVE WS-PROF-ACT-NUMERO    TO REG-NTF-NUMERO.
           MOVE WS-NUM-ASIGNADO       TO REG-NTF-COMPROBANTE.
           MOVE WS-FECHA-ACT          TO REG-NTF-FECHA.
           MOVE WS-FACT-TOTAL         TO REG-NTF-IMPORTE.
           MOVE SPACES                TO REG-NTF-DETALLE.
           STRING "PERIODO " DELIMITED BY SIZE
                  WS-FILTRO-FECHA-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-FILTRO-FECHA-HASTA DELIMITED BY SIZE
                  INTO REG-NTF-DETALLE.
           MOVE "P"                   TO REG-NTF-ESTADO.
           MOVE SPACES                TO REG-NTF-EMAIL.
           MOVE SPACES                TO REG-NTF-CELULAR.
           MOVE WS-FECHA-ACT          TO REG-NTF-FECHA-EST.
           PERFORM AGREGO-BUF-NOTIFICA.

       RECHAZO-FACTURA-NEGATIVA.
           MOVE SPACES   TO REG-EXC.
           CLOSE FACTURAS.
           CLOSE EXCEPCIONES.
           CLOSE FACTRESUMEN.
           CLOSE NOTIFICACIONES.
           CLOSE RETENIDOS.
           CLOSE RECHAZOS.
           PERFORM LIBERO-BLOQUEO.

       END PROGRAM TP1-A.
