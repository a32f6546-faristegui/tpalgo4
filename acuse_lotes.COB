       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUSE-LOTES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOT-ESTADO.

           SELECT RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCH-ESTADO.

           SELECT NOVTIMES ASSIGN TO DYNAMIC WS-NOV-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

           SELECT ACUSE ASSIGN TO DYNAMIC WS-ACU-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACU-ESTADO.

           SELECT SEGUIMIENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

           SELECT PENDIENTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEN-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       FD  LOTES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/LotesCaptura.txt".
       01  REG-LOT.
           03 REG-LOT-LOTE     PIC 9(6).
           03 REG-LOT-ARCHIVO  PIC X(1).
           03 REG-LOT-FECHA    PIC 9(8).
           03 REG-LOT-CANT     PIC 9(6).
           03 REG-LOT-HORAS    PIC 9(8)V99.
           03 REG-LOT-USUARIO  PIC X(8).
           03 REG-LOT-PER-DESDE PIC 9(6).
           03 REG-LOT-PER-HASTA PIC 9(6).

       FD  RECHAZOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/RechazosNov.txt".
       01  REG-RCH.
           03 REG-RCH-ARCHIVO PIC X(1).
           03 REG-RCH-LINEA   PIC 9(6).
           03 REG-RCH-NOVEDAD PIC X(38).
           03 REG-RCH-PASO    PIC X(14).
           03 REG-RCH-CODIGO  PIC X(6).
           03 REG-RCH-MOTIVO  PIC X(30).

       FD  NOVTIMES LABEL RECORD IS STANDARD.
       01  REG-NOV.
           03 REG-NOV-NUMERO      PIC X(5).
           03 REG-NOV-FECHA       PIC 9(8).
           03 REG-NOV-SUCURSAL    PIC X(3).
           03 REG-NOV-TIP_CLASE   PIC X(4).
           03 REG-NOV-HORAS       PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV    PIC X(1).
           03 REG-NOV-TITULAR     PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

       FD  ACUSE LABEL RECORD IS STANDARD.
       01  REG-ACU.
           03 REG-ACU-TIPO     PIC X(1).
              88 ACU-DETALLE   VALUE "D".
              88 ACU-TOTAL     VALUE "T".
           03 REG-ACU-LOTE     PIC 9(6).
           03 REG-ACU-SUCURSAL PIC X(3).
           03 REG-ACU-DET.
              05 REG-ACU-LINEA   PIC 9(6).
              05 REG-ACU-NOVEDAD PIC X(38).
              05 REG-ACU-ESTADO  PIC X(1).
              05 REG-ACU-CODIGO  PIC X(6).
              05 REG-ACU-PASO    PIC X(14).
              05 REG-ACU-MOTIVO  PIC X(30).
           03 REG-ACU-TOT REDEFINES REG-ACU-DET.
              05 REG-ACU-FECHA      PIC 9(8).
              05 REG-ACU-ARCHIVO    PIC X(1).
              05 REG-ACU-ACEPTADOS  PIC 9(6).
              05 REG-ACU-RECHAZADOS PIC 9(6).
              05 REG-ACU-HORAS-ACEP PIC 9(6)V99.
              05 REG-ACU-HORAS-RECH PIC 9(6)V99.
              05 FILLER             PIC X(58).

       FD  SEGUIMIENTO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/RechazosLotes.txt".
       01  REG-SEG.
           03 REG-SEG-LOTE         PIC 9(6).
           03 REG-SEG-SUCURSAL     PIC X(3).
           03 REG-SEG-LINEA        PIC 9(6).
           03 REG-SEG-NOVEDAD      PIC X(38).
           03 REG-SEG-CODIGO       PIC X(6).
           03 REG-SEG-PASO         PIC X(14).
           03 REG-SEG-MOTIVO       PIC X(30).
           03 REG-SEG-FECHA-ACUSE  PIC 9(8).
           03 REG-SEG-ESTADO       PIC X(1).
           03 REG-SEG-LOTE-REENVIO PIC 9(6).
           03 REG-SEG-FECHA-CIERRE PIC 9(8).
           03 REG-SEG-USUARIO      PIC X(8).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoAcuseLotes.txt".
       01  REG-LISTADO PIC X(132).

       FD  PENDIENTES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoRechazosPendientes.txt".
       01  REG-PENDIENTES PIC X(132).

       WORKING-STORAGE SECTION.
       77  LOT-ESTADO PIC XX.
           88 LOT-OK  VALUE 00.
           88 LOT-EOF VALUE 10.

       77  RCH-ESTADO PIC XX.
           88 RCH-OK  VALUE 00.
           88 RCH-EOF VALUE 10.

       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

       77  ACU-ESTADO PIC XX.
           88 ACU-OK VALUE 00.

       77  SEG-ESTADO PIC XX.
           88 SEG-OK  VALUE 00.
           88 SEG-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  PEN-ESTADO PIC XX.
           88 PEN-OK VALUE 00.

       77  WS-NOV-ARCHIVO PIC X(40).
       77  WS-ACU-ARCHIVO PIC X(40).

       01  TAB-ULTIMOS.
           03 TAB-ULT OCCURS 3 TIMES.
              05 TAB-ULT-LOTE     PIC 9(6).
              05 TAB-ULT-FECHA    PIC 9(8).
              05 TAB-ULT-CANT     PIC 9(6).
              05 TAB-ULT-HORAS    PIC 9(8)V99.
              05 TAB-ULT-FIN-CANT  PIC 9(6).
              05 TAB-ULT-FIN-HORAS PIC 9(8)V99.
              05 TAB-ULT-FIN-VISTO PIC X(1).
                 88 ULT-FIN-VISTO VALUE "S".

       01  WS-TRL-REG.
           03 WS-TRL-MARCA PIC X(5).
           03 WS-TRL-CANT  PIC 9(6).
           03 WS-TRL-HORAS PIC 9(8)V99.
           03 FILLER       PIC X(17).

       77  WS-RCH-CANTIDAD PIC 9(5) VALUE ZERO.
       01  TAB-RECHAZOS.
           03 TAB-RCH OCCURS 3000 TIMES INDEXED BY R.
              05 TAB-RCH-ARCHIVO PIC X(1).
              05 TAB-RCH-LINEA   PIC 9(6).
              05 TAB-RCH-NOVEDAD PIC X(38).
              05 TAB-RCH-PASO    PIC X(14).
              05 TAB-RCH-CODIGO  PIC X(6).
              05 TAB-RCH-MOTIVO  PIC X(30).

       77  WS-NOV-CANTIDAD PIC 9(5) VALUE ZERO.
       77  WS-NOV-HORAS    PIC 9(8)V99 VALUE ZERO.
       77  WS-NOV-INDICE   PIC 9(5).
       01  TAB-NOVEDADES.
           03 TAB-NOV OCCURS 1000 TIMES.
              05 TAB-NOV-REGISTRO PIC X(38).
              05 FILLER REDEFINES TAB-NOV-REGISTRO.
                 07 FILLER           PIC X(13).
                 07 TAB-NOV-SUCURSAL PIC X(3).
                 07 FILLER           PIC X(4).
                 07 TAB-NOV-HORAS    PIC 9(2)V99.
                 07 FILLER           PIC X(14).

       77  WS-SUC-CANTIDAD PIC 9(3) VALUE ZERO.
       77  WS-SUC-INDICE   PIC 9(3).
       01  TAB-SUCURSALES.
           03 TAB-SUC OCCURS 200 TIMES INDEXED BY S.
              05 TAB-SUC-SUCURSAL PIC X(3).

       77  WS-SEG-CANTIDAD PIC 9(5) VALUE ZERO.
       77  WS-SEG-INDICE   PIC 9(5).
       01  TAB-SEGUIMIENTO.
           03 TAB-SEG OCCURS 5000 TIMES INDEXED BY G.
              05 TAB-SEG-LOTE         PIC 9(6).
              05 TAB-SEG-SUCURSAL     PIC X(3).
              05 TAB-SEG-LINEA        PIC 9(6).
              05 TAB-SEG-NOVEDAD      PIC X(38).
              05 TAB-SEG-CODIGO       PIC X(6).
              05 TAB-SEG-PASO         PIC X(14).
              05 TAB-SEG-MOTIVO       PIC X(30).
              05 TAB-SEG-FECHA-ACUSE  PIC 9(8).
              05 TAB-SEG-ESTADO       PIC X(1).
                 88 SEG-PENDIENTE VALUE "P".
              05 TAB-SEG-LOTE-REENVIO PIC 9(6).
              05 TAB-SEG-FECHA-CIERRE PIC 9(8).
              05 TAB-SEG-USUARIO      PIC X(8).

       77  WS-ARC-INDICE  PIC 9(1).
       77  WS-ARCHIVO     PIC X(1).
       77  WS-LOTE        PIC 9(6).
       77  WS-SUCURSAL    PIC X(3).
       77  WS-ACEPTADOS   PIC 9(6).
       77  WS-RECHAZADOS  PIC 9(6).
       77  WS-HORAS-ACEP  PIC 9(6)V99.
       77  WS-HORAS-RECH  PIC 9(6)V99.
       77  WS-TOT-ACUSES  PIC 9(5) VALUE ZERO.
       77  WS-TOT-RECH    PIC 9(6) VALUE ZERO.
       77  WS-TOT-NUEVOS  PIC 9(6) VALUE ZERO.

       77  WS-RECHAZADO PIC X VALUE "N".
           88 NOV-RECHAZADA VALUE "S".
       77  WS-SEG-EXISTE PIC X VALUE "N".
           88 SEG-EXISTE VALUE "S".
       77  WS-SUC-EXISTE PIC X VALUE "N".
           88 SUC-EXISTE VALUE "S".
       77  WS-ARC-VALIDO PIC X VALUE "N".
           88 ARC-VALIDO VALUE "S".

       77  WS-PEN-LOTE     PIC 9(6).
       77  WS-PEN-SUCURSAL PIC X(3).
       77  WS-PEN-CANT     PIC 9(5).
       77  WS-PEN-MAX-DIAS PIC 9(5).
       77  WS-PEN-TOTAL    PIC 9(5) VALUE ZERO.

       01  WS-NOV-ACT.
           03 WS-NOV-ACT-NUMERO    PIC X(5).
           03 WS-NOV-ACT-FECHA     PIC 9(8).
           03 FILLER REDEFINES WS-NOV-ACT-FECHA.
              05 WS-NOV-ACT-FECHA-AA PIC 9(4).
              05 WS-NOV-ACT-FECHA-MM PIC 9(2).
              05 WS-NOV-ACT-FECHA-DD PIC 9(2).
           03 WS-NOV-ACT-SUCURSAL  PIC X(3).
           03 WS-NOV-ACT-TIP_CLASE PIC X(4).
           03 WS-NOV-ACT-HORAS     PIC 9(2)V99.
           03 WS-NOV-ACT-TIPO-MOV  PIC X(1).
           03 WS-NOV-ACT-TITULAR   PIC X(5).
           03 WS-NOV-ACT-HORARIO   PIC X(8).

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).

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
           03 FILLER PIC X(50) VALUE
              "Acuse de lotes de captura por sucursal".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-ACU-CAB.
           03 FILLER PIC X(8)  VALUE "Lote    ".
           03 FILLER PIC X(5)  VALUE "Arch ".
           03 FILLER PIC X(5)  VALUE "Suc  ".
           03 FILLER PIC X(11) VALUE "Aceptados  ".
           03 FILLER PIC X(11) VALUE "Rechazados ".
           03 FILLER PIC X(11) VALUE "Hs. acept. ".
           03 FILLER PIC X(11) VALUE "Hs. rech.  ".
           03 FILLER PIC X(16) VALUE "Archivo de acuse".

       01  PTR-ACU-DET.
           03 PTR-ACU-DET-LOTE       PIC 9(6).
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 PTR-ACU-DET-ARCHIVO    PIC X(1).
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 PTR-ACU-DET-SUCURSAL   PIC X(3).
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 PTR-ACU-DET-ACEPTADOS  PIC ZZZZZ9.
           03 FILLER                 PIC X(5)  VALUE SPACES.
           03 PTR-ACU-DET-RECHAZADOS PIC ZZZZZ9.
           03 FILLER                 PIC X(3)  VALUE SPACES.
           03 PTR-ACU-DET-HORAS-ACEP PIC ZZZZZ9,99.
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 PTR-ACU-DET-HORAS-RECH PIC ZZZZZ9,99.
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 PTR-ACU-DET-NOMBRE     PIC X(40).

       01  PTR-ACU-SIN.
           03 FILLER               PIC X(8)  VALUE "NovTimes".
           03 PTR-ACU-SIN-ARCHIVO  PIC X(1).
           03 FILLER               PIC X(7)  VALUE " lote: ".
           03 PTR-ACU-SIN-LOTE     PIC 9(6).
           03 FILLER               PIC X(3)  VALUE " - ".
           03 PTR-ACU-SIN-MOTIVO   PIC X(50).

       01  PTR-ACU-TOT.
           03 FILLER PIC X(30) VALUE "Acuses emitidos:              ".
           03 PTR-ACU-TOT-ACUSES PIC ZZZZ9.
           03 FILLER PIC X(24) VALUE "   rechazos informados: ".
           03 PTR-ACU-TOT-RECH   PIC ZZZZZ9.
           03 FILLER PIC X(20) VALUE "   nuevos a seguir: ".
           03 PTR-ACU-TOT-NUEVOS PIC ZZZZZ9.

       01  PTR-PEN-TIT.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(50) VALUE
              "Rechazos de captura pendientes de reenvio".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PEN-CAB.
           03 FILLER PIC X(8)  VALUE "Lote    ".
           03 FILLER PIC X(5)  VALUE "Suc  ".
           03 FILLER PIC X(8)  VALUE "Linea   ".
           03 FILLER PIC X(7)  VALUE "Prof.  ".
           03 FILLER PIC X(12) VALUE "Fecha       ".
           03 FILLER PIC X(8)  VALUE "Codigo  ".
           03 FILLER PIC X(31) VALUE "Motivo".
           03 FILLER PIC X(12) VALUE "Acusado     ".
           03 FILLER PIC X(5)  VALUE "Dias ".

       01  PTR-PEN-DET.
           03 PTR-PEN-DET-LOTE     PIC 9(6).
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-PEN-DET-SUCURSAL PIC X(3).
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-PEN-DET-LINEA    PIC ZZZZZ9.
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-PEN-DET-NUMERO   PIC X(5).
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-PEN-DET-DD       PIC 99.
           03 FILLER               PIC X(1)  VALUE "/".
           03 PTR-PEN-DET-MM       PIC 99.
           03 FILLER               PIC X(1)  VALUE "/".
           03 PTR-PEN-DET-AA       PIC 9999.
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-PEN-DET-CODIGO   PIC X(6).
           03 FILLER               PIC X(2)  VALUE SPACES.
           03 PTR-PEN-DET-MOTIVO   PIC X(30).
           03 FILLER               PIC X(1)  VALUE SPACES.
           03 PTR-PEN-DET-ACUSE    PIC 9(8).
           03 FILLER               PIC X(4)  VALUE SPACES.
           03 PTR-PEN-DET-DIAS     PIC ZZZZ9.

       01  PTR-PEN-SUB.
           03 FILLER               PIC X(20) VALUE
              "  Pendientes lote   ".
           03 PTR-PEN-SUB-LOTE     PIC 9(6).
           03 FILLER               PIC X(10) VALUE " sucursal ".
           03 PTR-PEN-SUB-SUCURSAL PIC X(3).
           03 FILLER               PIC X(2)  VALUE ": ".
           03 PTR-PEN-SUB-CANT     PIC ZZZZ9.
           03 FILLER               PIC X(22) VALUE
              "   dias mas antiguo: ".
           03 PTR-PEN-SUB-DIAS     PIC ZZZZ9.

       01  PTR-PEN-TOT.
           03 FILLER PIC X(34) VALUE
              "Total de rechazos pendientes:     ".
           03 PTR-PEN-TOT-CANT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-LOTES.
           PERFORM CARGO-RECHAZOS.
           PERFORM CARGO-SEGUIMIENTO.
           MOVE ZERO TO WS-ARC-INDICE.
           PERFORM PROC-ARCHIVO 3 TIMES.
           PERFORM IMPRIMO-TOT-ACUSES.
           PERFORM GRABO-SEGUIMIENTO.
           PERFORM IMPRIMO-PENDIENTES.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN ListadoAcuseLotes: " LIS-ESTADO
               STOP RUN
           END-IF.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           WRITE REG-LISTADO FROM PTR-ACU-CAB.

       CARGO-LOTES.
           MOVE ZERO TO WS-ARC-INDICE.
           PERFORM INICIALIZO-ULTIMO 3 TIMES.
           OPEN INPUT LOTES.
           IF (NOT LOT-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEO-LOTES.
           PERFORM UNTIL (LOT-EOF)
               IF (REG-LOT-ARCHIVO = "1" OR "2" OR "3") THEN
                   MOVE REG-LOT-ARCHIVO TO WS-ARC-INDICE
                   MOVE REG-LOT-LOTE  TO TAB-ULT-LOTE(WS-ARC-INDICE)
                   MOVE REG-LOT-FECHA TO TAB-ULT-FECHA(WS-ARC-INDICE)
                   MOVE REG-LOT-CANT  TO TAB-ULT-CANT(WS-ARC-INDICE)
                   MOVE REG-LOT-HORAS TO TAB-ULT-HORAS(WS-ARC-INDICE)
               END-IF
               PERFORM LEO-LOTES
           END-PERFORM.
           CLOSE LOTES.

       INICIALIZO-ULTIMO.
           ADD 1 TO WS-ARC-INDICE.
           MOVE ZERO TO TAB-ULT-LOTE(WS-ARC-INDICE).
           MOVE ZERO TO TAB-ULT-FECHA(WS-ARC-INDICE).
           MOVE ZERO TO TAB-ULT-CANT(WS-ARC-INDICE).
           MOVE ZERO TO TAB-ULT-HORAS(WS-ARC-INDICE).
           MOVE ZERO TO TAB-ULT-FIN-CANT(WS-ARC-INDICE).
           MOVE ZERO TO TAB-ULT-FIN-HORAS(WS-ARC-INDICE).
           MOVE "N"  TO TAB-ULT-FIN-VISTO(WS-ARC-INDICE).

       LEO-LOTES.
           READ LOTES RECORD INTO REG-LOT.
           IF ((NOT LOT-OK) AND (NOT LOT-EOF)) THEN
               DISPLAY "ERROR EN READ LotesCaptura: " LOT-ESTADO
               STOP RUN
           END-IF.

       CARGO-RECHAZOS.
           MOVE ZERO TO WS-RCH-CANTIDAD.
           OPEN INPUT RECHAZOS.
           IF (NOT RCH-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEO-RECHAZOS.
           PERFORM UNTIL (RCH-EOF)
               IF (REG-RCH-CODIGO = "FINVAL") THEN
                   PERFORM GUARDO-FIN-VALIDACION
               ELSE
                   PERFORM GUARDO-RECHAZO
               END-IF
               PERFORM LEO-RECHAZOS
           END-PERFORM.
           CLOSE RECHAZOS.

       LEO-RECHAZOS.
           READ RECHAZOS RECORD INTO REG-RCH.
           IF ((NOT RCH-OK) AND (NOT RCH-EOF)) THEN
               DISPLAY "ERROR EN READ RechazosNov: " RCH-ESTADO
               STOP RUN
           END-IF.

       GUARDO-FIN-VALIDACION.
           IF (REG-RCH-ARCHIVO = "1" OR "2" OR "3") THEN
               MOVE REG-RCH-ARCHIVO TO WS-ARC-INDICE
               MOVE REG-RCH-NOVEDAD TO WS-TRL-REG
               MOVE WS-TRL-CANT  TO TAB-ULT-FIN-CANT(WS-ARC-INDICE)
               MOVE WS-TRL-HORAS TO TAB-ULT-FIN-HORAS(WS-ARC-INDICE)
               MOVE "S" TO TAB-ULT-FIN-VISTO(WS-ARC-INDICE)
           END-IF.

       GUARDO-RECHAZO.
           SET R TO 1.
           SEARCH TAB-RCH
               AT END
                   PERFORM AGREGO-RECHAZO
               WHEN (R > WS-RCH-CANTIDAD)
                   PERFORM AGREGO-RECHAZO
               WHEN (TAB-RCH-ARCHIVO(R) = REG-RCH-ARCHIVO)
                    AND (TAB-RCH-LINEA(R) = REG-RCH-LINEA)
                   CONTINUE
           END-SEARCH.

       AGREGO-RECHAZO.
           IF (WS-RCH-CANTIDAD = 3000) THEN
               DISPLAY "ERROR: TABLA DE RECHAZOS LLENA"
               STOP RUN
           END-IF.
           ADD 1 TO WS-RCH-CANTIDAD.
           MOVE REG-RCH-ARCHIVO TO TAB-RCH-ARCHIVO(WS-RCH-CANTIDAD).
           MOVE REG-RCH-LINEA   TO TAB-RCH-LINEA(WS-RCH-CANTIDAD).
           MOVE REG-RCH-NOVEDAD TO TAB-RCH-NOVEDAD(WS-RCH-CANTIDAD).
           MOVE REG-RCH-PASO    TO TAB-RCH-PASO(WS-RCH-CANTIDAD).
           MOVE REG-RCH-CODIGO  TO TAB-RCH-CODIGO(WS-RCH-CANTIDAD).
           MOVE REG-RCH-MOTIVO  TO TAB-RCH-MOTIVO(WS-RCH-CANTIDAD).

       CARGO-SEGUIMIENTO.
           MOVE ZERO TO WS-SEG-CANTIDAD.
           OPEN INPUT SEGUIMIENTO.
           IF (NOT SEG-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEO-SEGUIMIENTO.
           PERFORM UNTIL (SEG-EOF)
               IF (WS-SEG-CANTIDAD = 5000) THEN
                   DISPLAY "ERROR: TABLA DE SEGUIMIENTO LLENA"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEG-CANTIDAD
               MOVE REG-SEG TO TAB-SEG(WS-SEG-CANTIDAD)
               PERFORM LEO-SEGUIMIENTO
           END-PERFORM.
           CLOSE SEGUIMIENTO.

       LEO-SEGUIMIENTO.
           READ SEGUIMIENTO RECORD INTO REG-SEG.
           IF ((NOT SEG-OK) AND (NOT SEG-EOF)) THEN
               DISPLAY "ERROR EN READ RechazosLotes: " SEG-ESTADO
               STOP RUN
           END-IF.

       PROC-ARCHIVO.
           ADD 1 TO WS-ARC-INDICE.
           MOVE WS-ARC-INDICE TO WS-ARCHIVO.
           MOVE TAB-ULT-LOTE(WS-ARC-INDICE) TO WS-LOTE.
           MOVE WS-ARCHIVO TO PTR-ACU-SIN-ARCHIVO.
           MOVE WS-LOTE    TO PTR-ACU-SIN-LOTE.
           IF (WS-LOTE = ZERO) THEN
               MOVE "SIN LOTE DE CAPTURA REGISTRADO"
                   TO PTR-ACU-SIN-MOTIVO
               WRITE REG-LISTADO FROM PTR-ACU-SIN
               EXIT PARAGRAPH
           END-IF.
           IF (NOT ULT-FIN-VISTO(WS-ARC-INDICE))
                   OR (TAB-ULT-FIN-CANT(WS-ARC-INDICE)
                       NOT = TAB-ULT-CANT(WS-ARC-INDICE))
                   OR (TAB-ULT-FIN-HORAS(WS-ARC-INDICE)
                       NOT = TAB-ULT-HORAS(WS-ARC-INDICE)) THEN
               MOVE "VALIDACION DE LA CADENA INCOMPLETA - SIN ACUSE"
                   TO PTR-ACU-SIN-MOTIVO
               WRITE REG-LISTADO FROM PTR-ACU-SIN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-NOVTIMES.
           IF (NOT ARC-VALIDO) THEN
               MOVE "ARCHIVO NO CORRESPONDE AL LOTE - SIN ACUSE"
                   TO PTR-ACU-SIN-MOTIVO
               WRITE REG-LISTADO FROM PTR-ACU-SIN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SUC-INDICE.
           PERFORM PROC-SUCURSAL WS-SUC-CANTIDAD TIMES.

       CARGO-NOVTIMES.
           MOVE "N" TO WS-ARC-VALIDO.
           MOVE ZERO TO WS-NOV-CANTIDAD.
           MOVE ZERO TO WS-NOV-HORAS.
           MOVE ZERO TO WS-SUC-CANTIDAD.
           MOVE SPACES TO WS-TRL-REG.
           MOVE SPACES TO WS-NOV-ARCHIVO.
           STRING "files/NovTimes" DELIMITED BY SIZE
                  WS-ARCHIVO       DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-NOV-ARCHIVO.
           OPEN INPUT NOVTIMES.
           IF (NOT NOV-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEO-NOVTIMES.
           PERFORM UNTIL (NOV-EOF)
               IF (REG-NOV-NUMERO = "ZZTRL") THEN
                   MOVE REG-NOV TO WS-TRL-REG
               ELSE
                   PERFORM AGREGO-NOVEDAD
               END-IF
               PERFORM LEO-NOVTIMES
           END-PERFORM.
           CLOSE NOVTIMES.
           IF (WS-TRL-MARCA = "ZZTRL")
                   AND (WS-TRL-CANT = WS-NOV-CANTIDAD)
                   AND (WS-TRL-CANT = TAB-ULT-CANT(WS-ARC-INDICE))
                   AND (WS-TRL-HORAS = WS-NOV-HORAS)
                   AND (WS-TRL-HORAS = TAB-ULT-HORAS(WS-ARC-INDICE))
                   THEN
               MOVE "S" TO WS-ARC-VALIDO
           END-IF.

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
               DISPLAY "ERROR EN READ " WS-NOV-ARCHIVO ": " NOV-ESTADO
               STOP RUN
           END-IF.

       AGREGO-NOVEDAD.
           IF (WS-NOV-CANTIDAD = 1000) THEN
               DISPLAY "ERROR: " WS-NOV-ARCHIVO
                       " EXCEDE 1000 NOVEDADES"
               STOP RUN
           END-IF.
           ADD 1 TO WS-NOV-CANTIDAD.
           MOVE REG-NOV TO TAB-NOV-REGISTRO(WS-NOV-CANTIDAD).
           ADD REG-NOV-HORAS TO WS-NOV-HORAS.
           SET S TO 1.
           SEARCH TAB-SUC
               AT END
                   PERFORM AGREGO-SUCURSAL
               WHEN (S > WS-SUC-CANTIDAD)
                   PERFORM AGREGO-SUCURSAL
               WHEN (TAB-SUC-SUCURSAL(S) = REG-NOV-SUCURSAL)
                   CONTINUE
           END-SEARCH.

       AGREGO-SUCURSAL.
           IF (WS-SUC-CANTIDAD = 200) THEN
               DISPLAY "ERROR: TABLA DE SUCURSALES LLENA"
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUC-CANTIDAD.
           MOVE REG-NOV-SUCURSAL TO TAB-SUC-SUCURSAL(WS-SUC-CANTIDAD).

       PROC-SUCURSAL.
           ADD 1 TO WS-SUC-INDICE.
           MOVE TAB-SUC-SUCURSAL(WS-SUC-INDICE) TO WS-SUCURSAL.
           MOVE ZERO TO WS-ACEPTADOS.
           MOVE ZERO TO WS-RECHAZADOS.
           MOVE ZERO TO WS-HORAS-ACEP.
           MOVE ZERO TO WS-HORAS-RECH.
           MOVE SPACES TO WS-ACU-ARCHIVO.
           STRING "files/AcuseLote" DELIMITED BY SIZE
                  WS-LOTE           DELIMITED BY SIZE
                  WS-SUCURSAL       DELIMITED BY SIZE
                  ".txt"            DELIMITED BY SIZE
                  INTO WS-ACU-ARCHIVO.
           OPEN OUTPUT ACUSE.
           IF (NOT ACU-OK) THEN
               DISPLAY "ERROR EN OPEN " WS-ACU-ARCHIVO ": " ACU-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-NOV-INDICE.
           PERFORM PROC-NOVEDAD WS-NOV-CANTIDAD TIMES.

           MOVE SPACES TO REG-ACU.
           MOVE "T"            TO REG-ACU-TIPO.
           MOVE WS-LOTE        TO REG-ACU-LOTE.
           MOVE WS-SUCURSAL    TO REG-ACU-SUCURSAL.
           MOVE WS-FECHA-ACT   TO REG-ACU-FECHA.
           MOVE WS-ARCHIVO     TO REG-ACU-ARCHIVO.
           MOVE WS-ACEPTADOS   TO REG-ACU-ACEPTADOS.
           MOVE WS-RECHAZADOS  TO REG-ACU-RECHAZADOS.
           MOVE WS-HORAS-ACEP  TO REG-ACU-HORAS-ACEP.
           MOVE WS-HORAS-RECH  TO REG-ACU-HORAS-RECH.
           WRITE REG-ACU.
           CLOSE ACUSE.

           ADD 1 TO WS-TOT-ACUSES.
           MOVE WS-LOTE        TO PTR-ACU-DET-LOTE.
           MOVE WS-ARCHIVO     TO PTR-ACU-DET-ARCHIVO.
           MOVE WS-SUCURSAL    TO PTR-ACU-DET-SUCURSAL.
           MOVE WS-ACEPTADOS   TO PTR-ACU-DET-ACEPTADOS.
           MOVE WS-RECHAZADOS  TO PTR-ACU-DET-RECHAZADOS.
           MOVE WS-HORAS-ACEP  TO PTR-ACU-DET-HORAS-ACEP.
           MOVE WS-HORAS-RECH  TO PTR-ACU-DET-HORAS-RECH.
           MOVE WS-ACU-ARCHIVO TO PTR-ACU-DET-NOMBRE.
           WRITE REG-LISTADO FROM PTR-ACU-DET.

       PROC-NOVEDAD.
           ADD 1 TO WS-NOV-INDICE.
           IF (TAB-NOV-SUCURSAL(WS-NOV-INDICE) NOT = WS-SUCURSAL) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-ACU.
           MOVE "D"         TO REG-ACU-TIPO.
           MOVE WS-LOTE     TO REG-ACU-LOTE.
           MOVE WS-SUCURSAL TO REG-ACU-SUCURSAL.
           MOVE WS-NOV-INDICE TO REG-ACU-LINEA.
           MOVE TAB-NOV-REGISTRO(WS-NOV-INDICE) TO REG-ACU-NOVEDAD.
           PERFORM BUSCO-RECHAZO.
           IF (NOV-RECHAZADA) THEN
               MOVE "R" TO REG-ACU-ESTADO
               MOVE TAB-RCH-CODIGO(R) TO REG-ACU-CODIGO
               MOVE TAB-RCH-PASO(R)   TO REG-ACU-PASO
               MOVE TAB-RCH-MOTIVO(R) TO REG-ACU-MOTIVO
               ADD 1 TO WS-RECHAZADOS
               ADD 1 TO WS-TOT-RECH
               ADD TAB-NOV-HORAS(WS-NOV-INDICE) TO WS-HORAS-RECH
               PERFORM AGREGO-SEGUIMIENTO
           ELSE
               MOVE "A" TO REG-ACU-ESTADO
               ADD 1 TO WS-ACEPTADOS
               ADD TAB-NOV-HORAS(WS-NOV-INDICE) TO WS-HORAS-ACEP
           END-IF.
           WRITE REG-ACU.

       BUSCO-RECHAZO.
           MOVE "N" TO WS-RECHAZADO.
           SET R TO 1.
           SEARCH TAB-RCH
               WHEN (TAB-RCH-ARCHIVO(R) = WS-ARCHIVO)
                    AND (TAB-RCH-LINEA(R) = WS-NOV-INDICE)
                    AND (TAB-RCH-NOVEDAD(R)
                         = TAB-NOV-REGISTRO(WS-NOV-INDICE))
                    AND (R NOT > WS-RCH-CANTIDAD)
                   MOVE "S" TO WS-RECHAZADO
           END-SEARCH.

       AGREGO-SEGUIMIENTO.
           MOVE "N" TO WS-SEG-EXISTE.
           SET G TO 1.
           SEARCH TAB-SEG
               WHEN (TAB-SEG-LOTE(G) = WS-LOTE)
                    AND (TAB-SEG-LINEA(G) = WS-NOV-INDICE)
                    AND (G NOT > WS-SEG-CANTIDAD)
                   MOVE "S" TO WS-SEG-EXISTE
           END-SEARCH.
           IF (SEG-EXISTE) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (WS-SEG-CANTIDAD = 5000) THEN
               DISPLAY "ERROR: TABLA DE SEGUIMIENTO LLENA"
               STOP RUN
           END-IF.
           ADD 1 TO WS-SEG-CANTIDAD.
           ADD 1 TO WS-TOT-NUEVOS.
           MOVE WS-LOTE       TO TAB-SEG-LOTE(WS-SEG-CANTIDAD).
           MOVE WS-SUCURSAL   TO TAB-SEG-SUCURSAL(WS-SEG-CANTIDAD).
           MOVE WS-NOV-INDICE TO TAB-SEG-LINEA(WS-SEG-CANTIDAD).
           MOVE TAB-NOV-REGISTRO(WS-NOV-INDICE)
               TO TAB-SEG-NOVEDAD(WS-SEG-CANTIDAD).
           MOVE TAB-RCH-CODIGO(R) TO TAB-SEG-CODIGO(WS-SEG-CANTIDAD).
           MOVE TAB-RCH-PASO(R)   TO TAB-SEG-PASO(WS-SEG-CANTIDAD).
           MOVE TAB-RCH-MOTIVO(R) TO TAB-SEG-MOTIVO(WS-SEG-CANTIDAD).
           MOVE WS-FECHA-ACT
               TO TAB-SEG-FECHA-ACUSE(WS-SEG-CANTIDAD).
           MOVE "P"  TO TAB-SEG-ESTADO(WS-SEG-CANTIDAD).
           MOVE ZERO TO TAB-SEG-LOTE-REENVIO(WS-SEG-CANTIDAD).
           MOVE ZERO TO TAB-SEG-FECHA-CIERRE(WS-SEG-CANTIDAD).
           MOVE SPACES TO TAB-SEG-USUARIO(WS-SEG-CANTIDAD).

       IMPRIMO-TOT-ACUSES.
           MOVE WS-TOT-ACUSES TO PTR-ACU-TOT-ACUSES.
           MOVE WS-TOT-RECH   TO PTR-ACU-TOT-RECH.
           MOVE WS-TOT-NUEVOS TO PTR-ACU-TOT-NUEVOS.
           WRITE REG-LISTADO FROM PTR-ACU-TOT.
           DISPLAY "ACUSES EMITIDOS: " WS-TOT-ACUSES
                   " RECHAZOS INFORMADOS: " WS-TOT-RECH.

       GRABO-SEGUIMIENTO.
           OPEN OUTPUT SEGUIMIENTO.
           IF (NOT SEG-OK) THEN
               DISPLAY "ERROR EN OPEN RechazosLotes: " SEG-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-SEG-INDICE.
           PERFORM GRABO-REG-SEGUIMIENTO WS-SEG-CANTIDAD TIMES.
           CLOSE SEGUIMIENTO.

       GRABO-REG-SEGUIMIENTO.
           ADD 1 TO WS-SEG-INDICE.
           MOVE TAB-SEG(WS-SEG-INDICE) TO REG-SEG.
           WRITE REG-SEG.

       IMPRIMO-PENDIENTES.
           OPEN OUTPUT PENDIENTES.
           IF (NOT PEN-OK) THEN
               DISPLAY "ERROR EN OPEN ListadoRechazosPendientes: "
                       PEN-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           WRITE REG-PENDIENTES FROM PTR-CAB.
           WRITE REG-PENDIENTES FROM PTR-PEN-TIT.
           WRITE REG-PENDIENTES FROM PTR-PEN-CAB.
           MOVE ZERO TO WS-PEN-LOTE.
           MOVE SPACES TO WS-PEN-SUCURSAL.
           MOVE ZERO TO WS-PEN-CANT.
           MOVE ZERO TO WS-PEN-MAX-DIAS.
           MOVE ZERO TO WS-SEG-INDICE.
           PERFORM IMPRIMO-PENDIENTE WS-SEG-CANTIDAD TIMES.
           PERFORM IMPRIMO-SUB-PENDIENTES.
           MOVE WS-PEN-TOTAL TO PTR-PEN-TOT-CANT.
           WRITE REG-PENDIENTES FROM PTR-PEN-TOT.
           CLOSE PENDIENTES.
           DISPLAY "RECHAZOS PENDIENTES DE REENVIO: " WS-PEN-TOTAL.

       IMPRIMO-PENDIENTE.
           ADD 1 TO WS-SEG-INDICE.
           IF (NOT SEG-PENDIENTE(WS-SEG-INDICE)) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-SEG-LOTE(WS-SEG-INDICE) NOT = WS-PEN-LOTE)
                   OR (TAB-SEG-SUCURSAL(WS-SEG-INDICE)
                       NOT = WS-PEN-SUCURSAL) THEN
               PERFORM IMPRIMO-SUB-PENDIENTES
               MOVE TAB-SEG-LOTE(WS-SEG-INDICE) TO WS-PEN-LOTE
               MOVE TAB-SEG-SUCURSAL(WS-SEG-INDICE)
                   TO WS-PEN-SUCURSAL
           END-IF.
           MOVE TAB-SEG-FECHA-ACUSE(WS-SEG-INDICE) TO WS-FECHA-CAL.
           MOVE WS-FECHA-ACT TO WS-FECHA-HASTA.
           PERFORM CALCULO-DIAS.
           IF (WS-DIAS-CUENTA > WS-PEN-MAX-DIAS) THEN
               MOVE WS-DIAS-CUENTA TO WS-PEN-MAX-DIAS
           END-IF.
           ADD 1 TO WS-PEN-CANT.
           ADD 1 TO WS-PEN-TOTAL.
           MOVE TAB-SEG-NOVEDAD(WS-SEG-INDICE) TO WS-NOV-ACT.
           MOVE TAB-SEG-LOTE(WS-SEG-INDICE)     TO PTR-PEN-DET-LOTE.
           MOVE TAB-SEG-SUCURSAL(WS-SEG-INDICE) TO PTR-PEN-DET-SUCURSAL.
           MOVE TAB-SEG-LINEA(WS-SEG-INDICE)    TO PTR-PEN-DET-LINEA.
           MOVE WS-NOV-ACT-NUMERO   TO PTR-PEN-DET-NUMERO.
           MOVE WS-NOV-ACT-FECHA-DD TO PTR-PEN-DET-DD.
           MOVE WS-NOV-ACT-FECHA-MM TO PTR-PEN-DET-MM.
           MOVE WS-NOV-ACT-FECHA-AA TO PTR-PEN-DET-AA.
           MOVE TAB-SEG-CODIGO(WS-SEG-INDICE)   TO PTR-PEN-DET-CODIGO.
           MOVE TAB-SEG-MOTIVO(WS-SEG-INDICE)   TO PTR-PEN-DET-MOTIVO.
           MOVE TAB-SEG-FECHA-ACUSE(WS-SEG-INDICE)
               TO PTR-PEN-DET-ACUSE.
           MOVE WS-DIAS-CUENTA TO PTR-PEN-DET-DIAS.
           WRITE REG-PENDIENTES FROM PTR-PEN-DET.

       IMPRIMO-SUB-PENDIENTES.
           IF (WS-PEN-CANT = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PEN-LOTE     TO PTR-PEN-SUB-LOTE.
           MOVE WS-PEN-SUCURSAL TO PTR-PEN-SUB-SUCURSAL.
           MOVE WS-PEN-CANT     TO PTR-PEN-SUB-CANT.
           MOVE WS-PEN-MAX-DIAS TO PTR-PEN-SUB-DIAS.
           WRITE REG-PENDIENTES FROM PTR-PEN-SUB.
           MOVE ZERO TO WS-PEN-CANT.
           MOVE ZERO TO WS-PEN-MAX-DIAS.

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

       FIN.
           CLOSE LISTADO.

       END PROGRAM ACUSE-LOTES.
