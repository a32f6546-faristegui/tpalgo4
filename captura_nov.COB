           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIP-ESTADO.

           SELECT LICENCIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIC-ESTADO.

           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-ESTADO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

           SELECT ACUSE ASSIGN TO DYNAMIC WS-ACU-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACU-ESTADO.

           SELECT SEGUIMIENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-ESTADO.

           SELECT CAPACIDADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUP-ESTADO.

           SELECT ASISTENCIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASI-ESTADO.

       DATA DIVISION.

       FILE SECTION.
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  SUCURSALES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Sucursales.txt".
           03 REG-TIP-DESC      PIC X(20).
           03 REG-TIP-TARIFA    PIC 9(5)V99.

       FD  LICENCIAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Licencias.txt".
       01  REG-LIC.
           03 REG-LIC-NUMERO PIC X(5).
           03 REG-LIC-DESDE  PIC 9(8).
           03 REG-LIC-HASTA  PIC 9(8).
           03 REG-LIC-TIPO   PIC X(15).

       FD  PERIODOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/PeriodosFacturacion.txt".
       01  REG-PER.
           03 REG-LOT-CANT     PIC 9(6).
           03 REG-LOT-HORAS    PIC 9(8)V99.
           03 REG-LOT-USUARIO  PIC X(8).
           03 REG-LOT-PER-DESDE PIC 9(6).
           03 REG-LOT-PER-HASTA PIC 9(6).

       FD  NOVTIMESIDX LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimesIdx.dat".
           03 REG-IDX-TIP_CLASE    PIC X(4).
           03 REG-IDX-HORAS        PIC 9(2)V99.
           03 REG-IDX-TIPO-MOV     PIC X(1).
           03 REG-IDX-TITULAR      PIC X(5).
           03 REG-IDX-HORARIO.
              05 REG-IDX-HORA-DESDE PIC 9(4).
              05 REG-IDX-HORA-HASTA PIC 9(4).

       FD  NOVMAESTRO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes.txt".
           03 REG-MAE-TIP_CLASE PIC X(4).
           03 REG-MAE-HORAS     PIC 9(2)V99.
           03 REG-MAE-TIPO-MOV  PIC X(1).
           03 REG-MAE-TITULAR   PIC X(5).
           03 REG-MAE-HORARIO.
              05 REG-MAE-HORA-DESDE PIC 9(4).
              05 REG-MAE-HORA-HASTA PIC 9(4).

       FD  NOVCAPTURA LABEL RECORD IS STANDARD.
       01  REG-NOV1.
           03 REG-NOV1-TIP_CLASE   PIC X(4).
           03 REG-NOV1-HORAS       PIC 9(2)V99.
           03 REG-NOV1-TIPO-MOV    PIC X(1).
           03 REG-NOV1-TITULAR     PIC X(5).
           03 REG-NOV1-HORARIO.
              05 REG-NOV1-HORA-DESDE PIC 9(4).
              05 REG-NOV1-HORA-HASTA PIC 9(4).

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

       FD  CAPACIDADES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CapacidadClases.txt".
       01  REG-CUP.
           03 REG-CUP-SUCURSAL  PIC X(03).
           03 REG-CUP-TIP_CLASE PIC X(04).
           03 REG-CUP-CUPO      PIC 9(03).

       FD  ASISTENCIA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Asistencia.txt".
       01  REG-ASI.
           03 REG-ASI-LOTE       PIC 9(6).
           03 REG-ASI-NUMERO     PIC X(5).
           03 REG-ASI-FECHA      PIC 9(8).
           03 REG-ASI-SUCURSAL   PIC X(3).
           03 REG-ASI-TIP_CLASE  PIC X(4).
           03 REG-ASI-HORA-DESDE PIC X(4).
           03 REG-ASI-HORAS      PIC 9(2)V99.
           03 REG-ASI-PRESENTES  PIC 9(3).
           03 REG-ASI-USUARIO    PIC X(8).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 TIP-OK  VALUE 00.
           88 TIP-EOF VALUE 10.

       77  LIC-ESTADO PIC XX.
           88 LIC-OK  VALUE 00.
           88 LIC-EOF VALUE 10.

       77  PER-ESTADO PIC XX.
           88 PER-OK  VALUE 00.
           88 PER-EOF VALUE 10.

       77  WS-NOV-ARCHIVO PIC X(40).

       77  ACU-ESTADO PIC XX.
           88 ACU-OK  VALUE 00.
           88 ACU-EOF VALUE 10.

       77  SEG-ESTADO PIC XX.
           88 SEG-OK  VALUE 00.
           88 SEG-EOF VALUE 10.

       77  WS-ACU-ARCHIVO PIC X(40).

       77  CUP-ESTADO PIC XX.
           88 CUP-OK  VALUE 00.
           88 CUP-EOF VALUE 10.

       77  ASI-ESTADO PIC XX.
           88 ASI-OK VALUE 00.

       77  WS-HORAS-MIN PIC 9(2)V99 VALUE 1.
       77  WS-HORAS-MAX PIC 9(2)V99 VALUE 24.

       77  WS-ENT-HORAS     PIC 9(2)V99.
       77  WS-ENT-TIPO-MOV  PIC X(1).
           88 ENT-CORRECCION VALUE "C".
           88 ENT-SUPLENCIA  VALUE "S".
       77  WS-ENT-TITULAR   PIC X(5).
       77  WS-ENT-HORA-X    PIC X(4).
       01  WS-ENT-HORARIO.
           03 WS-ENT-HORA-DESDE PIC 9(4).
           03 FILLER REDEFINES WS-ENT-HORA-DESDE.
              05 WS-ENT-DESDE-HH PIC 9(2).
              05 WS-ENT-DESDE-MM PIC 9(2).
           03 WS-ENT-HORA-HASTA PIC 9(4).
           03 FILLER REDEFINES WS-ENT-HORA-HASTA.
              05 WS-ENT-HASTA-HH PIC 9(2).
              05 WS-ENT-HASTA-MM PIC 9(2).
       77  WS-ENT-CON-HORARIO PIC X(1).
           88 ENT-CON-HORARIO VALUE "S".
       77  WS-ENT-PRESENTES PIC X(3).
       77  WS-ENT-PRESENTES-N REDEFINES WS-ENT-PRESENTES PIC 9(3).
       77  WS-ENT-PRESENTES-X PIC X(3).
       77  WS-PRE-LARGO     PIC 9(1).
       77  WS-MIN-DESDE     PIC 9(4).
       77  WS-MIN-HASTA     PIC 9(4).

       77  WS-ORIGINAL-HALLADO PIC X(1).
           88 ORIGINAL-HALLADO VALUE "S".
       77  WS-BISIESTO-R2  PIC 9(4).

       77  WS-PERIODO-ENT PIC 9(6).
       77  WS-LOT-PERIODO  PIC 9(6).
       77  WS-LOT-PER-DESDE PIC 9(6).
       77  WS-LOT-PER-HASTA PIC 9(6).
       77  WS-PERIODO-ABIERTO PIC X(1).
           88 PERIODO-ABIERTO VALUE "S".

           03 TAB-TIP OCCURS 50 TIMES.
              05 TAB-TIP-TIP_CLASE PIC X(4).

       77  WS-CUP-INDICE   PIC 9(4).
       77  WS-CUP-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-CAPACIDADES.
           03 TAB-CUP OCCURS 500 TIMES.
              05 TAB-CUP-SUCURSAL  PIC X(3).
              05 TAB-CUP-TIP_CLASE PIC X(4).
              05 TAB-CUP-CUPO      PIC 9(3).

       77  WS-ASI-CANTIDAD PIC 9(4) VALUE ZERO.

       77  WS-LIC-INDICE   PIC 9(4).
       77  WS-LIC-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-LICENCIAS.
           03 TAB-LIC OCCURS 500 TIMES.
              05 TAB-LIC-NUMERO PIC X(5).
              05 TAB-LIC-DESDE  PIC 9(8).
              05 TAB-LIC-HASTA  PIC 9(8).
              05 TAB-LIC-TIPO   PIC X(15).

       77  WS-PER-INDICE   PIC 9(3).
       77  WS-PER-CANTIDAD PIC 9(3) VALUE ZERO.
       01  TAB-PERIODOS.
              05 TAB-CAP-TIP_CLASE PIC X(4).
              05 TAB-CAP-HORAS     PIC 9(2)V99.
              05 TAB-CAP-TIPO-MOV  PIC X(1).
              05 TAB-CAP-TITULAR   PIC X(5).
              05 TAB-CAP-HORARIO.
                 07 TAB-CAP-HORA-DESDE PIC 9(4).
                 07 TAB-CAP-HORA-HASTA PIC 9(4).
              05 TAB-CAP-PRESENTES PIC X(3).

       77  WS-RNV-LOTE     PIC 9(6) VALUE ZERO.
       77  WS-RNV-SUCURSAL PIC X(3).
       77  WS-RNV-ACCION   PIC X(1).
           88 RNV-REENVIA VALUE "R".
           88 RNV-CORRIGE VALUE "C".
           88 RNV-DESCARTA VALUE "D".
       77  WS-RNV-HORAS    PIC Z9,99.
       77  WS-RNV-PENDIENTE PIC X(1).
           88 RNV-PENDIENTE VALUE "S".
       01  WS-RNV-REG.
           03 WS-RNV-NUMERO     PIC X(5).
           03 WS-RNV-FECHA      PIC 9(8).
           03 WS-RNV-SUCURSAL-R PIC X(3).
           03 WS-RNV-TIP_CLASE  PIC X(4).
           03 WS-RNV-HORAS-R    PIC 9(2)V99.
           03 WS-RNV-TIPO-MOV   PIC X(1).
           03 WS-RNV-TITULAR    PIC X(5).
           03 WS-RNV-HORARIO    PIC X(8).

       77  WS-RNV-INDICE   PIC 9(4).
       77  WS-RNV-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-REENVIOS.
           03 TAB-RNV OCCURS 1000 TIMES.
              05 TAB-RNV-LINEA   PIC 9(6).
              05 TAB-RNV-NOVEDAD PIC X(38).
              05 TAB-RNV-CODIGO  PIC X(6).
              05 TAB-RNV-MOTIVO  PIC X(30).
              05 TAB-RNV-ESTADO  PIC X(1).

       77  WS-SEG-INDICE   PIC 9(5).
       77  WS-SEG-CANTIDAD PIC 9(5) VALUE ZERO.
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

       77  WS-ORD-I    PIC 9(4).
       77  WS-ORD-J    PIC 9(4).
       77  WS-ORD-TOPE PIC 9(4).
       01  WS-CAP-AUX  PIC X(41).

       01  WS-TRL.
           03 WS-TRL-MARCA PIC X(5)    VALUE "ZZTRL".
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).

       01  OPERADOR.
           03 OPE-USUARIO  PIC X(8).
           03 OPE-PROGRAMA PIC X(14).
           03 OPE-FUNCION  PIC X(10).
           03 OPE-MOTIVO   PIC X(30).
           03 OPE-ROL      PIC X(1).
           03 OPE-NOMBRE   PIC X(25).
           03 OPE-ACCION   PIC XX.
           03 OPE-ESTADO   PIC XX.
              88 OPE-OK VALUE 00.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-SUCURSALES.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-LICENCIAS.
           PERFORM CARGO-PERIODOS.
           PERFORM CARGO-CAPACIDADES.
           PERFORM LEO-NUMERADOR-LOTES.
           PERFORM CARGO-REENVIO.
           MOVE ZERO TO WS-RNV-INDICE.
           PERFORM REENVIO-NOVEDAD WS-RNV-CANTIDAD TIMES.
           PERFORM CAPTURO-NOVEDAD
               UNTIL (WS-ENT-NUMERO = "FIN  ").
           PERFORM CIERRO-LOTE.
           END-IF.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "CAPTURAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "CAPTURA CANCELADA"
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-NOV-ARCHIVO.
           STRING "files/NovTimes" DELIMITED BY SIZE
                  WS-ARCHIVO       DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-NOV-ARCHIVO.

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "CAPTURA-NOV" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               TO TAB-TIP-TIP_CLASE(WS-TIP-CANTIDAD).
           PERFORM LEO-TIPOS_CLASE.

       LEO-LICENCIAS.
           READ LICENCIAS RECORD INTO REG-LIC.
           IF ((NOT LIC-OK) AND (NOT LIC-EOF)) THEN
               DISPLAY "ERROR EN READ Licencias: " LIC-ESTADO
               STOP RUN
           END-IF.

       CARGO-LICENCIAS.
           OPEN INPUT LICENCIAS.
           IF (LIC-OK) THEN
               PERFORM LEO-LICENCIAS
               PERFORM CARGO-LICENCIA UNTIL (LIC-EOF)
               CLOSE LICENCIAS
           END-IF.

       CARGO-LICENCIA.
           ADD 1 TO WS-LIC-CANTIDAD.
           MOVE REG-LIC TO TAB-LIC(WS-LIC-CANTIDAD).
           PERFORM LEO-LICENCIAS.

       LEO-PERIODOS.
           READ PERIODOS RECORD INTO REG-PER.
           IF ((NOT PER-OK) AND (NOT PER-EOF)) THEN
           MOVE REG-PER-ESTADO  TO TAB-PER-ESTADO(WS-PER-CANTIDAD).
           PERFORM LEO-PERIODOS.

       LEO-CAPACIDADES.
           READ CAPACIDADES RECORD INTO REG-CUP.
           IF ((NOT CUP-OK) AND (NOT CUP-EOF)) THEN
               DISPLAY "ERROR EN READ CapacidadClases: " CUP-ESTADO
               STOP RUN
           END-IF.

       CARGO-CAPACIDADES.
           OPEN INPUT CAPACIDADES.
           IF (CUP-OK) THEN
               PERFORM LEO-CAPACIDADES
               PERFORM CARGO-CAPACIDAD UNTIL (CUP-EOF)
               CLOSE CAPACIDADES
           END-IF.

       CARGO-CAPACIDAD.
           ADD 1 TO WS-CUP-CANTIDAD.
           MOVE REG-CUP TO TAB-CUP(WS-CUP-CANTIDAD).
           PERFORM LEO-CAPACIDADES.

       LEO-NUMERADOR-LOTES.
           MOVE ZERO TO WS-LOTE.
           OPEN INPUT NUMLOTES.
           IF (WS-ENT-NUMERO = "FIN  ") THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PIDO-NOVEDAD.
           PERFORM VALIDO-NOVEDAD.
           IF (VALIDO) THEN
               PERFORM AGREGO-NOVEDAD
           END-IF.

       PIDO-NOVEDAD.
           DISPLAY "Fecha (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ENT-FECHA.
           DISPLAY "Sucursal (3 car.): " WITH NO ADVANCING.
           ACCEPT WS-ENT-SUCURSAL.
           DISPLAY "Tipo de clase (4 car.): " WITH NO ADVANCING.
           ACCEPT WS-ENT-TIP_CLASE.
           DISPLAY "Hora desde (HHMM, blanco = sin horario): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENT-HORA-X.
           MOVE SPACES TO WS-ENT-HORARIO.
           MOVE "N" TO WS-ENT-CON-HORARIO.
           IF (WS-ENT-HORA-X = SPACES) THEN
               DISPLAY "Horas (99,99): " WITH NO ADVANCING
               ACCEPT WS-ENT-HORAS
           ELSE
               MOVE "S" TO WS-ENT-CON-HORARIO
               MOVE WS-ENT-HORA-X TO WS-ENT-HORARIO(1:4)
               DISPLAY "Hora hasta (HHMM): " WITH NO ADVANCING
               ACCEPT WS-ENT-HORA-X
               MOVE WS-ENT-HORA-X TO WS-ENT-HORARIO(5:4)
               MOVE ZERO TO WS-ENT-HORAS
           END-IF.
           DISPLAY "Movimiento (N=Normal, C=Correccion, "
                   "S=Suplencia): " WITH NO ADVANCING.
           ACCEPT WS-ENT-TIPO-MOV.
           MOVE SPACES TO WS-ENT-TITULAR.
           IF (ENT-SUPLENCIA) THEN
               DISPLAY "Profesor titular suplido (5 car.): "
                       WITH NO ADVANCING
               ACCEPT WS-ENT-TITULAR
           ELSE IF (NOT ENT-CORRECCION) THEN
               MOVE SPACES TO WS-ENT-TIPO-MOV
           END-IF.

       CARGO-REENVIO.
           MOVE ZERO TO WS-RNV-CANTIDAD.
           DISPLAY "Lote a reenviar (0 = ninguno): "
                   WITH NO ADVANCING.
           ACCEPT WS-RNV-LOTE.
           IF (WS-RNV-LOTE = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sucursal del acuse (3 car.): " WITH NO ADVANCING.
           ACCEPT WS-RNV-SUCURSAL.
           MOVE SPACES TO WS-ACU-ARCHIVO.
           STRING "files/AcuseLote" DELIMITED BY SIZE
                  WS-RNV-LOTE       DELIMITED BY SIZE
                  WS-RNV-SUCURSAL   DELIMITED BY SIZE
                  ".txt"            DELIMITED BY SIZE
                  INTO WS-ACU-ARCHIVO.
           OPEN INPUT ACUSE.
           IF (NOT ACU-OK) THEN
               DISPLAY "SIN ACUSE DEL LOTE " WS-RNV-LOTE
                       " SUCURSAL " WS-RNV-SUCURSAL
                       " - CAPTURA NORMAL"
               MOVE ZERO TO WS-RNV-LOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-SEGUIMIENTO.
           PERFORM LEO-ACUSE.
           PERFORM UNTIL (ACU-EOF)
               IF (ACU-DETALLE) AND (REG-ACU-ESTADO = "R") THEN
                   PERFORM AGREGO-REENVIO
               END-IF
               PERFORM LEO-ACUSE
           END-PERFORM.
           CLOSE ACUSE.
           DISPLAY "RECHAZOS PENDIENTES DEL LOTE " WS-RNV-LOTE ": "
                   WS-RNV-CANTIDAD.

       LEO-ACUSE.
           READ ACUSE RECORD INTO REG-ACU.
           IF ((NOT ACU-OK) AND (NOT ACU-EOF)) THEN
               DISPLAY "ERROR EN READ " WS-ACU-ARCHIVO ": " ACU-ESTADO
               STOP RUN
           END-IF.

       AGREGO-REENVIO.
           MOVE "S" TO WS-RNV-PENDIENTE.
           SET G TO 1.
           SEARCH TAB-SEG
               WHEN (TAB-SEG-LOTE(G) = WS-RNV-LOTE)
                    AND (TAB-SEG-LINEA(G) = REG-ACU-LINEA)
                    AND (G NOT > WS-SEG-CANTIDAD)
                   IF (NOT SEG-PENDIENTE(G)) THEN
                       MOVE "N" TO WS-RNV-PENDIENTE
                   END-IF
           END-SEARCH.
           IF (NOT RNV-PENDIENTE) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RNV-CANTIDAD.
           MOVE REG-ACU-LINEA   TO TAB-RNV-LINEA(WS-RNV-CANTIDAD).
           MOVE REG-ACU-NOVEDAD TO TAB-RNV-NOVEDAD(WS-RNV-CANTIDAD).
           MOVE REG-ACU-CODIGO  TO TAB-RNV-CODIGO(WS-RNV-CANTIDAD).
           MOVE REG-ACU-MOTIVO  TO TAB-RNV-MOTIVO(WS-RNV-CANTIDAD).
           MOVE "P"             TO TAB-RNV-ESTADO(WS-RNV-CANTIDAD).

       REENVIO-NOVEDAD.
           ADD 1 TO WS-RNV-INDICE.
           MOVE TAB-RNV-NOVEDAD(WS-RNV-INDICE) TO WS-RNV-REG.
           MOVE WS-RNV-HORAS-R TO WS-RNV-HORAS.
           DISPLAY "Rechazo linea " TAB-RNV-LINEA(WS-RNV-INDICE) ": "
                   WS-RNV-NUMERO " " WS-RNV-FECHA " "
                   WS-RNV-SUCURSAL-R " " WS-RNV-TIP_CLASE " "
                   WS-RNV-HORAS " " WS-RNV-TIPO-MOV.
           DISPLAY "  Motivo " TAB-RNV-CODIGO(WS-RNV-INDICE) ": "
                   TAB-RNV-MOTIVO(WS-RNV-INDICE).
           DISPLAY "Accion (R=Reenviar, C=Corregir, D=Descartar, "
                   "blanco=Pendiente): " WITH NO ADVANCING.
           ACCEPT WS-RNV-ACCION.
           IF (RNV-REENVIA) THEN
               PERFORM CARGO-ENTRADA-REENVIO
               PERFORM VALIDO-NOVEDAD
               IF (VALIDO) THEN
                   PERFORM AGREGO-NOVEDAD
                   MOVE "R" TO TAB-RNV-ESTADO(WS-RNV-INDICE)
               END-IF
           ELSE IF (RNV-CORRIGE) THEN
               DISPLAY "Profesor (5 car.): " WITH NO ADVANCING
               ACCEPT WS-ENT-NUMERO
               PERFORM PIDO-NOVEDAD
               PERFORM VALIDO-NOVEDAD
               IF (VALIDO) THEN
                   PERFORM AGREGO-NOVEDAD
                   MOVE "R" TO TAB-RNV-ESTADO(WS-RNV-INDICE)
               END-IF
           ELSE IF (RNV-DESCARTA) THEN
               MOVE "D" TO TAB-RNV-ESTADO(WS-RNV-INDICE)
               DISPLAY "DESCARTADO"
           END-IF.
           IF (TAB-RNV-ESTADO(WS-RNV-INDICE) = "P") THEN
               DISPLAY "QUEDA PENDIENTE"
           END-IF.

       CARGO-ENTRADA-REENVIO.
           MOVE WS-RNV-NUMERO     TO WS-ENT-NUMERO.
           MOVE WS-RNV-FECHA      TO WS-ENT-FECHA.
           MOVE WS-RNV-SUCURSAL-R TO WS-ENT-SUCURSAL.
           MOVE WS-RNV-TIP_CLASE  TO WS-ENT-TIP_CLASE.
           MOVE WS-RNV-HORAS-R    TO WS-ENT-HORAS.
           MOVE WS-RNV-TIPO-MOV   TO WS-ENT-TIPO-MOV.
           MOVE WS-RNV-TITULAR    TO WS-ENT-TITULAR.
           MOVE WS-RNV-HORARIO    TO WS-ENT-HORARIO.
           IF (WS-RNV-HORARIO = SPACES) THEN
               MOVE "N" TO WS-ENT-CON-HORARIO
           ELSE
               MOVE "S" TO WS-ENT-CON-HORARIO
           END-IF.

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

       MARCO-REENVIOS.
           IF (WS-RNV-LOTE = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-SEGUIMIENTO.
           IF (WS-SEG-CANTIDAD = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RNV-INDICE.
           PERFORM MARCO-REENVIO WS-RNV-CANTIDAD TIMES.
           OPEN OUTPUT SEGUIMIENTO.
           IF (NOT SEG-OK) THEN
               DISPLAY "ERROR EN OPEN RechazosLotes: " SEG-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-SEG-INDICE.
           PERFORM GRABO-SEGUIMIENTO WS-SEG-CANTIDAD TIMES.
           CLOSE SEGUIMIENTO.

       MARCO-REENVIO.
           ADD 1 TO WS-RNV-INDICE.
           IF (TAB-RNV-ESTADO(WS-RNV-INDICE) = "P") THEN
               EXIT PARAGRAPH
           END-IF.
           SET G TO 1.
           SEARCH TAB-SEG
               WHEN (TAB-SEG-LOTE(G) = WS-RNV-LOTE)
                    AND (TAB-SEG-LINEA(G)
                         = TAB-RNV-LINEA(WS-RNV-INDICE))
                    AND (G NOT > WS-SEG-CANTIDAD)
                   IF (SEG-PENDIENTE(G)) THEN
                       MOVE TAB-RNV-ESTADO(WS-RNV-INDICE)
                           TO TAB-SEG-ESTADO(G)
                       MOVE WS-FECHA-ACT TO TAB-SEG-FECHA-CIERRE(G)
                       MOVE WS-USUARIO   TO TAB-SEG-USUARIO(G)
                       IF (TAB-RNV-ESTADO(WS-RNV-INDICE) = "R") THEN
                           MOVE WS-LOTE TO TAB-SEG-LOTE-REENVIO(G)
                       END-IF
                   END-IF
           END-SEARCH.

       GRABO-SEGUIMIENTO.
           ADD 1 TO WS-SEG-INDICE.
           MOVE TAB-SEG(WS-SEG-INDICE) TO REG-SEG.
           WRITE REG-SEG.

       VALIDO-NOVEDAD.
           MOVE "S" TO WS-VALIDO.
           PERFORM VALIDO-FECHA-ENT.
           PERFORM VALIDO-SUCURSAL.
           PERFORM VALIDO-TIPO.
           IF (ENT-CON-HORARIO) THEN
               PERFORM VALIDO-HORARIO
           END-IF.
           PERFORM VALIDO-HORAS.
           IF (ENT-CORRECCION) AND (VALIDO) THEN
               PERFORM VALIDO-ORIGINAL
           END-IF.
           IF (ENT-SUPLENCIA) AND (VALIDO) THEN
               PERFORM VALIDO-SUPLENCIA
           END-IF.

       VALIDO-SUPLENCIA.
           IF (WS-ENT-TITULAR = WS-ENT-NUMERO) THEN
               DISPLAY "RECHAZADO: el titular " WS-ENT-TITULAR
                       " no puede suplirse a si mismo"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-PRF-INDICE.
           PERFORM VALIDO-TITULAR-DET WS-PRF-CANTIDAD TIMES.
           IF (NOT HALLADO) THEN
               DISPLAY "RECHAZADO: titular " WS-ENT-TITULAR
                       " inexistente en el maestro"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-LIC-INDICE.
           PERFORM VALIDO-LICENCIA-DET WS-LIC-CANTIDAD TIMES.
           IF (NOT HALLADO) THEN
               DISPLAY "RECHAZADO: titular " WS-ENT-TITULAR
                       " sin licencia registrada al " WS-ENT-FECHA
               MOVE "N" TO WS-VALIDO
           END-IF.

       VALIDO-TITULAR-DET.
           ADD 1 TO WS-PRF-INDICE.
           IF (TAB-PRF-NUMERO(WS-PRF-INDICE) = WS-ENT-TITULAR) THEN
               MOVE "S" TO WS-HALLADO
           END-IF.

       VALIDO-LICENCIA-DET.
           ADD 1 TO WS-LIC-INDICE.
           IF (TAB-LIC-NUMERO(WS-LIC-INDICE) = WS-ENT-TITULAR)
                   AND (WS-ENT-FECHA NOT <
                        TAB-LIC-DESDE(WS-LIC-INDICE))
                   AND (WS-ENT-FECHA NOT >
                        TAB-LIC-HASTA(WS-LIC-INDICE)) THEN
               MOVE "S" TO WS-HALLADO
           END-IF.

       VALIDO-ORIGINAL.
           MOVE "N" TO WS-ORIGINAL-HALLADO.
               MOVE "S" TO WS-HALLADO
           END-IF.

       VALIDO-HORARIO.
           IF (WS-ENT-HORA-DESDE NOT NUMERIC)
                   OR (WS-ENT-HORA-HASTA NOT NUMERIC) THEN
               DISPLAY "RECHAZADO: horario " WS-ENT-HORARIO
                       " no numerico"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ENT-DESDE-HH > 23) OR (WS-ENT-DESDE-MM > 59)
                   OR (WS-ENT-HASTA-HH > 24) OR (WS-ENT-HASTA-MM > 59)
                   OR ((WS-ENT-HASTA-HH = 24)
                       AND (WS-ENT-HASTA-MM NOT = ZERO)) THEN
               DISPLAY "RECHAZADO: horario " WS-ENT-HORA-DESDE
                       " a " WS-ENT-HORA-HASTA " invalido"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ENT-HORA-HASTA NOT > WS-ENT-HORA-DESDE) THEN
               DISPLAY "RECHAZADO: hora hasta " WS-ENT-HORA-HASTA
                       " no posterior a hora desde "
                       WS-ENT-HORA-DESDE
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MIN-DESDE = WS-ENT-DESDE-HH * 60
                                + WS-ENT-DESDE-MM.
           COMPUTE WS-MIN-HASTA = WS-ENT-HASTA-HH * 60
                                + WS-ENT-HASTA-MM.
           COMPUTE WS-ENT-HORAS ROUNDED =
                   (WS-MIN-HASTA - WS-MIN-DESDE) / 60.
           DISPLAY "Horas calculadas: " WS-ENT-HORAS.

       VALIDO-HORAS.
           IF (WS-ENT-HORAS < WS-HORAS-MIN)
                   OR (WS-ENT-HORAS > WS-HORAS-MAX) THEN
               TO TAB-CAP-TIP_CLASE(WS-CAP-CANTIDAD).
           MOVE WS-ENT-HORAS    TO TAB-CAP-HORAS(WS-CAP-CANTIDAD).
           MOVE WS-ENT-TIPO-MOV TO TAB-CAP-TIPO-MOV(WS-CAP-CANTIDAD).
           MOVE WS-ENT-TITULAR  TO TAB-CAP-TITULAR(WS-CAP-CANTIDAD).
           MOVE WS-ENT-HORARIO  TO TAB-CAP-HORARIO(WS-CAP-CANTIDAD).
           MOVE SPACES TO WS-ENT-PRESENTES.
           IF (NOT ENT-CORRECCION) THEN
               MOVE "N" TO WS-VALIDO
               PERFORM PIDO-ASISTENCIA UNTIL (VALIDO)
           END-IF.
           MOVE WS-ENT-PRESENTES
               TO TAB-CAP-PRESENTES(WS-CAP-CANTIDAD).
           ADD WS-ENT-HORAS TO WS-CAP-HORAS.
           DISPLAY "ACEPTADO - registros en el lote: "
                   WS-CAP-CANTIDAD.

       PIDO-ASISTENCIA.
           DISPLAY "Alumnos presentes (blanco = sin dato): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENT-PRESENTES-X.
           MOVE SPACES TO WS-ENT-PRESENTES.
           MOVE "S" TO WS-VALIDO.
           IF (WS-ENT-PRESENTES-X = SPACES) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VALIDO.
           MOVE ZERO TO WS-PRE-LARGO.
           INSPECT WS-ENT-PRESENTES-X TALLYING WS-PRE-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (WS-PRE-LARGO = ZERO) THEN
               DISPLAY "Cantidad de alumnos no numerica"
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ENT-PRESENTES-X(1:WS-PRE-LARGO) NOT NUMERIC) THEN
               DISPLAY "Cantidad de alumnos no numerica"
               EXIT PARAGRAPH
           END-IF.
           IF (WS-PRE-LARGO < 3) THEN
               IF (WS-ENT-PRESENTES-X(WS-PRE-LARGO + 1:)
                       NOT = SPACES) THEN
                   DISPLAY "Cantidad de alumnos no numerica"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-ENT-PRESENTES-X(1:WS-PRE-LARGO)
               TO WS-ENT-PRESENTES-N.
           MOVE "S" TO WS-VALIDO.
           MOVE ZERO TO WS-CUP-INDICE.
           MOVE "N" TO WS-HALLADO.
           PERFORM BUSCO-CAPACIDAD-DET
               UNTIL (HALLADO) OR (WS-CUP-INDICE NOT < WS-CUP-CANTIDAD).
           IF (NOT HALLADO) THEN
               DISPLAY "AVISO: sin cupo definido para "
                       WS-ENT-SUCURSAL " " WS-ENT-TIP_CLASE
           ELSE IF (WS-ENT-PRESENTES-N
                   > TAB-CUP-CUPO(WS-CUP-INDICE)) THEN
               DISPLAY "AVISO: presentes superan el cupo de "
                       TAB-CUP-CUPO(WS-CUP-INDICE)
           END-IF.

       BUSCO-CAPACIDAD-DET.
           ADD 1 TO WS-CUP-INDICE.
           IF (TAB-CUP-SUCURSAL(WS-CUP-INDICE) = WS-ENT-SUCURSAL)
                   AND (TAB-CUP-TIP_CLASE(WS-CUP-INDICE)
                        = WS-ENT-TIP_CLASE) THEN
               MOVE "S" TO WS-HALLADO
           END-IF.

       CIERRO-LOTE.
           PERFORM ORDENO-CAPTURA.
           OPEN OUTPUT NOVCAPTURA.
           CLOSE NOVCAPTURA.
           PERFORM GRABO-NUMERADOR-LOTES.
           PERFORM GRABO-LOTE.
           PERFORM GRABO-ASISTENCIAS.
           PERFORM MARCO-REENVIOS.
           DISPLAY "LOTE " WS-LOTE " CERRADO: " WS-CAP-CANTIDAD
                   " REGISTROS, " WS-CAP-HORAS " HORAS EN "
                   WS-NOV-ARCHIVO.
               TO REG-NOV1-TIP_CLASE.
           MOVE TAB-CAP-HORAS(WS-CAP-INDICE)    TO REG-NOV1-HORAS.
           MOVE TAB-CAP-TIPO-MOV(WS-CAP-INDICE) TO REG-NOV1-TIPO-MOV.
           MOVE TAB-CAP-TITULAR(WS-CAP-INDICE)  TO REG-NOV1-TITULAR.
           MOVE TAB-CAP-HORARIO(WS-CAP-INDICE)  TO REG-NOV1-HORARIO.
           WRITE REG-NOV1.

       GRABO-TRAILER.
           MOVE WS-CAP-CANTIDAD TO REG-LOT-CANT.
           MOVE WS-CAP-HORAS    TO REG-LOT-HORAS.
           MOVE WS-USUARIO      TO REG-LOT-USUARIO.
           PERFORM CALCULO-PERIODOS-LOTE.
           MOVE WS-LOT-PER-DESDE TO REG-LOT-PER-DESDE.
           MOVE WS-LOT-PER-HASTA TO REG-LOT-PER-HASTA.
           WRITE REG-LOT.
           CLOSE LOTES.

       GRABO-ASISTENCIAS.
           MOVE ZERO TO WS-ASI-CANTIDAD.
           OPEN EXTEND ASISTENCIA.
           IF (NOT ASI-OK) THEN
               OPEN OUTPUT ASISTENCIA
           END-IF.
           IF (NOT ASI-OK) THEN
               DISPLAY "ERROR EN OPEN Asistencia: " ASI-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-CAP-INDICE.
           PERFORM GRABO-ASISTENCIA WS-CAP-CANTIDAD TIMES.
           CLOSE ASISTENCIA.
           DISPLAY "ASISTENCIAS REGISTRADAS: " WS-ASI-CANTIDAD.

       GRABO-ASISTENCIA.
           ADD 1 TO WS-CAP-INDICE.
           IF (TAB-CAP-PRESENTES(WS-CAP-INDICE) = SPACES) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOTE                         TO REG-ASI-LOTE.
           MOVE TAB-CAP-NUMERO(WS-CAP-INDICE)   TO REG-ASI-NUMERO.
           MOVE TAB-CAP-FECHA(WS-CAP-INDICE)    TO REG-ASI-FECHA.
           MOVE TAB-CAP-SUCURSAL(WS-CAP-INDICE) TO REG-ASI-SUCURSAL.
           MOVE TAB-CAP-TIP_CLASE(WS-CAP-INDICE)
               TO REG-ASI-TIP_CLASE.
           MOVE TAB-CAP-HORARIO(WS-CAP-INDICE)(1:4)
               TO REG-ASI-HORA-DESDE.
           MOVE TAB-CAP-HORAS(WS-CAP-INDICE)    TO REG-ASI-HORAS.
           MOVE TAB-CAP-PRESENTES(WS-CAP-INDICE)
               TO REG-ASI-PRESENTES.
           MOVE WS-USUARIO                      TO REG-ASI-USUARIO.
           WRITE REG-ASI.
           ADD 1 TO WS-ASI-CANTIDAD.

       CALCULO-PERIODOS-LOTE.
           MOVE 999999 TO WS-LOT-PER-DESDE.
           MOVE ZERO TO WS-LOT-PER-HASTA.
           MOVE ZERO TO WS-CAP-INDICE.
           PERFORM CALCULO-PERIODOS-DET WS-CAP-CANTIDAD TIMES.
           IF (WS-LOT-PER-HASTA = ZERO) THEN
               MOVE ZERO TO WS-LOT-PER-DESDE
           END-IF.

       CALCULO-PERIODOS-DET.
           ADD 1 TO WS-CAP-INDICE.
           COMPUTE WS-LOT-PERIODO = TAB-CAP-FECHA(WS-CAP-INDICE) / 100.
           IF (WS-LOT-PERIODO < WS-LOT-PER-DESDE) THEN
               MOVE WS-LOT-PERIODO TO WS-LOT-PER-DESDE
           END-IF.
           IF (WS-LOT-PERIODO > WS-LOT-PER-HASTA) THEN
               MOVE WS-LOT-PERIODO TO WS-LOT-PER-HASTA
           END-IF.

       END PROGRAM CAPTURA-NOV.
