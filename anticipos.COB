       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTICIPOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT ANTICIPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANT-ESTADO.

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

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoAnticipos.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  ANT-ESTADO PIC XX.
           88 ANT-OK  VALUE 00.
           88 ANT-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-ACCION PIC X(1).
           88 ACCION-ALTA     VALUE "1".
           88 ACCION-APROBAR  VALUE "2".
           88 ACCION-RECHAZAR VALUE "3".
           88 ACCION-CONSULTA VALUE "4".
           88 ACCION-LISTADO  VALUE "5".
           88 ACCION-FIN      VALUE "9".

       77  WS-NUMERO    PIC X(5).
       77  WS-ID        PIC 9(6).
       77  WS-IMPORTE   PIC 9(9)V99.
       77  WS-MOTIVO    PIC X(30).
       77  WS-USUARIO   PIC X(8).
       77  WS-CONFIRMA  PIC X(1).
       77  WS-DIAS-MIN  PIC 9(3).
       77  WS-PROF-NOMBRE PIC X(25).
       77  WS-PROF-HALLADO PIC X(1).
           88 PROF-HALLADO VALUE "S".

       77  WS-ANT-INDICE   PIC 9(4).
       77  WS-ANT-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-ANT-HALLADO  PIC 9(4).
       77  WS-ANT-ULTIMO   PIC 9(6).
       01  TAB-ANTICIPOS.
           03 TAB-ANT OCCURS 3000 TIMES.
              05 TAB-ANT-ID              PIC 9(6).
              05 TAB-ANT-NUMERO          PIC X(5).
              05 TAB-ANT-FECHA           PIC 9(8).
              05 TAB-ANT-IMPORTE         PIC 9(9)V99.
              05 TAB-ANT-MOTIVO          PIC X(30).
              05 TAB-ANT-ESTADO          PIC X(1).
                 88 ANT-PENDIENTE   VALUE "P".
                 88 ANT-APROBADO    VALUE "A".
                 88 ANT-TRANSFERIDO VALUE "T".
                 88 ANT-CANCELADO   VALUE "C".
                 88 ANT-RECHAZADO   VALUE "R".
              05 TAB-ANT-USUARIO-ALTA    PIC X(8).
              05 TAB-ANT-USUARIO-APRUEBA PIC X(8).
              05 TAB-ANT-FECHA-APRUEBA   PIC 9(8).
              05 TAB-ANT-FECHA-PAGO      PIC 9(8).
              05 TAB-ANT-RECUPERADO      PIC 9(9)V99.
              05 TAB-ANT-FECHA-RECUPERO  PIC 9(8).

       77  WS-SALDO-ANT  PIC 9(9)V99.
       77  WS-DIAS-ANT   PIC S9(6).
       77  WS-TOT-CANT   PIC 9(5).
       77  WS-TOT-SALDO  PIC 9(10)V99.

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).

       01  WS-FECHA-PAGO.
           03 WS-FECHA-PAGO-AA PIC 9(4).
           03 WS-FECHA-PAGO-MM PIC 9(2).
           03 WS-FECHA-PAGO-DD PIC 9(2).

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

       01  BLOQUEO.
           03 BLQ-NOMBRE   PIC X(14).
           03 BLQ-PROGRAMA PIC X(14).
           03 BLQ-USUARIO  PIC X(8).
           03 BLQ-FECHA    PIC 9(8).
           03 BLQ-HORA     PIC 9(8).
           03 BLQ-ACCION   PIC XX.
           03 BLQ-ESTADO   PIC XX.
              88 BLQ-OK VALUE 00.

       01  PTR-ANT-DET.
           03 PTR-ANT-ID        PIC 9(6).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PTR-ANT-NUMERO    PIC X(5).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PTR-ANT-ESTADO    PIC X(1).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PTR-ANT-FECHA     PIC 9(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PTR-ANT-IMPORTE   PIC ZZZZZZZZ9,99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PTR-ANT-RECUPERADO PIC ZZZZZZZZ9,99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 PTR-ANT-MOTIVO    PIC X(30).

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
              "Anticipos a profesores pendientes de recupero".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER         PIC X(32) VALUE
              "Parametros: pagados hace mas de ".
           03 PTR-PARAM-DIAS PIC ZZ9.
           03 FILLER         PIC X(5)  VALUE " dias".

       01  PTR-LIS-CAB.
           03 FILLER PIC X(8)  VALUE "Anticipo".
           03 FILLER PIC X(7)  VALUE " Prof.".
           03 FILLER PIC X(27) VALUE "Nombre".
           03 FILLER PIC X(10) VALUE "Pagado".
           03 FILLER PIC X(6)  VALUE "Dias".
           03 FILLER PIC X(14) VALUE "     Importe".
           03 FILLER PIC X(14) VALUE "  Recuperado".
           03 FILLER PIC X(12) VALUE "       Saldo".

       01  PTR-LIS-DET.
           03 PTR-LIS-ID         PIC 9(6).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PTR-LIS-NUMERO     PIC X(5).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PTR-LIS-NOMBRE     PIC X(25).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PTR-LIS-FECHA      PIC 9(8).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PTR-LIS-DIAS       PIC ZZZ9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PTR-LIS-IMPORTE    PIC ZZZZZZZZ9,99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PTR-LIS-RECUPERADO PIC ZZZZZZZZ9,99.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 PTR-LIS-SALDO      PIC ZZZZZZZZ9,99.

       01  PTR-LIS-TOT.
           03 FILLER PIC X(38) VALUE
              "Anticipos sin recuperar:              ".
           03 PTR-LIS-TOT-CANT   PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE "  saldo: $".
           03 PTR-LIS-TOT-SALDO  PIC ZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ACCION.
           PERFORM PROC-ACCION UNTIL (ACCION-FIN).
           STOP RUN.

       PROC-ACCION.
           DISPLAY "Accion (1=Alta, 2=Aprobar, 3=Rechazar, "
                   "4=Consulta, 5=Listado sin recuperar, 9=Fin): "
                   WITH NO ADVANCING.
           ACCEPT WS-ACCION.
           IF (ACCION-ALTA) THEN
               PERFORM ALTA-ANTICIPO
           ELSE IF (ACCION-APROBAR) THEN
               PERFORM APRUEBO-ANTICIPO
           ELSE IF (ACCION-RECHAZAR) THEN
               PERFORM RECHAZO-ANTICIPO
           ELSE IF (ACCION-CONSULTA) THEN
               PERFORM CONSULTA
           ELSE IF (ACCION-LISTADO) THEN
               PERFORM LISTADO-SIN-RECUPERAR
           ELSE IF (NOT ACCION-FIN) THEN
               DISPLAY "Accion invalida"
           END-IF.

       ALTA-ANTICIPO.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "ALTA" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Profesor (5 car.): " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           PERFORM BUSCO-PROFESOR.
           IF (NOT PROF-HALLADO) THEN
               DISPLAY "Profesor " WS-NUMERO " inexistente"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Importe del anticipo: " WITH NO ADVANCING.
           ACCEPT WS-IMPORTE.
           IF (WS-IMPORTE = ZERO) THEN
               DISPLAY "Importe invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           PERFORM TOMO-BLOQUEO.
           IF (NOT BLQ-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-ANTICIPOS.
           IF (WS-ANT-CANTIDAD NOT < 3000) THEN
               DISPLAY "Tabla de anticipos completa"
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULO-SALDO-PROFESOR.
           IF (WS-SALDO-ANT NOT = ZERO) THEN
               DISPLAY "ATENCION: el profesor tiene anticipos "
                       "sin recuperar por " WS-SALDO-ANT
           END-IF.
           ADD 1 TO WS-ANT-CANTIDAD.
           MOVE WS-ANT-CANTIDAD TO WS-ANT-INDICE.
           ADD 1 TO WS-ANT-ULTIMO.
           MOVE WS-ANT-ULTIMO TO TAB-ANT-ID(WS-ANT-INDICE).
           MOVE WS-NUMERO     TO TAB-ANT-NUMERO(WS-ANT-INDICE).
           MOVE WS-FECHA-ACT  TO TAB-ANT-FECHA(WS-ANT-INDICE).
           MOVE WS-IMPORTE    TO TAB-ANT-IMPORTE(WS-ANT-INDICE).
           MOVE WS-MOTIVO     TO TAB-ANT-MOTIVO(WS-ANT-INDICE).
           MOVE "P"           TO TAB-ANT-ESTADO(WS-ANT-INDICE).
           MOVE WS-USUARIO    TO TAB-ANT-USUARIO-ALTA(WS-ANT-INDICE).
           MOVE SPACES TO TAB-ANT-USUARIO-APRUEBA(WS-ANT-INDICE).
           MOVE ZERO   TO TAB-ANT-FECHA-APRUEBA(WS-ANT-INDICE).
           MOVE ZERO   TO TAB-ANT-FECHA-PAGO(WS-ANT-INDICE).
           MOVE ZERO   TO TAB-ANT-RECUPERADO(WS-ANT-INDICE).
           MOVE ZERO   TO TAB-ANT-FECHA-RECUPERO(WS-ANT-INDICE).
           PERFORM GRABO-ANTICIPOS.
           PERFORM LIBERO-BLOQUEO.
           DISPLAY "Anticipo " WS-ANT-ULTIMO " registrado para "
                   WS-PROF-NOMBRE " - pendiente de aprobacion".

       APRUEBO-ANTICIPO.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "APROBAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Anticipo (6 dig.): " WITH NO ADVANCING.
           ACCEPT WS-ID.
           PERFORM TOMO-BLOQUEO.
           IF (NOT BLQ-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-ANTICIPOS.
           PERFORM BUSCO-ANTICIPO.
           IF (WS-ANT-HALLADO = ZERO) THEN
               DISPLAY "Anticipo " WS-ID " inexistente"
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           IF (NOT ANT-PENDIENTE(WS-ANT-HALLADO)) THEN
               DISPLAY "El anticipo no esta pendiente: estado "
                       TAB-ANT-ESTADO(WS-ANT-HALLADO)
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-ANT-USUARIO-ALTA(WS-ANT-HALLADO) = WS-USUARIO) THEN
               MOVE "SEGREGACION: REGISTRO ANTICIPO" TO OPE-MOTIVO
               MOVE 2 TO OPE-ACCION
               CALL "OPERADORES" USING OPERADOR
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANT-HALLADO TO WS-ANT-INDICE.
           PERFORM IMPRIMO-ANTICIPO.
           DISPLAY "Confirma aprobacion (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF (WS-CONFIRMA NOT = "S") THEN
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO TAB-ANT-ESTADO(WS-ANT-HALLADO).
           MOVE WS-USUARIO TO TAB-ANT-USUARIO-APRUEBA(WS-ANT-HALLADO).
           MOVE WS-FECHA-ACT TO TAB-ANT-FECHA-APRUEBA(WS-ANT-HALLADO).
           PERFORM GRABO-ANTICIPOS.
           PERFORM LIBERO-BLOQUEO.
           DISPLAY "Anticipo " WS-ID " aprobado - se transfiere "
                   "en la proxima corrida de TRANSFERENCIAS".

       RECHAZO-ANTICIPO.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "RECHAZAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Anticipo (6 dig.): " WITH NO ADVANCING.
           ACCEPT WS-ID.
           PERFORM TOMO-BLOQUEO.
           IF (NOT BLQ-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-ANTICIPOS.
           PERFORM BUSCO-ANTICIPO.
           IF (WS-ANT-HALLADO = ZERO) THEN
               DISPLAY "Anticipo " WS-ID " inexistente"
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           IF (NOT ANT-PENDIENTE(WS-ANT-HALLADO))
                   AND (NOT ANT-APROBADO(WS-ANT-HALLADO)) THEN
               DISPLAY "El anticipo ya fue transferido o cerrado: "
                       "estado " TAB-ANT-ESTADO(WS-ANT-HALLADO)
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANT-HALLADO TO WS-ANT-INDICE.
           PERFORM IMPRIMO-ANTICIPO.
           DISPLAY "Confirma rechazo (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF (WS-CONFIRMA NOT = "S") THEN
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO TAB-ANT-ESTADO(WS-ANT-HALLADO).
           MOVE WS-USUARIO TO TAB-ANT-USUARIO-APRUEBA(WS-ANT-HALLADO).
           MOVE WS-FECHA-ACT TO TAB-ANT-FECHA-APRUEBA(WS-ANT-HALLADO).
           PERFORM GRABO-ANTICIPOS.
           PERFORM LIBERO-BLOQUEO.
           DISPLAY "Anticipo " WS-ID " rechazado".

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "ANTICIPOS" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       CONSULTA.
           DISPLAY "Profesor (5 car., blanco = todos): "
                   WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           PERFORM CARGO-ANTICIPOS.
           IF (WS-ANT-CANTIDAD = ZERO) THEN
               DISPLAY "Sin anticipos registrados"
           END-IF.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM CONSULTA-DET WS-ANT-CANTIDAD TIMES.

       CONSULTA-DET.
           ADD 1 TO WS-ANT-INDICE.
           IF (WS-NUMERO = SPACES)
                   OR (TAB-ANT-NUMERO(WS-ANT-INDICE) = WS-NUMERO) THEN
               PERFORM IMPRIMO-ANTICIPO
           END-IF.

       IMPRIMO-ANTICIPO.
           MOVE TAB-ANT-ID(WS-ANT-INDICE)      TO PTR-ANT-ID.
           MOVE TAB-ANT-NUMERO(WS-ANT-INDICE)  TO PTR-ANT-NUMERO.
           MOVE TAB-ANT-ESTADO(WS-ANT-INDICE)  TO PTR-ANT-ESTADO.
           MOVE TAB-ANT-FECHA(WS-ANT-INDICE)   TO PTR-ANT-FECHA.
           MOVE TAB-ANT-IMPORTE(WS-ANT-INDICE) TO PTR-ANT-IMPORTE.
           MOVE TAB-ANT-RECUPERADO(WS-ANT-INDICE)
               TO PTR-ANT-RECUPERADO.
           MOVE TAB-ANT-MOTIVO(WS-ANT-INDICE)  TO PTR-ANT-MOTIVO.
           DISPLAY PTR-ANT-DET.

       LISTADO-SIN-RECUPERAR.
           DISPLAY "Dias desde el pago (NNN, 0 = 30): "
                   WITH NO ADVANCING.
           ACCEPT WS-DIAS-MIN.
           IF (WS-DIAS-MIN = ZERO) THEN
               MOVE 30 TO WS-DIAS-MIN
           END-IF.
           PERFORM CARGO-ANTICIPOS.
           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               STOP RUN
           END-IF.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           MOVE WS-DIAS-MIN TO PTR-PARAM-DIAS.
           WRITE REG-LISTADO FROM PTR-PARAM.
           WRITE REG-LISTADO FROM PTR-LIS-CAB.
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-SALDO.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM LISTO-ANTICIPO WS-ANT-CANTIDAD TIMES.
           MOVE WS-TOT-CANT  TO PTR-LIS-TOT-CANT.
           MOVE WS-TOT-SALDO TO PTR-LIS-TOT-SALDO.
           WRITE REG-LISTADO FROM PTR-LIS-TOT.
           DISPLAY PTR-LIS-TOT.
           CLOSE LISTADO.

       LISTO-ANTICIPO.
           ADD 1 TO WS-ANT-INDICE.
           IF (NOT ANT-TRANSFERIDO(WS-ANT-INDICE)) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-ANT-FECHA-PAGO(WS-ANT-INDICE) TO WS-FECHA-PAGO.
           COMPUTE WS-DIAS-ANT =
               (WS-FECHA-ACT-AA - WS-FECHA-PAGO-AA) * 360
             + (WS-FECHA-ACT-MM - WS-FECHA-PAGO-MM) * 30
             + (WS-FECHA-ACT-DD - WS-FECHA-PAGO-DD).
           IF (WS-DIAS-ANT NOT > WS-DIAS-MIN) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SALDO-ANT = TAB-ANT-IMPORTE(WS-ANT-INDICE)
               - TAB-ANT-RECUPERADO(WS-ANT-INDICE).
           MOVE TAB-ANT-NUMERO(WS-ANT-INDICE) TO WS-NUMERO.
           PERFORM BUSCO-PROFESOR.
           MOVE TAB-ANT-ID(WS-ANT-INDICE)      TO PTR-LIS-ID.
           MOVE TAB-ANT-NUMERO(WS-ANT-INDICE)  TO PTR-LIS-NUMERO.
           MOVE WS-PROF-NOMBRE                 TO PTR-LIS-NOMBRE.
           MOVE TAB-ANT-FECHA-PAGO(WS-ANT-INDICE) TO PTR-LIS-FECHA.
           MOVE WS-DIAS-ANT                    TO PTR-LIS-DIAS.
           MOVE TAB-ANT-IMPORTE(WS-ANT-INDICE) TO PTR-LIS-IMPORTE.
           MOVE TAB-ANT-RECUPERADO(WS-ANT-INDICE)
               TO PTR-LIS-RECUPERADO.
           MOVE WS-SALDO-ANT                   TO PTR-LIS-SALDO.
           WRITE REG-LISTADO FROM PTR-LIS-DET.
           ADD 1 TO WS-TOT-CANT.
           ADD WS-SALDO-ANT TO WS-TOT-SALDO.

       CALCULO-SALDO-PROFESOR.
           MOVE ZERO TO WS-SALDO-ANT.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM CALCULO-SALDO-DET WS-ANT-CANTIDAD TIMES.

       CALCULO-SALDO-DET.
           ADD 1 TO WS-ANT-INDICE.
           IF (TAB-ANT-NUMERO(WS-ANT-INDICE) = WS-NUMERO)
                   AND ((ANT-APROBADO(WS-ANT-INDICE))
                     OR (ANT-TRANSFERIDO(WS-ANT-INDICE))) THEN
               COMPUTE WS-SALDO-ANT = WS-SALDO-ANT
                   + TAB-ANT-IMPORTE(WS-ANT-INDICE)
                   - TAB-ANT-RECUPERADO(WS-ANT-INDICE)
           END-IF.

       BUSCO-PROFESOR.
           MOVE "N" TO WS-PROF-HALLADO.
           MOVE "SIN DATOS EN MAESTRO" TO WS-PROF-NOMBRE.
           OPEN INPUT PROFESORES.
           IF (NOT PROF-OK) THEN
               DISPLAY "ERROR EN OPEN Profesores: " PROF-ESTADO
               STOP RUN
           END-IF.
           PERFORM LEO-PROFESORES.
           PERFORM BUSCO-PROFESOR-DET UNTIL (PROF-EOF)
                   OR (PROF-HALLADO).
           CLOSE PROFESORES.

       BUSCO-PROFESOR-DET.
           IF (REG-PROF-NUMERO = WS-NUMERO) THEN
               MOVE "S" TO WS-PROF-HALLADO
               MOVE REG-PROF-NOMBRE TO WS-PROF-NOMBRE
           ELSE
               PERFORM LEO-PROFESORES
           END-IF.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               STOP RUN
           END-IF.

       CARGO-ANTICIPOS.
           MOVE ZERO TO WS-ANT-CANTIDAD.
           MOVE ZERO TO WS-ANT-ULTIMO.
           OPEN INPUT ANTICIPOS.
           IF (ANT-OK) THEN
               PERFORM LEO-ANTICIPOS
               PERFORM CARGO-ANTICIPO UNTIL (ANT-EOF)
               CLOSE ANTICIPOS
           END-IF.

       CARGO-ANTICIPO.
           ADD 1 TO WS-ANT-CANTIDAD.
           MOVE REG-ANT TO TAB-ANT(WS-ANT-CANTIDAD).
           IF (REG-ANT-ID > WS-ANT-ULTIMO) THEN
               MOVE REG-ANT-ID TO WS-ANT-ULTIMO
           END-IF.
           PERFORM LEO-ANTICIPOS.

       LEO-ANTICIPOS.
           READ ANTICIPOS RECORD INTO REG-ANT.
           IF ((NOT ANT-OK) AND (NOT ANT-EOF)) THEN
               DISPLAY "ERROR EN READ Anticipos: " ANT-ESTADO
               STOP RUN
           END-IF.

       BUSCO-ANTICIPO.
           MOVE ZERO TO WS-ANT-HALLADO.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM BUSCO-ANTICIPO-DET WS-ANT-CANTIDAD TIMES.

       BUSCO-ANTICIPO-DET.
           ADD 1 TO WS-ANT-INDICE.
           IF (TAB-ANT-ID(WS-ANT-INDICE) = WS-ID) THEN
               MOVE WS-ANT-INDICE TO WS-ANT-HALLADO
           END-IF.

       GRABO-ANTICIPOS.
           OPEN OUTPUT ANTICIPOS.
           IF (NOT ANT-OK) THEN
               DISPLAY "ERROR EN OPEN Anticipos: " ANT-ESTADO
               PERFORM LIBERO-BLOQUEO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-ANT-INDICE.
           PERFORM GRABO-ANTICIPO WS-ANT-CANTIDAD TIMES.
           CLOSE ANTICIPOS.

       GRABO-ANTICIPO.
           ADD 1 TO WS-ANT-INDICE.
           MOVE TAB-ANT(WS-ANT-INDICE) TO REG-ANT.
           WRITE REG-ANT.

       TOMO-BLOQUEO.
           MOVE "TRANSFER" TO BLQ-NOMBRE.
           MOVE "ANTICIPOS" TO BLQ-PROGRAMA.
           MOVE WS-USUARIO TO BLQ-USUARIO.
           MOVE 1 TO BLQ-ACCION.
           CALL "RUNCONTROL" USING BLOQUEO.
           IF (NOT BLQ-OK) THEN
               DISPLAY "BLOQUEO " BLQ-NOMBRE " TOMADO POR "
                       BLQ-PROGRAMA " DESDE " BLQ-FECHA " "
                       BLQ-HORA " - OPERACION RECHAZADA"
           END-IF.

       LIBERO-BLOQUEO.
           MOVE "TRANSFER" TO BLQ-NOMBRE.
           MOVE 2 TO BLQ-ACCION.
           CALL "RUNCONTROL" USING BLOQUEO.

       END PROGRAM ANTICIPOS.
