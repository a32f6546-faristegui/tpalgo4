       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTF-ESTADO.

           SELECT HISTORICO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIS-ESTADO.

           SELECT RESULTADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RGW-ESTADO.

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
              88 NTF-PENDIENTE     VALUE "P".
              88 NTF-LISTA         VALUE "L".
              88 NTF-ENTREGADA     VALUE "E".
              88 NTF-REBOTADA      VALUE "R".
              88 NTF-SIN-DIRECCION VALUE "S".
           03 REG-NTF-EMAIL       PIC X(40).
           03 REG-NTF-CELULAR     PIC X(15).
           03 REG-NTF-FECHA-EST   PIC 9(8).

       FD  HISTORICO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NotificacionesHistorico.txt".
       01  REG-HIS PIC X(156).

       FD  RESULTADOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ResultadosNotificaciones.txt".
       01  REG-RGW.
           03 REG-RGW-ID        PIC X(30).
           03 REG-RGW-RESULTADO PIC X(1).
           03 REG-RGW-FECHA     PIC 9(8).
           03 REG-RGW-DETALLE   PIC X(30).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoNotificaciones.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  NTF-ESTADO PIC XX.
           88 NTF-OK  VALUE 00.
           88 NTF-EOF VALUE 10.

       77  HIS-ESTADO PIC XX.
           88 HIS-OK VALUE 00.

       77  RGW-ESTADO PIC XX.
           88 RGW-OK  VALUE 00.
           88 RGW-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-PRF-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-PRF-HALLADO  PIC 9(4).
       01  TAB-PROFESORES.
           03 TAB-PRF OCCURS 1000 TIMES INDEXED BY P.
              05 TAB-PRF-NUMERO  PIC X(5).
              05 TAB-PRF-NOMBRE  PIC X(25).
              05 TAB-PRF-EMAIL   PIC X(40).
              05 TAB-PRF-CELULAR PIC X(15).

       77  WS-RGW-INDICE   PIC 9(4).
       77  WS-RGW-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-RGW-HALLADO  PIC 9(4).
       01  TAB-RESULTADOS.
           03 TAB-RGW OCCURS 5000 TIMES INDEXED BY R.
              05 TAB-RGW-ID        PIC X(30).
              05 TAB-RGW-RESULTADO PIC X(1).
              05 TAB-RGW-FECHA     PIC 9(8).
              05 TAB-RGW-DETALLE   PIC X(30).
              05 TAB-RGW-USADO     PIC X(1).
                 88 RGW-USADO VALUE "S".

       77  WS-PEN-INDICE   PIC 9(4).
       77  WS-PEN-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PENDIENTES.
           03 TAB-PEN OCCURS 5000 TIMES PIC X(156).

       77  WS-TOT-ENTREGADAS PIC 9(5) VALUE ZERO.
       77  WS-TOT-REBOTADAS  PIC 9(5) VALUE ZERO.
       77  WS-TOT-SIN-DIRE   PIC 9(5) VALUE ZERO.
       77  WS-TOT-LISTAS     PIC 9(5) VALUE ZERO.
       77  WS-TOT-NUEVAS     PIC 9(5) VALUE ZERO.
       77  WS-TOT-HUERFANOS  PIC 9(5) VALUE ZERO.

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
           03 FILLER PIC X(52) VALUE
              "Notificaciones a profesores - resultado de envio".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-DET-CAB.
           03 FILLER PIC X(11) VALUE "TIPO".
           03 FILLER PIC X(6)  VALUE "PROF".
           03 FILLER PIC X(26) VALUE "NOMBRE".
           03 FILLER PIC X(9)  VALUE "COMPROB".
           03 FILLER PIC X(9)  VALUE "FECHA".
           03 FILLER PIC X(14) VALUE "RESULTADO".
           03 FILLER PIC X(30) VALUE "DETALLE".

       01  PTR-DET.
           03 PTR-DET-TIPO        PIC X(10).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-DET-NUMERO      PIC X(5).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-DET-NOMBRE      PIC X(25).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-DET-COMPROBANTE PIC 9(8).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-DET-FECHA       PIC 9(8).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-DET-RESULTADO   PIC X(13).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-DET-DETALLE     PIC X(40).

       01  PTR-TOT1.
           03 FILLER PIC X(13) VALUE "Entregadas: ".
           03 PTR-TOT-ENT PIC ZZZZ9.
           03 FILLER PIC X(14) VALUE "  rebotadas: ".
           03 PTR-TOT-REB PIC ZZZZ9.
           03 FILLER PIC X(18) VALUE "  sin direccion: ".
           03 PTR-TOT-SIN PIC ZZZZ9.

       01  PTR-TOT2.
           03 FILLER PIC X(27) VALUE "Nuevas listas para envio: ".
           03 PTR-TOT-NUE PIC ZZZZ9.
           03 FILLER PIC X(26) VALUE "  en espera de resultado: ".
           03 PTR-TOT-LIS PIC ZZZZ9.
           03 FILLER PIC X(24) VALUE "  resultados sin aviso: ".
           03 PTR-TOT-HUE PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-RESULTADOS.
           PERFORM PROC-NOTIFICACIONES.
           PERFORM GRABO-PENDIENTES.
           PERFORM PROC-HUERFANOS.
           PERFORM LIMPIO-RESULTADOS.
           PERFORM IMPRIMO-TOTALES.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           OPEN EXTEND HISTORICO.
           IF (NOT HIS-OK) THEN
               OPEN OUTPUT HISTORICO
           END-IF.
           IF (NOT HIS-OK) THEN
               DISPLAY "ERROR EN OPEN NotificacionesHistorico: "
                       HIS-ESTADO
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
           WRITE REG-LISTADO FROM PTR-DET-CAB.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-PROFESORES.
           OPEN INPUT PROFESORES.
           IF (NOT PROF-OK) THEN
               DISPLAY "ERROR EN OPEN Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-PROFESORES.
           PERFORM CARGO-PROFESOR UNTIL (PROF-EOF).
           CLOSE PROFESORES.

       CARGO-PROFESOR.
           IF (WS-PRF-CANTIDAD NOT < 1000) THEN
               DISPLAY "ERROR: TABLA DE PROFESORES COMPLETA"
               PERFORM FIN
               STOP RUN
           END-IF.
           ADD 1 TO WS-PRF-CANTIDAD.
           MOVE REG-PROF-NUMERO  TO TAB-PRF-NUMERO(WS-PRF-CANTIDAD).
           MOVE REG-PROF-NOMBRE  TO TAB-PRF-NOMBRE(WS-PRF-CANTIDAD).
           MOVE REG-PROF-EMAIL   TO TAB-PRF-EMAIL(WS-PRF-CANTIDAD).
           MOVE REG-PROF-CELULAR TO TAB-PRF-CELULAR(WS-PRF-CANTIDAD).
           PERFORM LEO-PROFESORES.

       BUSCO-PROFESOR.
           MOVE ZERO TO WS-PRF-HALLADO.
           SET P TO 1.
           SEARCH TAB-PRF
               WHEN (TAB-PRF-NUMERO(P) = REG-NTF-NUMERO)
                    AND (P NOT > WS-PRF-CANTIDAD)
                    MOVE P TO WS-PRF-HALLADO
           END-SEARCH.

       LEO-RESULTADOS.
           READ RESULTADOS RECORD INTO REG-RGW.
           IF ((NOT RGW-OK) AND (NOT RGW-EOF)) THEN
               DISPLAY "ERROR EN READ ResultadosNotificaciones: "
                       RGW-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-RESULTADOS.
           OPEN INPUT RESULTADOS.
           IF (RGW-OK) THEN
               PERFORM LEO-RESULTADOS
               PERFORM CARGO-RESULTADO UNTIL (RGW-EOF)
               CLOSE RESULTADOS
           END-IF.

       CARGO-RESULTADO.
           IF (WS-RGW-CANTIDAD NOT < 5000) THEN
               DISPLAY "ERROR: TABLA DE RESULTADOS COMPLETA"
               PERFORM FIN
               STOP RUN
           END-IF.
           ADD 1 TO WS-RGW-CANTIDAD.
           MOVE REG-RGW-ID        TO TAB-RGW-ID(WS-RGW-CANTIDAD).
           MOVE REG-RGW-RESULTADO TO TAB-RGW-RESULTADO(WS-RGW-CANTIDAD).
           MOVE REG-RGW-FECHA     TO TAB-RGW-FECHA(WS-RGW-CANTIDAD).
           MOVE REG-RGW-DETALLE   TO TAB-RGW-DETALLE(WS-RGW-CANTIDAD).
           MOVE "N"               TO TAB-RGW-USADO(WS-RGW-CANTIDAD).
           PERFORM LEO-RESULTADOS.

       BUSCO-RESULTADO.
           MOVE ZERO TO WS-RGW-HALLADO.
           SET R TO 1.
           SEARCH TAB-RGW
               WHEN (TAB-RGW-ID(R) = REG-NTF-ID)
                    AND (R NOT > WS-RGW-CANTIDAD)
                    MOVE R TO WS-RGW-HALLADO
           END-SEARCH.

       LEO-NOTIFICACIONES.
           READ NOTIFICACIONES RECORD INTO REG-NTF.
           IF ((NOT NTF-OK) AND (NOT NTF-EOF)) THEN
               DISPLAY "ERROR EN READ NotificacionesPendientes: "
                       NTF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       PROC-NOTIFICACIONES.
           OPEN INPUT NOTIFICACIONES.
           IF (NTF-OK) THEN
               PERFORM LEO-NOTIFICACIONES
               PERFORM PROC-NOTIFICACION UNTIL (NTF-EOF)
               CLOSE NOTIFICACIONES
           END-IF.

       PROC-NOTIFICACION.
           PERFORM BUSCO-PROFESOR.
           IF (NTF-LISTA) THEN
               PERFORM PROC-LISTA
           ELSE IF (NTF-PENDIENTE) THEN
               PERFORM PROC-PENDIENTE
           ELSE
               PERFORM GRABO-HISTORICO
           END-IF.
           PERFORM LEO-NOTIFICACIONES.

       PROC-LISTA.
           PERFORM BUSCO-RESULTADO.
           IF (WS-RGW-HALLADO = ZERO) THEN
               ADD 1 TO WS-TOT-LISTAS
               PERFORM AGREGO-PENDIENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO TAB-RGW-USADO(WS-RGW-HALLADO).
           MOVE TAB-RGW-FECHA(WS-RGW-HALLADO) TO REG-NTF-FECHA-EST.
           MOVE TAB-RGW-DETALLE(WS-RGW-HALLADO) TO PTR-DET-DETALLE.
           IF (TAB-RGW-RESULTADO(WS-RGW-HALLADO) = "E") THEN
               MOVE "E" TO REG-NTF-ESTADO
               MOVE "ENTREGADA" TO PTR-DET-RESULTADO
               ADD 1 TO WS-TOT-ENTREGADAS
           ELSE
               MOVE "R" TO REG-NTF-ESTADO
               MOVE "REBOTADA" TO PTR-DET-RESULTADO
               ADD 1 TO WS-TOT-REBOTADAS
           END-IF.
           PERFORM IMPRIMO-DETALLE.
           PERFORM GRABO-HISTORICO.

       PROC-PENDIENTE.
           IF (WS-PRF-HALLADO NOT = ZERO) THEN
               MOVE TAB-PRF-EMAIL(WS-PRF-HALLADO) TO REG-NTF-EMAIL
               MOVE TAB-PRF-CELULAR(WS-PRF-HALLADO)
                   TO REG-NTF-CELULAR
           ELSE
               MOVE SPACES TO REG-NTF-EMAIL
               MOVE SPACES TO REG-NTF-CELULAR
           END-IF.
           MOVE WS-FECHA-ACT TO REG-NTF-FECHA-EST.
           IF (REG-NTF-EMAIL = SPACES)
                   AND (REG-NTF-CELULAR = SPACES) THEN
               MOVE "S" TO REG-NTF-ESTADO
               MOVE "SIN DIRECCION" TO PTR-DET-RESULTADO
               IF (WS-PRF-HALLADO = ZERO) THEN
                   MOVE "PROFESOR INEXISTENTE EN MAESTRO"
                       TO PTR-DET-DETALLE
               ELSE
                   MOVE "SIN EMAIL NI CELULAR EN MAESTRO"
                       TO PTR-DET-DETALLE
               END-IF
               ADD 1 TO WS-TOT-SIN-DIRE
               PERFORM IMPRIMO-DETALLE
               PERFORM GRABO-HISTORICO
           ELSE
               MOVE "L" TO REG-NTF-ESTADO
               ADD 1 TO WS-TOT-NUEVAS
               PERFORM AGREGO-PENDIENTE
           END-IF.

       AGREGO-PENDIENTE.
           IF (WS-PEN-CANTIDAD NOT < 5000) THEN
               DISPLAY "ERROR: TABLA DE NOTIFICACIONES COMPLETA"
               PERFORM FIN
               STOP RUN
           END-IF.
           ADD 1 TO WS-PEN-CANTIDAD.
           MOVE REG-NTF TO TAB-PEN(WS-PEN-CANTIDAD).

       GRABO-HISTORICO.
           WRITE REG-HIS FROM REG-NTF.

       IMPRIMO-DETALLE.
           MOVE REG-NTF-TIPO        TO PTR-DET-TIPO.
           MOVE REG-NTF-NUMERO      TO PTR-DET-NUMERO.
           IF (WS-PRF-HALLADO NOT = ZERO) THEN
               MOVE TAB-PRF-NOMBRE(WS-PRF-HALLADO) TO PTR-DET-NOMBRE
           ELSE
               MOVE "SIN DATOS EN MAESTRO" TO PTR-DET-NOMBRE
           END-IF.
           MOVE REG-NTF-COMPROBANTE TO PTR-DET-COMPROBANTE.
           MOVE REG-NTF-FECHA       TO PTR-DET-FECHA.
           WRITE REG-LISTADO FROM PTR-DET.

       GRABO-PENDIENTES.
           OPEN OUTPUT NOTIFICACIONES.
           IF (NOT NTF-OK) THEN
               DISPLAY "ERROR EN OPEN NotificacionesPendientes: "
                       NTF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-PEN-INDICE.
           PERFORM GRABO-PENDIENTE WS-PEN-CANTIDAD TIMES.
           CLOSE NOTIFICACIONES.

       GRABO-PENDIENTE.
           ADD 1 TO WS-PEN-INDICE.
           MOVE TAB-PEN(WS-PEN-INDICE) TO REG-NTF.
           WRITE REG-NTF.

       PROC-HUERFANOS.
           MOVE ZERO TO WS-RGW-INDICE.
           PERFORM PROC-HUERFANO WS-RGW-CANTIDAD TIMES.

       PROC-HUERFANO.
           ADD 1 TO WS-RGW-INDICE.
           IF (RGW-USADO(WS-RGW-INDICE)) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-HUERFANOS.
           MOVE SPACES TO PTR-DET.
           MOVE "RESULTADO" TO PTR-DET-TIPO.
           MOVE ZERO TO PTR-DET-COMPROBANTE.
           MOVE TAB-RGW-FECHA(WS-RGW-INDICE) TO PTR-DET-FECHA.
           MOVE "SIN AVISO" TO PTR-DET-RESULTADO.
           MOVE SPACES TO PTR-DET-DETALLE.
           STRING "ID " DELIMITED BY SIZE
                  TAB-RGW-ID(WS-RGW-INDICE) DELIMITED BY SIZE
                  INTO PTR-DET-DETALLE.
           WRITE REG-LISTADO FROM PTR-DET.

       LIMPIO-RESULTADOS.
           IF (WS-RGW-CANTIDAD = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESULTADOS.
           IF (NOT RGW-OK) THEN
               DISPLAY "ERROR EN OPEN ResultadosNotificaciones: "
                       RGW-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           CLOSE RESULTADOS.

       IMPRIMO-TOTALES.
           MOVE WS-TOT-ENTREGADAS TO PTR-TOT-ENT.
           MOVE WS-TOT-REBOTADAS  TO PTR-TOT-REB.
           MOVE WS-TOT-SIN-DIRE   TO PTR-TOT-SIN.
           MOVE WS-TOT-NUEVAS     TO PTR-TOT-NUE.
           MOVE WS-TOT-LISTAS     TO PTR-TOT-LIS.
           MOVE WS-TOT-HUERFANOS  TO PTR-TOT-HUE.
           WRITE REG-LISTADO FROM PTR-TOT1.
           WRITE REG-LISTADO FROM PTR-TOT2.
           DISPLAY PTR-TOT1.
           DISPLAY PTR-TOT2.
           IF (WS-TOT-REBOTADAS NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-TOT-REBOTADAS
                       " NOTIFICACIONES REBOTADAS - VERIFICAR EMAIL"
           END-IF.

       FIN.
           CLOSE HISTORICO.
           CLOSE LISTADO.

       END PROGRAM NOTIFICA.
