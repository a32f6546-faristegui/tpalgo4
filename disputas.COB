       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTAS.

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

           SELECT DISPUTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIS-ESTADO.

           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOT-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

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
           03 REG-DIS-FECHA-ALTA     PIC 9(8).
           03 REG-DIS-USUARIO-ALTA   PIC X(8).
           03 REG-DIS-FECHA-ESTADO   PIC 9(8).
           03 REG-DIS-USUARIO-ESTADO PIC X(8).
           03 REG-DIS-RESOLUCION     PIC X(30).
           03 REG-DIS-ACEPTADO       PIC 9(9)V99.
           03 REG-DIS-FECHA-NOTA     PIC 9(8).

       FD  NOTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NotasAjuste.txt".
       01  REG-NOT.
           03 REG-NOT-TIPO        PIC X(7).
           03 REG-NOT-NUMERO      PIC X(5).
           03 REG-NOT-FECHA       PIC 9(8).
           03 REG-NOT-DESDE       PIC 9(8).
           03 REG-NOT-HASTA       PIC 9(8).
           03 REG-NOT-ORIGINAL    PIC 9(9)V99.
           03 REG-NOT-NUEVO       PIC 9(9)V99.
           03 REG-NOT-DIFERENCIA  PIC S9(9)V99.

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoDisputas.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  RES-ESTADO PIC XX.
           88 RES-OK  VALUE 00.
           88 RES-EOF VALUE 10.

       77  ANU-ESTADO PIC XX.
           88 ANU-OK  VALUE 00.
           88 ANU-EOF VALUE 10.

       77  DIS-ESTADO PIC XX.
           88 DIS-OK  VALUE 00.
           88 DIS-EOF VALUE 10.

       77  NOT-ESTADO PIC XX.
           88 NOT-OK VALUE 00.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-ACCION PIC X(1).
           88 ACCION-ABRIR    VALUE "1".
           88 ACCION-REVISION VALUE "2".
           88 ACCION-RESOLVER VALUE "3".
           88 ACCION-CONSULTA VALUE "4".
           88 ACCION-LISTADO  VALUE "5".
           88 ACCION-FIN      VALUE "9".

       77  WS-COMPROBANTE PIC 9(8).
       77  WS-MOTIVO      PIC X(30).
       77  WS-USUARIO     PIC X(8).
       77  WS-SENTIDO     PIC X(1).
           88 SENTIDO-VALIDO VALUE "C" "D".
       77  WS-IMPORTE     PIC 9(9)V99.
       77  WS-RESULTADO   PIC X(1).
           88 RESULTADO-ACEPTA  VALUE "A".
           88 RESULTADO-RECHAZA VALUE "R".
       77  WS-RESOLUCION  PIC X(30).
       77  WS-CONFIRMA    PIC X(1).

       77  WS-FAC-HALLADA PIC X(1).
           88 FAC-HALLADA VALUE "S".
       77  WS-FAC-NUMERO  PIC X(5).
       77  WS-FAC-DESDE   PIC 9(8).
       77  WS-FAC-HASTA   PIC 9(8).
       77  WS-FAC-IMPORTE PIC 9(9)V99.

       77  WS-YA-ANULADA PIC X(1).
           88 YA-ANULADA VALUE "S".

       77  WS-DIS-INDICE   PIC 9(4).
       77  WS-DIS-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-DIS-HALLADO  PIC 9(4).
       01  TAB-DISPUTAS.
           03 TAB-DIS OCCURS 2000 TIMES.
              05 TAB-DIS-COMPROBANTE    PIC 9(8).
              05 TAB-DIS-NUMERO         PIC X(5).
              05 TAB-DIS-DESDE          PIC 9(8).
              05 TAB-DIS-HASTA          PIC 9(8).
              05 TAB-DIS-ORIGINAL       PIC 9(9)V99.
              05 TAB-DIS-MOTIVO         PIC X(30).
              05 TAB-DIS-SENTIDO        PIC X(1).
              05 TAB-DIS-IMPORTE        PIC 9(9)V99.
              05 TAB-DIS-ESTADO         PIC X(10).
                 88 DIS-ABIERTA  VALUE "ABIERTA" "REVISION".
                 88 DIS-ACEPTADA VALUE "ACEPTADA".
              05 TAB-DIS-FECHA-ALTA     PIC 9(8).
              05 TAB-DIS-USUARIO-ALTA   PIC X(8).
              05 TAB-DIS-FECHA-ESTADO   PIC 9(8).
              05 TAB-DIS-USUARIO-ESTADO PIC X(8).
              05 TAB-DIS-RESOLUCION     PIC X(30).
              05 TAB-DIS-ACEPTADO       PIC 9(9)V99.
              05 TAB-DIS-FECHA-NOTA     PIC 9(8).

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).

       01  WS-FECHA-ALTA.
           03 WS-FECHA-ALTA-AA PIC 9(4).
           03 WS-FECHA-ALTA-MM PIC 9(2).
           03 WS-FECHA-ALTA-DD PIC 9(2).

       77  WS-DIAS-ANTIG   PIC S9(6).
       77  WS-TRAMO-INDICE PIC 9(1).
       01  TAB-TRAMOS.
           03 TAB-TRA OCCURS 4 TIMES.
              05 TAB-TRA-CANT    PIC 9(5).
              05 TAB-TRA-IMPORTE PIC 9(10)V99.
       01  TAB-TRAMOS-TEXTO-FIJO.
           03 FILLER PIC X(10) VALUE "0 A 30".
           03 FILLER PIC X(10) VALUE "31 A 60".
           03 FILLER PIC X(10) VALUE "61 A 90".
           03 FILLER PIC X(10) VALUE "MAS DE 90".
       01  TAB-TRAMOS-TEXTO REDEFINES TAB-TRAMOS-TEXTO-FIJO.
           03 TAB-TRA-TEXTO PIC X(10) OCCURS 4 TIMES.

       77  WS-TOT-ABIERTAS PIC 9(5).
       77  WS-TOT-IMPORTE  PIC 9(10)V99.

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

       01  PTR-DIS-DET.
           03 PTR-DIS-COMPROBANTE PIC 9(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-DIS-NUMERO      PIC X(5).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-DIS-ESTADO      PIC X(10).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-DIS-SENTIDO     PIC X(1).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-DIS-IMPORTE     PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-DIS-FECHA       PIC 9(8).
           03 FILLER              PIC X(1) VALUE SPACES.
           03 PTR-DIS-USUARIO     PIC X(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-DIS-MOTIVO      PIC X(30).

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
           03 FILLER PIC X(44) VALUE
              "Antiguedad de disputas de facturas abiertas".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-ANT-CAB.
           03 FILLER PIC X(10) VALUE "Comprob.".
           03 FILLER PIC X(7)  VALUE "Prof.".
           03 FILLER PIC X(12) VALUE "Estado".
           03 FILLER PIC X(10) VALUE "Alta".
           03 FILLER PIC X(6)  VALUE "Dias".
           03 FILLER PIC X(12) VALUE "Tramo".
           03 FILLER PIC X(14) VALUE "Importe".
           03 FILLER PIC X(30) VALUE "Motivo".

       01  PTR-ANT-DET.
           03 PTR-ANT-COMPROBANTE PIC 9(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-NUMERO      PIC X(5).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-ESTADO      PIC X(10).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-FECHA       PIC 9(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-DIAS        PIC ZZZ9.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-TRAMO       PIC X(10).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-IMPORTE     PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-MOTIVO      PIC X(30).

       01  PTR-ANT-TRA.
           03 FILLER              PIC X(6) VALUE "Tramo ".
           03 PTR-ANT-TRA-TEXTO   PIC X(10).
           03 FILLER              PIC X(22) VALUE ": ".
           03 PTR-ANT-TRA-CANT    PIC ZZZZ9.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-TRA-IMPORTE PIC ZZZZZZZZZ9,99.

       01  PTR-ANT-TOT.
           03 PTR-ANT-TOT-TEXTO   PIC X(38).
           03 PTR-ANT-TOT-CANT    PIC ZZZZ9.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-ANT-TOT-IMPORTE PIC ZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ACCION.
           PERFORM PROC-ACCION UNTIL (ACCION-FIN).
           STOP RUN.

       PROC-ACCION.
           DISPLAY "Accion (1=Abrir caso, 2=Pasar a revision, "
                   "3=Resolver, 4=Consulta, 5=Listado antiguedad, "
                   "9=Fin): " WITH NO ADVANCING.
           ACCEPT WS-ACCION.
           IF (ACCION-ABRIR) THEN
               PERFORM ABRO-CASO
           ELSE IF (ACCION-REVISION) THEN
               PERFORM PASO-REVISION
           ELSE IF (ACCION-RESOLVER) THEN
               PERFORM RESUELVO-CASO
           ELSE IF (ACCION-CONSULTA) THEN
               PERFORM CONSULTA
           ELSE IF (ACCION-LISTADO) THEN
               PERFORM LISTADO-ANTIGUEDAD
           ELSE IF (NOT ACCION-FIN) THEN
               DISPLAY "Accion invalida"
           END-IF.

       ABRO-CASO.
           DISPLAY "Comprobante (8 dig.): " WITH NO ADVANCING.
           ACCEPT WS-COMPROBANTE.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "ABRIR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-FACTURA.
           IF (NOT FAC-HALLADA) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE
                       " inexistente en FacturasResumen"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-ANULADA.
           IF (YA-ANULADA) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE " anulado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-DISPUTAS.
           PERFORM BUSCO-DISPUTA.
           IF (WS-DIS-HALLADO NOT = ZERO) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE
                       " ya tiene caso de disputa en estado "
                       TAB-DIS-ESTADO(WS-DIS-HALLADO)
               EXIT PARAGRAPH
           END-IF.
           IF (WS-DIS-CANTIDAD NOT < 2000) THEN
               DISPLAY "Tabla de disputas completa"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           DISPLAY "Sentido del reclamo (C=Credito, D=Debito): "
                   WITH NO ADVANCING.
           ACCEPT WS-SENTIDO.
           DISPLAY "Importe en disputa: " WITH NO ADVANCING.
           ACCEPT WS-IMPORTE.
           IF (WS-MOTIVO = SPACES) THEN
               DISPLAY "Motivo no informado"
               EXIT PARAGRAPH
           END-IF.
           IF (NOT SENTIDO-VALIDO) THEN
               DISPLAY "Sentido invalido"
               EXIT PARAGRAPH
           END-IF.
           IF (WS-IMPORTE = ZERO) THEN
               DISPLAY "Importe en disputa invalido"
               EXIT PARAGRAPH
           END-IF.
           IF (WS-SENTIDO = "C") AND (WS-IMPORTE > WS-FAC-IMPORTE)
                   THEN
               DISPLAY "Importe en disputa mayor que el comprobante"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DIS-CANTIDAD.
           MOVE WS-DIS-CANTIDAD TO WS-DIS-INDICE.
           MOVE WS-COMPROBANTE TO TAB-DIS-COMPROBANTE(WS-DIS-INDICE).
           MOVE WS-FAC-NUMERO  TO TAB-DIS-NUMERO(WS-DIS-INDICE).
           MOVE WS-FAC-DESDE   TO TAB-DIS-DESDE(WS-DIS-INDICE).
           MOVE WS-FAC-HASTA   TO TAB-DIS-HASTA(WS-DIS-INDICE).
           MOVE WS-FAC-IMPORTE TO TAB-DIS-ORIGINAL(WS-DIS-INDICE).
           MOVE WS-MOTIVO      TO TAB-DIS-MOTIVO(WS-DIS-INDICE).
           MOVE WS-SENTIDO     TO TAB-DIS-SENTIDO(WS-DIS-INDICE).
           MOVE WS-IMPORTE     TO TAB-DIS-IMPORTE(WS-DIS-INDICE).
           MOVE "ABIERTA"      TO TAB-DIS-ESTADO(WS-DIS-INDICE).
           MOVE WS-FECHA-ACT   TO TAB-DIS-FECHA-ALTA(WS-DIS-INDICE).
           MOVE WS-USUARIO     TO TAB-DIS-USUARIO-ALTA(WS-DIS-INDICE).
           MOVE WS-FECHA-ACT   TO TAB-DIS-FECHA-ESTADO(WS-DIS-INDICE).
           MOVE WS-USUARIO
               TO TAB-DIS-USUARIO-ESTADO(WS-DIS-INDICE).
           MOVE SPACES TO TAB-DIS-RESOLUCION(WS-DIS-INDICE).
           MOVE ZERO   TO TAB-DIS-ACEPTADO(WS-DIS-INDICE).
           MOVE ZERO   TO TAB-DIS-FECHA-NOTA(WS-DIS-INDICE).
           PERFORM GRABO-DISPUTAS.
           DISPLAY "Caso abierto para el comprobante " WS-COMPROBANTE
                   " del profesor " WS-FAC-NUMERO.

       PASO-REVISION.
           DISPLAY "Comprobante (8 dig.): " WITH NO ADVANCING.
           ACCEPT WS-COMPROBANTE.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "REVISAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-DISPUTAS.
           PERFORM BUSCO-DISPUTA.
           IF (WS-DIS-HALLADO = ZERO) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE " sin caso"
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-DIS-ESTADO(WS-DIS-HALLADO) NOT = "ABIERTA") THEN
               DISPLAY "El caso no esta ABIERTO: "
                       TAB-DIS-ESTADO(WS-DIS-HALLADO)
               EXIT PARAGRAPH
           END-IF.
           MOVE "REVISION" TO TAB-DIS-ESTADO(WS-DIS-HALLADO).
           MOVE WS-FECHA-ACT TO TAB-DIS-FECHA-ESTADO(WS-DIS-HALLADO).
           MOVE WS-USUARIO
               TO TAB-DIS-USUARIO-ESTADO(WS-DIS-HALLADO).
           PERFORM GRABO-DISPUTAS.
           DISPLAY "Caso del comprobante " WS-COMPROBANTE
                   " en revision".

       RESUELVO-CASO.
           DISPLAY "Comprobante (8 dig.): " WITH NO ADVANCING.
           ACCEPT WS-COMPROBANTE.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "RESOLVER" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-DISPUTAS.
           PERFORM BUSCO-DISPUTA.
           IF (WS-DIS-HALLADO = ZERO) THEN
               DISPLAY "Comprobante " WS-COMPROBANTE " sin caso"
               EXIT PARAGRAPH
           END-IF.
           IF (NOT DIS-ABIERTA(WS-DIS-HALLADO)) THEN
               DISPLAY "El caso ya esta resuelto: "
                       TAB-DIS-ESTADO(WS-DIS-HALLADO)
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-DIS-USUARIO-ALTA(WS-DIS-HALLADO) = WS-USUARIO) THEN
               MOVE "SEGREGACION: ABRIO EL CASO" TO OPE-MOTIVO
               MOVE 2 TO OPE-ACCION
               CALL "OPERADORES" USING OPERADOR
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Resultado (A=Aceptar, R=Rechazar): "
                   WITH NO ADVANCING.
           ACCEPT WS-RESULTADO.
           IF (NOT RESULTADO-ACEPTA) AND (NOT RESULTADO-RECHAZA) THEN
               DISPLAY "Resultado invalido"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-IMPORTE.
           IF (RESULTADO-ACEPTA) THEN
               DISPLAY "Importe aceptado (0 = el reclamado): "
                       WITH NO ADVANCING
               ACCEPT WS-IMPORTE
               IF (WS-IMPORTE = ZERO) THEN
                   MOVE TAB-DIS-IMPORTE(WS-DIS-HALLADO) TO WS-IMPORTE
               END-IF
               IF (WS-IMPORTE > TAB-DIS-IMPORTE(WS-DIS-HALLADO)) THEN
                   DISPLAY "Importe aceptado mayor que el reclamado"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Resolucion: " WITH NO ADVANCING.
           ACCEPT WS-RESOLUCION.
           DISPLAY "Confirma (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF (WS-CONFIRMA NOT = "S") THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-ACT TO TAB-DIS-FECHA-ESTADO(WS-DIS-HALLADO).
           MOVE WS-USUARIO
               TO TAB-DIS-USUARIO-ESTADO(WS-DIS-HALLADO).
           MOVE WS-RESOLUCION TO TAB-DIS-RESOLUCION(WS-DIS-HALLADO).
           MOVE WS-IMPORTE TO TAB-DIS-ACEPTADO(WS-DIS-HALLADO).
           IF (RESULTADO-ACEPTA) THEN
               MOVE "ACEPTADA" TO TAB-DIS-ESTADO(WS-DIS-HALLADO)
               MOVE WS-FECHA-ACT
                   TO TAB-DIS-FECHA-NOTA(WS-DIS-HALLADO)
               PERFORM GRABO-NOTA
               DISPLAY "Caso aceptado - nota de " REG-NOT-TIPO
                       " emitida en NotasAjuste"
           ELSE
               MOVE "RECHAZADA" TO TAB-DIS-ESTADO(WS-DIS-HALLADO)
               DISPLAY "Caso rechazado"
           END-IF.
           PERFORM GRABO-DISPUTAS.

       GRABO-NOTA.
           OPEN EXTEND NOTAS.
           IF (NOT NOT-OK) THEN
               OPEN OUTPUT NOTAS
           END-IF.
           IF (NOT NOT-OK) THEN
               DISPLAY "ERROR EN OPEN NotasAjuste: " NOT-ESTADO
               STOP RUN
           END-IF.
           MOVE WS-DIS-HALLADO TO WS-DIS-INDICE.
           PERFORM ARMO-NOTA.
           WRITE REG-NOT.
           CLOSE NOTAS.

       ARMO-NOTA.
           MOVE TAB-DIS-NUMERO(WS-DIS-INDICE)     TO REG-NOT-NUMERO.
           MOVE TAB-DIS-FECHA-NOTA(WS-DIS-INDICE) TO REG-NOT-FECHA.
           MOVE TAB-DIS-DESDE(WS-DIS-INDICE)      TO REG-NOT-DESDE.
           MOVE TAB-DIS-HASTA(WS-DIS-INDICE)      TO REG-NOT-HASTA.
           MOVE TAB-DIS-ORIGINAL(WS-DIS-INDICE)   TO REG-NOT-ORIGINAL.
           IF (TAB-DIS-SENTIDO(WS-DIS-INDICE) = "D") THEN
               MOVE "DEBITO " TO REG-NOT-TIPO
               COMPUTE REG-NOT-NUEVO =
                   TAB-DIS-ORIGINAL(WS-DIS-INDICE)
                 + TAB-DIS-ACEPTADO(WS-DIS-INDICE)
               MOVE TAB-DIS-ACEPTADO(WS-DIS-INDICE)
                   TO REG-NOT-DIFERENCIA
           ELSE
               MOVE "CREDITO" TO REG-NOT-TIPO
               COMPUTE REG-NOT-NUEVO =
                   TAB-DIS-ORIGINAL(WS-DIS-INDICE)
                 - TAB-DIS-ACEPTADO(WS-DIS-INDICE)
               COMPUTE REG-NOT-DIFERENCIA =
                   ZERO - TAB-DIS-ACEPTADO(WS-DIS-INDICE)
           END-IF.

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "DISPUTAS" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       CONSULTA.
           PERFORM CARGO-DISPUTAS.
           IF (WS-DIS-CANTIDAD = ZERO) THEN
               DISPLAY "Sin casos de disputa registrados"
           END-IF.
           MOVE ZERO TO WS-DIS-INDICE.
           PERFORM IMPRIMO-DISPUTA WS-DIS-CANTIDAD TIMES.

       IMPRIMO-DISPUTA.
           ADD 1 TO WS-DIS-INDICE.
           MOVE TAB-DIS-COMPROBANTE(WS-DIS-INDICE)
               TO PTR-DIS-COMPROBANTE.
           MOVE TAB-DIS-NUMERO(WS-DIS-INDICE)  TO PTR-DIS-NUMERO.
           MOVE TAB-DIS-ESTADO(WS-DIS-INDICE)  TO PTR-DIS-ESTADO.
           MOVE TAB-DIS-SENTIDO(WS-DIS-INDICE) TO PTR-DIS-SENTIDO.
           MOVE TAB-DIS-IMPORTE(WS-DIS-INDICE) TO PTR-DIS-IMPORTE.
           MOVE TAB-DIS-FECHA-ESTADO(WS-DIS-INDICE) TO PTR-DIS-FECHA.
           MOVE TAB-DIS-USUARIO-ESTADO(WS-DIS-INDICE)
               TO PTR-DIS-USUARIO.
           MOVE TAB-DIS-MOTIVO(WS-DIS-INDICE)  TO PTR-DIS-MOTIVO.
           DISPLAY PTR-DIS-DET.

       LISTADO-ANTIGUEDAD.
           PERFORM CARGO-DISPUTAS.
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
           WRITE REG-LISTADO FROM PTR-ANT-CAB.
           MOVE ZERO TO WS-TOT-ABIERTAS.
           MOVE ZERO TO WS-TOT-IMPORTE.
           MOVE ZERO TO WS-TRAMO-INDICE.
           PERFORM INICIALIZO-TRAMO 4 TIMES.
           MOVE ZERO TO WS-DIS-INDICE.
           PERFORM LISTO-ANTIGUEDAD WS-DIS-CANTIDAD TIMES.
           MOVE ZERO TO WS-TRAMO-INDICE.
           PERFORM IMPRIMO-TRAMO 4 TIMES.
           MOVE "Disputas abiertas:" TO PTR-ANT-TOT-TEXTO.
           MOVE WS-TOT-ABIERTAS TO PTR-ANT-TOT-CANT.
           MOVE WS-TOT-IMPORTE  TO PTR-ANT-TOT-IMPORTE.
           WRITE REG-LISTADO FROM PTR-ANT-TOT.
           DISPLAY PTR-ANT-TOT.
           CLOSE LISTADO.

       INICIALIZO-TRAMO.
           ADD 1 TO WS-TRAMO-INDICE.
           MOVE ZERO TO TAB-TRA-CANT(WS-TRAMO-INDICE).
           MOVE ZERO TO TAB-TRA-IMPORTE(WS-TRAMO-INDICE).

       LISTO-ANTIGUEDAD.
           ADD 1 TO WS-DIS-INDICE.
           IF (DIS-ABIERTA(WS-DIS-INDICE)) THEN
               MOVE TAB-DIS-FECHA-ALTA(WS-DIS-INDICE) TO WS-FECHA-ALTA
               PERFORM CALCULO-TRAMO
               ADD 1 TO TAB-TRA-CANT(WS-TRAMO-INDICE)
               ADD TAB-DIS-IMPORTE(WS-DIS-INDICE)
                   TO TAB-TRA-IMPORTE(WS-TRAMO-INDICE)
               ADD 1 TO WS-TOT-ABIERTAS
               ADD TAB-DIS-IMPORTE(WS-DIS-INDICE) TO WS-TOT-IMPORTE
               MOVE TAB-DIS-COMPROBANTE(WS-DIS-INDICE)
                   TO PTR-ANT-COMPROBANTE
               MOVE TAB-DIS-NUMERO(WS-DIS-INDICE) TO PTR-ANT-NUMERO
               MOVE TAB-DIS-ESTADO(WS-DIS-INDICE) TO PTR-ANT-ESTADO
               MOVE TAB-DIS-FECHA-ALTA(WS-DIS-INDICE) TO PTR-ANT-FECHA
               MOVE WS-DIAS-ANTIG TO PTR-ANT-DIAS
               MOVE TAB-TRA-TEXTO(WS-TRAMO-INDICE) TO PTR-ANT-TRAMO
               MOVE TAB-DIS-IMPORTE(WS-DIS-INDICE) TO PTR-ANT-IMPORTE
               MOVE TAB-DIS-MOTIVO(WS-DIS-INDICE) TO PTR-ANT-MOTIVO
               WRITE REG-LISTADO FROM PTR-ANT-DET
           END-IF.

       CALCULO-TRAMO.
           COMPUTE WS-DIAS-ANTIG =
               (WS-FECHA-ACT-AA - WS-FECHA-ALTA-AA) * 360
             + (WS-FECHA-ACT-MM - WS-FECHA-ALTA-MM) * 30
             + (WS-FECHA-ACT-DD - WS-FECHA-ALTA-DD).
           IF (WS-DIAS-ANTIG < ZERO) THEN
               MOVE ZERO TO WS-DIAS-ANTIG
           END-IF.
           IF (WS-DIAS-ANTIG NOT > 30) THEN
               MOVE 1 TO WS-TRAMO-INDICE
           ELSE IF (WS-DIAS-ANTIG NOT > 60) THEN
               MOVE 2 TO WS-TRAMO-INDICE
           ELSE IF (WS-DIAS-ANTIG NOT > 90) THEN
               MOVE 3 TO WS-TRAMO-INDICE
           ELSE
               MOVE 4 TO WS-TRAMO-INDICE
           END-IF.

       IMPRIMO-TRAMO.
           ADD 1 TO WS-TRAMO-INDICE.
           MOVE TAB-TRA-TEXTO(WS-TRAMO-INDICE) TO PTR-ANT-TRA-TEXTO.
           MOVE TAB-TRA-CANT(WS-TRAMO-INDICE) TO PTR-ANT-TRA-CANT.
           MOVE TAB-TRA-IMPORTE(WS-TRAMO-INDICE)
               TO PTR-ANT-TRA-IMPORTE.
           WRITE REG-LISTADO FROM PTR-ANT-TRA.

       BUSCO-FACTURA.
           MOVE "N" TO WS-FAC-HALLADA.
           OPEN INPUT FACTRESUMEN.
           IF (NOT RES-OK) THEN
               DISPLAY "ERROR EN OPEN FacturasResumen: " RES-ESTADO
               STOP RUN
           END-IF.
           PERFORM LEO-FACTRESUMEN.
           PERFORM BUSCO-FACTURA-DET UNTIL (RES-EOF).
           CLOSE FACTRESUMEN.

       BUSCO-FACTURA-DET.
           IF (REG-RES-COMPROBANTE = WS-COMPROBANTE) THEN
               MOVE "S" TO WS-FAC-HALLADA
               MOVE REG-RES-NUMERO      TO WS-FAC-NUMERO
               MOVE REG-RES-FECHA-DESDE TO WS-FAC-DESDE
               MOVE REG-RES-FECHA-HASTA TO WS-FAC-HASTA
               MOVE REG-RES-IMPORTE     TO WS-FAC-IMPORTE
           END-IF.
           PERFORM LEO-FACTRESUMEN.

       LEO-FACTRESUMEN.
           READ FACTRESUMEN RECORD INTO REG-RES.
           IF ((NOT RES-OK) AND (NOT RES-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasResumen: " RES-ESTADO
               STOP RUN
           END-IF.

       BUSCO-ANULADA.
           MOVE "N" TO WS-YA-ANULADA.
           OPEN INPUT ANULADAS.
           IF (ANU-OK) THEN
               PERFORM LEO-ANULADAS
               PERFORM BUSCO-ANULADA-DET UNTIL (ANU-EOF)
               CLOSE ANULADAS
           END-IF.

       BUSCO-ANULADA-DET.
           IF (REG-ANU-COMPROBANTE = WS-COMPROBANTE) THEN
               MOVE "S" TO WS-YA-ANULADA
           END-IF.
           PERFORM LEO-ANULADAS.

       LEO-ANULADAS.
           READ ANULADAS RECORD INTO REG-ANU.
           IF ((NOT ANU-OK) AND (NOT ANU-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasAnuladas: " ANU-ESTADO
               STOP RUN
           END-IF.

       CARGO-DISPUTAS.
           MOVE ZERO TO WS-DIS-CANTIDAD.
           OPEN INPUT DISPUTAS.
           IF (DIS-OK) THEN
               PERFORM LEO-DISPUTAS
               PERFORM CARGO-DISPUTA UNTIL (DIS-EOF)
               CLOSE DISPUTAS
           END-IF.

       CARGO-DISPUTA.
           ADD 1 TO WS-DIS-CANTIDAD.
           MOVE REG-DIS TO TAB-DIS(WS-DIS-CANTIDAD).
           PERFORM LEO-DISPUTAS.

       LEO-DISPUTAS.
           READ DISPUTAS RECORD INTO REG-DIS.
           IF ((NOT DIS-OK) AND (NOT DIS-EOF)) THEN
               DISPLAY "ERROR EN READ Disputas: " DIS-ESTADO
               STOP RUN
           END-IF.

       BUSCO-DISPUTA.
           MOVE ZERO TO WS-DIS-HALLADO.
           MOVE ZERO TO WS-DIS-INDICE.
           PERFORM BUSCO-DISPUTA-DET WS-DIS-CANTIDAD TIMES.

       BUSCO-DISPUTA-DET.
           ADD 1 TO WS-DIS-INDICE.
           IF (TAB-DIS-COMPROBANTE(WS-DIS-INDICE) = WS-COMPROBANTE)
                   THEN
               MOVE WS-DIS-INDICE TO WS-DIS-HALLADO
           END-IF.

       GRABO-DISPUTAS.
           OPEN OUTPUT DISPUTAS.
           IF (NOT DIS-OK) THEN
               DISPLAY "ERROR EN OPEN Disputas: " DIS-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-DIS-INDICE.
           PERFORM GRABO-DISPUTA WS-DIS-CANTIDAD TIMES.
           CLOSE DISPUTAS.

       GRABO-DISPUTA.
           ADD 1 TO WS-DIS-INDICE.
           MOVE TAB-DIS(WS-DIS-INDICE) TO REG-DIS.
           WRITE REG-DIS.

       END PROGRAM DISPUTAS.
