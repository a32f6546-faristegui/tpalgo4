       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBARGOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMB-ESTADO.

           SELECT EMBAPLICADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMA-ESTADO.

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
           03 FILLER REDEFINES REG-EMA-FECHA.
              05 REG-EMA-PERIODO  PIC 9(6).
              05 REG-EMA-DD       PIC 9(2).
           03 REG-EMA-COMPROBANTE PIC 9(8).
           03 REG-EMA-BASE        PIC 9(9)V99.
           03 REG-EMA-IMPORTE     PIC 9(9)V99.

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoEmbargos.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  EMB-ESTADO PIC XX.
           88 EMB-OK  VALUE 00.
           88 EMB-EOF VALUE 10.

       77  EMA-ESTADO PIC XX.
           88 EMA-OK  VALUE 00.
           88 EMA-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-ACCION PIC X(1).
           88 ACCION-ALTA     VALUE "1".
           88 ACCION-MODIF    VALUE "2".
           88 ACCION-BAJA     VALUE "3".
           88 ACCION-CONSULTA VALUE "4".
           88 ACCION-LISTADO  VALUE "5".
           88 ACCION-FIN      VALUE "9".

       77  WS-NUMERO     PIC X(5).
       77  WS-OFICIO     PIC X(12).
       77  WS-JUZGADO    PIC X(30).
       77  WS-TIPO       PIC X(1).
       77  WS-PORCENTAJE PIC 9(3)V99.
       77  WS-MONTO      PIC 9(9)V99.
       77  WS-TOPE       PIC 9(9)V99.
       77  WS-CBU        PIC 9(22).
       77  WS-USUARIO    PIC X(8).
       77  WS-CONFIRMA   PIC X(1).
       77  WS-PERIODO    PIC 9(6).
       77  WS-VALIDO     PIC X(1).
           88 VALIDO VALUE "S".
       77  WS-PROF-NOMBRE PIC X(25).
       77  WS-PROF-HALLADO PIC X(1).
           88 PROF-HALLADO VALUE "S".

       77  WS-EMB-INDICE   PIC 9(4).
       77  WS-EMB-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-EMB-HALLADO  PIC 9(4).
       01  TAB-EMBARGOS.
           03 TAB-EMB OCCURS 500 TIMES.
              05 TAB-EMB-OFICIO         PIC X(12).
              05 TAB-EMB-NUMERO         PIC X(5).
              05 TAB-EMB-JUZGADO        PIC X(30).
              05 TAB-EMB-TIPO           PIC X(1).
                 88 EMB-PORCENTUAL VALUE "P".
                 88 EMB-FIJO       VALUE "F".
              05 TAB-EMB-PORCENTAJE     PIC 9(3)V99.
              05 TAB-EMB-MONTO          PIC 9(9)V99.
              05 TAB-EMB-TOPE           PIC 9(9)V99.
              05 TAB-EMB-APLICADO       PIC 9(9)V99.
              05 TAB-EMB-CBU            PIC 9(22).
              05 TAB-EMB-ESTADO         PIC X(1).
                 88 EMB-ACTIVO   VALUE "A".
                 88 EMB-CUMPLIDO VALUE "C".
                 88 EMB-BAJA     VALUE "B".
              05 TAB-EMB-FECHA-ALTA     PIC 9(8).
              05 TAB-EMB-USUARIO-ALTA   PIC X(8).
              05 TAB-EMB-FECHA-ESTADO   PIC 9(8).
              05 TAB-EMB-USUARIO-ESTADO PIC X(8).

       77  WS-EMA-INDICE   PIC 9(5).
       77  WS-EMA-CANTIDAD PIC 9(5) VALUE ZERO.
       01  TAB-APLICADOS.
           03 TAB-EMA OCCURS 5000 TIMES.
              05 TAB-EMA-OFICIO      PIC X(12).
              05 TAB-EMA-FECHA       PIC 9(8).
              05 TAB-EMA-COMPROBANTE PIC 9(8).
              05 TAB-EMA-BASE        PIC 9(9)V99.
              05 TAB-EMA-IMPORTE     PIC 9(9)V99.

       77  WS-ORD-CANT   PIC 9(4).
       77  WS-ORD-TOTAL  PIC 9(10)V99.
       77  WS-TOT-ORD    PIC 9(4).
       77  WS-TOT-CANT   PIC 9(5).
       77  WS-TOT-TOTAL  PIC 9(11)V99.
       77  WS-SALDO-EMB  PIC 9(9)V99.

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
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

       01  BLOQUEO.
           03 BLQ-NOMBRE   PIC X(14).
           03 BLQ-PROGRAMA PIC X(14).
           03 BLQ-USUARIO  PIC X(8).
           03 BLQ-FECHA    PIC 9(8).
           03 BLQ-HORA     PIC 9(8).
           03 BLQ-ACCION   PIC XX.
           03 BLQ-ESTADO   PIC XX.
              88 BLQ-OK VALUE 00.

       01  PROFESOR.
           03 PRO-NUMERO PIC X(05).
           03 PRO-DNI    PIC 9(08).
           03 PRO-NOMBRE PIC X(25).
           03 PRO-DIRE   PIC X(20).
           03 PRO-TEL    PIC X(20).
           03 PRO-CBU    PIC 9(22).
           03 PRO-ACCION PIC XX.
           03 PRO-ESTADO PIC XX.
              88 PRO-OK  VALUE 00.
              88 PRO-EOF VALUE 10.
           03 PRO-CATEGORIA PIC X(01).
           03 PRO-USUARIO   PIC X(08).
           03 PRO-EMAIL     PIC X(40).
           03 PRO-CELULAR   PIC X(15).

       01  PTR-EMB-DET.
           03 PTR-EMB-OFICIO     PIC X(12).
           03 FILLER             PIC X(1) VALUE SPACES.
           03 PTR-EMB-NUMERO     PIC X(5).
           03 FILLER             PIC X(1) VALUE SPACES.
           03 PTR-EMB-ESTADO     PIC X(1).
           03 FILLER             PIC X(1) VALUE SPACES.
           03 PTR-EMB-TIPO       PIC X(1).
           03 FILLER             PIC X(1) VALUE SPACES.
           03 PTR-EMB-PORCENTAJE PIC ZZ9,99.
           03 FILLER             PIC X(1) VALUE SPACES.
           03 PTR-EMB-MONTO      PIC ZZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE SPACES.
           03 PTR-EMB-TOPE       PIC ZZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE SPACES.
           03 PTR-EMB-APLICADO   PIC ZZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE SPACES.
           03 PTR-EMB-CBU        PIC 9(22).

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
              "Embargos judiciales - descuentos del periodo".
           03 FILLER PIC X(10) VALUE SPACES.

       01  PTR-PARAM.
           03 FILLER           PIC X(20) VALUE
              "Parametros: periodo ".
           03 PTR-PARAM-PERIODO PIC 9(6).

       01  PTR-ORD.
           03 FILLER          PIC X(8)  VALUE "Oficio: ".
           03 PTR-ORD-OFICIO  PIC X(12).
           03 FILLER          PIC X(10) VALUE "  Juzgado:".
           03 FILLER          PIC X(1)  VALUE SPACES.
           03 PTR-ORD-JUZGADO PIC X(30).
           03 FILLER          PIC X(10) VALUE "  Estado: ".
           03 PTR-ORD-ESTADO  PIC X(1).

       01  PTR-ORD-PROF.
           03 FILLER          PIC X(10) VALUE "Profesor: ".
           03 PTR-ORD-NUMERO  PIC X(5).
           03 FILLER          PIC X(2)  VALUE SPACES.
           03 PTR-ORD-NOMBRE  PIC X(25).
           03 FILLER          PIC X(15) VALUE "  Cuenta jud.: ".
           03 PTR-ORD-CBU     PIC 9(22).

       01  PTR-ORD-COND.
           03 FILLER            PIC X(10) VALUE "Descuento ".
           03 PTR-ORD-TIPO      PIC X(11).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 PTR-ORD-PORCENTAJE PIC ZZ9,99.
           03 FILLER            PIC X(4)  VALUE " %  ".
           03 FILLER            PIC X(7)  VALUE "monto: ".
           03 PTR-ORD-MONTO     PIC ZZZZZZZZ9,99.

       01  PTR-MOV-CAB.
           03 FILLER PIC X(4)  VALUE SPACES.
           03 FILLER PIC X(10) VALUE "Fecha".
           03 FILLER PIC X(12) VALUE "Comprobante".
           03 FILLER PIC X(14) VALUE "   Base (neto)".
           03 FILLER PIC X(14) VALUE "     Embargado".

       01  PTR-MOV-DET.
           03 FILLER              PIC X(4) VALUE SPACES.
           03 PTR-MOV-FECHA       PIC 9(8).
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-MOV-COMPROBANTE PIC 9(8).
           03 FILLER              PIC X(4) VALUE SPACES.
           03 PTR-MOV-BASE        PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 PTR-MOV-IMPORTE     PIC ZZZZZZZZ9,99.

       01  PTR-ORD-TOT.
           03 FILLER PIC X(4)  VALUE SPACES.
           03 FILLER PIC X(17) VALUE "Total periodo:  $".
           03 PTR-ORD-TOT-MES  PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(11) VALUE "  tope:  $".
           03 PTR-ORD-TOT-TOPE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(14) VALUE "  aplicado: $".
           03 PTR-ORD-TOT-APL  PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(11) VALUE "  saldo: $".
           03 PTR-ORD-TOT-SAL  PIC ZZZZZZZZ9,99.

       01  PTR-SIN-MOV.
           03 FILLER PIC X(4)  VALUE SPACES.
           03 FILLER PIC X(30) VALUE "Sin descuentos en el periodo".

       01  PTR-LIS-TOT.
           03 FILLER PIC X(20) VALUE "Oficios listados:   ".
           03 PTR-LIS-TOT-ORD  PIC ZZZ9.
           03 FILLER PIC X(16) VALUE "   descuentos: ".
           03 PTR-LIS-TOT-CANT PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE "  importe: $".
           03 PTR-LIS-TOT-IMP  PIC ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ACCION.
           PERFORM PROC-ACCION UNTIL (ACCION-FIN).
           STOP RUN.

       PROC-ACCION.
           DISPLAY "Accion (1=Alta, 2=Modificacion, 3=Baja, "
                   "4=Consulta, 5=Listado mensual, 9=Fin): "
                   WITH NO ADVANCING.
           ACCEPT WS-ACCION.
           IF (ACCION-ALTA) THEN
               PERFORM ALTA-EMBARGO
           ELSE IF (ACCION-MODIF) THEN
               PERFORM MODIFICO-EMBARGO
           ELSE IF (ACCION-BAJA) THEN
               PERFORM BAJA-EMBARGO
           ELSE IF (ACCION-CONSULTA) THEN
               PERFORM CONSULTA
           ELSE IF (ACCION-LISTADO) THEN
               PERFORM LISTADO-MENSUAL
           ELSE IF (NOT ACCION-FIN) THEN
               DISPLAY "Accion invalida"
           END-IF.

       ALTA-EMBARGO.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "ALTA" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Oficio judicial (12 car.): " WITH NO ADVANCING.
           ACCEPT WS-OFICIO.
           IF (WS-OFICIO = SPACES) THEN
               DISPLAY "Oficio vacio"
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMO-BLOQUEO.
           IF (NOT BLQ-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-EMBARGOS.
           PERFORM BUSCO-EMBARGO.
           IF (WS-EMB-HALLADO NOT = ZERO) THEN
               DISPLAY "El oficio " WS-OFICIO " ya esta registrado"
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-EMB-CANTIDAD NOT < 500) THEN
               DISPLAY "Tabla de embargos completa"
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Profesor (5 car.): " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           PERFORM BUSCO-PROFESOR.
           IF (NOT PROF-HALLADO) THEN
               DISPLAY "Profesor " WS-NUMERO " inexistente"
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Juzgado: " WITH NO ADVANCING.
           ACCEPT WS-JUZGADO.
           DISPLAY "Tipo (P=Porcentaje, F=Monto fijo por pago): "
                   WITH NO ADVANCING.
           ACCEPT WS-TIPO.
           PERFORM PIDO-CONDICIONES.
           IF (NOT VALIDO) THEN
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMB-CANTIDAD.
           MOVE WS-EMB-CANTIDAD TO WS-EMB-INDICE.
           MOVE WS-OFICIO     TO TAB-EMB-OFICIO(WS-EMB-INDICE).
           MOVE WS-NUMERO     TO TAB-EMB-NUMERO(WS-EMB-INDICE).
           MOVE WS-JUZGADO    TO TAB-EMB-JUZGADO(WS-EMB-INDICE).
           MOVE WS-TIPO       TO TAB-EMB-TIPO(WS-EMB-INDICE).
           MOVE WS-PORCENTAJE TO TAB-EMB-PORCENTAJE(WS-EMB-INDICE).
           MOVE WS-MONTO      TO TAB-EMB-MONTO(WS-EMB-INDICE).
           MOVE WS-TOPE       TO TAB-EMB-TOPE(WS-EMB-INDICE).
           MOVE ZERO          TO TAB-EMB-APLICADO(WS-EMB-INDICE).
           MOVE WS-CBU        TO TAB-EMB-CBU(WS-EMB-INDICE).
           MOVE "A"           TO TAB-EMB-ESTADO(WS-EMB-INDICE).
           MOVE WS-FECHA-ACT  TO TAB-EMB-FECHA-ALTA(WS-EMB-INDICE).
           MOVE WS-USUARIO    TO TAB-EMB-USUARIO-ALTA(WS-EMB-INDICE).
           MOVE WS-FECHA-ACT  TO TAB-EMB-FECHA-ESTADO(WS-EMB-INDICE).
           MOVE WS-USUARIO    TO TAB-EMB-USUARIO-ESTADO(WS-EMB-INDICE).
           PERFORM GRABO-EMBARGOS.
           PERFORM LIBERO-BLOQUEO.
           DISPLAY "Embargo " WS-OFICIO " registrado para "
                   WS-PROF-NOMBRE.

       PIDO-CONDICIONES.
           MOVE "N" TO WS-VALIDO.
           MOVE ZERO TO WS-PORCENTAJE.
           MOVE ZERO TO WS-MONTO.
           IF (WS-TIPO = "P") THEN
               DISPLAY "Porcentaje del neto (NNN,NN): "
                       WITH NO ADVANCING
               ACCEPT WS-PORCENTAJE
               IF (WS-PORCENTAJE = ZERO) OR (WS-PORCENTAJE > 100) THEN
                   DISPLAY "Porcentaje invalido"
                   EXIT PARAGRAPH
               END-IF
           ELSE IF (WS-TIPO = "F") THEN
               DISPLAY "Monto fijo por pago: " WITH NO ADVANCING
               ACCEPT WS-MONTO
               IF (WS-MONTO = ZERO) THEN
                   DISPLAY "Monto invalido"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Tipo invalido (P o F)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tope total del embargo: " WITH NO ADVANCING.
           ACCEPT WS-TOPE.
           IF (WS-TOPE = ZERO) THEN
               DISPLAY "Tope invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CBU de la cuenta judicial (22 dig.): "
                   WITH NO ADVANCING.
           ACCEPT WS-CBU.
           MOVE WS-CBU TO PRO-CBU.
           MOVE 10 TO PRO-ACCION.
           CALL "PROFESORES" USING PROFESOR.
           IF (WS-CBU = ZERO) OR (NOT PRO-OK) THEN
               DISPLAY "CBU invalido"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-VALIDO.

       MODIFICO-EMBARGO.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "MODIFICAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Oficio judicial (12 car.): " WITH NO ADVANCING.
           ACCEPT WS-OFICIO.
           PERFORM TOMO-BLOQUEO.
           IF (NOT BLQ-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-EMBARGOS.
           PERFORM BUSCO-EMBARGO.
           IF (WS-EMB-HALLADO = ZERO) THEN
               DISPLAY "Oficio " WS-OFICIO " inexistente"
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           IF (NOT EMB-ACTIVO(WS-EMB-HALLADO)) THEN
               DISPLAY "El embargo no esta activo: estado "
                       TAB-EMB-ESTADO(WS-EMB-HALLADO)
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMB-HALLADO TO WS-EMB-INDICE.
           PERFORM IMPRIMO-EMBARGO.
           MOVE TAB-EMB-TIPO(WS-EMB-HALLADO) TO WS-TIPO.
           PERFORM PIDO-CONDICIONES.
           IF (NOT VALIDO) THEN
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-TOPE < TAB-EMB-APLICADO(WS-EMB-HALLADO)) THEN
               DISPLAY "El tope no puede ser menor a lo aplicado: "
                       TAB-EMB-APLICADO(WS-EMB-HALLADO)
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PORCENTAJE TO TAB-EMB-PORCENTAJE(WS-EMB-HALLADO).
           MOVE WS-MONTO      TO TAB-EMB-MONTO(WS-EMB-HALLADO).
           MOVE WS-TOPE       TO TAB-EMB-TOPE(WS-EMB-HALLADO).
           MOVE WS-CBU        TO TAB-EMB-CBU(WS-EMB-HALLADO).
           IF (WS-TOPE = TAB-EMB-APLICADO(WS-EMB-HALLADO)) THEN
               MOVE "C" TO TAB-EMB-ESTADO(WS-EMB-HALLADO)
           END-IF.
           MOVE WS-FECHA-ACT TO TAB-EMB-FECHA-ESTADO(WS-EMB-HALLADO).
           MOVE WS-USUARIO   TO TAB-EMB-USUARIO-ESTADO(WS-EMB-HALLADO).
           PERFORM GRABO-EMBARGOS.
           PERFORM LIBERO-BLOQUEO.
           DISPLAY "Embargo " WS-OFICIO " modificado".

       BAJA-EMBARGO.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "BAJA" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Oficio judicial (12 car.): " WITH NO ADVANCING.
           ACCEPT WS-OFICIO.
           PERFORM TOMO-BLOQUEO.
           IF (NOT BLQ-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-EMBARGOS.
           PERFORM BUSCO-EMBARGO.
           IF (WS-EMB-HALLADO = ZERO) THEN
               DISPLAY "Oficio " WS-OFICIO " inexistente"
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           IF (NOT EMB-ACTIVO(WS-EMB-HALLADO)) THEN
               DISPLAY "El embargo no esta activo: estado "
                       TAB-EMB-ESTADO(WS-EMB-HALLADO)
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMB-HALLADO TO WS-EMB-INDICE.
           PERFORM IMPRIMO-EMBARGO.
           DISPLAY "Confirma levantamiento del embargo (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF (WS-CONFIRMA NOT = "S") THEN
               PERFORM LIBERO-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE "B" TO TAB-EMB-ESTADO(WS-EMB-HALLADO).
           MOVE WS-FECHA-ACT TO TAB-EMB-FECHA-ESTADO(WS-EMB-HALLADO).
           MOVE WS-USUARIO   TO TAB-EMB-USUARIO-ESTADO(WS-EMB-HALLADO).
           PERFORM GRABO-EMBARGOS.
           PERFORM LIBERO-BLOQUEO.
           DISPLAY "Embargo " WS-OFICIO " dado de baja".

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "EMBARGOS" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       CONSULTA.
           DISPLAY "Profesor (5 car., blanco = todos): "
                   WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           PERFORM CARGO-EMBARGOS.
           IF (WS-EMB-CANTIDAD = ZERO) THEN
               DISPLAY "Sin embargos registrados"
           END-IF.
           MOVE ZERO TO WS-EMB-INDICE.
           PERFORM CONSULTA-DET WS-EMB-CANTIDAD TIMES.

       CONSULTA-DET.
           ADD 1 TO WS-EMB-INDICE.
           IF (WS-NUMERO = SPACES)
                   OR (TAB-EMB-NUMERO(WS-EMB-INDICE) = WS-NUMERO) THEN
               PERFORM IMPRIMO-EMBARGO
           END-IF.

       IMPRIMO-EMBARGO.
           MOVE TAB-EMB-OFICIO(WS-EMB-INDICE)     TO PTR-EMB-OFICIO.
           MOVE TAB-EMB-NUMERO(WS-EMB-INDICE)     TO PTR-EMB-NUMERO.
           MOVE TAB-EMB-ESTADO(WS-EMB-INDICE)     TO PTR-EMB-ESTADO.
           MOVE TAB-EMB-TIPO(WS-EMB-INDICE)       TO PTR-EMB-TIPO.
           MOVE TAB-EMB-PORCENTAJE(WS-EMB-INDICE)
               TO PTR-EMB-PORCENTAJE.
           MOVE TAB-EMB-MONTO(WS-EMB-INDICE)      TO PTR-EMB-MONTO.
           MOVE TAB-EMB-TOPE(WS-EMB-INDICE)       TO PTR-EMB-TOPE.
           MOVE TAB-EMB-APLICADO(WS-EMB-INDICE)   TO PTR-EMB-APLICADO.
           MOVE TAB-EMB-CBU(WS-EMB-INDICE)        TO PTR-EMB-CBU.
           DISPLAY PTR-EMB-DET.

       LISTADO-MENSUAL.
           DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           IF (WS-PERIODO = ZERO) THEN
               DISPLAY "Periodo invalido"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-EMBARGOS.
           PERFORM CARGO-APLICADOS.
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
           MOVE WS-PERIODO TO PTR-PARAM-PERIODO.
           WRITE REG-LISTADO FROM PTR-PARAM.
           MOVE ZERO TO WS-TOT-ORD.
           MOVE ZERO TO WS-TOT-CANT.
           MOVE ZERO TO WS-TOT-TOTAL.
           MOVE ZERO TO WS-EMB-INDICE.
           PERFORM LISTO-OFICIO WS-EMB-CANTIDAD TIMES.
           MOVE WS-TOT-ORD   TO PTR-LIS-TOT-ORD.
           MOVE WS-TOT-CANT  TO PTR-LIS-TOT-CANT.
           MOVE WS-TOT-TOTAL TO PTR-LIS-TOT-IMP.
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO.
           WRITE REG-LISTADO FROM PTR-LIS-TOT.
           DISPLAY PTR-LIS-TOT.
           CLOSE LISTADO.

       LISTO-OFICIO.
           ADD 1 TO WS-EMB-INDICE.
           MOVE ZERO TO WS-ORD-CANT.
           MOVE ZERO TO WS-ORD-TOTAL.
           MOVE ZERO TO WS-EMA-INDICE.
           PERFORM CUENTO-APLICADO WS-EMA-CANTIDAD TIMES.
           IF (WS-ORD-CANT = ZERO)
                   AND (NOT EMB-ACTIVO(WS-EMB-INDICE)) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-ORD.
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE TAB-EMB-OFICIO(WS-EMB-INDICE)  TO PTR-ORD-OFICIO.
           MOVE TAB-EMB-JUZGADO(WS-EMB-INDICE) TO PTR-ORD-JUZGADO.
           MOVE TAB-EMB-ESTADO(WS-EMB-INDICE)  TO PTR-ORD-ESTADO.
           WRITE REG-LISTADO FROM PTR-ORD.
           MOVE TAB-EMB-NUMERO(WS-EMB-INDICE) TO WS-NUMERO.
           PERFORM BUSCO-PROFESOR.
           MOVE WS-NUMERO      TO PTR-ORD-NUMERO.
           MOVE WS-PROF-NOMBRE TO PTR-ORD-NOMBRE.
           MOVE TAB-EMB-CBU(WS-EMB-INDICE) TO PTR-ORD-CBU.
           WRITE REG-LISTADO FROM PTR-ORD-PROF.
           IF (EMB-PORCENTUAL(WS-EMB-INDICE)) THEN
               MOVE "PORCENTUAL" TO PTR-ORD-TIPO
           ELSE
               MOVE "MONTO FIJO" TO PTR-ORD-TIPO
           END-IF.
           MOVE TAB-EMB-PORCENTAJE(WS-EMB-INDICE)
               TO PTR-ORD-PORCENTAJE.
           MOVE TAB-EMB-MONTO(WS-EMB-INDICE) TO PTR-ORD-MONTO.
           WRITE REG-LISTADO FROM PTR-ORD-COND.
           IF (WS-ORD-CANT = ZERO) THEN
               WRITE REG-LISTADO FROM PTR-SIN-MOV
           ELSE
               WRITE REG-LISTADO FROM PTR-MOV-CAB
               MOVE ZERO TO WS-EMA-INDICE
               PERFORM LISTO-APLICADO WS-EMA-CANTIDAD TIMES
           END-IF.
           COMPUTE WS-SALDO-EMB = TAB-EMB-TOPE(WS-EMB-INDICE)
               - TAB-EMB-APLICADO(WS-EMB-INDICE).
           MOVE WS-ORD-TOTAL TO PTR-ORD-TOT-MES.
           MOVE TAB-EMB-TOPE(WS-EMB-INDICE)     TO PTR-ORD-TOT-TOPE.
           MOVE TAB-EMB-APLICADO(WS-EMB-INDICE) TO PTR-ORD-TOT-APL.
           MOVE WS-SALDO-EMB TO PTR-ORD-TOT-SAL.
           WRITE REG-LISTADO FROM PTR-ORD-TOT.
           ADD WS-ORD-CANT  TO WS-TOT-CANT.
           ADD WS-ORD-TOTAL TO WS-TOT-TOTAL.

       CUENTO-APLICADO.
           ADD 1 TO WS-EMA-INDICE.
           IF (TAB-EMA-OFICIO(WS-EMA-INDICE)
                   = TAB-EMB-OFICIO(WS-EMB-INDICE)) THEN
               ADD 1 TO WS-ORD-CANT
               ADD TAB-EMA-IMPORTE(WS-EMA-INDICE) TO WS-ORD-TOTAL
           END-IF.

       LISTO-APLICADO.
           ADD 1 TO WS-EMA-INDICE.
           IF (TAB-EMA-OFICIO(WS-EMA-INDICE)
                   = TAB-EMB-OFICIO(WS-EMB-INDICE)) THEN
               MOVE TAB-EMA-FECHA(WS-EMA-INDICE) TO PTR-MOV-FECHA
               MOVE TAB-EMA-COMPROBANTE(WS-EMA-INDICE)
                   TO PTR-MOV-COMPROBANTE
               MOVE TAB-EMA-BASE(WS-EMA-INDICE) TO PTR-MOV-BASE
               MOVE TAB-EMA-IMPORTE(WS-EMA-INDICE) TO PTR-MOV-IMPORTE
               WRITE REG-LISTADO FROM PTR-MOV-DET
           END-IF.

       CARGO-APLICADOS.
           MOVE ZERO TO WS-EMA-CANTIDAD.
           OPEN INPUT EMBAPLICADOS.
           IF (EMA-OK) THEN
               PERFORM LEO-APLICADOS
               PERFORM CARGO-APLICADO UNTIL (EMA-EOF)
               CLOSE EMBAPLICADOS
           END-IF.

       CARGO-APLICADO.
           IF (REG-EMA-PERIODO = WS-PERIODO)
                   AND (WS-EMA-CANTIDAD < 5000) THEN
               ADD 1 TO WS-EMA-CANTIDAD
               MOVE REG-EMA-OFICIO TO TAB-EMA-OFICIO(WS-EMA-CANTIDAD)
               MOVE REG-EMA-FECHA  TO TAB-EMA-FECHA(WS-EMA-CANTIDAD)
               MOVE REG-EMA-COMPROBANTE
                   TO TAB-EMA-COMPROBANTE(WS-EMA-CANTIDAD)
               MOVE REG-EMA-BASE   TO TAB-EMA-BASE(WS-EMA-CANTIDAD)
               MOVE REG-EMA-IMPORTE
                   TO TAB-EMA-IMPORTE(WS-EMA-CANTIDAD)
           END-IF.
           PERFORM LEO-APLICADOS.

       LEO-APLICADOS.
           READ EMBAPLICADOS RECORD INTO REG-EMA.
           IF ((NOT EMA-OK) AND (NOT EMA-EOF)) THEN
               DISPLAY "ERROR EN READ EmbargosAplicados: " EMA-ESTADO
               STOP RUN
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

       LEO-EMBARGOS.
           READ EMBARGOS RECORD INTO REG-EMB.
           IF ((NOT EMB-OK) AND (NOT EMB-EOF)) THEN
               DISPLAY "ERROR EN READ Embargos: " EMB-ESTADO
               STOP RUN
           END-IF.

       BUSCO-EMBARGO.
           MOVE ZERO TO WS-EMB-HALLADO.
           MOVE ZERO TO WS-EMB-INDICE.
           PERFORM BUSCO-EMBARGO-DET WS-EMB-CANTIDAD TIMES.

       BUSCO-EMBARGO-DET.
           ADD 1 TO WS-EMB-INDICE.
           IF (TAB-EMB-OFICIO(WS-EMB-INDICE) = WS-OFICIO) THEN
               MOVE WS-EMB-INDICE TO WS-EMB-HALLADO
           END-IF.

       GRABO-EMBARGOS.
           OPEN OUTPUT EMBARGOS.
           IF (NOT EMB-OK) THEN
               DISPLAY "ERROR EN OPEN Embargos: " EMB-ESTADO
               PERFORM LIBERO-BLOQUEO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-EMB-INDICE.
           PERFORM GRABO-EMBARGO WS-EMB-CANTIDAD TIMES.
           CLOSE EMBARGOS.

       GRABO-EMBARGO.
           ADD 1 TO WS-EMB-INDICE.
           MOVE TAB-EMB(WS-EMB-INDICE) TO REG-EMB.
           WRITE REG-EMB.

       TOMO-BLOQUEO.
           MOVE "TRANSFER" TO BLQ-NOMBRE.
           MOVE "EMBARGOS" TO BLQ-PROGRAMA.
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

       END PROGRAM EMBARGOS.
