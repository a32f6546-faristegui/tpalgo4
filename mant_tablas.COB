           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COS-ESTADO.

           SELECT TARIFASPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPR-ESTADO.

           SELECT CRONOGRAMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRO-ESTADO.

           SELECT CATEGORIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-ESTADO.

           SELECT USUARIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS USU-ESTADO.

           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUC-ESTADO.

           SELECT CAPACIDADES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUP-ESTADO.

           SELECT TABLASAUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-ESTADO.
           03 REG-COS-VIGENCIA  PIC 9(08).
           03 REG-COS-COSTO     PIC 9(5)V99.

       FD  TARIFASPROF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TarifasProfesor.txt".
       01  REG-TPR.
           03 REG-TPR-NUMERO    PIC X(05).
           03 REG-TPR-TIP_CLASE PIC X(04).
           03 REG-TPR-SUCURSAL  PIC X(03).
           03 REG-TPR-VIGENCIA  PIC 9(08).
           03 REG-TPR-TARIFA    PIC 9(5)V99.

       FD  CRONOGRAMA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Cronograma.txt".
       01  REG-CRO.
           03 REG-CRO-SUCURSAL  PIC X(03).
           03 REG-CRO-DIA       PIC 9(01).
           03 REG-CRO-TIP_CLASE PIC X(04).
           03 REG-CRO-NUMERO    PIC X(05).
           03 REG-CRO-HORAS     PIC 9(2)V99.
           03 REG-CRO-DESDE     PIC 9(08).
           03 REG-CRO-HASTA     PIC 9(08).

       FD  CATEGORIAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CategoriasMonotributo.txt".
       01  REG-CAT.
           03 REG-CAT-CATEGORIA PIC X(01).
           03 REG-CAT-TOPE      PIC 9(9)V99.

       FD  USUARIOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Usuarios.txt".
       01  REG-USU.
           03 REG-USU-USUARIO  PIC X(8).
           03 REG-USU-NOMBRE   PIC X(25).
           03 REG-USU-ROL      PIC X(1).
           03 REG-USU-ACTIVO   PIC X(1).

       FD  PROFESORES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Profesores.txt".
       01  REG-PROF.
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  SUCURSALES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Sucursales.txt".
       01  REG-SUC.
           03 REG-SUC-SUCURSAL PIC X(3).
           03 REG-SUC-RAZON    PIC X(25).
           03 REG-SUC-DIRE     PIC X(20).
           03 REG-SUC-TEL      PIC X(20).
           03 REG-SUC-CUIT     PIC X(11).

       FD  CAPACIDADES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CapacidadClases.txt".
       01  REG-CUP.
           03 REG-CUP-SUCURSAL  PIC X(03).
           03 REG-CUP-TIP_CLASE PIC X(04).
           03 REG-CUP-CUPO      PIC 9(03).

       FD  TABLASAUDIT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TablasAudit.txt".
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  SUC-ESTADO PIC XX.
           88 SUC-OK  VALUE 00.
           88 SUC-EOF VALUE 10.

       77  AUD-ESTADO PIC XX.
           88 AUD-OK VALUE 00.

           88 COS-OK  VALUE 00.
           88 COS-EOF VALUE 10.

       77  TPR-ESTADO PIC XX.
           88 TPR-OK  VALUE 00.
           88 TPR-EOF VALUE 10.

       77  CRO-ESTADO PIC XX.
           88 CRO-OK  VALUE 00.
           88 CRO-EOF VALUE 10.

       77  CAT-ESTADO PIC XX.
           88 CAT-OK  VALUE 00.
           88 CAT-EOF VALUE 10.

       77  USU-ESTADO PIC XX.
           88 USU-OK  VALUE 00.
           88 USU-EOF VALUE 10.

       77  CUP-ESTADO PIC XX.
           88 CUP-OK  VALUE 00.
           88 CUP-EOF VALUE 10.

       77  WS-TABLA PIC X(2).
           88 TABLA-TIPOS     VALUE "1".
           88 TABLA-HIST      VALUE "2".
           88 TABLA-FERIADOS  VALUE "3".
           88 TABLA-LICENCIAS VALUE "4".
           88 TABLA-CUENTAS   VALUE "5".
           88 TABLA-COSTOS    VALUE "6".
           88 TABLA-TARIFAS-PROF VALUE "7".
           88 TABLA-CRONOGRAMA   VALUE "8".
           88 TABLA-CATEGORIAS   VALUE "10".
           88 TABLA-USUARIOS     VALUE "11".
           88 TABLA-CAPACIDADES  VALUE "12".
           88 TABLA-FIN       VALUE "9".

       77  WS-ACCION PIC X(1).
       77  WS-ALTA-CODIGO    PIC X(4).
       77  WS-ALTA-CUENTA    PIC X(8).
       77  WS-ALTA-COSTO     PIC 9(5)V99.
       77  WS-ALTA-SUCURSAL  PIC X(3).
       77  WS-ALTA-DIA       PIC 9(1).
       77  WS-ALTA-HORAS     PIC 9(2)V99.
       77  WS-ALTA-CATEGORIA PIC X(1).
       77  WS-ALTA-TOPE      PIC 9(9)V99.
       77  WS-ALTA-USUARIO   PIC X(8).
       77  WS-ALTA-NOMBRE    PIC X(25).
       77  WS-ALTA-ROL       PIC X(1).
           88 ROL-VALIDO VALUE "C" "F" "T" "S" "A".
       77  WS-ALTA-ACTIVO    PIC X(1).
           88 ACTIVO-VALIDO VALUE "S" "N".
       77  WS-ALTA-CUPO      PIC 9(3).

       77  WS-TIP-INDICE   PIC 9(4).
       77  WS-TIP-CANTIDAD PIC 9(4) VALUE ZERO.
              05 TAB-COS-VIGENCIA  PIC 9(8).
              05 TAB-COS-COSTO     PIC 9(5)V99.

       77  WS-TPR-INDICE   PIC 9(4).
       77  WS-TPR-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-TARIFAS-PROF.
           03 TAB-TPR OCCURS 500 TIMES.
              05 TAB-TPR-NUMERO    PIC X(5).
              05 TAB-TPR-TIP_CLASE PIC X(4).
              05 TAB-TPR-SUCURSAL  PIC X(3).
              05 TAB-TPR-VIGENCIA  PIC 9(8).
              05 TAB-TPR-TARIFA    PIC 9(5)V99.

       77  WS-CRO-INDICE   PIC 9(4).
       77  WS-CRO-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-CRO-ACTUAL   PIC 9(4).
       01  TAB-CRONOGRAMA.
           03 TAB-CRO OCCURS 1000 TIMES.
              05 TAB-CRO-SUCURSAL  PIC X(3).
              05 TAB-CRO-DIA       PIC 9(1).
              05 TAB-CRO-TIP_CLASE PIC X(4).
              05 TAB-CRO-NUMERO    PIC X(5).
              05 TAB-CRO-HORAS     PIC 9(2)V99.
              05 TAB-CRO-DESDE     PIC 9(8).
              05 TAB-CRO-HASTA     PIC 9(8).

       77  WS-CAT-INDICE   PIC 9(2).
       77  WS-CAT-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-CATEGORIAS.
           03 TAB-CAT OCCURS 20 TIMES.
              05 TAB-CAT-CATEGORIA PIC X(1).
              05 TAB-CAT-TOPE      PIC 9(9)V99.

       77  WS-USU-INDICE   PIC 9(3).
       77  WS-USU-CANTIDAD PIC 9(3) VALUE ZERO.
       01  TAB-USUARIOS.
           03 TAB-USU OCCURS 200 TIMES.
              05 TAB-USU-USUARIO  PIC X(8).
              05 TAB-USU-NOMBRE   PIC X(25).
              05 TAB-USU-ROL      PIC X(1).
              05 TAB-USU-ACTIVO   PIC X(1).

       77  WS-CUP-INDICE   PIC 9(4).
       77  WS-CUP-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-CAPACIDADES.
           03 TAB-CUP OCCURS 500 TIMES.
              05 TAB-CUP-SUCURSAL  PIC X(3).
              05 TAB-CUP-TIP_CLASE PIC X(4).
              05 TAB-CUP-CUPO      PIC 9(3).

       77  WS-PRF-INDICE   PIC 9(4).
       77  WS-PRF-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PROFESORES.
           03 TAB-PRF OCCURS 1000 TIMES.
              05 TAB-PRF-NUMERO PIC X(5).

       77  WS-SUC-INDICE   PIC 9(2).
       77  WS-SUC-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-SUCURSALES.
           03 TAB-SUC OCCURS 20 TIMES.
              05 TAB-SUC-SUCURSAL PIC X(3).

       01  WS-AUD-ANT.
           03 WS-AUD-ANT-1 PIC X(40).
           03 WS-AUD-ANT-2 PIC X(40).
           03 WS-AUD-ANT-3 PIC X(40).

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
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "CONSULTA" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               STOP RUN
           END-IF.
           PERFORM CARGO-TODAS.
           MOVE SPACES TO WS-TABLA.
           PERFORM PROC-TABLA UNTIL (TABLA-FIN).
       PROC-TABLA.
           DISPLAY "Tabla (1=TiposClase, 2=TiposClaseHist, "
                   "3=Feriados, 4=Licencias, 5=CuentasContables, "
                   "6=CostosClase, 7=TarifasProfesor, "
                   "8=Cronograma, 10=CategoriasMonotributo, "
                   "11=Usuarios, 12=CapacidadClases, 9=Fin): "
                   WITH NO ADVANCING.
           ACCEPT WS-TABLA.
           IF (TABLA-FIN) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (NOT TABLA-TIPOS) AND (NOT TABLA-HIST)
                   AND (NOT TABLA-FERIADOS) AND (NOT TABLA-LICENCIAS)
                   AND (NOT TABLA-CUENTAS) AND (NOT TABLA-COSTOS)
                   AND (NOT TABLA-TARIFAS-PROF)
                   AND (NOT TABLA-CRONOGRAMA)
                   AND (NOT TABLA-CATEGORIAS)
                   AND (NOT TABLA-USUARIOS)
                   AND (NOT TABLA-CAPACIDADES) THEN
               DISPLAY "Tabla invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Accion (1=Consulta, 2=Alta, 3=Baja, "
                   "4=Modificacion): " WITH NO ADVANCING.
           ACCEPT WS-ACCION.
           IF (TABLA-USUARIOS) THEN
               MOVE "USUARIOS" TO OPE-FUNCION
               PERFORM VALIDO-OPERADOR
               IF (NOT OPE-OK) THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE IF (NOT ACCION-CONSULTA) THEN
               MOVE "MODIFICAR" TO OPE-FUNCION
               PERFORM VALIDO-OPERADOR
               IF (NOT OPE-OK) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF (TABLA-TIPOS) THEN
               PERFORM PROC-TIPOS
           ELSE IF (TABLA-HIST) THEN
               PERFORM PROC-CUENTAS
           ELSE IF (TABLA-COSTOS) THEN
               PERFORM PROC-COSTOS
           ELSE IF (TABLA-TARIFAS-PROF) THEN
               PERFORM PROC-TARIFAS-PROF
           ELSE IF (TABLA-CRONOGRAMA) THEN
               PERFORM PROC-CRONOGRAMA
           ELSE IF (TABLA-CATEGORIAS) THEN
               PERFORM PROC-CATEGORIAS
           ELSE IF (TABLA-USUARIOS) THEN
               PERFORM PROC-USUARIOS
           ELSE IF (TABLA-CAPACIDADES) THEN
               PERFORM PROC-CAPACIDADES
           END-IF.

       VALIDO-OPERADOR.
           MOVE WS-USUARIO    TO OPE-USUARIO.
           MOVE "MANT-TABLAS" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       CARGO-TODAS.
           PERFORM CARGO-LICENCIAS.
           PERFORM CARGO-CUENTAS.
           PERFORM CARGO-COSTOS.
           PERFORM CARGO-TARIFAS-PROF.
           PERFORM CARGO-CRONOGRAMA.
           PERFORM CARGO-CATEGORIAS.
           PERFORM CARGO-USUARIOS.
           PERFORM CARGO-CAPACIDADES.
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-SUCURSALES.

       LEO-TIPOS.
           READ TIPOS_CLASE RECORD INTO REG-TIP.
           MOVE REG-PROF-NUMERO TO TAB-PRF-NUMERO(WS-PRF-CANTIDAD).
           PERFORM LEO-PROFESORES.

       LEO-SUCURSALES.
           READ SUCURSALES RECORD INTO REG-SUC.
           IF ((NOT SUC-OK) AND (NOT SUC-EOF)) THEN
               DISPLAY "ERROR EN READ Sucursales: " SUC-ESTADO
               STOP RUN
           END-IF.

       CARGO-SUCURSALES.
           MOVE ZERO TO WS-SUC-CANTIDAD.
           OPEN INPUT SUCURSALES.
           IF (SUC-OK) THEN
               PERFORM LEO-SUCURSALES
               PERFORM CARGO-SUC-DET UNTIL (SUC-EOF)
               CLOSE SUCURSALES
           END-IF.

       CARGO-SUC-DET.
           ADD 1 TO WS-SUC-CANTIDAD.
           MOVE REG-SUC-SUCURSAL TO TAB-SUC-SUCURSAL(WS-SUC-CANTIDAD).
           PERFORM LEO-SUCURSALES.

       VALIDO-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF (WS-FECHA-VAL-AA < 1900)
               MOVE "S" TO WS-HALLADO
           END-IF.

       BUSCO-SUCURSAL.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-SUC-INDICE.
           PERFORM BUSCO-SUCURSAL-DET WS-SUC-CANTIDAD TIMES.

       BUSCO-SUCURSAL-DET.
           ADD 1 TO WS-SUC-INDICE.
           IF (TAB-SUC-SUCURSAL(WS-SUC-INDICE) = WS-ALTA-SUCURSAL) THEN
               MOVE "S" TO WS-HALLADO
           END-IF.

       VALIDO-LIC.
           MOVE "S" TO WS-VALIDO.
           PERFORM BUSCO-PROFESOR.
           DISPLAY TAB-CTA(WS-CTA-INDICE).

       PIDO-CLAVE-CTA.
           DISPLAY "Clase (S=Sucursal, T=Tipo de clase, "
                   "E=Embargos PROF/JUZG, D=Devengamiento PROV): "
                   WITH NO ADVANCING.
           ACCEPT WS-ALTA-CLASE.
           DISPLAY "Codigo (4 car.): " WITH NO ADVANCING.
       VALIDO-CTA.
           MOVE "S" TO WS-VALIDO.
           IF (WS-ALTA-CLASE NOT = "S")
                   AND (WS-ALTA-CLASE NOT = "T")
                   AND (WS-ALTA-CLASE NOT = "E")
                   AND (WS-ALTA-CLASE NOT = "D") THEN
               DISPLAY "Clase invalida (S, T, E o D)"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-COS(WS-COS-INDICE) TO REG-COS.
           WRITE REG-COS.

       LEO-TARIFAS-PROF.
           READ TARIFASPROF RECORD INTO REG-TPR.
           IF ((NOT TPR-OK) AND (NOT TPR-EOF)) THEN
               DISPLAY "ERROR EN READ TarifasProfesor: " TPR-ESTADO
               STOP RUN
           END-IF.

       CARGO-TARIFAS-PROF.
           MOVE ZERO TO WS-TPR-CANTIDAD.
           OPEN INPUT TARIFASPROF.
           IF (TPR-OK) THEN
               PERFORM LEO-TARIFAS-PROF
               PERFORM CARGO-TPR-DET UNTIL (TPR-EOF)
               CLOSE TARIFASPROF
           END-IF.

       CARGO-TPR-DET.
           ADD 1 TO WS-TPR-CANTIDAD.
           MOVE REG-TPR TO TAB-TPR(WS-TPR-CANTIDAD).
           PERFORM LEO-TARIFAS-PROF.

       PROC-TARIFAS-PROF.
           IF (ACCION-CONSULTA) THEN
               MOVE ZERO TO WS-TPR-INDICE
               PERFORM CONSULTA-TPR WS-TPR-CANTIDAD TIMES
           ELSE IF (ACCION-ALTA) THEN
               PERFORM ALTA-TPR
           ELSE IF (ACCION-BAJA) THEN
               PERFORM BAJA-TPR
           ELSE IF (ACCION-MODIF) THEN
               PERFORM MODIF-TPR
           END-IF.

       CONSULTA-TPR.
           ADD 1 TO WS-TPR-INDICE.
           DISPLAY TAB-TPR(WS-TPR-INDICE).

       PIDO-CLAVE-TPR.
           DISPLAY "Profesor (5 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-NUMERO.
           DISPLAY "Tipo de clase (4 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-TIP_CLASE.
           DISPLAY "Sucursal (3 car., blanco = todas): "
                   WITH NO ADVANCING.
           ACCEPT WS-ALTA-SUCURSAL.
           DISPLAY "Vigencia (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-VIGENCIA.

       BUSCO-TPR.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-INDICE-HALLADO.
           MOVE ZERO TO WS-TPR-INDICE.
           PERFORM BUSCO-TPR-DET WS-TPR-CANTIDAD TIMES.

       BUSCO-TPR-DET.
           ADD 1 TO WS-TPR-INDICE.
           IF (TAB-TPR-NUMERO(WS-TPR-INDICE) = WS-ALTA-NUMERO)
                   AND (TAB-TPR-TIP_CLASE(WS-TPR-INDICE)
                        = WS-ALTA-TIP_CLASE)
                   AND (TAB-TPR-SUCURSAL(WS-TPR-INDICE)
                        = WS-ALTA-SUCURSAL)
                   AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                        = WS-ALTA-VIGENCIA) THEN
               MOVE "S" TO WS-HALLADO
               MOVE WS-TPR-INDICE TO WS-INDICE-HALLADO
           END-IF.

       VALIDO-TPR.
           MOVE "S" TO WS-VALIDO.
           PERFORM BUSCO-PROFESOR.
           IF (NOT HALLADO) THEN
               DISPLAY "Profesor inexistente en el maestro"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-TIPO.
           IF (NOT HALLADO) THEN
               DISPLAY "Tipo de clase inexistente en TiposClase"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ALTA-SUCURSAL NOT = SPACES) THEN
               PERFORM BUSCO-SUCURSAL
               IF (NOT HALLADO) THEN
                   DISPLAY "Sucursal inexistente"
                   MOVE "N" TO WS-VALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-ALTA-VIGENCIA TO WS-FECHA-VAL.
           PERFORM VALIDO-FECHA.
           IF (NOT FECHA-VALIDA) THEN
               DISPLAY "Vigencia invalida"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDO-TARIFA.

       ARMO-CLAVE-TPR.
           MOVE SPACES TO REG-AUD-CLAVE.
           STRING WS-ALTA-NUMERO DELIMITED BY SIZE
                  WS-ALTA-TIP_CLASE DELIMITED BY SIZE
                  WS-ALTA-SUCURSAL DELIMITED BY SIZE
                  WS-ALTA-VIGENCIA DELIMITED BY SIZE
                  INTO REG-AUD-CLAVE.

       ALTA-TPR.
           PERFORM PIDO-CLAVE-TPR.
           PERFORM BUSCO-TPR.
           IF (HALLADO) THEN
               DISPLAY "Vigencia duplicada para el profesor"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tarifa: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-TARIFA.
           PERFORM VALIDO-TPR.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TPR-CANTIDAD.
           MOVE WS-ALTA-NUMERO   TO TAB-TPR-NUMERO(WS-TPR-CANTIDAD).
           MOVE WS-ALTA-TIP_CLASE
               TO TAB-TPR-TIP_CLASE(WS-TPR-CANTIDAD).
           MOVE WS-ALTA-SUCURSAL TO TAB-TPR-SUCURSAL(WS-TPR-CANTIDAD).
           MOVE WS-ALTA-VIGENCIA TO TAB-TPR-VIGENCIA(WS-TPR-CANTIDAD).
           MOVE WS-ALTA-TARIFA   TO TAB-TPR-TARIFA(WS-TPR-CANTIDAD).
           PERFORM GRABO-TARIFAS-PROF.
           MOVE "TARIFPROF " TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-TPR.
           MOVE "ALTA" TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-VALOR-ANT.
           MOVE TAB-TPR(WS-TPR-CANTIDAD) TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Tarifa de profesor dada de alta".

       BAJA-TPR.
           PERFORM PIDO-CLAVE-TPR.
           PERFORM BUSCO-TPR.
           IF (NOT HALLADO) THEN
               DISPLAY "Tarifa de profesor inexistente"
               EXIT PARAGRAPH
           END-IF.
           MOVE "TARIFPROF " TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-TPR.
           MOVE "BAJA" TO REG-AUD-CAMPO.
           MOVE TAB-TPR(WS-INDICE-HALLADO) TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           MOVE WS-INDICE-HALLADO TO WS-TPR-INDICE.
           PERFORM QUITO-TPR
               UNTIL (WS-TPR-INDICE NOT < WS-TPR-CANTIDAD).
           SUBTRACT 1 FROM WS-TPR-CANTIDAD.
           PERFORM GRABO-TARIFAS-PROF.
           DISPLAY "Tarifa de profesor dada de baja".

       QUITO-TPR.
           MOVE TAB-TPR(WS-TPR-INDICE + 1) TO TAB-TPR(WS-TPR-INDICE).
           ADD 1 TO WS-TPR-INDICE.

       MODIF-TPR.
           PERFORM PIDO-CLAVE-TPR.
           PERFORM BUSCO-TPR.
           IF (NOT HALLADO) THEN
               DISPLAY "Tarifa de profesor inexistente"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INDICE-HALLADO TO WS-TPR-INDICE.
           DISPLAY "Tarifa: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-TARIFA.
           PERFORM VALIDO-TPR.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-TPR(WS-TPR-INDICE) TO WS-AUD-ANT-1.
           MOVE WS-ALTA-TARIFA TO TAB-TPR-TARIFA(WS-TPR-INDICE).
           MOVE TAB-TPR(WS-TPR-INDICE) TO WS-AUD-ANT-2.
           PERFORM GRABO-TARIFAS-PROF.
           MOVE "TARIFPROF " TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-TPR.
           MOVE "MODIF" TO REG-AUD-CAMPO.
           MOVE WS-AUD-ANT-1 TO REG-AUD-VALOR-ANT.
           MOVE WS-AUD-ANT-2 TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Tarifa de profesor modificada".

       GRABO-TARIFAS-PROF.
           OPEN OUTPUT TARIFASPROF.
           IF (NOT TPR-OK) THEN
               DISPLAY "ERROR EN OPEN TarifasProfesor: " TPR-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-TPR-INDICE.
           PERFORM GRABO-TPR-DET WS-TPR-CANTIDAD TIMES.
           CLOSE TARIFASPROF.

       GRABO-TPR-DET.
           ADD 1 TO WS-TPR-INDICE.
           MOVE TAB-TPR(WS-TPR-INDICE) TO REG-TPR.
           WRITE REG-TPR.

       LEO-CRONOGRAMA.
           READ CRONOGRAMA RECORD INTO REG-CRO.
           IF ((NOT CRO-OK) AND (NOT CRO-EOF)) THEN
               DISPLAY "ERROR EN READ Cronograma: " CRO-ESTADO
               STOP RUN
           END-IF.

       CARGO-CRONOGRAMA.
           MOVE ZERO TO WS-CRO-CANTIDAD.
           OPEN INPUT CRONOGRAMA.
           IF (CRO-OK) THEN
               PERFORM LEO-CRONOGRAMA
               PERFORM CARGO-CRO-DET UNTIL (CRO-EOF)
               CLOSE CRONOGRAMA
           END-IF.

       CARGO-CRO-DET.
           ADD 1 TO WS-CRO-CANTIDAD.
           MOVE REG-CRO TO TAB-CRO(WS-CRO-CANTIDAD).
           PERFORM LEO-CRONOGRAMA.

       PROC-CRONOGRAMA.
           IF (ACCION-CONSULTA) THEN
               MOVE ZERO TO WS-CRO-INDICE
               PERFORM CONSULTA-CRO WS-CRO-CANTIDAD TIMES
           ELSE IF (ACCION-ALTA) THEN
               PERFORM ALTA-CRO
           ELSE IF (ACCION-BAJA) THEN
               PERFORM BAJA-CRO
           ELSE IF (ACCION-MODIF) THEN
               PERFORM MODIF-CRO
           END-IF.

       CONSULTA-CRO.
           ADD 1 TO WS-CRO-INDICE.
           DISPLAY TAB-CRO(WS-CRO-INDICE).

       PIDO-CLAVE-CRO.
           DISPLAY "Sucursal (3 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-SUCURSAL.
           DISPLAY "Dia (1=Lunes ... 7=Domingo): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-DIA.
           DISPLAY "Tipo de clase (4 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-TIP_CLASE.
           DISPLAY "Profesor (5 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-NUMERO.
           DISPLAY "Desde (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-DESDE.

       PIDO-DATOS-CRO.
           DISPLAY "Horas planificadas: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-HORAS.
           DISPLAY "Hasta (AAAAMMDD, 0 = sin fin): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-HASTA.
           IF (WS-ALTA-HASTA = ZERO) THEN
               MOVE 99999999 TO WS-ALTA-HASTA
           END-IF.

       BUSCO-CRO.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-INDICE-HALLADO.
           MOVE ZERO TO WS-CRO-INDICE.
           PERFORM BUSCO-CRO-DET WS-CRO-CANTIDAD TIMES.

       BUSCO-CRO-DET.
           ADD 1 TO WS-CRO-INDICE.
           IF (TAB-CRO-SUCURSAL(WS-CRO-INDICE) = WS-ALTA-SUCURSAL)
                   AND (TAB-CRO-DIA(WS-CRO-INDICE) = WS-ALTA-DIA)
                   AND (TAB-CRO-TIP_CLASE(WS-CRO-INDICE)
                        = WS-ALTA-TIP_CLASE)
                   AND (TAB-CRO-NUMERO(WS-CRO-INDICE)
                        = WS-ALTA-NUMERO)
                   AND (TAB-CRO-DESDE(WS-CRO-INDICE)
                        = WS-ALTA-DESDE) THEN
               MOVE "S" TO WS-HALLADO
               MOVE WS-CRO-INDICE TO WS-INDICE-HALLADO
           END-IF.

       VALIDO-CRO.
           MOVE "S" TO WS-VALIDO.
           IF (WS-ALTA-SUCURSAL = SPACES) THEN
               DISPLAY "Sucursal obligatoria"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ALTA-DIA < 1) OR (WS-ALTA-DIA > 7) THEN
               DISPLAY "Dia de la semana invalido"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-PROFESOR.
           IF (NOT HALLADO) THEN
               DISPLAY "Profesor inexistente en el maestro"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-TIPO.
           IF (NOT HALLADO) THEN
               DISPLAY "Tipo de clase inexistente en TiposClase"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ALTA-HORAS = ZERO) OR (WS-ALTA-HORAS > 24) THEN
               DISPLAY "Horas planificadas fuera de rango"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ALTA-DESDE TO WS-FECHA-VAL.
           PERFORM VALIDO-FECHA.
           IF (NOT FECHA-VALIDA) THEN
               DISPLAY "Fecha desde invalida"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ALTA-HASTA NOT = 99999999) THEN
               MOVE WS-ALTA-HASTA TO WS-FECHA-VAL
               PERFORM VALIDO-FECHA
               IF (NOT FECHA-VALIDA) THEN
                   DISPLAY "Fecha hasta invalida"
                   MOVE "N" TO WS-VALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF (WS-ALTA-DESDE > WS-ALTA-HASTA) THEN
               DISPLAY "Fecha desde posterior a fecha hasta"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CRO-INDICE.
           PERFORM VALIDO-CRO-SUPERPOSICION WS-CRO-CANTIDAD TIMES.

       VALIDO-CRO-SUPERPOSICION.
           ADD 1 TO WS-CRO-INDICE.
           IF (WS-CRO-INDICE NOT = WS-CRO-ACTUAL)
                   AND (TAB-CRO-SUCURSAL(WS-CRO-INDICE)
                        = WS-ALTA-SUCURSAL)
                   AND (TAB-CRO-DIA(WS-CRO-INDICE) = WS-ALTA-DIA)
                   AND (TAB-CRO-TIP_CLASE(WS-CRO-INDICE)
                        = WS-ALTA-TIP_CLASE)
                   AND (TAB-CRO-NUMERO(WS-CRO-INDICE)
                        = WS-ALTA-NUMERO)
                   AND (TAB-CRO-DESDE(WS-CRO-INDICE)
                        NOT > WS-ALTA-HASTA)
                   AND (TAB-CRO-HASTA(WS-CRO-INDICE)
                        NOT < WS-ALTA-DESDE) THEN
               IF (VALIDO) THEN
                   DISPLAY "Vigencia superpuesta con otro horario "
                           "desde " TAB-CRO-DESDE(WS-CRO-INDICE)
               END-IF
               MOVE "N" TO WS-VALIDO
           END-IF.

       ARMO-CLAVE-CRO.
           MOVE SPACES TO REG-AUD-CLAVE.
           STRING WS-ALTA-SUCURSAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALTA-DIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALTA-TIP_CLASE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALTA-NUMERO DELIMITED BY SIZE
                  INTO REG-AUD-CLAVE.

       ALTA-CRO.
           PERFORM PIDO-CLAVE-CRO.
           PERFORM BUSCO-CRO.
           IF (HALLADO) THEN
               DISPLAY "Horario duplicado en el cronograma"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PIDO-DATOS-CRO.
           MOVE ZERO TO WS-CRO-ACTUAL.
           PERFORM VALIDO-CRO.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CRO-CANTIDAD.
           MOVE WS-ALTA-SUCURSAL TO TAB-CRO-SUCURSAL(WS-CRO-CANTIDAD).
           MOVE WS-ALTA-DIA      TO TAB-CRO-DIA(WS-CRO-CANTIDAD).
           MOVE WS-ALTA-TIP_CLASE
               TO TAB-CRO-TIP_CLASE(WS-CRO-CANTIDAD).
           MOVE WS-ALTA-NUMERO   TO TAB-CRO-NUMERO(WS-CRO-CANTIDAD).
           MOVE WS-ALTA-HORAS    TO TAB-CRO-HORAS(WS-CRO-CANTIDAD).
           MOVE WS-ALTA-DESDE    TO TAB-CRO-DESDE(WS-CRO-CANTIDAD).
           MOVE WS-ALTA-HASTA    TO TAB-CRO-HASTA(WS-CRO-CANTIDAD).
           PERFORM GRABO-CRONOGRAMA.
           MOVE "CRONOGRAMA" TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-CRO.
           MOVE "ALTA" TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-VALOR-ANT.
           MOVE TAB-CRO(WS-CRO-CANTIDAD) TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Horario dado de alta".

       BAJA-CRO.
           PERFORM PIDO-CLAVE-CRO.
           PERFORM BUSCO-CRO.
           IF (NOT HALLADO) THEN
               DISPLAY "Horario inexistente en el cronograma"
               EXIT PARAGRAPH
           END-IF.
           MOVE "CRONOGRAMA" TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-CRO.
           MOVE "BAJA" TO REG-AUD-CAMPO.
           MOVE TAB-CRO(WS-INDICE-HALLADO) TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           MOVE WS-INDICE-HALLADO TO WS-CRO-INDICE.
           PERFORM QUITO-CRO
               UNTIL (WS-CRO-INDICE NOT < WS-CRO-CANTIDAD).
           SUBTRACT 1 FROM WS-CRO-CANTIDAD.
           PERFORM GRABO-CRONOGRAMA.
           DISPLAY "Horario dado de baja".

       QUITO-CRO.
           MOVE TAB-CRO(WS-CRO-INDICE + 1) TO TAB-CRO(WS-CRO-INDICE).
           ADD 1 TO WS-CRO-INDICE.

       MODIF-CRO.
           PERFORM PIDO-CLAVE-CRO.
           PERFORM BUSCO-CRO.
           IF (NOT HALLADO) THEN
               DISPLAY "Horario inexistente en el cronograma"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INDICE-HALLADO TO WS-CRO-ACTUAL.
           PERFORM PIDO-DATOS-CRO.
           PERFORM VALIDO-CRO.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CRO(WS-CRO-ACTUAL) TO WS-AUD-ANT-1.
           MOVE WS-ALTA-HORAS TO TAB-CRO-HORAS(WS-CRO-ACTUAL).
           MOVE WS-ALTA-HASTA TO TAB-CRO-HASTA(WS-CRO-ACTUAL).
           MOVE TAB-CRO(WS-CRO-ACTUAL) TO WS-AUD-ANT-2.
           PERFORM GRABO-CRONOGRAMA.
           MOVE "CRONOGRAMA" TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-CRO.
           MOVE "MODIF" TO REG-AUD-CAMPO.
           MOVE WS-AUD-ANT-1 TO REG-AUD-VALOR-ANT.
           MOVE WS-AUD-ANT-2 TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Horario modificado".

       GRABO-CRONOGRAMA.
           OPEN OUTPUT CRONOGRAMA.
           IF (NOT CRO-OK) THEN
               DISPLAY "ERROR EN OPEN Cronograma: " CRO-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-CRO-INDICE.
           PERFORM GRABO-CRO-DET WS-CRO-CANTIDAD TIMES.
           CLOSE CRONOGRAMA.

       GRABO-CRO-DET.
           ADD 1 TO WS-CRO-INDICE.
           MOVE TAB-CRO(WS-CRO-INDICE) TO REG-CRO.
           WRITE REG-CRO.

       LEO-CATEGORIAS.
           READ CATEGORIAS RECORD INTO REG-CAT.
           IF ((NOT CAT-OK) AND (NOT CAT-EOF)) THEN
               DISPLAY "ERROR EN READ CategoriasMonotributo: "
                       CAT-ESTADO
               STOP RUN
           END-IF.

       CARGO-CATEGORIAS.
           MOVE ZERO TO WS-CAT-CANTIDAD.
           OPEN INPUT CATEGORIAS.
           IF (CAT-OK) THEN
               PERFORM LEO-CATEGORIAS
               PERFORM CARGO-CAT-DET UNTIL (CAT-EOF)
               CLOSE CATEGORIAS
           END-IF.

       CARGO-CAT-DET.
           ADD 1 TO WS-CAT-CANTIDAD.
           MOVE REG-CAT TO TAB-CAT(WS-CAT-CANTIDAD).
           PERFORM LEO-CATEGORIAS.

       PROC-CATEGORIAS.
           IF (ACCION-CONSULTA) THEN
               MOVE ZERO TO WS-CAT-INDICE
               PERFORM CONSULTA-CAT WS-CAT-CANTIDAD TIMES
           ELSE IF (ACCION-ALTA) THEN
               PERFORM ALTA-CAT
           ELSE IF (ACCION-BAJA) THEN
               PERFORM BAJA-CAT
           ELSE IF (ACCION-MODIF) THEN
               PERFORM MODIF-CAT
           END-IF.

       CONSULTA-CAT.
           ADD 1 TO WS-CAT-INDICE.
           DISPLAY TAB-CAT(WS-CAT-INDICE).

       PIDO-CLAVE-CAT.
           DISPLAY "Categoria (letra): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-CATEGORIA.

       BUSCO-CAT.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-INDICE-HALLADO.
           MOVE ZERO TO WS-CAT-INDICE.
           PERFORM BUSCO-CAT-DET WS-CAT-CANTIDAD TIMES.

       BUSCO-CAT-DET.
           ADD 1 TO WS-CAT-INDICE.
           IF (TAB-CAT-CATEGORIA(WS-CAT-INDICE)
                   = WS-ALTA-CATEGORIA) THEN
               MOVE "S" TO WS-HALLADO
               MOVE WS-CAT-INDICE TO WS-INDICE-HALLADO
           END-IF.

       VALIDO-CAT.
           MOVE "S" TO WS-VALIDO.
           IF (WS-ALTA-TOPE = ZERO) THEN
               DISPLAY "Tope anual invalido"
               MOVE "N" TO WS-VALIDO
           END-IF.

       ALTA-CAT.
           PERFORM PIDO-CLAVE-CAT.
           IF (WS-ALTA-CATEGORIA < "A")
                   OR (WS-ALTA-CATEGORIA > "Z") THEN
               DISPLAY "Categoria invalida"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-CAT.
           IF (HALLADO) THEN
               DISPLAY "Categoria duplicada"
               EXIT PARAGRAPH
           END-IF.
           IF (WS-CAT-CANTIDAD NOT < 20) THEN
               DISPLAY "Tabla de categorias completa"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tope de facturacion anual: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-TOPE.
           PERFORM VALIDO-CAT.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAT-CANTIDAD.
           MOVE WS-ALTA-CATEGORIA
               TO TAB-CAT-CATEGORIA(WS-CAT-CANTIDAD).
           MOVE WS-ALTA-TOPE TO TAB-CAT-TOPE(WS-CAT-CANTIDAD).
           PERFORM GRABO-CATEGORIAS.
           MOVE "CATMONO   " TO REG-AUD-TABLA.
           MOVE WS-ALTA-CATEGORIA TO REG-AUD-CLAVE.
           MOVE "ALTA" TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-VALOR-ANT.
           MOVE TAB-CAT(WS-CAT-CANTIDAD) TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Categoria dada de alta".

       BAJA-CAT.
           PERFORM PIDO-CLAVE-CAT.
           PERFORM BUSCO-CAT.
           IF (NOT HALLADO) THEN
               DISPLAY "Categoria inexistente"
               EXIT PARAGRAPH
           END-IF.
           MOVE "CATMONO   " TO REG-AUD-TABLA.
           MOVE WS-ALTA-CATEGORIA TO REG-AUD-CLAVE.
           MOVE "BAJA" TO REG-AUD-CAMPO.
           MOVE TAB-CAT(WS-INDICE-HALLADO) TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           MOVE WS-INDICE-HALLADO TO WS-CAT-INDICE.
           PERFORM QUITO-CAT
               UNTIL (WS-CAT-INDICE NOT < WS-CAT-CANTIDAD).
           SUBTRACT 1 FROM WS-CAT-CANTIDAD.
           PERFORM GRABO-CATEGORIAS.
           DISPLAY "Categoria dada de baja".

       QUITO-CAT.
           MOVE TAB-CAT(WS-CAT-INDICE + 1) TO TAB-CAT(WS-CAT-INDICE).
           ADD 1 TO WS-CAT-INDICE.

       MODIF-CAT.
           PERFORM PIDO-CLAVE-CAT.
           PERFORM BUSCO-CAT.
           IF (NOT HALLADO) THEN
               DISPLAY "Categoria inexistente"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tope de facturacion anual: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-TOPE.
           PERFORM VALIDO-CAT.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CAT(WS-INDICE-HALLADO) TO WS-AUD-ANT-1.
           MOVE WS-ALTA-TOPE TO TAB-CAT-TOPE(WS-INDICE-HALLADO).
           PERFORM GRABO-CATEGORIAS.
           MOVE "CATMONO   " TO REG-AUD-TABLA.
           MOVE WS-ALTA-CATEGORIA TO REG-AUD-CLAVE.
           MOVE "MODIF" TO REG-AUD-CAMPO.
           MOVE WS-AUD-ANT-1 TO REG-AUD-VALOR-ANT.
           MOVE TAB-CAT(WS-INDICE-HALLADO) TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Categoria modificada".

       GRABO-CATEGORIAS.
           OPEN OUTPUT CATEGORIAS.
           IF (NOT CAT-OK) THEN
               DISPLAY "ERROR EN OPEN CategoriasMonotributo: "
                       CAT-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-CAT-INDICE.
           PERFORM GRABO-CAT-DET WS-CAT-CANTIDAD TIMES.
           CLOSE CATEGORIAS.

       GRABO-CAT-DET.
           ADD 1 TO WS-CAT-INDICE.
           MOVE TAB-CAT(WS-CAT-INDICE) TO REG-CAT.
           WRITE REG-CAT.

       LEO-USUARIOS.
           READ USUARIOS RECORD INTO REG-USU.
           IF ((NOT USU-OK) AND (NOT USU-EOF)) THEN
               DISPLAY "ERROR EN READ Usuarios: " USU-ESTADO
               STOP RUN
           END-IF.

       CARGO-USUARIOS.
           MOVE ZERO TO WS-USU-CANTIDAD.
           OPEN INPUT USUARIOS.
           IF (USU-OK) THEN
               PERFORM LEO-USUARIOS
               PERFORM CARGO-USU-DET UNTIL (USU-EOF)
               CLOSE USUARIOS
           END-IF.

       CARGO-USU-DET.
           ADD 1 TO WS-USU-CANTIDAD.
           MOVE REG-USU TO TAB-USU(WS-USU-CANTIDAD).
           PERFORM LEO-USUARIOS.

       PROC-USUARIOS.
           IF (ACCION-CONSULTA) THEN
               MOVE ZERO TO WS-USU-INDICE
               PERFORM CONSULTA-USU WS-USU-CANTIDAD TIMES
           ELSE IF (ACCION-ALTA) THEN
               PERFORM ALTA-USU
           ELSE IF (ACCION-BAJA) THEN
               PERFORM BAJA-USU
           ELSE IF (ACCION-MODIF) THEN
               PERFORM MODIF-USU
           END-IF.

       CONSULTA-USU.
           ADD 1 TO WS-USU-INDICE.
           DISPLAY TAB-USU(WS-USU-INDICE).

       PIDO-CLAVE-USU.
           DISPLAY "Usuario a mantener: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-USUARIO.

       BUSCO-USU.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-INDICE-HALLADO.
           MOVE ZERO TO WS-USU-INDICE.
           PERFORM BUSCO-USU-DET WS-USU-CANTIDAD TIMES.

       BUSCO-USU-DET.
           ADD 1 TO WS-USU-INDICE.
           IF (TAB-USU-USUARIO(WS-USU-INDICE) = WS-ALTA-USUARIO) THEN
               MOVE "S" TO WS-HALLADO
               MOVE WS-USU-INDICE TO WS-INDICE-HALLADO
           END-IF.

       PIDO-DATOS-USU.
           DISPLAY "Nombre: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-NOMBRE.
           DISPLAY "Rol (C=Captura, F=Facturacion, T=Tesoreria, "
                   "A=Auditoria, S=Supervisor): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-ROL.
           DISPLAY "Activo (S/N): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-ACTIVO.

       VALIDO-USU.
           MOVE "S" TO WS-VALIDO.
           IF (WS-ALTA-NOMBRE = SPACES) THEN
               DISPLAY "Nombre invalido"
               MOVE "N" TO WS-VALIDO
           END-IF.
           IF (NOT ROL-VALIDO) THEN
               DISPLAY "Rol invalido"
               MOVE "N" TO WS-VALIDO
           END-IF.
           IF (NOT ACTIVO-VALIDO) THEN
               DISPLAY "Indicador de activo invalido"
               MOVE "N" TO WS-VALIDO
           END-IF.

       ALTA-USU.
           PERFORM PIDO-CLAVE-USU.
           IF (WS-ALTA-USUARIO = SPACES) THEN
               DISPLAY "Usuario invalido"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-USU.
           IF (HALLADO) THEN
               DISPLAY "Usuario duplicado"
               EXIT PARAGRAPH
           END-IF.
           IF (WS-USU-CANTIDAD NOT < 200) THEN
               DISPLAY "Tabla de usuarios completa"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PIDO-DATOS-USU.
           PERFORM VALIDO-USU.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-USU-CANTIDAD.
           MOVE WS-ALTA-USUARIO TO TAB-USU-USUARIO(WS-USU-CANTIDAD).
           MOVE WS-ALTA-NOMBRE  TO TAB-USU-NOMBRE(WS-USU-CANTIDAD).
           MOVE WS-ALTA-ROL     TO TAB-USU-ROL(WS-USU-CANTIDAD).
           MOVE WS-ALTA-ACTIVO  TO TAB-USU-ACTIVO(WS-USU-CANTIDAD).
           PERFORM GRABO-USUARIOS.
           MOVE "USUARIOS  " TO REG-AUD-TABLA.
           MOVE WS-ALTA-USUARIO TO REG-AUD-CLAVE.
           MOVE "ALTA" TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-VALOR-ANT.
           MOVE TAB-USU(WS-USU-CANTIDAD) TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Usuario dado de alta".

       BAJA-USU.
           PERFORM PIDO-CLAVE-USU.
           IF (WS-ALTA-USUARIO = WS-USUARIO) THEN
               DISPLAY "No puede darse de baja a si mismo"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-USU.
           IF (NOT HALLADO) THEN
               DISPLAY "Usuario inexistente"
               EXIT PARAGRAPH
           END-IF.
           MOVE "USUARIOS  " TO REG-AUD-TABLA.
           MOVE WS-ALTA-USUARIO TO REG-AUD-CLAVE.
           MOVE "BAJA" TO REG-AUD-CAMPO.
           MOVE TAB-USU(WS-INDICE-HALLADO) TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           MOVE WS-INDICE-HALLADO TO WS-USU-INDICE.
           PERFORM QUITO-USU
               UNTIL (WS-USU-INDICE NOT < WS-USU-CANTIDAD).
           SUBTRACT 1 FROM WS-USU-CANTIDAD.
           PERFORM GRABO-USUARIOS.
           DISPLAY "Usuario dado de baja".

       QUITO-USU.
           MOVE TAB-USU(WS-USU-INDICE + 1) TO TAB-USU(WS-USU-INDICE).
           ADD 1 TO WS-USU-INDICE.

       MODIF-USU.
           PERFORM PIDO-CLAVE-USU.
           IF (WS-ALTA-USUARIO = WS-USUARIO) THEN
               DISPLAY "No puede modificarse a si mismo"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-USU.
           IF (NOT HALLADO) THEN
               DISPLAY "Usuario inexistente"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PIDO-DATOS-USU.
           PERFORM VALIDO-USU.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-USU(WS-INDICE-HALLADO) TO WS-AUD-ANT-1.
           MOVE WS-ALTA-NOMBRE TO TAB-USU-NOMBRE(WS-INDICE-HALLADO).
           MOVE WS-ALTA-ROL    TO TAB-USU-ROL(WS-INDICE-HALLADO).
           MOVE WS-ALTA-ACTIVO TO TAB-USU-ACTIVO(WS-INDICE-HALLADO).
           PERFORM GRABO-USUARIOS.
           MOVE "USUARIOS  " TO REG-AUD-TABLA.
           MOVE WS-ALTA-USUARIO TO REG-AUD-CLAVE.
           MOVE "MODIF" TO REG-AUD-CAMPO.
           MOVE WS-AUD-ANT-1 TO REG-AUD-VALOR-ANT.
           MOVE TAB-USU(WS-INDICE-HALLADO) TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Usuario modificado".

       GRABO-USUARIOS.
           OPEN OUTPUT USUARIOS.
           IF (NOT USU-OK) THEN
               DISPLAY "ERROR EN OPEN Usuarios: " USU-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-USU-INDICE.
           PERFORM GRABO-USU-DET WS-USU-CANTIDAD TIMES.
           CLOSE USUARIOS.

       GRABO-USU-DET.
           ADD 1 TO WS-USU-INDICE.
           MOVE TAB-USU(WS-USU-INDICE) TO REG-USU.
           WRITE REG-USU.

       LEO-CAPACIDADES.
           READ CAPACIDADES RECORD INTO REG-CUP.
           IF ((NOT CUP-OK) AND (NOT CUP-EOF)) THEN
               DISPLAY "ERROR EN READ CapacidadClases: " CUP-ESTADO
               STOP RUN
           END-IF.

       CARGO-CAPACIDADES.
           MOVE ZERO TO WS-CUP-CANTIDAD.
           OPEN INPUT CAPACIDADES.
           IF (CUP-OK) THEN
               PERFORM LEO-CAPACIDADES
               PERFORM CARGO-CUP-DET UNTIL (CUP-EOF)
               CLOSE CAPACIDADES
           END-IF.

       CARGO-CUP-DET.
           ADD 1 TO WS-CUP-CANTIDAD.
           MOVE REG-CUP TO TAB-CUP(WS-CUP-CANTIDAD).
           PERFORM LEO-CAPACIDADES.

       PROC-CAPACIDADES.
           IF (ACCION-CONSULTA) THEN
               MOVE ZERO TO WS-CUP-INDICE
               PERFORM CONSULTA-CUP WS-CUP-CANTIDAD TIMES
           ELSE IF (ACCION-ALTA) THEN
               PERFORM ALTA-CUP
           ELSE IF (ACCION-BAJA) THEN
               PERFORM BAJA-CUP
           ELSE IF (ACCION-MODIF) THEN
               PERFORM MODIF-CUP
           END-IF.

       CONSULTA-CUP.
           ADD 1 TO WS-CUP-INDICE.
           DISPLAY TAB-CUP(WS-CUP-INDICE).

       PIDO-CLAVE-CUP.
           DISPLAY "Sucursal (3 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-SUCURSAL.
           DISPLAY "Tipo de clase (4 car.): " WITH NO ADVANCING.
           ACCEPT WS-ALTA-TIP_CLASE.

       BUSCO-CUP.
           MOVE "N" TO WS-HALLADO.
           MOVE ZERO TO WS-INDICE-HALLADO.
           MOVE ZERO TO WS-CUP-INDICE.
           PERFORM BUSCO-CUP-DET WS-CUP-CANTIDAD TIMES.

       BUSCO-CUP-DET.
           ADD 1 TO WS-CUP-INDICE.
           IF (TAB-CUP-SUCURSAL(WS-CUP-INDICE) = WS-ALTA-SUCURSAL)
                   AND (TAB-CUP-TIP_CLASE(WS-CUP-INDICE)
                        = WS-ALTA-TIP_CLASE) THEN
               MOVE "S" TO WS-HALLADO
               MOVE WS-CUP-INDICE TO WS-INDICE-HALLADO
           END-IF.

       VALIDO-CUP.
           MOVE "S" TO WS-VALIDO.
           IF (WS-ALTA-SUCURSAL = SPACES) THEN
               DISPLAY "Sucursal obligatoria"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-SUCURSAL.
           IF (NOT HALLADO) THEN
               DISPLAY "Sucursal inexistente"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-TIPO.
           IF (NOT HALLADO) THEN
               DISPLAY "Tipo de clase inexistente en TiposClase"
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-ALTA-CUPO NOT NUMERIC) OR (WS-ALTA-CUPO = ZERO) THEN
               DISPLAY "Cupo de alumnos invalido"
               MOVE "N" TO WS-VALIDO
           END-IF.

       ARMO-CLAVE-CUP.
           MOVE SPACES TO REG-AUD-CLAVE.
           STRING WS-ALTA-SUCURSAL DELIMITED BY SIZE
                  WS-ALTA-TIP_CLASE DELIMITED BY SIZE
                  INTO REG-AUD-CLAVE.

       ALTA-CUP.
           IF (WS-CUP-CANTIDAD NOT < 500) THEN
               DISPLAY "Tabla de capacidades completa"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PIDO-CLAVE-CUP.
           PERFORM BUSCO-CUP.
           IF (HALLADO) THEN
               DISPLAY "Cupo ya existente para sucursal y tipo"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cupo de alumnos: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-CUPO.
           PERFORM VALIDO-CUP.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUP-CANTIDAD.
           MOVE WS-ALTA-SUCURSAL TO TAB-CUP-SUCURSAL(WS-CUP-CANTIDAD).
           MOVE WS-ALTA-TIP_CLASE
               TO TAB-CUP-TIP_CLASE(WS-CUP-CANTIDAD).
           MOVE WS-ALTA-CUPO     TO TAB-CUP-CUPO(WS-CUP-CANTIDAD).
           PERFORM GRABO-CAPACIDADES.
           MOVE "CAPACIDAD " TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-CUP.
           MOVE "ALTA" TO REG-AUD-CAMPO.
           MOVE SPACES TO REG-AUD-VALOR-ANT.
           MOVE TAB-CUP(WS-CUP-CANTIDAD) TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cupo dado de alta".

       BAJA-CUP.
           PERFORM PIDO-CLAVE-CUP.
           PERFORM BUSCO-CUP.
           IF (NOT HALLADO) THEN
               DISPLAY "Cupo inexistente"
               EXIT PARAGRAPH
           END-IF.
           MOVE "CAPACIDAD " TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-CUP.
           MOVE "BAJA" TO REG-AUD-CAMPO.
           MOVE TAB-CUP(WS-INDICE-HALLADO) TO REG-AUD-VALOR-ANT.
           MOVE SPACES TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           MOVE WS-INDICE-HALLADO TO WS-CUP-INDICE.
           PERFORM QUITO-CUP
               UNTIL (WS-CUP-INDICE NOT < WS-CUP-CANTIDAD).
           SUBTRACT 1 FROM WS-CUP-CANTIDAD.
           PERFORM GRABO-CAPACIDADES.
           DISPLAY "Cupo dado de baja".

       QUITO-CUP.
           MOVE TAB-CUP(WS-CUP-INDICE + 1) TO TAB-CUP(WS-CUP-INDICE).
           ADD 1 TO WS-CUP-INDICE.

       MODIF-CUP.
           PERFORM PIDO-CLAVE-CUP.
           PERFORM BUSCO-CUP.
           IF (NOT HALLADO) THEN
               DISPLAY "Cupo inexistente"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INDICE-HALLADO TO WS-CUP-INDICE.
           DISPLAY "Cupo de alumnos: " WITH NO ADVANCING.
           ACCEPT WS-ALTA-CUPO.
           PERFORM VALIDO-CUP.
           IF (NOT VALIDO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-CUP(WS-CUP-INDICE) TO WS-AUD-ANT-1.
           MOVE WS-ALTA-CUPO TO TAB-CUP-CUPO(WS-CUP-INDICE).
           MOVE TAB-CUP(WS-CUP-INDICE) TO WS-AUD-ANT-2.
           PERFORM GRABO-CAPACIDADES.
           MOVE "CAPACIDAD " TO REG-AUD-TABLA.
           PERFORM ARMO-CLAVE-CUP.
           MOVE "MODIF" TO REG-AUD-CAMPO.
           MOVE WS-AUD-ANT-1 TO REG-AUD-VALOR-ANT.
           MOVE WS-AUD-ANT-2 TO REG-AUD-VALOR-NVO.
           PERFORM GRABO-AUDITORIA.
           DISPLAY "Cupo modificado".

       GRABO-CAPACIDADES.
           OPEN OUTPUT CAPACIDADES.
           IF (NOT CUP-OK) THEN
               DISPLAY "ERROR EN OPEN CapacidadClases: " CUP-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-CUP-INDICE.
           PERFORM GRABO-CUP-DET WS-CUP-CANTIDAD TIMES.
           CLOSE CAPACIDADES.

       GRABO-CUP-DET.
           ADD 1 TO WS-CUP-INDICE.
           MOVE TAB-CUP(WS-CUP-INDICE) TO REG-CUP.
           WRITE REG-CUP.

       END PROGRAM MANT-TABLAS.
