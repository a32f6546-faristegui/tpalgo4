       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADORES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS USU-ESTADO.

           SELECT ACCESOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACC-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       FD  USUARIOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Usuarios.txt".
       01  REG-USU.
           03 REG-USU-USUARIO  PIC X(8).
           03 REG-USU-NOMBRE   PIC X(25).
           03 REG-USU-ROL      PIC X(1).
           03 REG-USU-ACTIVO   PIC X(1).

       FD  ACCESOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/AccesosDenegados.txt".
       01  REG-ACC.
           03 REG-ACC-FECHA    PIC 9(8).
           03 REG-ACC-HORA     PIC 9(8).
           03 REG-ACC-USUARIO  PIC X(8).
           03 REG-ACC-PROGRAMA PIC X(14).
           03 REG-ACC-FUNCION  PIC X(10).
           03 REG-ACC-MOTIVO   PIC X(30).

       WORKING-STORAGE SECTION.
       77  USU-ESTADO PIC XX.
           88 USU-OK  VALUE 00.
           88 USU-EOF VALUE 10.

       77  ACC-ESTADO PIC XX.
           88 ACC-OK VALUE 00.

       77  WS-USU-INDICE   PIC 9(3).
       77  WS-USU-CANTIDAD PIC 9(3) VALUE ZERO.
       01  TAB-USUARIOS.
           03 TAB-USU OCCURS 200 TIMES.
              05 TAB-USU-USUARIO  PIC X(8).
              05 TAB-USU-NOMBRE   PIC X(25).
              05 TAB-USU-ROL      PIC X(1).
              05 TAB-USU-ACTIVO   PIC X(1).

       77  WS-USU-HALLADO PIC 9(3).

       01  TAB-PERMISOS-FIJO.
           03 FILLER PIC X(28) VALUE "ANULA-FACT    ANULAR    F   ".
           03 FILLER PIC X(28) VALUE "CADENA        EJECUTAR  F   ".
           03 FILLER PIC X(28) VALUE "CADENA        TRANSFER  T   ".
           03 FILLER PIC X(28) VALUE "CADENA        NUEVA     F   ".
           03 FILLER PIC X(28) VALUE "CAPTURA-NOV   CAPTURAR  C   ".
           03 FILLER PIC X(28) VALUE "MANT-TABLAS   MODIFICAR F   ".
           03 FILLER PIC X(28) VALUE "MANT-TABLAS   USUARIOS  S   ".
           03 FILLER PIC X(28) VALUE "PERIODOS      REABRIR   F   ".
           03 FILLER PIC X(28) VALUE "PERIODOS      CERRAR    F   ".
           03 FILLER PIC X(28) VALUE "BLOQUEOS      LIMPIAR   S   ".
           03 FILLER PIC X(28) VALUE "MANT-DOCUMENTOMODIFICAR FT  ".
           03 FILLER PIC X(28) VALUE "LIBERA-TRANSF LIBERAR   T   ".
           03 FILLER PIC X(28) VALUE "DISPUTAS      ABRIR     FT  ".
           03 FILLER PIC X(28) VALUE "DISPUTAS      REVISAR   F   ".
           03 FILLER PIC X(28) VALUE "DISPUTAS      RESOLVER  F   ".
           03 FILLER PIC X(28) VALUE "ANTICIPOS     ALTA      FT  ".
           03 FILLER PIC X(28) VALUE "ANTICIPOS     APROBAR   T   ".
           03 FILLER PIC X(28) VALUE "ANTICIPOS     RECHAZAR  T   ".
           03 FILLER PIC X(28) VALUE "EMBARGOS      ALTA      T   ".
           03 FILLER PIC X(28) VALUE "EMBARGOS      MODIFICAR T   ".
           03 FILLER PIC X(28) VALUE "EMBARGOS      BAJA      T   ".
           03 FILLER PIC X(28) VALUE "CIERRE-ANIO   CERRAR    F   ".
           03 FILLER PIC X(28) VALUE "MUESTRA-AUDIT GENERAR   A   ".
           03 FILLER PIC X(28) VALUE "MUESTRA-AUDIT REGISTRAR A  ".
       01  TAB-PERMISOS REDEFINES TAB-PERMISOS-FIJO.
           03 TAB-PRM OCCURS 24 TIMES.
              05 TAB-PRM-PROGRAMA PIC X(14).
              05 TAB-PRM-FUNCION  PIC X(10).
              05 TAB-PRM-ROL      PIC X(1) OCCURS 4 TIMES.
       77  WS-PRM-CANTIDAD PIC 9(2) VALUE 24.
       77  WS-PRM-INDICE   PIC 9(2).
       77  WS-ROL-INDICE   PIC 9(1).

       77  WS-AUTORIZADO PIC X(1).
           88 AUTORIZADO VALUE "S".

       LINKAGE SECTION.
       01  OPERADOR.
           03 OPE-USUARIO  PIC X(8).
           03 OPE-PROGRAMA PIC X(14).
           03 OPE-FUNCION  PIC X(10).
           03 OPE-MOTIVO   PIC X(30).
           03 OPE-ROL      PIC X(1).
           03 OPE-NOMBRE   PIC X(25).
           03 OPE-ACCION   PIC XX.
           03 OPE-ESTADO   PIC XX.
              88 OPE-OK           VALUE 00.
              88 OPE-INEXISTENTE  VALUE 91.
              88 OPE-INACTIVO     VALUE 92.
              88 OPE-NO-AUTORIZA  VALUE 93.
              88 OPE-SIN-MAESTRO  VALUE 94.

       PROCEDURE DIVISION USING OPERADOR.
       MAIN-PROCEDURE.
           IF (OPE-ACCION = 1) THEN
               PERFORM CARGO-USUARIOS
               PERFORM VALIDO-OPERADOR
           ELSE IF (OPE-ACCION = 2) THEN
               PERFORM GRABO-ACCESO
               MOVE 00 TO OPE-ESTADO
           ELSE
               MOVE 99 TO OPE-ESTADO
           END-IF.
           EXIT PROGRAM.

       CARGO-USUARIOS.
           MOVE ZERO TO WS-USU-CANTIDAD.
           OPEN INPUT USUARIOS.
           IF (USU-OK) THEN
               PERFORM LEO-USUARIOS
               PERFORM CARGO-USU-DET UNTIL (USU-EOF)
               CLOSE USUARIOS
           END-IF.

       CARGO-USU-DET.
           IF (WS-USU-CANTIDAD < 200) THEN
               ADD 1 TO WS-USU-CANTIDAD
               MOVE REG-USU TO TAB-USU(WS-USU-CANTIDAD)
           END-IF.
           PERFORM LEO-USUARIOS.

       LEO-USUARIOS.
           READ USUARIOS RECORD INTO REG-USU.
           IF ((NOT USU-OK) AND (NOT USU-EOF)) THEN
               DISPLAY "ERROR EN READ Usuarios: " USU-ESTADO
               STOP RUN
           END-IF.

       VALIDO-OPERADOR.
           MOVE SPACES TO OPE-ROL.
           MOVE SPACES TO OPE-NOMBRE.
           MOVE SPACES TO OPE-MOTIVO.
           MOVE 00 TO OPE-ESTADO.
           IF (WS-USU-CANTIDAD = ZERO) THEN
               IF (OPE-PROGRAMA = "MANT-TABLAS")
                   AND ((OPE-FUNCION = "USUARIOS")
                     OR (OPE-FUNCION = "CONSULTA")) THEN
                   MOVE "S" TO OPE-ROL
               ELSE
                   MOVE 94 TO OPE-ESTADO
                   MOVE "SIN MAESTRO DE USUARIOS" TO OPE-MOTIVO
               END-IF
           ELSE
               PERFORM BUSCO-USUARIO
               IF (WS-USU-HALLADO = ZERO) THEN
                   MOVE 91 TO OPE-ESTADO
                   MOVE "USUARIO INEXISTENTE" TO OPE-MOTIVO
               ELSE IF (TAB-USU-ACTIVO(WS-USU-HALLADO) NOT = "S") THEN
                   MOVE 92 TO OPE-ESTADO
                   MOVE "USUARIO INACTIVO" TO OPE-MOTIVO
               ELSE
                   MOVE TAB-USU-ROL(WS-USU-HALLADO)    TO OPE-ROL
                   MOVE TAB-USU-NOMBRE(WS-USU-HALLADO) TO OPE-NOMBRE
                   PERFORM VERIFICO-PERMISO
                   IF (NOT AUTORIZADO) THEN
                       MOVE 93 TO OPE-ESTADO
                       MOVE "ROL NO AUTORIZADO" TO OPE-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF (NOT OPE-OK) THEN
               PERFORM GRABO-ACCESO
           END-IF.

       BUSCO-USUARIO.
           MOVE ZERO TO WS-USU-HALLADO.
           MOVE ZERO TO WS-USU-INDICE.
           PERFORM BUSCO-USUARIO-DET WS-USU-CANTIDAD TIMES.

       BUSCO-USUARIO-DET.
           ADD 1 TO WS-USU-INDICE.
           IF (TAB-USU-USUARIO(WS-USU-INDICE) = OPE-USUARIO)
                   AND (OPE-USUARIO NOT = SPACES) THEN
               MOVE WS-USU-INDICE TO WS-USU-HALLADO
           END-IF.

       VERIFICO-PERMISO.
           MOVE "N" TO WS-AUTORIZADO.
           IF (OPE-FUNCION = "CONSULTA") OR (OPE-ROL = "S") THEN
               MOVE "S" TO WS-AUTORIZADO
           ELSE
               MOVE ZERO TO WS-PRM-INDICE
               PERFORM VERIFICO-PERMISO-DET WS-PRM-CANTIDAD TIMES
           END-IF.

       VERIFICO-PERMISO-DET.
           ADD 1 TO WS-PRM-INDICE.
           IF (TAB-PRM-PROGRAMA(WS-PRM-INDICE) = OPE-PROGRAMA)
                   AND (TAB-PRM-FUNCION(WS-PRM-INDICE) = OPE-FUNCION)
                   THEN
               MOVE ZERO TO WS-ROL-INDICE
               PERFORM VERIFICO-ROL 4 TIMES
           END-IF.

       VERIFICO-ROL.
           ADD 1 TO WS-ROL-INDICE.
           IF (TAB-PRM-ROL(WS-PRM-INDICE, WS-ROL-INDICE) = OPE-ROL)
                   AND (OPE-ROL NOT = SPACES) THEN
               MOVE "S" TO WS-AUTORIZADO
           END-IF.

       GRABO-ACCESO.
           OPEN EXTEND ACCESOS.
           IF (NOT ACC-OK) THEN
               OPEN OUTPUT ACCESOS
           END-IF.
           IF (NOT ACC-OK) THEN
               DISPLAY "ERROR EN OPEN AccesosDenegados: " ACC-ESTADO
               STOP RUN
           END-IF.
           ACCEPT REG-ACC-FECHA FROM DATE YYYYMMDD.
           ACCEPT REG-ACC-HORA FROM TIME.
           MOVE OPE-USUARIO  TO REG-ACC-USUARIO.
           MOVE OPE-PROGRAMA TO REG-ACC-PROGRAMA.
           MOVE OPE-FUNCION  TO REG-ACC-FUNCION.
           MOVE OPE-MOTIVO   TO REG-ACC-MOTIVO.
           WRITE REG-ACC.
           CLOSE ACCESOS.

       END PROGRAM OPERADORES.
