           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAU-ESTADO.

           SELECT ACCESOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACC-ESTADO.

           SELECT MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOV-ESTADO.
           03 REG-PAU-VALOR-NVO  PIC X(25).
           03 REG-PAU-FECHA      PIC 9(08).
           03 REG-PAU-HORA       PIC 9(08).
           03 REG-PAU-USUARIO    PIC X(08).

       FD  SUCAUDIT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/SucursalesAudit.txt".
           03 REG-TAU-HORA       PIC 9(08).
           03 REG-TAU-USUARIO    PIC X(08).

       FD  ACCESOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/AccesosDenegados.txt".
       01  REG-ACC.
           03 REG-ACC-FECHA    PIC 9(8).
           03 REG-ACC-HORA     PIC 9(8).
           03 REG-ACC-USUARIO  PIC X(8).
           03 REG-ACC-PROGRAMA PIC X(14).
           03 REG-ACC-FUNCION  PIC X(10).
           03 REG-ACC-MOTIVO   PIC X(30).

       FD  MOVIMIENTOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/AuditMov.txt".
       01  REG-MOV.
           88 TAU-OK  VALUE 00.
           88 TAU-EOF VALUE 10.

       77  ACC-ESTADO PIC XX.
           88 ACC-OK  VALUE 00.
           88 ACC-EOF VALUE 10.

       77  MOV-ESTADO PIC XX.
           88 MOV-OK VALUE 00.

           ACCEPT WS-FIL-HASTA.
           DISPLAY "Usuario (blanco = todos): " WITH NO ADVANCING.
           ACCEPT WS-FIL-USUARIO.
           DISPLAY "Entidad (PROFESOR/SUCURSAL/PERIODO/TABLA/"
                   "ACCESO, blanco = todas): " WITH NO ADVANCING.
           ACCEPT WS-FIL-ENTIDAD.
           IF (WS-FIL-HASTA = ZERO) THEN
               MOVE 99999999 TO WS-FIL-HASTA
           PERFORM GENERO-SUCURSALES.
           PERFORM GENERO-PERIODOS.
           PERFORM GENERO-TABLAS.
           PERFORM GENERO-ACCESOS.
           CLOSE MOVIMIENTOS.

       LEO-PROFAUDIT.
           MOVE REG-PAU-CAMPO     TO REG-MOV-CAMPO.
           MOVE REG-PAU-VALOR-ANT TO REG-MOV-ANT.
           MOVE REG-PAU-VALOR-NVO TO REG-MOV-NVO.
           MOVE REG-PAU-USUARIO TO REG-MOV-USUARIO.
           WRITE REG-MOV.
           PERFORM LEO-PROFAUDIT.

           WRITE REG-MOV.
           PERFORM LEO-TABAUDIT.

       LEO-ACCESOS.
           READ ACCESOS RECORD INTO REG-ACC.
           IF ((NOT ACC-OK) AND (NOT ACC-EOF)) THEN
               DISPLAY "ERROR EN READ AccesosDenegados: " ACC-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       GENERO-ACCESOS.
           OPEN INPUT ACCESOS.
           IF (ACC-OK) THEN
               PERFORM LEO-ACCESOS
               PERFORM GRABO-MOV-ACCESO UNTIL (ACC-EOF)
               CLOSE ACCESOS
           END-IF.

       GRABO-MOV-ACCESO.
           MOVE SPACES TO REG-MOV.
           MOVE REG-ACC-FECHA TO REG-MOV-FECHA.
           MOVE REG-ACC-HORA  TO REG-MOV-HORA.
           MOVE "ACCESO" TO REG-MOV-ENTIDAD.
           MOVE REG-ACC-PROGRAMA TO REG-MOV-REGCLAVE.
           MOVE REG-ACC-FUNCION  TO REG-MOV-CAMPO.
           MOVE REG-ACC-MOTIVO   TO REG-MOV-ANT.
           MOVE "DENEGADO" TO REG-MOV-NVO.
           MOVE REG-ACC-USUARIO  TO REG-MOV-USUARIO.
           WRITE REG-MOV.
           PERFORM LEO-ACCESOS.

       ORDENO-MOVIMIENTOS.
           SORT ORDENA-WORK
               ON ASCENDING KEY REG-ORD-CLAVE
