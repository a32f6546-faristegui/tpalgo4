           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAE-ESTADO.

           SELECT NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTF-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.
           03 REG-CAE-VENCIMIENTO PIC 9(8).
           03 REG-CAE-FECHA       PIC 9(8).

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

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoExcCae.txt".
       01  REG-LISTADO PIC X(132).
       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  NTF-ESTADO PIC XX.
           88 NTF-OK VALUE 00.

       77  WS-NTF-HORA PIC 9(8).
       77  WS-NTF-SEC  PIC 9(4) VALUE ZERO.

       77  WS-FAC-INDICE   PIC 9(4).
       77  WS-FAC-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-FACTURAS.
           03 TAB-FAC OCCURS 5000 TIMES INDEXED BY F.
              05 TAB-FAC-COMPROBANTE PIC 9(8).
              05 TAB-FAC-NUMERO      PIC X(5).
              05 TAB-FAC-IMPORTE     PIC 9(9)V99.

       77  WS-FAC-HALLADA PIC X(1).
           88 FAC-HALLADA VALUE "S".

       INICIO.
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

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
           ADD 1 TO WS-FAC-CANTIDAD.
           MOVE REG-RES-COMPROBANTE
               TO TAB-FAC-COMPROBANTE(WS-FAC-CANTIDAD).
           MOVE REG-RES-NUMERO  TO TAB-FAC-NUMERO(WS-FAC-CANTIDAD).
           MOVE REG-RES-IMPORTE TO TAB-FAC-IMPORTE(WS-FAC-CANTIDAD).
           PERFORM LEO-FACTRESUMEN.

       LEO-RESPUESTA.
               WHEN (TAB-FAC-COMPROBANTE(F) = REG-RSP-COMPROBANTE)
                    AND (F NOT > WS-FAC-CANTIDAD)
                    MOVE "S" TO WS-FAC-HALLADA
                    MOVE F TO WS-FAC-INDICE
           END-SEARCH.

       GRABO-FACTCAE.
                      REG-RSP-MOTIVO DELIMITED BY SIZE
                      INTO PTR-EXC-DET-MOTIVO
               WRITE REG-LISTADO FROM PTR-EXC-DET
               PERFORM ENCOLO-NOTIFICACION
           END-IF.
           MOVE WS-FECHA-ACT TO REG-CAE-FECHA.
           WRITE REG-CAE.

       ENCOLO-NOTIFICACION.
           ADD 1 TO WS-NTF-SEC.
           MOVE WS-FECHA-ACT          TO REG-NTF-ID-FECHA.
           MOVE WS-NTF-HORA           TO REG-NTF-ID-HORA.
           MOVE WS-NTF-SEC            TO REG-NTF-ID-SEC.
           MOVE "RECHAZOCAE"          TO REG-NTF-TIPO.
           MOVE TAB-FAC-NUMERO(WS-FAC-INDICE) TO REG-NTF-NUMERO.
           MOVE REG-RSP-COMPROBANTE   TO REG-NTF-COMPROBANTE.
           MOVE WS-FECHA-ACT          TO REG-NTF-FECHA.
           MOVE TAB-FAC-IMPORTE(WS-FAC-INDICE) TO REG-NTF-IMPORTE.
           MOVE REG-RSP-MOTIVO        TO REG-NTF-DETALLE.
           MOVE "P"                   TO REG-NTF-ESTADO.
           MOVE SPACES                TO REG-NTF-EMAIL.
           MOVE SPACES                TO REG-NTF-CELULAR.
           MOVE WS-FECHA-ACT          TO REG-NTF-FECHA-EST.
           WRITE REG-NTF.

       IMPRIMO-TOTALES.
           MOVE WS-TOT-APROBADOS  TO PTR-TOT-APR.
           MOVE WS-TOT-RECHAZADOS TO PTR-TOT-REC.
       FIN.
           CLOSE RESPUESTA.
           CLOSE FACTCAE.
           CLOSE NOTIFICACIONES.
           CLOSE LISTADO.

       END PROGRAM PROCESA-CAE.
