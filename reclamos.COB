           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-ESTADO.

           SELECT NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTF-ESTADO.

           SELECT FACTCAE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAE-ESTADO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-ESTADO.

           SELECT DISPUTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIS-ESTADO.

           SELECT EJERCICIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EJE-ESTADO.

           SELECT SALDOSINI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SDO-ESTADO.

           SELECT RECLAMOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-ESTADO.
           03 REG-PROF-DIRE   PIC X(20).
           03 REG-PROF-TEL    PIC X(20).
           03 REG-PROF-CBU    PIC 9(22).
           03 REG-PROF-CATEGORIA PIC X(1).
           03 REG-PROF-EMAIL   PIC X(40).
           03 REG-PROF-CELULAR PIC X(15).

       FD  FACTRESUMEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/FacturasResumen.txt".
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
              88 REG-DIS-ABIERTA VALUE "ABIERTA" "REVISION".
           03 REG-DIS-FECHA-ALTA     PIC 9(8).
           03 REG-DIS-USUARIO-ALTA   PIC X(8).
           03 REG-DIS-FECHA-ESTADO   PIC 9(8).
           03 REG-DIS-USUARIO-ESTADO PIC X(8).
           03 REG-DIS-RESOLUCION     PIC X(30).
           03 REG-DIS-ACEPTADO       PIC 9(9)V99.
           03 REG-DIS-FECHA-NOTA     PIC 9(8).

       FD  EJERCICIOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/EjerciciosCerrados.txt".
       01  REG-EJE.
           03 REG-EJE-ANIO    PIC 9(4).
           03 REG-EJE-FECHA   PIC 9(8).
           03 REG-EJE-HORA    PIC 9(8).
           03 REG-EJE-USUARIO PIC X(8).

       FD  SALDOSINI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/SaldosIniciales.txt".
       01  REG-SDO.
           03 REG-SDO-NUMERO PIC X(5).
           03 REG-SDO-ANIO   PIC 9(4).
           03 REG-SDO-FECHA  PIC 9(8).
           03 REG-SDO-DEBE   PIC 9(9)V99.
           03 REG-SDO-HABER  PIC 9(9)V99.

       FD  RECLAMOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Reclamos.txt".
       01  REG-REC.
           03 REG-REC-NIVEL  PIC 9(1).
           03 REG-REC-SALDO  PIC 9(10)V99.

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

       FD  CARTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/CartasReclamo.txt".
       01  REG-CAR PIC X(132).
           03 TAB-ANL OCCURS 5000 TIMES INDEXED BY L.
              05 TAB-ANL-COMPROBANTE PIC 9(8).

       77  DIS-ESTADO PIC XX.
           88 DIS-OK  VALUE 00.
           88 DIS-EOF VALUE 10.

       77  EJE-ESTADO PIC XX.
           88 EJE-OK  VALUE 00.
           88 EJE-EOF VALUE 10.

       77  SDO-ESTADO PIC XX.
           88 SDO-OK  VALUE 00.
           88 SDO-EOF VALUE 10.

       77  WS-ANIO-CERRADO PIC 9(4) VALUE ZERO.
       77  WS-FECHA-CORTE  PIC 9(8) VALUE ZERO.

       77  WS-DSP-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-DISPUTADAS.
           03 TAB-DSP OCCURS 2000 TIMES INDEXED BY D.
              05 TAB-DSP-COMPROBANTE PIC 9(8).

       77  WS-FAC-DISPUTADA PIC X(1).
           88 FAC-DISPUTADA VALUE "S".
       77  WS-TOT-DISPUTA PIC 9(5) VALUE ZERO.

       77  WS-FAC-ANULADA PIC X(1).
           88 FAC-ANULADA VALUE "S".

       77  NTF-ESTADO PIC XX.
           88 NTF-OK  VALUE 00.

       77  REC-ESTADO PIC XX.
           88 REC-OK  VALUE 00.
           88 REC-EOF VALUE 10.
       77  WS-SALDO-VENCIDO PIC 9(10)V99.
       77  WS-SALDO-TOTAL   PIC S9(10)V99.
       77  WS-NIVEL-NUEVO   PIC 9(1).
       77  WS-NTF-HORA      PIC 9(8).
       77  WS-NTF-SEC       PIC 9(4) VALUE ZERO.
       77  WS-TOT-CARTAS    PIC 9(5) VALUE ZERO.
       77  WS-TOT-FINALES   PIC 9(5) VALUE ZERO.

           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-AUTORIZADOS.
           PERFORM CARGO-ANULADAS.
           PERFORM CARGO-DISPUTAS.
           PERFORM CARGO-CIERRE.
           PERFORM CARGO-FACTURAS.
           PERFORM CARGO-SALDOS.
           PERFORM CARGO-PAGOS.
           PERFORM CARGO-RETENCIONES.
           PERFORM CARGO-HISTORIA.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-HORA FROM TIME.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.
                    MOVE "S" TO WS-FAC-ANULADA
           END-SEARCH.

       LEO-DISPUTAS.
           READ DISPUTAS RECORD INTO REG-DIS.
           IF ((NOT DIS-OK) AND (NOT DIS-EOF)) THEN
               DISPLAY "ERROR EN READ Disputas: " DIS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-DISPUTAS.
           MOVE ZERO TO WS-DSP-CANTIDAD.
           OPEN INPUT DISPUTAS.
           IF (DIS-OK) THEN
               PERFORM LEO-DISPUTAS
               PERFORM CARGO-DISPUTA UNTIL (DIS-EOF)
               CLOSE DISPUTAS
           END-IF.

       CARGO-DISPUTA.
           IF (REG-DIS-ABIERTA) THEN
               ADD 1 TO WS-DSP-CANTIDAD
               MOVE REG-DIS-COMPROBANTE
                   TO TAB-DSP-COMPROBANTE(WS-DSP-CANTIDAD)
           END-IF.
           PERFORM LEO-DISPUTAS.

       BUSCO-DISPUTADA.
           MOVE "N" TO WS-FAC-DISPUTADA.
           SET D TO 1.
           SEARCH TAB-DSP
               WHEN (TAB-DSP-COMPROBANTE(D) =
                     TAB-SEL-COMPROBANTE(WS-SEL-INDICE))
                    AND (D NOT > WS-DSP-CANTIDAD)
                    MOVE "S" TO WS-FAC-DISPUTADA
           END-SEARCH.

       AGREGO-SELECCION.
           ADD 1 TO WS-SEL-CANTIDAD.
           MOVE WS-SEL-CANTIDAD TO WS-SEL-INDICE.

       CARGO-FACTURA.
           ADD 1 TO WS-SEL-INDICE.
           IF (TAB-SEL-EMISION(WS-SEL-INDICE) NOT > WS-FECHA-CORTE) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-AUTORIZADO.
           IF (NOT CAE-AUTORIZADO) THEN
               ADD 1 TO WS-TOT-SIN-CAE
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCO-DISPUTADA.
           IF (FAC-DISPUTADA) THEN
               ADD 1 TO WS-TOT-DISPUTA
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-SEL-NUMERO(WS-SEL-INDICE) TO WS-ALTA-NUMERO.
           PERFORM BUSCO-CUENTA.
           ADD TAB-SEL-IMPORTE(WS-SEL-INDICE)
               MOVE 4 TO WS-TRAMO-INDICE
           END-IF.

       LEO-EJERCICIOS.
           READ EJERCICIOS RECORD INTO REG-EJE.
           IF ((NOT EJE-OK) AND (NOT EJE-EOF)) THEN
               DISPLAY "ERROR EN READ EjerciciosCerrados: " EJE-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-CIERRE.
           OPEN INPUT EJERCICIOS.
           IF (EJE-OK) THEN
               PERFORM LEO-EJERCICIOS
               PERFORM CARGO-EJERCICIO UNTIL (EJE-EOF)
               CLOSE EJERCICIOS
           END-IF.
           IF (WS-ANIO-CERRADO NOT = ZERO) THEN
               COMPUTE WS-FECHA-CORTE = WS-ANIO-CERRADO * 10000 + 1231
           END-IF.

       CARGO-EJERCICIO.
           IF (REG-EJE-ANIO > WS-ANIO-CERRADO) THEN
               MOVE REG-EJE-ANIO TO WS-ANIO-CERRADO
           END-IF.
           PERFORM LEO-EJERCICIOS.

       LEO-SALDOSINI.
           READ SALDOSINI RECORD INTO REG-SDO.
           IF ((NOT SDO-OK) AND (NOT SDO-EOF)) THEN
               DISPLAY "ERROR EN READ SaldosIniciales: " SDO-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-SALDOS.
           IF (WS-ANIO-CERRADO = ZERO) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SALDOSINI.
           IF (SDO-OK) THEN
               PERFORM LEO-SALDOSINI
               PERFORM CARGO-SALDO UNTIL (SDO-EOF)
               CLOSE SALDOSINI
           END-IF.

       CARGO-SALDO.
           IF (REG-SDO-ANIO = WS-ANIO-CERRADO) THEN
               MOVE REG-SDO-NUMERO TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-SDO-DEBE TO TAB-CTA-FACTURADO(WS-CTA-INDICE)
               MOVE REG-SDO-FECHA TO WS-SEL-EMISION
               PERFORM CALCULO-TRAMO
               ADD REG-SDO-DEBE
                   TO TAB-CTA-TRAMO(WS-CTA-INDICE, WS-TRAMO-INDICE)
               ADD REG-SDO-HABER TO TAB-CTA-PAGADO(WS-CTA-INDICE)
               MOVE REG-SDO-HABER TO WS-SALDO-PAGO
               PERFORM APLICO-PAGO
           END-IF.
           PERFORM LEO-SALDOSINI.

       CARGO-PAGOS.
           OPEN INPUT PAGOS.
           IF (PAG-OK) THEN
           END-IF.

       CARGO-PAGO.
           IF (REG-PAG-FECHA > WS-FECHA-CORTE) THEN
               MOVE REG-PAG-NUMERO TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-PAG-IMPORTE TO TAB-CTA-PAGADO(WS-CTA-INDICE)
               MOVE REG-PAG-IMPORTE TO WS-SALDO-PAGO
               PERFORM APLICO-PAGO
           END-IF.
           PERFORM LEO-PAGOS.

       LEO-PAGOS.
           END-IF.

       CARGO-RETENCION.
           IF (REG-RTN-FECHA > WS-FECHA-CORTE) THEN
               MOVE REG-RTN-NUMERO TO WS-ALTA-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-RTN-IMPORTE TO TAB-CTA-PAGADO(WS-CTA-INDICE)
               MOVE REG-RTN-IMPORTE TO WS-SALDO-PAGO
               PERFORM APLICO-PAGO
           END-IF.
           PERFORM LEO-RETENCIONES.

       LEO-RETENCIONES.
               PERFORM FIN
               STOP RUN
           END-IF.
           OPEN EXTEND NOTIFICACIONES.
           IF (NOT NTF-OK) THEN
               OPEN OUTPUT NOTIFICACIONES
           END-IF.
           IF (NOT NTF-OK) THEN
               DISPLAY "ERROR EN OPEN NotificacionesPendientes: "
                       NTF-ESTADO
               CLOSE RECLAMOS
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-CTA-INDICE.
           PERFORM PROC-RECLAMO WS-CTA-CANTIDAD TIMES.
           CLOSE RECLAMOS.
           CLOSE NOTIFICACIONES.
           MOVE WS-TOT-CARTAS TO PTR-REC-TOT-CANT.
           WRITE REG-LISTADO FROM PTR-REC-TOT.
           DISPLAY "CARTAS DE RECLAMO EMITIDAS: " WS-TOT-CARTAS.
               DISPLAY "FACTURAS SIN CAE EXCLUIDAS DEL RECLAMO: "
                       WS-TOT-SIN-CAE
           END-IF.
           IF (WS-TOT-DISPUTA NOT = ZERO) THEN
               DISPLAY "FACTURAS EN DISPUTA EXCLUIDAS DEL RECLAMO: "
                       WS-TOT-DISPUTA
           END-IF.
           IF (WS-TOT-FINALES NOT = ZERO) THEN
               DISPLAY "ATENCION: " WS-TOT-FINALES
                       " PROFESORES YA CON AVISO FINAL ENVIADO"
           MOVE WS-NIVEL-NUEVO TO PTR-REC-DET-NIVEL.
           MOVE WS-SALDO-VENCIDO TO PTR-REC-DET-SALDO.
           WRITE REG-LISTADO FROM PTR-REC-DET.
           PERFORM ENCOLO-NOTIFICACION.
           ADD 1 TO WS-TOT-CARTAS.

       ENCOLO-NOTIFICACION.
           ADD 1 TO WS-NTF-SEC.
           MOVE WS-FECHA-ACT          TO REG-NTF-ID-FECHA.
           MOVE WS-NTF-HORA           TO REG-NTF-ID-HORA.
           MOVE WS-NTF-SEC            TO REG-NTF-ID-SEC.
           MOVE "RECLAMO"             TO REG-NTF-TIPO.
           MOVE TAB-CTA-NUMERO(WS-CTA-INDICE) TO REG-NTF-NUMERO.
           MOVE ZERO                  TO REG-NTF-COMPROBANTE.
           MOVE WS-FECHA-ACT          TO REG-NTF-FECHA.
           MOVE WS-SALDO-VENCIDO      TO REG-NTF-IMPORTE.
           MOVE PTR-CAR-NIVEL-TEXTO   TO REG-NTF-DETALLE.
           MOVE "P"                   TO REG-NTF-ESTADO.
           MOVE SPACES                TO REG-NTF-EMAIL.
           MOVE SPACES                TO REG-NTF-CELULAR.
           MOVE WS-FECHA-ACT          TO REG-NTF-FECHA-EST.
           WRITE REG-NTF.

       FIN.
           CLOSE CARTAS.
           CLOSE LISTADO.
