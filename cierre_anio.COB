       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-ANIO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUC-ESTADO.

           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-ESTADO.

           SELECT FACTRESUMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RES-ESTADO.

           SELECT ANULADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-ESTADO.

           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOT-ESTADO.

           SELECT RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-ESTADO.

           SELECT PAGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAG-ESTADO.

           SELECT NOVTIMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

           SELECT EJERCICIOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EJE-ESTADO.

           SELECT SALDOSINI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SDO-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.

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

       FD  SUCURSALES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Sucursales.txt".
       01  REG-SUC.
           03 REG-SUC-SUCURSAL PIC X(3).
           03 REG-SUC-RAZON    PIC X(25).
           03 REG-SUC-DIRE     PIC X(20).
           03 REG-SUC-TEL      PIC X(20).
           03 REG-SUC-CUIT     PIC X(11).

       FD  PERIODOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/PeriodosFacturacion.txt".
       01  REG-PER.
           03 REG-PER-PERIODO PIC 9(6).
           03 FILLER REDEFINES REG-PER-PERIODO.
              05 REG-PER-AA   PIC 9(4).
              05 REG-PER-MM   PIC 9(2).
           03 REG-PER-ESTADO  PIC X(10).
           03 REG-PER-FECHA   PIC 9(8).
           03 REG-PER-HORA    PIC 9(8).
           03 REG-PER-USUARIO PIC X(8).

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

       FD  RETENCIONES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Retenciones.txt".
       01  REG-RTN.
           03 REG-RTN-NUMERO  PIC X(5).
           03 REG-RTN-PERIODO PIC 9(6).
           03 REG-RTN-FECHA   PIC 9(8).
           03 REG-RTN-BASE    PIC 9(9)V99.
           03 REG-RTN-IMPORTE PIC 9(9)V99.

       FD  PAGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Pagos.txt".
       01  REG-PAG.
           03 REG-PAG-FECHA   PIC 9(8).
           03 REG-PAG-NUMERO  PIC X(5).
           03 REG-PAG-IMPORTE PIC 9(9)V99.
           03 REG-PAG-MEDIO   PIC X(10).

       FD  NOVTIMES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes.txt".
       01  REG-NOV.
           03 REG-NOV-NUMERO      PIC X(5).
           03 REG-NOV-FECHA       PIC 9(8).
           03 FILLER REDEFINES REG-NOV-FECHA.
              05 REG-NOV-FECHA-AA PIC 9(4).
              05 REG-NOV-FECHA-MD PIC 9(4).
           03 REG-NOV-SUCURSAL    PIC X(3).
           03 REG-NOV-TIP_CLASE   PIC X(4).
           03 REG-NOV-HORAS       PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV    PIC X(1).
              88 NOV-CORRECCION VALUE "C".
           03 REG-NOV-TITULAR     PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

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

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoCierreEjercicio.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  SUC-ESTADO PIC XX.
           88 SUC-OK  VALUE 00.
           88 SUC-EOF VALUE 10.

       77  PER-ESTADO PIC XX.
           88 PER-OK  VALUE 00.
           88 PER-EOF VALUE 10.

       77  RES-ESTADO PIC XX.
           88 RES-OK  VALUE 00.
           88 RES-EOF VALUE 10.

       77  ANU-ESTADO PIC XX.
           88 ANU-OK  VALUE 00.
           88 ANU-EOF VALUE 10.

       77  NOT-ESTADO PIC XX.
           88 NOT-OK  VALUE 00.
           88 NOT-EOF VALUE 10.

       77  RTN-ESTADO PIC XX.
           88 RTN-OK  VALUE 00.
           88 RTN-EOF VALUE 10.

       77  PAG-ESTADO PIC XX.
           88 PAG-OK  VALUE 00.
           88 PAG-EOF VALUE 10.

       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

       77  EJE-ESTADO PIC XX.
           88 EJE-OK  VALUE 00.
           88 EJE-EOF VALUE 10.

       77  SDO-ESTADO PIC XX.
           88 SDO-OK  VALUE 00.
           88 SDO-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       01  WS-PAR-DATOS-E.
           03 WS-PAR-ANIO    PIC 9(4).
           03 WS-PAR-USUARIO PIC X(8).
           03 FILLER         PIC X(28).

       77  WS-ANIO        PIC 9(4).
       77  WS-USUARIO     PIC X(8).
       77  WS-ANIO-ANT    PIC 9(4) VALUE ZERO.
       77  WS-ANIO-SIG    PIC 9(4).
       77  WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       77  WS-FECHA-CORTE PIC 9(8).
       77  WS-FECHA-APERT PIC 9(8).
       77  WS-YA-CERRADO  PIC X(1) VALUE "N".
           88 YA-CERRADO VALUE "S".

       77  WS-MES-INDICE   PIC 9(2).
       01  TAB-MESES.
           03 WS-MES-FACTURADO PIC X(1) OCCURS 12 TIMES.
       77  WS-MESES-PEND   PIC 9(2).

       77  WS-ANL-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ANULADAS.
           03 TAB-ANL OCCURS 5000 TIMES INDEXED BY L.
              05 TAB-ANL-COMPROBANTE PIC 9(8).

       77  WS-FAC-ANULADA PIC X(1).
           88 FAC-ANULADA VALUE "S".

       77  WS-SEL-INDICE   PIC 9(4).
       77  WS-SEL-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-SELECCION.
           03 TAB-SEL OCCURS 5000 TIMES INDEXED BY S.
              05 TAB-SEL-NUMERO      PIC X(5).
              05 TAB-SEL-DESDE       PIC 9(8).
              05 TAB-SEL-HASTA       PIC 9(8).
              05 TAB-SEL-COMPROBANTE PIC 9(8).
              05 TAB-SEL-EMISION     PIC 9(8).
              05 TAB-SEL-IMPORTE     PIC 9(9)V99.

       77  WS-NUMERO       PIC X(5).
       77  WS-CTA-INDICE   PIC 9(4).
       77  WS-CTA-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-CUENTAS.
           03 TAB-CTA OCCURS 1000 TIMES INDEXED BY I.
              05 TAB-CTA-NUMERO    PIC X(5).
              05 TAB-CTA-NOMBRE    PIC X(25).
              05 TAB-CTA-INICIAL   PIC S9(10)V99.
              05 TAB-CTA-HORAS     PIC S9(6)V99.
              05 TAB-CTA-FACTURADO PIC 9(10)V99.
              05 TAB-CTA-NOTAS     PIC S9(10)V99.
              05 TAB-CTA-RETENIDO  PIC 9(10)V99.
              05 TAB-CTA-PAGADO    PIC 9(10)V99.
              05 TAB-CTA-FINAL     PIC S9(10)V99.

       77  WS-SUC-INDICE   PIC 9(2).
       77  WS-SUC-CANTIDAD PIC 9(2) VALUE ZERO.
       01  TAB-SUCURSALES.
           03 TAB-SUC OCCURS 50 TIMES INDEXED BY K.
              05 TAB-SUC-SUCURSAL  PIC X(3).
              05 TAB-SUC-RAZON     PIC X(25).
              05 TAB-SUC-NOVEDADES PIC 9(7).
              05 TAB-SUC-HORAS     PIC S9(7)V99.

       77  WS-SDA-INDICE   PIC 9(4).
       77  WS-SDA-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-SALDOS-ANT.
           03 TAB-SDA OCCURS 5000 TIMES PIC X(39).

       77  WS-ACT-HORAS   PIC S9(4)V99.
       77  WS-SALDO       PIC S9(10)V99.

       77  WS-TOT-INICIAL   PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-HORAS     PIC S9(8)V99 VALUE ZERO.
       77  WS-TOT-FACTURADO PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-NOTAS     PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-RETENIDO  PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-PAGADO    PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-FINAL     PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-NOVEDADES PIC 9(7) VALUE ZERO.
       77  WS-TOT-SALDOS    PIC 9(5) VALUE ZERO.

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
           03 FILLER PIC X(34) VALUE
              "Cierre de ejercicio - resumen del ".
           03 FILLER PIC X(5)  VALUE "anio ".
           03 PTR-TIT-ANIO PIC 9(4).

       01  PTR-PARAM.
           03 FILLER           PIC X(17) VALUE "Parametros: anio ".
           03 PTR-PARAM-ANIO   PIC 9(4).
           03 FILLER           PIC X(9)  VALUE " usuario ".
           03 PTR-PARAM-USU    PIC X(8).
           03 FILLER           PIC X(8)  VALUE " origen ".
           03 PTR-PARAM-ORIGEN PIC X(7).
           03 FILLER           PIC X(20) VALUE
              " - ejercicio previo ".
           03 PTR-PARAM-ANT    PIC 9(4).

       01  PTR-SEC-TIT PIC X(60).

       01  PTR-PRF-CAB.
           03 FILLER PIC X(6)  VALUE "Prof.".
           03 FILLER PIC X(26) VALUE "Nombre".
           03 FILLER PIC X(13) VALUE " Saldo inic.".
           03 FILLER PIC X(10) VALUE "    Horas".
           03 FILLER PIC X(13) VALUE "   Facturado".
           03 FILLER PIC X(13) VALUE "       Notas".
           03 FILLER PIC X(13) VALUE " Retenciones".
           03 FILLER PIC X(13) VALUE "       Pagos".
           03 FILLER PIC X(13) VALUE " Saldo final".

       01  PTR-PRF-DET.
           03 PTR-PRF-DET-NUMERO    PIC X(5).
           03 FILLER                PIC X(1)  VALUE SPACES.
           03 PTR-PRF-DET-NOMBRE    PIC X(25).
           03 PTR-PRF-DET-INICIAL   PIC -ZZZZZZZZ9,99.
           03 PTR-PRF-DET-HORAS     PIC -ZZZZZ9,99.
           03 PTR-PRF-DET-FACTURADO PIC ZZZZZZZZZ9,99.
           03 PTR-PRF-DET-NOTAS     PIC -ZZZZZZZZ9,99.
           03 PTR-PRF-DET-RETENIDO  PIC ZZZZZZZZZ9,99.
           03 PTR-PRF-DET-PAGADO    PIC ZZZZZZZZZ9,99.
           03 PTR-PRF-DET-FINAL     PIC -ZZZZZZZZ9,99.

       01  PTR-SUC-CAB.
           03 FILLER PIC X(9)  VALUE "Sucursal".
           03 FILLER PIC X(26) VALUE "Razon social".
           03 FILLER PIC X(10) VALUE " Novedades".
           03 FILLER PIC X(12) VALUE "       Horas".

       01  PTR-SUC-DET.
           03 PTR-SUC-DET-SUCURSAL  PIC X(3).
           03 FILLER                PIC X(6)  VALUE SPACES.
           03 PTR-SUC-DET-RAZON     PIC X(25).
           03 FILLER                PIC X(1)  VALUE SPACES.
           03 PTR-SUC-DET-NOVEDADES PIC ZZZZZZZZ9.
           03 PTR-SUC-DET-HORAS     PIC -ZZZZZZZ9,99.

       01  PTR-RESULTADO PIC X(70).

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
           PERFORM VALIDO-CIERRE.
           PERFORM CARGO-PROFESORES.
           PERFORM CARGO-SUCURSALES.
           PERFORM CARGO-SALDOS-ANT.
           PERFORM CARGO-ANULADAS.
           PERFORM CARGO-FACTURAS.
           PERFORM CARGO-NOTAS.
           PERFORM CARGO-RETENCIONES.
           PERFORM CARGO-PAGOS.
           PERFORM CARGO-NOVEDADES.
           PERFORM GRABO-SALDOS.
           PERFORM GRABO-EJERCICIO.
           PERFORM IMPRIMO-RESUMEN.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.

           PERFORM LEO-PARAMETROS.
           IF (NOT PARAM-LEIDO) THEN
               DISPLAY "Anio a cerrar (AAAA): " WITH NO ADVANCING
               ACCEPT WS-ANIO
               DISPLAY "Usuario responsable: " WITH NO ADVANCING
               ACCEPT WS-USUARIO
           END-IF.
           IF (WS-ANIO = ZERO) THEN
               DISPLAY "ERROR: ANIO NO INFORMADO"
               STOP RUN
           END-IF.
           COMPUTE WS-FECHA-CORTE = WS-ANIO * 10000 + 1231.
           COMPUTE WS-FECHA-APERT = (WS-ANIO + 1) * 10000 + 0101.

           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "CIERRE-ANIO" TO OPE-PROGRAMA.
           MOVE "CERRAR" TO OPE-FUNCION.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
               STOP RUN
           END-IF.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM TOMO-PARAMETRO UNTIL (PAR-EOF)
               CLOSE PARAMETROS
           END-IF.

       TOMO-PARAMETRO.
           IF (REG-PAR-PROGRAMA = "CIERRE-ANIO") THEN
               MOVE REG-PAR-DATOS TO WS-PAR-DATOS-E
               IF (WS-PAR-ANIO NUMERIC) THEN
                   MOVE WS-PAR-ANIO TO WS-ANIO
                   MOVE WS-PAR-USUARIO TO WS-USUARIO
                   MOVE "S" TO WS-PARAM-LEIDO
               END-IF
           END-IF.
           PERFORM LEO-REG-PARAMETROS.

       LEO-REG-PARAMETROS.
           READ PARAMETROS RECORD INTO REG-PAR.
           IF ((NOT PAR-OK) AND (NOT PAR-EOF)) THEN
               DISPLAY "ERROR EN READ Parametros: " PAR-ESTADO
               STOP RUN
           END-IF.

       VALIDO-CIERRE.
           OPEN INPUT EJERCICIOS.
           IF (EJE-OK) THEN
               PERFORM LEO-EJERCICIOS
               PERFORM VALIDO-EJERCICIO UNTIL (EJE-EOF)
               CLOSE EJERCICIOS
           END-IF.
           IF (YA-CERRADO) THEN
               DISPLAY "ERROR: EJERCICIO " WS-ANIO " YA CERRADO"
               STOP RUN
           END-IF.
           IF (WS-ANIO-ANT NOT = ZERO)
                   AND (WS-ANIO NOT = WS-ANIO-ANT + 1) THEN
               COMPUTE WS-ANIO-SIG = WS-ANIO-ANT + 1
               DISPLAY "ERROR: ULTIMO EJERCICIO CERRADO " WS-ANIO-ANT
                       " - CORRESPONDE CERRAR " WS-ANIO-SIG
               STOP RUN
           END-IF.
           IF (WS-ANIO-ANT NOT = ZERO) THEN
               COMPUTE WS-FECHA-DESDE = WS-ANIO-ANT * 10000 + 1231
           END-IF.

           MOVE ZERO TO WS-MES-INDICE.
           PERFORM LIMPIO-MES 12 TIMES.
           OPEN INPUT PERIODOS.
           IF (PER-OK) THEN
               PERFORM LEO-PERIODOS
               PERFORM VALIDO-PERIODO UNTIL (PER-EOF)
               CLOSE PERIODOS
           END-IF.
           MOVE ZERO TO WS-MESES-PEND.
           MOVE ZERO TO WS-MES-INDICE.
           PERFORM CUENTO-MES-PENDIENTE 12 TIMES.
           IF (WS-MESES-PEND NOT = ZERO) THEN
               DISPLAY "ERROR: " WS-MESES-PEND " PERIODOS DEL ANIO "
                       WS-ANIO " NO FACTURADOS - CIERRE RECHAZADO"
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN Listado: " LIS-ESTADO
               STOP RUN
           END-IF.
           MOVE WS-ANIO TO PTR-TIT-ANIO.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-TIT.
           MOVE WS-ANIO TO PTR-PARAM-ANIO.
           MOVE WS-USUARIO TO PTR-PARAM-USU.
           IF (PARAM-LEIDO) THEN
               MOVE "ARCHIVO" TO PTR-PARAM-ORIGEN
           ELSE
               MOVE "TECLADO" TO PTR-PARAM-ORIGEN
           END-IF.
           MOVE WS-ANIO-ANT TO PTR-PARAM-ANT.
           WRITE REG-LISTADO FROM PTR-PARAM.

       LEO-EJERCICIOS.
           READ EJERCICIOS RECORD INTO REG-EJE.
           IF ((NOT EJE-OK) AND (NOT EJE-EOF)) THEN
               DISPLAY "ERROR EN READ EjerciciosCerrados: " EJE-ESTADO
               STOP RUN
           END-IF.

       VALIDO-EJERCICIO.
           IF (REG-EJE-ANIO = WS-ANIO) THEN
               MOVE "S" TO WS-YA-CERRADO
           END-IF.
           IF (REG-EJE-ANIO > WS-ANIO-ANT) THEN
               MOVE REG-EJE-ANIO TO WS-ANIO-ANT
           END-IF.
           PERFORM LEO-EJERCICIOS.

       LIMPIO-MES.
           ADD 1 TO WS-MES-INDICE.
           MOVE "N" TO WS-MES-FACTURADO(WS-MES-INDICE).

       LEO-PERIODOS.
           READ PERIODOS RECORD INTO REG-PER.
           IF ((NOT PER-OK) AND (NOT PER-EOF)) THEN
               DISPLAY "ERROR EN READ PeriodosFacturacion: "
                       PER-ESTADO
               STOP RUN
           END-IF.

       VALIDO-PERIODO.
           IF (REG-PER-AA = WS-ANIO)
                   AND (REG-PER-MM > ZERO) AND (REG-PER-MM < 13)
                   AND (REG-PER-ESTADO = "FACTURADO") THEN
               MOVE "S" TO WS-MES-FACTURADO(REG-PER-MM)
           END-IF.
           PERFORM LEO-PERIODOS.

       CUENTO-MES-PENDIENTE.
           ADD 1 TO WS-MES-INDICE.
           IF (WS-MES-FACTURADO(WS-MES-INDICE) NOT = "S") THEN
               ADD 1 TO WS-MESES-PEND
               DISPLAY "PERIODO " WS-ANIO WS-MES-INDICE
                       " NO FACTURADO"
           END-IF.

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
           MOVE REG-PROF-NUMERO TO WS-NUMERO.
           PERFORM BUSCO-CUENTA.
           MOVE REG-PROF-NOMBRE TO TAB-CTA-NOMBRE(WS-CTA-INDICE).
           PERFORM LEO-PROFESORES.

       BUSCO-CUENTA.
           MOVE ZERO TO WS-CTA-INDICE.
           SET I TO 1.
           SEARCH TAB-CTA
               AT END PERFORM AGREGO-CUENTA
               WHEN (TAB-CTA-NUMERO(I) = WS-NUMERO)
                    AND (I NOT > WS-CTA-CANTIDAD)
                    SET WS-CTA-INDICE TO I
           END-SEARCH.

       AGREGO-CUENTA.
           ADD 1 TO WS-CTA-CANTIDAD.
           MOVE WS-CTA-CANTIDAD TO WS-CTA-INDICE.
           MOVE WS-NUMERO TO TAB-CTA-NUMERO(WS-CTA-INDICE).
           MOVE "SIN DATOS EN MAESTRO" TO TAB-CTA-NOMBRE(WS-CTA-INDICE).
           MOVE ZERO TO TAB-CTA-INICIAL(WS-CTA-INDICE).
           MOVE ZERO TO TAB-CTA-HORAS(WS-CTA-INDICE).
           MOVE ZERO TO TAB-CTA-FACTURADO(WS-CTA-INDICE).
           MOVE ZERO TO TAB-CTA-NOTAS(WS-CTA-INDICE).
           MOVE ZERO TO TAB-CTA-RETENIDO(WS-CTA-INDICE).
           MOVE ZERO TO TAB-CTA-PAGADO(WS-CTA-INDICE).
           MOVE ZERO TO TAB-CTA-FINAL(WS-CTA-INDICE).

       LEO-SUCURSALES.
           READ SUCURSALES RECORD INTO REG-SUC.
           IF ((NOT SUC-OK) AND (NOT SUC-EOF)) THEN
               DISPLAY "ERROR EN READ Sucursales: " SUC-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-SUCURSALES.
           OPEN INPUT SUCURSALES.
           IF (SUC-OK) THEN
               PERFORM LEO-SUCURSALES
               PERFORM CARGO-SUCURSAL UNTIL (SUC-EOF)
               CLOSE SUCURSALES
           END-IF.

       CARGO-SUCURSAL.
           ADD 1 TO WS-SUC-CANTIDAD.
           MOVE REG-SUC-SUCURSAL TO TAB-SUC-SUCURSAL(WS-SUC-CANTIDAD).
           MOVE REG-SUC-RAZON TO TAB-SUC-RAZON(WS-SUC-CANTIDAD).
           MOVE ZERO TO TAB-SUC-NOVEDADES(WS-SUC-CANTIDAD).
           MOVE ZERO TO TAB-SUC-HORAS(WS-SUC-CANTIDAD).
           PERFORM LEO-SUCURSALES.

       LEO-SALDOSINI.
           READ SALDOSINI RECORD INTO REG-SDO.
           IF ((NOT SDO-OK) AND (NOT SDO-EOF)) THEN
               DISPLAY "ERROR EN READ SaldosIniciales: " SDO-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-SALDOS-ANT.
           OPEN INPUT SALDOSINI.
           IF (SDO-OK) THEN
               PERFORM LEO-SALDOSINI
               PERFORM CARGO-SALDO-ANT UNTIL (SDO-EOF)
               CLOSE SALDOSINI
           END-IF.

       CARGO-SALDO-ANT.
           IF (REG-SDO-ANIO NOT = WS-ANIO) THEN
               ADD 1 TO WS-SDA-CANTIDAD
               MOVE REG-SDO TO TAB-SDA(WS-SDA-CANTIDAD)
           END-IF.
           IF (REG-SDO-ANIO = WS-ANIO-ANT)
                   AND (WS-ANIO-ANT NOT = ZERO) THEN
               MOVE REG-SDO-NUMERO TO WS-NUMERO
               PERFORM BUSCO-CUENTA
               COMPUTE TAB-CTA-INICIAL(WS-CTA-INDICE) =
                   TAB-CTA-INICIAL(WS-CTA-INDICE)
                 + REG-SDO-DEBE - REG-SDO-HABER
           END-IF.
           PERFORM LEO-SALDOSINI.

       LEO-ANULADAS.
           READ ANULADAS RECORD INTO REG-ANU.
           IF ((NOT ANU-OK) AND (NOT ANU-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasAnuladas: " ANU-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-ANULADAS.
           OPEN INPUT ANULADAS.
           IF (ANU-OK) THEN
               PERFORM LEO-ANULADAS
               PERFORM CARGO-ANULADA UNTIL (ANU-EOF)
               CLOSE ANULADAS
           END-IF.

       CARGO-ANULADA.
           ADD 1 TO WS-ANL-CANTIDAD.
           MOVE REG-ANU-COMPROBANTE
               TO TAB-ANL-COMPROBANTE(WS-ANL-CANTIDAD).
           PERFORM LEO-ANULADAS.

       BUSCO-ANULADA.
           MOVE "N" TO WS-FAC-ANULADA.
           SET L TO 1.
           SEARCH TAB-ANL
               WHEN (TAB-ANL-COMPROBANTE(L) = REG-RES-COMPROBANTE)
                    AND (L NOT > WS-ANL-CANTIDAD)
                    MOVE "S" TO WS-FAC-ANULADA
           END-SEARCH.

       LEO-FACTRESUMEN.
           READ FACTRESUMEN RECORD INTO REG-RES.
           IF ((NOT RES-OK) AND (NOT RES-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasResumen: " RES-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-FACTURAS.
           OPEN INPUT FACTRESUMEN.
           IF (RES-OK) THEN
               PERFORM LEO-FACTRESUMEN
               PERFORM SELECCIONO-FACTURA UNTIL (RES-EOF)
               CLOSE FACTRESUMEN
           END-IF.
           MOVE ZERO TO WS-SEL-INDICE.
           PERFORM CARGO-FACTURA WS-SEL-CANTIDAD TIMES.

       SELECCIONO-FACTURA.
           PERFORM BUSCO-ANULADA.
           IF (NOT FAC-ANULADA) THEN
               MOVE ZERO TO WS-SEL-INDICE
               SET S TO 1
               SEARCH TAB-SEL
                   AT END PERFORM AGREGO-SELECCION
                   WHEN (TAB-SEL-NUMERO(S) = REG-RES-NUMERO)
                        AND (TAB-SEL-DESDE(S) = REG-RES-FECHA-DESDE)
                        AND (TAB-SEL-HASTA(S) = REG-RES-FECHA-HASTA)
                        AND (S NOT > WS-SEL-CANTIDAD)
                        MOVE S TO WS-SEL-INDICE
                        PERFORM REEMPLAZO-SELECCION
               END-SEARCH
           END-IF.
           PERFORM LEO-FACTRESUMEN.

       AGREGO-SELECCION.
           ADD 1 TO WS-SEL-CANTIDAD.
           MOVE WS-SEL-CANTIDAD TO WS-SEL-INDICE.
           MOVE REG-RES-NUMERO TO TAB-SEL-NUMERO(WS-SEL-INDICE).
           MOVE REG-RES-FECHA-DESDE TO TAB-SEL-DESDE(WS-SEL-INDICE).
           MOVE REG-RES-FECHA-HASTA TO TAB-SEL-HASTA(WS-SEL-INDICE).
           MOVE REG-RES-COMPROBANTE
               TO TAB-SEL-COMPROBANTE(WS-SEL-INDICE).
           MOVE REG-RES-FECHA-EMISION
               TO TAB-SEL-EMISION(WS-SEL-INDICE).
           MOVE REG-RES-IMPORTE TO TAB-SEL-IMPORTE(WS-SEL-INDICE).

       REEMPLAZO-SELECCION.
           IF (REG-RES-COMPROBANTE >
                   TAB-SEL-COMPROBANTE(WS-SEL-INDICE)) THEN
               MOVE REG-RES-COMPROBANTE
                   TO TAB-SEL-COMPROBANTE(WS-SEL-INDICE)
               MOVE REG-RES-FECHA-EMISION
                   TO TAB-SEL-EMISION(WS-SEL-INDICE)
               MOVE REG-RES-IMPORTE
                   TO TAB-SEL-IMPORTE(WS-SEL-INDICE)
           END-IF.

       CARGO-FACTURA.
           ADD 1 TO WS-SEL-INDICE.
           IF (TAB-SEL-EMISION(WS-SEL-INDICE) > WS-FECHA-DESDE)
                   AND (TAB-SEL-EMISION(WS-SEL-INDICE)
                        NOT > WS-FECHA-CORTE) THEN
               MOVE TAB-SEL-NUMERO(WS-SEL-INDICE) TO WS-NUMERO
               PERFORM BUSCO-CUENTA
               ADD TAB-SEL-IMPORTE(WS-SEL-INDICE)
                   TO TAB-CTA-FACTURADO(WS-CTA-INDICE)
           END-IF.

       LEO-NOTAS.
           READ NOTAS RECORD INTO REG-NOT.
           IF ((NOT NOT-OK) AND (NOT NOT-EOF)) THEN
               DISPLAY "ERROR EN READ NotasAjuste: " NOT-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-NOTAS.
           OPEN INPUT NOTAS.
           IF (NOT-OK) THEN
               PERFORM LEO-NOTAS
               PERFORM CARGO-NOTA UNTIL (NOT-EOF)
               CLOSE NOTAS
           END-IF.

       CARGO-NOTA.
           IF (REG-NOT-FECHA > WS-FECHA-DESDE)
                   AND (REG-NOT-FECHA NOT > WS-FECHA-CORTE) THEN
               MOVE REG-NOT-NUMERO TO WS-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-NOT-DIFERENCIA TO TAB-CTA-NOTAS(WS-CTA-INDICE)
           END-IF.
           PERFORM LEO-NOTAS.

       LEO-RETENCIONES.
           READ RETENCIONES RECORD INTO REG-RTN.
           IF ((NOT RTN-OK) AND (NOT RTN-EOF)) THEN
               DISPLAY "ERROR EN READ Retenciones: " RTN-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF (RTN-OK) THEN
               PERFORM LEO-RETENCIONES
               PERFORM CARGO-RETENCION UNTIL (RTN-EOF)
               CLOSE RETENCIONES
           END-IF.

       CARGO-RETENCION.
           IF (REG-RTN-FECHA > WS-FECHA-DESDE)
                   AND (REG-RTN-FECHA NOT > WS-FECHA-CORTE) THEN
               MOVE REG-RTN-NUMERO TO WS-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-RTN-IMPORTE TO TAB-CTA-RETENIDO(WS-CTA-INDICE)
           END-IF.
           PERFORM LEO-RETENCIONES.

       LEO-PAGOS.
           READ PAGOS RECORD INTO REG-PAG.
           IF ((NOT PAG-OK) AND (NOT PAG-EOF)) THEN
               DISPLAY "ERROR EN READ Pagos: " PAG-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-PAGOS.
           OPEN INPUT PAGOS.
           IF (PAG-OK) THEN
               PERFORM LEO-PAGOS
               PERFORM CARGO-PAGO UNTIL (PAG-EOF)
               CLOSE PAGOS
           END-IF.

       CARGO-PAGO.
           IF (REG-PAG-FECHA > WS-FECHA-DESDE)
                   AND (REG-PAG-FECHA NOT > WS-FECHA-CORTE) THEN
               MOVE REG-PAG-NUMERO TO WS-NUMERO
               PERFORM BUSCO-CUENTA
               ADD REG-PAG-IMPORTE TO TAB-CTA-PAGADO(WS-CTA-INDICE)
           END-IF.
           PERFORM LEO-PAGOS.

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes: " NOV-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-NOVEDADES.
           OPEN INPUT NOVTIMES.
           IF (NOV-OK) THEN
               PERFORM LEO-NOVTIMES
               PERFORM CARGO-NOVEDAD UNTIL (NOV-EOF)
               CLOSE NOVTIMES
           END-IF.

       CARGO-NOVEDAD.
           IF (REG-NOV-FECHA-AA = WS-ANIO) THEN
               MOVE REG-NOV-HORAS TO WS-ACT-HORAS
               IF (NOV-CORRECCION) THEN
                   COMPUTE WS-ACT-HORAS = ZERO - WS-ACT-HORAS
               END-IF
               MOVE REG-NOV-NUMERO TO WS-NUMERO
               PERFORM BUSCO-CUENTA
               ADD WS-ACT-HORAS TO TAB-CTA-HORAS(WS-CTA-INDICE)
               SET K TO 1
               SEARCH TAB-SUC
                   AT END PERFORM AGREGO-SUCURSAL
                   WHEN (TAB-SUC-SUCURSAL(K) = REG-NOV-SUCURSAL)
                        AND (K NOT > WS-SUC-CANTIDAD)
                        SET WS-SUC-INDICE TO K
               END-SEARCH
               ADD 1 TO TAB-SUC-NOVEDADES(WS-SUC-INDICE)
               ADD WS-ACT-HORAS TO TAB-SUC-HORAS(WS-SUC-INDICE)
               ADD 1 TO WS-TOT-NOVEDADES
           END-IF.
           PERFORM LEO-NOVTIMES.

       AGREGO-SUCURSAL.
           ADD 1 TO WS-SUC-CANTIDAD.
           MOVE WS-SUC-CANTIDAD TO WS-SUC-INDICE.
           MOVE REG-NOV-SUCURSAL TO TAB-SUC-SUCURSAL(WS-SUC-INDICE).
           MOVE "SIN DATOS EN MAESTRO" TO TAB-SUC-RAZON(WS-SUC-INDICE).
           MOVE ZERO TO TAB-SUC-NOVEDADES(WS-SUC-INDICE).
           MOVE ZERO TO TAB-SUC-HORAS(WS-SUC-INDICE).

       GRABO-SALDOS.
           OPEN OUTPUT SALDOSINI.
           IF (NOT SDO-OK) THEN
               DISPLAY "ERROR EN OPEN SaldosIniciales: " SDO-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-SDA-INDICE.
           PERFORM GRABO-SALDO-ANT WS-SDA-CANTIDAD TIMES.
           MOVE ZERO TO WS-CTA-INDICE.
           PERFORM GRABO-SALDO WS-CTA-CANTIDAD TIMES.
           CLOSE SALDOSINI.

       GRABO-SALDO-ANT.
           ADD 1 TO WS-SDA-INDICE.
           MOVE TAB-SDA(WS-SDA-INDICE) TO REG-SDO.
           WRITE REG-SDO.

       GRABO-SALDO.
           ADD 1 TO WS-CTA-INDICE.
           COMPUTE TAB-CTA-FINAL(WS-CTA-INDICE) =
               TAB-CTA-INICIAL(WS-CTA-INDICE)
             + TAB-CTA-FACTURADO(WS-CTA-INDICE)
             + TAB-CTA-NOTAS(WS-CTA-INDICE)
             - TAB-CTA-RETENIDO(WS-CTA-INDICE)
             - TAB-CTA-PAGADO(WS-CTA-INDICE).
           MOVE TAB-CTA-NUMERO(WS-CTA-INDICE) TO REG-SDO-NUMERO.
           MOVE WS-ANIO TO REG-SDO-ANIO.
           MOVE WS-FECHA-APERT TO REG-SDO-FECHA.
           MOVE ZERO TO REG-SDO-DEBE.
           MOVE ZERO TO REG-SDO-HABER.
           IF (TAB-CTA-FINAL(WS-CTA-INDICE) < ZERO) THEN
               COMPUTE REG-SDO-HABER =
                   ZERO - TAB-CTA-FINAL(WS-CTA-INDICE)
           ELSE
               MOVE TAB-CTA-FINAL(WS-CTA-INDICE) TO REG-SDO-DEBE
           END-IF.
           WRITE REG-SDO.
           ADD 1 TO WS-TOT-SALDOS.

       GRABO-EJERCICIO.
           OPEN EXTEND EJERCICIOS.
           IF (NOT EJE-OK) THEN
               OPEN OUTPUT EJERCICIOS
           END-IF.
           IF (NOT EJE-OK) THEN
               DISPLAY "ERROR EN OPEN EjerciciosCerrados: " EJE-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE WS-ANIO TO REG-EJE-ANIO.
           ACCEPT REG-EJE-FECHA FROM DATE YYYYMMDD.
           ACCEPT REG-EJE-HORA FROM TIME.
           MOVE WS-USUARIO TO REG-EJE-USUARIO.
           WRITE REG-EJE.
           CLOSE EJERCICIOS.

       IMPRIMO-RESUMEN.
           MOVE "Resumen anual por profesor" TO PTR-SEC-TIT.
           WRITE REG-LISTADO FROM PTR-SEC-TIT.
           WRITE REG-LISTADO FROM PTR-PRF-CAB.
           MOVE ZERO TO WS-CTA-INDICE.
           PERFORM IMPRIMO-PROFESOR WS-CTA-CANTIDAD TIMES.
           MOVE SPACES TO PTR-PRF-DET-NUMERO.
           MOVE "TOTALES" TO PTR-PRF-DET-NOMBRE.
           MOVE WS-TOT-INICIAL   TO PTR-PRF-DET-INICIAL.
           MOVE WS-TOT-HORAS     TO PTR-PRF-DET-HORAS.
           MOVE WS-TOT-FACTURADO TO PTR-PRF-DET-FACTURADO.
           MOVE WS-TOT-NOTAS     TO PTR-PRF-DET-NOTAS.
           MOVE WS-TOT-RETENIDO  TO PTR-PRF-DET-RETENIDO.
           MOVE WS-TOT-PAGADO    TO PTR-PRF-DET-PAGADO.
           MOVE WS-TOT-FINAL     TO PTR-PRF-DET-FINAL.
           WRITE REG-LISTADO FROM PTR-PRF-DET.

           MOVE "Resumen anual por sucursal" TO PTR-SEC-TIT.
           WRITE REG-LISTADO FROM PTR-SEC-TIT.
           WRITE REG-LISTADO FROM PTR-SUC-CAB.
           MOVE ZERO TO WS-SUC-INDICE.
           PERFORM IMPRIMO-SUCURSAL WS-SUC-CANTIDAD TIMES.
           MOVE SPACES TO PTR-SUC-DET-SUCURSAL.
           MOVE "TOTALES" TO PTR-SUC-DET-RAZON.
           MOVE WS-TOT-NOVEDADES TO PTR-SUC-DET-NOVEDADES.
           MOVE WS-TOT-HORAS TO PTR-SUC-DET-HORAS.
           WRITE REG-LISTADO FROM PTR-SUC-DET.

           MOVE SPACES TO PTR-RESULTADO.
           STRING "EJERCICIO " WS-ANIO " CERRADO - SALDOS INICIALES "
                  "GRABADOS: " WS-TOT-SALDOS
                  DELIMITED BY SIZE INTO PTR-RESULTADO.
           WRITE REG-LISTADO FROM PTR-RESULTADO.
           DISPLAY PTR-RESULTADO.

       IMPRIMO-PROFESOR.
           ADD 1 TO WS-CTA-INDICE.
           MOVE TAB-CTA-NUMERO(WS-CTA-INDICE) TO PTR-PRF-DET-NUMERO.
           MOVE TAB-CTA-NOMBRE(WS-CTA-INDICE) TO PTR-PRF-DET-NOMBRE.
           MOVE TAB-CTA-INICIAL(WS-CTA-INDICE) TO PTR-PRF-DET-INICIAL.
           MOVE TAB-CTA-HORAS(WS-CTA-INDICE) TO PTR-PRF-DET-HORAS.
           MOVE TAB-CTA-FACTURADO(WS-CTA-INDICE)
               TO PTR-PRF-DET-FACTURADO.
           MOVE TAB-CTA-NOTAS(WS-CTA-INDICE) TO PTR-PRF-DET-NOTAS.
           MOVE TAB-CTA-RETENIDO(WS-CTA-INDICE)
               TO PTR-PRF-DET-RETENIDO.
           MOVE TAB-CTA-PAGADO(WS-CTA-INDICE) TO PTR-PRF-DET-PAGADO.
           MOVE TAB-CTA-FINAL(WS-CTA-INDICE) TO PTR-PRF-DET-FINAL.
           WRITE REG-LISTADO FROM PTR-PRF-DET.
           ADD TAB-CTA-INICIAL(WS-CTA-INDICE)   TO WS-TOT-INICIAL.
           ADD TAB-CTA-HORAS(WS-CTA-INDICE)     TO WS-TOT-HORAS.
           ADD TAB-CTA-FACTURADO(WS-CTA-INDICE) TO WS-TOT-FACTURADO.
           ADD TAB-CTA-NOTAS(WS-CTA-INDICE)     TO WS-TOT-NOTAS.
           ADD TAB-CTA-RETENIDO(WS-CTA-INDICE)  TO WS-TOT-RETENIDO.
           ADD TAB-CTA-PAGADO(WS-CTA-INDICE)    TO WS-TOT-PAGADO.
           ADD TAB-CTA-FINAL(WS-CTA-INDICE)     TO WS-TOT-FINAL.

       IMPRIMO-SUCURSAL.
           ADD 1 TO WS-SUC-INDICE.
           MOVE TAB-SUC-SUCURSAL(WS-SUC-INDICE)
               TO PTR-SUC-DET-SUCURSAL.
           MOVE TAB-SUC-RAZON(WS-SUC-INDICE) TO PTR-SUC-DET-RAZON.
           MOVE TAB-SUC-NOVEDADES(WS-SUC-INDICE)
               TO PTR-SUC-DET-NOVEDADES.
           MOVE TAB-SUC-HORAS(WS-SUC-INDICE) TO PTR-SUC-DET-HORAS.
           WRITE REG-LISTADO FROM PTR-SUC-DET.

       FIN.
           CLOSE LISTADO.

       END PROGRAM CIERRE-ANIO.
