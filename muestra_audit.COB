       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUESTRA-AUDIT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVTIMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT TIPOS_CLASE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIP-ESTADO.

           SELECT TIPOSCLASEHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIS-ESTADO.

           SELECT TARIFASPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPR-ESTADO.

           SELECT FERIADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FER-ESTADO.

           SELECT PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAR-ESTADO.

           SELECT MUESTRAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUE-ESTADO.

           SELECT HOJA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOJ-ESTADO.

           SELECT LISTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIS-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       FD  NOVTIMES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes.txt".
       01  REG-NOV.
           03 REG-NOV-NUMERO      PIC X(5).
           03 REG-NOV-FECHA       PIC 9(8).
           03 REG-NOV-SUCURSAL    PIC X(3).
           03 REG-NOV-TIP_CLASE   PIC X(4).
           03 REG-NOV-HORAS       PIC 9(2)V99.
           03 REG-NOV-TIPO-MOV    PIC X(1).
              88 NOV-CORRECCION VALUE "C".
           03 REG-NOV-TITULAR     PIC X(5).
           03 REG-NOV-HORARIO.
              05 REG-NOV-HORA-DESDE PIC 9(4).
              05 REG-NOV-HORA-HASTA PIC 9(4).

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

       FD  TIPOS_CLASE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TiposClase.txt".
       01  REG-TIP.
           03 REG-TIP-TIP_CLASE PIC X(04).
           03 REG-TIP-DESC      PIC X(20).
           03 REG-TIP-TARIFA    PIC 9(5)V99.

       FD  TIPOSCLASEHIST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TiposClaseHist.txt".
       01  REG-HIS.
           03 REG-HIS-TIP_CLASE PIC X(04).
           03 REG-HIS-VIGENCIA  PIC 9(08).
           03 REG-HIS-TARIFA    PIC 9(5)V99.

       FD  TARIFASPROF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/TarifasProfesor.txt".
       01  REG-TPR.
           03 REG-TPR-NUMERO    PIC X(05).
           03 REG-TPR-TIP_CLASE PIC X(04).
           03 REG-TPR-SUCURSAL  PIC X(03).
           03 REG-TPR-VIGENCIA  PIC 9(08).
           03 REG-TPR-TARIFA    PIC 9(5)V99.

       FD  FERIADOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Feriados.txt".
       01  REG-FER.
           03 REG-FER-FECHA PIC 9(8).
           03 REG-FER-DESC  PIC X(30).

       FD  PARAMETROS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Parametros.txt".
       01  REG-PAR.
           03 REG-PAR-PROGRAMA PIC X(14).
           03 REG-PAR-DATOS    PIC X(40).

       FD  MUESTRAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/MuestrasAuditoria.txt".
       01  REG-MUE.
           03 REG-MUE-CLAVE.
              05 REG-MUE-SUCURSAL PIC X(3).
              05 REG-MUE-DESDE    PIC 9(8).
              05 REG-MUE-HASTA    PIC 9(8).
           03 REG-MUE-TIPO        PIC X(1).
              88 MUE-CABECERA VALUE "C".
              88 MUE-DETALLE  VALUE "D".
           03 REG-MUE-DATOS       PIC X(90).
       01  REG-MUE-CAB REDEFINES REG-MUE.
           03 FILLER                  PIC X(20).
           03 REG-MUE-CAB-SEMILLA     PIC 9(10).
           03 REG-MUE-CAB-TAMANIO     PIC 9(4).
           03 REG-MUE-CAB-POBLACION   PIC 9(6).
           03 REG-MUE-CAB-POB-IMPORTE PIC 9(11)V99.
           03 REG-MUE-CAB-FECHA       PIC 9(8).
           03 REG-MUE-CAB-USUARIO     PIC X(8).
           03 FILLER                  PIC X(41).
       01  REG-MUE-DET REDEFINES REG-MUE.
           03 FILLER                   PIC X(20).
           03 REG-MUE-DET-ORDEN        PIC 9(4).
           03 REG-MUE-DET-NUMERO       PIC X(5).
           03 REG-MUE-DET-FECHA        PIC 9(8).
           03 REG-MUE-DET-HORA-DESDE   PIC 9(4).
           03 REG-MUE-DET-HORA-HASTA   PIC 9(4).
           03 REG-MUE-DET-TIP_CLASE    PIC X(4).
           03 REG-MUE-DET-HORAS        PIC 9(2)V99.
           03 REG-MUE-DET-IMPORTE      PIC 9(7)V99.
           03 REG-MUE-DET-RESULTADO    PIC X(1).
              88 DET-PENDIENTE  VALUE "P".
              88 DET-CONFIRMADA VALUE "C".
              88 DET-NO-DICTADA VALUE "N".
              88 DET-HORAS-MAL  VALUE "H".
              88 DET-TIPO-MAL   VALUE "T".
           03 REG-MUE-DET-HORAS-REAL   PIC 9(2)V99.
           03 REG-MUE-DET-TIPO-REAL    PIC X(4).
           03 REG-MUE-DET-IMPORTE-REAL PIC 9(7)V99.
           03 REG-MUE-DET-FECHA-RES    PIC 9(8).
           03 REG-MUE-DET-USUARIO      PIC X(8).
           03 FILLER                   PIC X(14).

       FD  HOJA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/HojaMuestraAuditoria.txt".
       01  REG-HOJA PIC X(132).

       FD  LISTADO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ListadoMuestraAuditoria.txt".
       01  REG-LISTADO PIC X(132).

       WORKING-STORAGE SECTION.
       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  TIP-ESTADO PIC XX.
           88 TIP-OK  VALUE 00.
           88 TIP-EOF VALUE 10.

       77  HIS-ESTADO PIC XX.
           88 HIS-OK  VALUE 00.
           88 HIS-EOF VALUE 10.

       77  TPR-ESTADO PIC XX.
           88 TPR-OK  VALUE 00.
           88 TPR-EOF VALUE 10.

       77  FER-ESTADO PIC XX.
           88 FER-OK  VALUE 00.
           88 FER-EOF VALUE 10.

       77  PAR-ESTADO PIC XX.
           88 PAR-OK  VALUE 00.
           88 PAR-EOF VALUE 10.

       77  MUE-ESTADO PIC XX.
           88 MUE-OK  VALUE 00.
           88 MUE-EOF VALUE 10.

       77  HOJ-ESTADO PIC XX.
           88 HOJ-OK VALUE 00.

       77  LIS-ESTADO PIC XX.
           88 LIS-OK VALUE 00.

       77  WS-ACCION PIC X(1).
           88 ACCION-GENERAR   VALUE "1".
           88 ACCION-REGISTRAR VALUE "2".
           88 ACCION-INFORME   VALUE "3".
           88 ACCION-HOJA      VALUE "4".
           88 ACCION-FIN       VALUE "9".

       77  WS-USUARIO PIC X(8).

       01  WS-CLAVE.
           03 WS-SUCURSAL PIC X(3).
           03 WS-DESDE    PIC 9(8).
           03 WS-HASTA    PIC 9(8).

       77  WS-TAMANIO PIC 9(4).
       77  WS-SEMILLA PIC 9(10).
       77  WS-LINEA   PIC 9(4).

       01  WS-PAR-DATOS-MUE.
           03 WS-PAR-MUE-TAMANIO PIC 9(4).
           03 WS-PAR-MUE-SEMILLA PIC 9(10).
           03 FILLER             PIC X(26).

       01  WS-PAR-DATOS-TPA.
           03 FILLER             PIC X(25).
           03 WS-PAR-TPA-RECARGO PIC 9(3).
           03 FILLER             PIC X(12).

       77  WS-PAR-TAMANIO PIC 9(4)  VALUE 30.
       77  WS-PAR-SEMILLA PIC 9(10) VALUE ZERO.

       77  WS-TARIFAS-CARGADAS PIC X(1) VALUE "N".
           88 TARIFAS-CARGADAS VALUE "S".

       77  WS-TIP-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-TIP_CLASE.
           03 TAB-TIP OCCURS 50 TIMES INDEXED BY I.
              05 TAB-TIP-TIP_CLASE PIC X(4).
              05 TAB-TIP-DESC      PIC X(20).
              05 TAB-TIP-TARIFA    PIC 9(5)V99.

       77  WS-TIP-HALLADO PIC X(1).
           88 TIP-HALLADO VALUE "S".

       77  WS-HIS-INDICE       PIC 9(4).
       77  WS-HIS-CANTIDAD     PIC 9(4) VALUE ZERO.
       77  WS-HIS-VIGENCIA-MAX PIC 9(8).
       01  TAB-TIP_CLASE-HIST.
           03 TAB-HIS OCCURS 200 TIMES.
              05 TAB-HIS-TIP_CLASE PIC X(4).
              05 TAB-HIS-VIGENCIA  PIC 9(8).
              05 TAB-HIS-TARIFA    PIC 9(5)V99.

       77  WS-TPR-INDICE      PIC 9(4).
       77  WS-TPR-CANTIDAD    PIC 9(4) VALUE ZERO.
       77  WS-TPR-VIG-SUC     PIC 9(8).
       77  WS-TPR-VIG-GRAL    PIC 9(8).
       77  WS-TPR-TARIFA-SUC  PIC 9(5)V99.
       77  WS-TPR-TARIFA-GRAL PIC 9(5)V99.
       77  WS-TPR-HAY-SUC     PIC X(1).
           88 TPR-HAY-SUC VALUE "S".
       77  WS-TPR-HAY-GRAL    PIC X(1).
           88 TPR-HAY-GRAL VALUE "S".
       01  TAB-TARIFAS-PROF.
           03 TAB-TPR OCCURS 500 TIMES.
              05 TAB-TPR-NUMERO    PIC X(5).
              05 TAB-TPR-TIP_CLASE PIC X(4).
              05 TAB-TPR-SUCURSAL  PIC X(3).
              05 TAB-TPR-VIGENCIA  PIC 9(8).
              05 TAB-TPR-TARIFA    PIC 9(5)V99.

       77  WS-FER-INDICE   PIC 9(4).
       77  WS-FER-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-ES-FERIADO   PIC X(1).
           88 ES-FERIADO VALUE "S".
       01  TAB-FERIADOS.
           03 TAB-FER OCCURS 400 TIMES.
              05 TAB-FER-FECHA PIC 9(8).
              05 TAB-FER-DESC  PIC X(30).

       77  WS-RECARGO-PCT     PIC 9(3) VALUE 50.
       77  WS-ES-RECARGO      PIC X(1) VALUE "N".
           88 ES-RECARGO VALUE "S".
       77  WS-RECARGO-IMPORTE PIC 9(7)V99.

       01  WS-ZEL-FECHA.
           03 WS-ZEL-FECHA-AA PIC 9(4).
           03 WS-ZEL-FECHA-MM PIC 9(2).
           03 WS-ZEL-FECHA-DD PIC 9(2).
       77  WS-ZEL-ANIO PIC 9(4).
       77  WS-ZEL-MES  PIC 9(2).
       77  WS-ZEL-T1   PIC 9(4).
       77  WS-ZEL-T2   PIC 9(4).
       77  WS-ZEL-T3   PIC 9(4).
       77  WS-ZEL-T4   PIC 9(4).
       77  WS-ZEL-H    PIC 9(6).
       77  WS-ZEL-Q    PIC 9(6).
       77  WS-ZEL-DIA  PIC 9(1).

       01  WS-CAL.
           03 WS-CAL-NUMERO    PIC X(5).
           03 WS-CAL-FECHA     PIC 9(8).
           03 WS-CAL-SUCURSAL  PIC X(3).
           03 WS-CAL-TIP_CLASE PIC X(4).
           03 WS-CAL-HORAS     PIC 9(2)V99.
       77  WS-ACT-TARIFA  PIC 9(5)V99.
       77  WS-ACT-IMPORTE PIC 9(7)V99.

       77  WS-PRF-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-PROFESORES.
           03 TAB-PRF OCCURS 1000 TIMES INDEXED BY P.
              05 TAB-PRF-NUMERO PIC X(5).
              05 TAB-PRF-NOMBRE PIC X(25).

       77  WS-MUE-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-MUE-INDICE   PIC 9(4).
       77  WS-MUE-INDICE2  PIC 9(4).
       77  WS-CAB-INDICE   PIC 9(4).
       01  TAB-MUESTRAS.
           03 TAB-MUE OCCURS 5000 TIMES.
              05 TAB-MUE-CLAVE PIC X(19).
              05 TAB-MUE-TIPO  PIC X(1).
              05 TAB-MUE-DATOS PIC X(90).

       77  WS-EN-POBLACION PIC X(1).
           88 EN-POBLACION VALUE "S".
       77  WS-POB-CANTIDAD PIC 9(6).
       77  WS-POB-IMPORTE  PIC 9(11)V99.
       77  WS-POB-ORDEN    PIC 9(6).
       77  WS-SEL-CANTIDAD PIC 9(4).

       77  WS-RND-SEMILLA   PIC 9(10).
       77  WS-RND-PRODUCTO  PIC 9(15).
       77  WS-RND-COCIENTE  PIC 9(6).
       77  WS-RND-MODULO    PIC 9(10) VALUE 2147483647.
       77  WS-RND-RESTANTES PIC 9(6).
       77  WS-RND-FALTAN    PIC 9(6).
       77  WS-RND-PRUEBA    PIC 9(6)V9(6).

       77  WS-RES-CODIGO PIC X(1).
           88 RES-VALIDO VALUE "C" "N" "H" "T".
       77  WS-RES-HORAS  PIC 9(2)V99.
       77  WS-RES-TIPO   PIC X(4).
       77  WS-REG-CANT   PIC 9(4).
       77  WS-FIN-REGISTRO PIC X(1).
           88 FIN-REGISTRO VALUE "S".

       77  WS-INF-MUESTRA    PIC 9(4).
       77  WS-INF-VERIF      PIC 9(4).
       77  WS-INF-PEND       PIC 9(4).
       77  WS-INF-CONF       PIC 9(4).
       77  WS-INF-NODIC      PIC 9(4).
       77  WS-INF-HORAS      PIC 9(4).
       77  WS-INF-TIPO       PIC 9(4).
       77  WS-INF-ERRORES    PIC 9(4).
       77  WS-INF-IMP-VERIF  PIC 9(11)V99.
       77  WS-INF-ERR-IMP    PIC 9(11)V99.
       77  WS-INF-PROYECTADO PIC 9(11)V99.
       77  WS-INF-TASA       PIC 9(3)V99.
       77  WS-INF-DIFERENCIA PIC 9(7)V99.
       77  WS-INF-SUCURSALES PIC 9(4).

       77  WS-TOT-POBLACION  PIC 9(7).
       77  WS-TOT-POB-IMP    PIC 9(11)V99.
       77  WS-TOT-MUESTRA    PIC 9(5).
       77  WS-TOT-VERIF      PIC 9(5).
       77  WS-TOT-PEND       PIC 9(5).
       77  WS-TOT-CONF       PIC 9(5).
       77  WS-TOT-NODIC      PIC 9(5).
       77  WS-TOT-HORAS      PIC 9(5).
       77  WS-TOT-TIPO       PIC 9(5).
       77  WS-TOT-ERRORES    PIC 9(5).
       77  WS-TOT-ERR-IMP    PIC 9(11)V99.
       77  WS-TOT-PROYECTADO PIC 9(11)V99.

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).
       01  WS-FECHA-ACT-N REDEFINES WS-FECHA-ACT PIC 9(8).

       01  WS-FECHA-AUX.
           03 WS-FECHA-AUX-AA PIC 9(4).
           03 WS-FECHA-AUX-MM PIC 9(2).
           03 WS-FECHA-AUX-DD PIC 9(2).
       01  WS-FECHA-AUX-N REDEFINES WS-FECHA-AUX PIC 9(8).

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

       01  PTR-CAB.
           03 FILLER       PIC X(6)  VALUE "FECHA ".
           03 PTR-CAB-DD   PIC 99.
           03 FILLER       PIC X(1)  VALUE "/".
           03 PTR-CAB-MM   PIC 99.
           03 FILLER       PIC X(1)  VALUE "/".
           03 PTR-CAB-AA   PIC 9999.
           03 FILLER       PIC X(67) VALUE SPACES.

       01  PTR-HOJ-TIT.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE "Hoja de verificacion - muestra".
           03 FILLER PIC X(22) VALUE " de auditoria interna".

       01  PTR-HOJ-PAR.
           03 FILLER            PIC X(10) VALUE "Sucursal: ".
           03 PTR-HOJ-SUCURSAL  PIC X(3).
           03 FILLER            PIC X(11) VALUE "  Periodo: ".
           03 PTR-HOJ-DESDE-DD  PIC 99.
           03 FILLER            PIC X(1)  VALUE "/".
           03 PTR-HOJ-DESDE-MM  PIC 99.
           03 FILLER            PIC X(1)  VALUE "/".
           03 PTR-HOJ-DESDE-AA  PIC 9999.
           03 FILLER            PIC X(3)  VALUE " - ".
           03 PTR-HOJ-HASTA-DD  PIC 99.
           03 FILLER            PIC X(1)  VALUE "/".
           03 PTR-HOJ-HASTA-MM  PIC 99.
           03 FILLER            PIC X(1)  VALUE "/".
           03 PTR-HOJ-HASTA-AA  PIC 9999.
           03 FILLER            PIC X(11) VALUE "  Semilla: ".
           03 PTR-HOJ-SEMILLA   PIC 9(10).

       01  PTR-HOJ-POB.
           03 FILLER            PIC X(11) VALUE "Poblacion: ".
           03 PTR-HOJ-POBLACION PIC ZZZZZ9.
           03 FILLER            PIC X(20) VALUE " novedades, importe ".
           03 PTR-HOJ-POB-IMP   PIC ZZZZZZZZZZ9,99.
           03 FILLER            PIC X(11) VALUE "  Muestra: ".
           03 PTR-HOJ-TAMANIO   PIC ZZZ9.
           03 FILLER            PIC X(11) VALUE "  Emitida: ".
           03 PTR-HOJ-USUARIO   PIC X(8).

       01  PTR-HOJ-COL.
           03 FILLER PIC X(6)  VALUE "Linea".
           03 FILLER PIC X(9)  VALUE "Profesor".
           03 FILLER PIC X(26) VALUE "Nombre".
           03 FILLER PIC X(11) VALUE "Fecha".
           03 FILLER PIC X(10) VALUE "Horario".
           03 FILLER PIC X(6)  VALUE "Tipo".
           03 FILLER PIC X(7)  VALUE "Horas".
           03 FILLER PIC X(12) VALUE "    Importe".
           03 FILLER PIC X(6)  VALUE "  Res.".
           03 FILLER PIC X(14) VALUE "  Horas reales".
           03 FILLER PIC X(11) VALUE "  Tipo real".

       01  PTR-HOJ-DET.
           03 PTR-HOJ-DET-ORDEN     PIC ZZZ9.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-HOJ-DET-NUMERO    PIC X(5).
           03 FILLER                PIC X(4)  VALUE SPACES.
           03 PTR-HOJ-DET-NOMBRE    PIC X(25).
           03 FILLER                PIC X(1)  VALUE SPACES.
           03 PTR-HOJ-DET-DD        PIC 99.
           03 FILLER                PIC X(1)  VALUE "/".
           03 PTR-HOJ-DET-MM        PIC 99.
           03 FILLER                PIC X(1)  VALUE "/".
           03 PTR-HOJ-DET-AA        PIC 9999.
           03 FILLER                PIC X(1)  VALUE SPACES.
           03 PTR-HOJ-DET-HORARIO   PIC X(9).
           03 FILLER                PIC X(1)  VALUE SPACES.
           03 PTR-HOJ-DET-TIPO      PIC X(4).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-HOJ-DET-HORAS     PIC Z9,99.
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-HOJ-DET-IMPORTE   PIC ZZZZZZ9,99.
           03 FILLER                PIC X(4)  VALUE "   [".
           03 PTR-HOJ-DET-RESULTADO PIC X(1).
           03 FILLER                PIC X(1)  VALUE "]".
           03 FILLER                PIC X(4)  VALUE SPACES.
           03 PTR-HOJ-DET-HORAS-R   PIC X(10).
           03 FILLER                PIC X(2)  VALUE SPACES.
           03 PTR-HOJ-DET-TIPO-R    PIC X(4).

       01  PTR-HOJ-REF.
           03 FILLER PIC X(40) VALUE
              "Resultado: C=Confirmada  N=No dictada  ".
           03 FILLER PIC X(41) VALUE
              "H=Horas erroneas  T=Tipo de clase erroneo".

       01  PTR-HOJ-FIRMA.
           03 FILLER PIC X(40) VALUE
              "Auditor: ______________________________".
           03 FILLER PIC X(40) VALUE
              "  Fecha de verificacion: ____/____/____".

       01  PTR-INF-TIT.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE "Muestreo de auditoria - tasa d".
           03 FILLER PIC X(30) VALUE "e error por sucursal, periodo ".
           03 PTR-INF-DESDE PIC 9(8).
           03 FILLER        PIC X(3) VALUE " - ".
           03 PTR-INF-HASTA PIC 9(8).

       01  PTR-INF-COL.
           03 FILLER PIC X(5)  VALUE "Suc.".
           03 FILLER PIC X(7)  VALUE "  Pobl.".
           03 FILLER PIC X(15) VALUE "   Imp.poblac.".
           03 FILLER PIC X(6)  VALUE " Mues.".
           03 FILLER PIC X(6)  VALUE " Verif".
           03 FILLER PIC X(6)  VALUE "  Pend".
           03 FILLER PIC X(6)  VALUE "  Conf".
           03 FILLER PIC X(6)  VALUE " NoDic".
           03 FILLER PIC X(6)  VALUE " Horas".
           03 FILLER PIC X(6)  VALUE "  Tipo".
           03 FILLER PIC X(8)  VALUE "  Tasa %".
           03 FILLER PIC X(15) VALUE "  Error muestra".
           03 FILLER PIC X(16) VALUE "  Err.proyectado".

       01  PTR-INF-DET.
           03 PTR-INF-SUCURSAL   PIC X(3).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PTR-INF-POBLACION  PIC ZZZZZZ9.
           03 FILLER             PIC X(1)  VALUE SPACES.
           03 PTR-INF-POB-IMP    PIC ZZZZZZZZZZ9,99.
           03 PTR-INF-MUESTRA    PIC ZZZZZ9.
           03 PTR-INF-VERIF      PIC ZZZZZ9.
           03 PTR-INF-PEND       PIC ZZZZZ9.
           03 PTR-INF-CONF       PIC ZZZZZ9.
           03 PTR-INF-NODIC      PIC ZZZZZ9.
           03 PTR-INF-HORAS      PIC ZZZZZ9.
           03 PTR-INF-TIPO       PIC ZZZZZ9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PTR-INF-TASA       PIC ZZ9,99.
           03 FILLER             PIC X(1)  VALUE SPACES.
           03 PTR-INF-ERR-IMP    PIC ZZZZZZZZZZ9,99.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PTR-INF-PROYECTADO PIC ZZZZZZZZZZ9,99.

       01  PTR-INF-NOTA.
           03 FILLER PIC X(40) VALUE
              "Error proyectado = error de la muestra /".
           03 FILLER PIC X(40) VALUE
              " importe verificado x importe poblacion".

       01  PTR-INF-SIN.
           03 FILLER PIC X(40) VALUE
              "Sin muestras generadas para el periodo".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACT-DD TO PTR-CAB-DD.
           MOVE WS-FECHA-ACT-MM TO PTR-CAB-MM.
           MOVE WS-FECHA-ACT-AA TO PTR-CAB-AA.
           PERFORM LEO-PARAMETROS.
           MOVE SPACES TO WS-ACCION.
           PERFORM PROC-ACCION UNTIL (ACCION-FIN).
           STOP RUN.

       PROC-ACCION.
           DISPLAY "Accion (1=Generar muestra, 2=Registrar resultados, "
                   "3=Informe de errores, 4=Reimprimir hoja, "
                   "9=Fin): " WITH NO ADVANCING.
           ACCEPT WS-ACCION.
           IF (ACCION-GENERAR) THEN
               PERFORM GENERO-MUESTRA
           ELSE IF (ACCION-REGISTRAR) THEN
               PERFORM REGISTRO-RESULTADOS
           ELSE IF (ACCION-INFORME) THEN
               PERFORM INFORME-ERRORES
           ELSE IF (ACCION-HOJA) THEN
               PERFORM REIMPRIMO-HOJA
           ELSE IF (NOT ACCION-FIN) THEN
               DISPLAY "Accion invalida"
           END-IF.

       LEO-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (PAR-OK) THEN
               PERFORM LEO-REG-PARAMETROS
               PERFORM TOMO-PARAMETRO UNTIL (PAR-EOF)
               CLOSE PARAMETROS
           END-IF.
           IF (WS-RECARGO-PCT NOT NUMERIC) THEN
               MOVE 50 TO WS-RECARGO-PCT
           END-IF.

       TOMO-PARAMETRO.
           IF (REG-PAR-PROGRAMA = "MUESTRA-AUDIT") THEN
               MOVE REG-PAR-DATOS TO WS-PAR-DATOS-MUE
               IF (WS-PAR-MUE-TAMANIO NUMERIC)
                       AND (WS-PAR-MUE-TAMANIO NOT = ZERO) THEN
                   MOVE WS-PAR-MUE-TAMANIO TO WS-PAR-TAMANIO
               END-IF
               IF (WS-PAR-MUE-SEMILLA NUMERIC) THEN
                   MOVE WS-PAR-MUE-SEMILLA TO WS-PAR-SEMILLA
               END-IF
           END-IF.
           IF (REG-PAR-PROGRAMA = "TP1-A") THEN
               MOVE REG-PAR-DATOS TO WS-PAR-DATOS-TPA
               MOVE WS-PAR-TPA-RECARGO TO WS-RECARGO-PCT
           END-IF.
           PERFORM LEO-REG-PARAMETROS.

       LEO-REG-PARAMETROS.
           READ PARAMETROS RECORD INTO REG-PAR.
           IF ((NOT PAR-OK) AND (NOT PAR-EOF)) THEN
               DISPLAY "ERROR EN READ Parametros: " PAR-ESTADO
               STOP RUN
           END-IF.

       PIDO-CLAVE.
           DISPLAY "Sucursal: " WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           DISPLAY "Periodo desde (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DESDE.
           DISPLAY "Periodo hasta (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-HASTA.

       GENERO-MUESTRA.
           PERFORM PIDO-CLAVE.
           DISPLAY "Tamanio de muestra (NNNN, 0 = parametro): "
                   WITH NO ADVANCING.
           ACCEPT WS-TAMANIO.
           DISPLAY "Semilla (NNNNNNNNNN, 0 = parametro): "
                   WITH NO ADVANCING.
           ACCEPT WS-SEMILLA.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "GENERAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (WS-SUCURSAL = SPACES) OR (WS-DESDE > WS-HASTA) THEN
               DISPLAY "Sucursal o periodo invalido"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-MUESTRAS.
           PERFORM BUSCO-CABECERA.
           IF (WS-CAB-INDICE NOT = ZERO) THEN
               DISPLAY "Ya existe una muestra para la sucursal "
                       WS-SUCURSAL " y el periodo " WS-DESDE " - "
                       WS-HASTA
               EXIT PARAGRAPH
           END-IF.
           IF (WS-TAMANIO = ZERO) THEN
               MOVE WS-PAR-TAMANIO TO WS-TAMANIO
           END-IF.
           IF (WS-SEMILLA = ZERO) THEN
               MOVE WS-PAR-SEMILLA TO WS-SEMILLA
           END-IF.
           IF (WS-SEMILLA = ZERO) THEN
               MOVE WS-FECHA-ACT-N TO WS-SEMILLA
           END-IF.
           DIVIDE WS-SEMILLA BY WS-RND-MODULO GIVING WS-RND-COCIENTE
               REMAINDER WS-RND-SEMILLA.
           IF (WS-RND-SEMILLA = ZERO) THEN
               MOVE 1 TO WS-RND-SEMILLA
           END-IF.
           MOVE WS-RND-SEMILLA TO WS-SEMILLA.
           PERFORM CARGO-TARIFAS.
           PERFORM CUENTO-POBLACION.
           IF (WS-POB-CANTIDAD = ZERO) THEN
               DISPLAY "Sin novedades de la sucursal en el periodo"
               EXIT PARAGRAPH
           END-IF.
           IF (WS-TAMANIO > WS-POB-CANTIDAD) THEN
               MOVE WS-POB-CANTIDAD TO WS-TAMANIO
           END-IF.
           IF (WS-MUE-CANTIDAD + WS-TAMANIO + 1 > 5000) THEN
               DISPLAY "Archivo de muestras completo"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MUE-CANTIDAD.
           MOVE WS-MUE-CANTIDAD TO WS-CAB-INDICE.
           MOVE SPACES TO REG-MUE.
           MOVE WS-CLAVE TO REG-MUE-CLAVE.
           MOVE "C" TO REG-MUE-TIPO.
           MOVE WS-SEMILLA TO REG-MUE-CAB-SEMILLA.
           MOVE WS-TAMANIO TO REG-MUE-CAB-TAMANIO.
           MOVE WS-POB-CANTIDAD TO REG-MUE-CAB-POBLACION.
           MOVE WS-POB-IMPORTE TO REG-MUE-CAB-POB-IMPORTE.
           MOVE WS-FECHA-ACT-N TO REG-MUE-CAB-FECHA.
           MOVE WS-USUARIO TO REG-MUE-CAB-USUARIO.
           MOVE REG-MUE TO TAB-MUE(WS-MUE-CANTIDAD).
           PERFORM SELECCIONO-MUESTRA.
           PERFORM GRABO-MUESTRAS.
           PERFORM CARGO-PROFESORES.
           PERFORM IMPRIMO-HOJA.
           DISPLAY "Muestra de " WS-SEL-CANTIDAD " novedades sobre "
                   WS-POB-CANTIDAD ", semilla " WS-SEMILLA.
           DISPLAY "Hoja de verificacion en HojaMuestraAuditoria.txt".

       VALIDO-OPERADOR.
           MOVE WS-USUARIO TO OPE-USUARIO.
           MOVE "MUESTRA-AUDIT" TO OPE-PROGRAMA.
           MOVE 1 TO OPE-ACCION.
           CALL "OPERADORES" USING OPERADOR.
           IF (NOT OPE-OK) THEN
               DISPLAY "ACCESO DENEGADO: " OPE-MOTIVO
           END-IF.

       CUENTO-POBLACION.
           MOVE ZERO TO WS-POB-CANTIDAD.
           MOVE ZERO TO WS-POB-IMPORTE.
           OPEN INPUT NOVTIMES.
           IF (NOT NOV-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes: " NOV-ESTADO
               STOP RUN
           END-IF.
           PERFORM LEO-NOVTIMES.
           PERFORM CUENTO-NOVEDAD UNTIL (NOV-EOF).
           CLOSE NOVTIMES.

       LEO-NOVTIMES.
           READ NOVTIMES RECORD INTO REG-NOV.
           IF ((NOT NOV-OK) AND (NOT NOV-EOF)) THEN
               DISPLAY "ERROR EN READ NovTimes: " NOV-ESTADO
               STOP RUN
           END-IF.

       VERIFICO-POBLACION.
           MOVE "N" TO WS-EN-POBLACION.
           IF (REG-NOV-SUCURSAL = WS-SUCURSAL)
                   AND (REG-NOV-FECHA NOT < WS-DESDE)
                   AND (REG-NOV-FECHA NOT > WS-HASTA)
                   AND (NOT NOV-CORRECCION) THEN
               MOVE "S" TO WS-EN-POBLACION
           END-IF.

       CUENTO-NOVEDAD.
           PERFORM VERIFICO-POBLACION.
           IF (EN-POBLACION) THEN
               ADD 1 TO WS-POB-CANTIDAD
               PERFORM TOMO-NOVEDAD
               PERFORM CALCULO-IMPORTE
               ADD WS-ACT-IMPORTE TO WS-POB-IMPORTE
           END-IF.
           PERFORM LEO-NOVTIMES.

       TOMO-NOVEDAD.
           MOVE REG-NOV-NUMERO    TO WS-CAL-NUMERO.
           MOVE REG-NOV-FECHA     TO WS-CAL-FECHA.
           MOVE REG-NOV-SUCURSAL  TO WS-CAL-SUCURSAL.
           MOVE REG-NOV-TIP_CLASE TO WS-CAL-TIP_CLASE.
           MOVE REG-NOV-HORAS     TO WS-CAL-HORAS.

       SELECCIONO-MUESTRA.
           MOVE ZERO TO WS-POB-ORDEN.
           MOVE ZERO TO WS-SEL-CANTIDAD.
           OPEN INPUT NOVTIMES.
           IF (NOT NOV-OK) THEN
               DISPLAY "ERROR EN OPEN NovTimes: " NOV-ESTADO
               STOP RUN
           END-IF.
           PERFORM LEO-NOVTIMES.
           PERFORM SELECCIONO-NOVEDAD
               UNTIL (NOV-EOF) OR (WS-SEL-CANTIDAD = WS-TAMANIO).
           CLOSE NOVTIMES.

       SELECCIONO-NOVEDAD.
           PERFORM VERIFICO-POBLACION.
           IF (EN-POBLACION) THEN
               COMPUTE WS-RND-RESTANTES = WS-POB-CANTIDAD
                   - WS-POB-ORDEN
               COMPUTE WS-RND-FALTAN = WS-TAMANIO - WS-SEL-CANTIDAD
               PERFORM SIGUIENTE-ALEATORIO
               COMPUTE WS-RND-PRUEBA = WS-RND-RESTANTES
                   * WS-RND-SEMILLA / WS-RND-MODULO
               IF (WS-RND-PRUEBA < WS-RND-FALTAN) THEN
                   PERFORM AGREGO-DETALLE
               END-IF
               ADD 1 TO WS-POB-ORDEN
           END-IF.
           PERFORM LEO-NOVTIMES.

       SIGUIENTE-ALEATORIO.
           COMPUTE WS-RND-PRODUCTO = WS-RND-SEMILLA * 16807.
           DIVIDE WS-RND-PRODUCTO BY WS-RND-MODULO
               GIVING WS-RND-COCIENTE REMAINDER WS-RND-SEMILLA.

       AGREGO-DETALLE.
           ADD 1 TO WS-SEL-CANTIDAD.
           PERFORM TOMO-NOVEDAD.
           PERFORM CALCULO-IMPORTE.
           MOVE SPACES TO REG-MUE.
           MOVE WS-CLAVE TO REG-MUE-CLAVE.
           MOVE "D" TO REG-MUE-TIPO.
           MOVE WS-SEL-CANTIDAD   TO REG-MUE-DET-ORDEN.
           MOVE REG-NOV-NUMERO    TO REG-MUE-DET-NUMERO.
           MOVE REG-NOV-FECHA     TO REG-MUE-DET-FECHA.
           IF (REG-NOV-HORARIO NUMERIC) THEN
               MOVE REG-NOV-HORA-DESDE TO REG-MUE-DET-HORA-DESDE
               MOVE REG-NOV-HORA-HASTA TO REG-MUE-DET-HORA-HASTA
           ELSE
               MOVE ZERO TO REG-MUE-DET-HORA-DESDE
               MOVE ZERO TO REG-MUE-DET-HORA-HASTA
           END-IF.
           MOVE REG-NOV-TIP_CLASE TO REG-MUE-DET-TIP_CLASE.
           MOVE REG-NOV-HORAS     TO REG-MUE-DET-HORAS.
           MOVE WS-ACT-IMPORTE    TO REG-MUE-DET-IMPORTE.
           MOVE "P"               TO REG-MUE-DET-RESULTADO.
           MOVE ZERO              TO REG-MUE-DET-HORAS-REAL.
           MOVE SPACES            TO REG-MUE-DET-TIPO-REAL.
           MOVE ZERO              TO REG-MUE-DET-IMPORTE-REAL.
           MOVE ZERO              TO REG-MUE-DET-FECHA-RES.
           MOVE SPACES            TO REG-MUE-DET-USUARIO.
           ADD 1 TO WS-MUE-CANTIDAD.
           MOVE REG-MUE TO TAB-MUE(WS-MUE-CANTIDAD).

       REGISTRO-RESULTADOS.
           PERFORM PIDO-CLAVE.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           MOVE "REGISTRAR" TO OPE-FUNCION.
           PERFORM VALIDO-OPERADOR.
           IF (NOT OPE-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-MUESTRAS.
           PERFORM BUSCO-CABECERA.
           IF (WS-CAB-INDICE = ZERO) THEN
               DISPLAY "No existe muestra para la sucursal "
                       WS-SUCURSAL " y el periodo " WS-DESDE " - "
                       WS-HASTA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Linea (NNNN, 0 = todas las pendientes): "
                   WITH NO ADVANCING.
           ACCEPT WS-LINEA.
           PERFORM CARGO-TARIFAS.
           MOVE "N" TO WS-FIN-REGISTRO.
           MOVE ZERO TO WS-REG-CANT.
           MOVE ZERO TO WS-MUE-INDICE.
           PERFORM REGISTRO-LINEA WS-MUE-CANTIDAD TIMES.
           IF (WS-REG-CANT NOT = ZERO) THEN
               PERFORM GRABO-MUESTRAS
           END-IF.
           DISPLAY "Resultados registrados: " WS-REG-CANT.

       REGISTRO-LINEA.
           ADD 1 TO WS-MUE-INDICE.
           IF (FIN-REGISTRO) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-MUE-CLAVE(WS-MUE-INDICE) NOT = WS-CLAVE)
                   OR (TAB-MUE-TIPO(WS-MUE-INDICE) NOT = "D") THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-MUE(WS-MUE-INDICE) TO REG-MUE.
           IF (WS-LINEA NOT = ZERO) THEN
               IF (REG-MUE-DET-ORDEN NOT = WS-LINEA) THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE IF (NOT DET-PENDIENTE) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PIDO-RESULTADO.

       PIDO-RESULTADO.
           DISPLAY "Linea " REG-MUE-DET-ORDEN " profesor "
                   REG-MUE-DET-NUMERO " fecha " REG-MUE-DET-FECHA
                   " tipo " REG-MUE-DET-TIP_CLASE " horas "
                   REG-MUE-DET-HORAS " resultado actual "
                   REG-MUE-DET-RESULTADO.
           DISPLAY "Resultado (C=Confirmada, N=No dictada, "
                   "H=Horas erroneas, T=Tipo erroneo, "
                   "blanco=sigue pendiente, F=Fin): "
                   WITH NO ADVANCING.
           ACCEPT WS-RES-CODIGO.
           IF (WS-RES-CODIGO = "F") THEN
               MOVE "S" TO WS-FIN-REGISTRO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-RES-CODIGO = SPACES) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (NOT RES-VALIDO) THEN
               DISPLAY "Resultado invalido"
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-MUE-DET-NUMERO    TO WS-CAL-NUMERO.
           MOVE REG-MUE-DET-FECHA     TO WS-CAL-FECHA.
           MOVE REG-MUE-SUCURSAL      TO WS-CAL-SUCURSAL.
           MOVE REG-MUE-DET-TIP_CLASE TO WS-CAL-TIP_CLASE.
           MOVE REG-MUE-DET-HORAS     TO WS-CAL-HORAS.
           IF (WS-RES-CODIGO = "H") THEN
               DISPLAY "Horas reales dictadas: " WITH NO ADVANCING
               ACCEPT WS-RES-HORAS
               IF (WS-RES-HORAS = REG-MUE-DET-HORAS) THEN
                   DISPLAY "Horas iguales a las facturadas"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RES-HORAS TO WS-CAL-HORAS
           ELSE IF (WS-RES-CODIGO = "T") THEN
               DISPLAY "Tipo de clase real: " WITH NO ADVANCING
               ACCEPT WS-RES-TIPO
               PERFORM BUSCO-TIPO
               IF (NOT TIP-HALLADO)
                       OR (WS-RES-TIPO = REG-MUE-DET-TIP_CLASE) THEN
                   DISPLAY "Tipo de clase invalido"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RES-TIPO TO WS-CAL-TIP_CLASE
           END-IF.
           MOVE WS-RES-CODIGO TO REG-MUE-DET-RESULTADO.
           IF (DET-CONFIRMADA) THEN
               MOVE REG-MUE-DET-IMPORTE TO REG-MUE-DET-IMPORTE-REAL
           ELSE IF (DET-NO-DICTADA) THEN
               MOVE ZERO TO WS-CAL-HORAS
               MOVE ZERO TO REG-MUE-DET-IMPORTE-REAL
           ELSE
               PERFORM CALCULO-IMPORTE
               MOVE WS-ACT-IMPORTE TO REG-MUE-DET-IMPORTE-REAL
           END-IF.
           MOVE WS-CAL-HORAS     TO REG-MUE-DET-HORAS-REAL.
           MOVE WS-CAL-TIP_CLASE TO REG-MUE-DET-TIPO-REAL.
           MOVE WS-FECHA-ACT-N   TO REG-MUE-DET-FECHA-RES.
           MOVE WS-USUARIO       TO REG-MUE-DET-USUARIO.
           MOVE REG-MUE TO TAB-MUE(WS-MUE-INDICE).
           ADD 1 TO WS-REG-CANT.

       BUSCO-TIPO.
           MOVE "N" TO WS-TIP-HALLADO.
           SET I TO 1.
           SEARCH TAB-TIP
               WHEN (TAB-TIP-TIP_CLASE(I) = WS-RES-TIPO)
                    AND (I NOT > WS-TIP-CANTIDAD)
                    MOVE "S" TO WS-TIP-HALLADO
           END-SEARCH.

       INFORME-ERRORES.
           DISPLAY "Periodo desde (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DESDE.
           DISPLAY "Periodo hasta (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-HASTA.
           PERFORM CARGO-MUESTRAS.
           OPEN OUTPUT LISTADO.
           IF (NOT LIS-OK) THEN
               DISPLAY "ERROR EN OPEN ListadoMuestraAuditoria: "
                       LIS-ESTADO
               STOP RUN
           END-IF.
           MOVE WS-DESDE TO PTR-INF-DESDE.
           MOVE WS-HASTA TO PTR-INF-HASTA.
           WRITE REG-LISTADO FROM PTR-CAB.
           WRITE REG-LISTADO FROM PTR-INF-TIT.
           WRITE REG-LISTADO FROM PTR-INF-COL.
           MOVE ZERO TO WS-INF-SUCURSALES.
           MOVE ZERO TO WS-TOT-POBLACION.
           MOVE ZERO TO WS-TOT-POB-IMP.
           MOVE ZERO TO WS-TOT-MUESTRA.
           MOVE ZERO TO WS-TOT-VERIF.
           MOVE ZERO TO WS-TOT-PEND.
           MOVE ZERO TO WS-TOT-CONF.
           MOVE ZERO TO WS-TOT-NODIC.
           MOVE ZERO TO WS-TOT-HORAS.
           MOVE ZERO TO WS-TOT-TIPO.
           MOVE ZERO TO WS-TOT-ERRORES.
           MOVE ZERO TO WS-TOT-ERR-IMP.
           MOVE ZERO TO WS-TOT-PROYECTADO.
           MOVE ZERO TO WS-MUE-INDICE.
           PERFORM INFORME-CABECERA WS-MUE-CANTIDAD TIMES.
           IF (WS-INF-SUCURSALES = ZERO) THEN
               WRITE REG-LISTADO FROM PTR-INF-SIN
           ELSE
               PERFORM IMPRIMO-TOTAL-INFORME
           END-IF.
           WRITE REG-LISTADO FROM PTR-INF-NOTA.
           CLOSE LISTADO.
           DISPLAY "Informe en ListadoMuestraAuditoria.txt, "
                   "sucursales: " WS-INF-SUCURSALES.

       INFORME-CABECERA.
           ADD 1 TO WS-MUE-INDICE.
           MOVE TAB-MUE(WS-MUE-INDICE) TO REG-MUE.
           IF (NOT MUE-CABECERA) OR (REG-MUE-DESDE NOT = WS-DESDE)
                   OR (REG-MUE-HASTA NOT = WS-HASTA) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INF-SUCURSALES.
           MOVE REG-MUE-CLAVE TO WS-CLAVE.
           MOVE REG-MUE-SUCURSAL TO PTR-INF-SUCURSAL.
           MOVE REG-MUE-CAB-POBLACION TO PTR-INF-POBLACION.
           MOVE REG-MUE-CAB-POB-IMPORTE TO PTR-INF-POB-IMP.
           ADD REG-MUE-CAB-POBLACION TO WS-TOT-POBLACION.
           ADD REG-MUE-CAB-POB-IMPORTE TO WS-TOT-POB-IMP.
           MOVE ZERO TO WS-INF-MUESTRA.
           MOVE ZERO TO WS-INF-VERIF.
           MOVE ZERO TO WS-INF-PEND.
           MOVE ZERO TO WS-INF-CONF.
           MOVE ZERO TO WS-INF-NODIC.
           MOVE ZERO TO WS-INF-HORAS.
           MOVE ZERO TO WS-INF-TIPO.
           MOVE ZERO TO WS-INF-ERRORES.
           MOVE ZERO TO WS-INF-IMP-VERIF.
           MOVE ZERO TO WS-INF-ERR-IMP.
           MOVE ZERO TO WS-INF-PROYECTADO.
           MOVE ZERO TO WS-INF-TASA.
           MOVE ZERO TO WS-MUE-INDICE2.
           PERFORM INFORME-DETALLE WS-MUE-CANTIDAD TIMES.
           MOVE TAB-MUE(WS-MUE-INDICE) TO REG-MUE.
           IF (WS-INF-VERIF NOT = ZERO) THEN
               COMPUTE WS-INF-TASA ROUNDED =
                   WS-INF-ERRORES * 100 / WS-INF-VERIF
           END-IF.
           IF (WS-INF-IMP-VERIF NOT = ZERO) THEN
               COMPUTE WS-INF-PROYECTADO ROUNDED = WS-INF-ERR-IMP
                   * REG-MUE-CAB-POB-IMPORTE / WS-INF-IMP-VERIF
           END-IF.
           MOVE WS-INF-MUESTRA    TO PTR-INF-MUESTRA.
           MOVE WS-INF-VERIF      TO PTR-INF-VERIF.
           MOVE WS-INF-PEND       TO PTR-INF-PEND.
           MOVE WS-INF-CONF       TO PTR-INF-CONF.
           MOVE WS-INF-NODIC      TO PTR-INF-NODIC.
           MOVE WS-INF-HORAS      TO PTR-INF-HORAS.
           MOVE WS-INF-TIPO       TO PTR-INF-TIPO.
           MOVE WS-INF-TASA       TO PTR-INF-TASA.
           MOVE WS-INF-ERR-IMP    TO PTR-INF-ERR-IMP.
           MOVE WS-INF-PROYECTADO TO PTR-INF-PROYECTADO.
           WRITE REG-LISTADO FROM PTR-INF-DET.
           ADD WS-INF-MUESTRA    TO WS-TOT-MUESTRA.
           ADD WS-INF-VERIF      TO WS-TOT-VERIF.
           ADD WS-INF-PEND       TO WS-TOT-PEND.
           ADD WS-INF-CONF       TO WS-TOT-CONF.
           ADD WS-INF-NODIC      TO WS-TOT-NODIC.
           ADD WS-INF-HORAS      TO WS-TOT-HORAS.
           ADD WS-INF-TIPO       TO WS-TOT-TIPO.
           ADD WS-INF-ERRORES    TO WS-TOT-ERRORES.
           ADD WS-INF-ERR-IMP    TO WS-TOT-ERR-IMP.
           ADD WS-INF-PROYECTADO TO WS-TOT-PROYECTADO.

       INFORME-DETALLE.
           ADD 1 TO WS-MUE-INDICE2.
           IF (TAB-MUE-CLAVE(WS-MUE-INDICE2) NOT = WS-CLAVE)
                   OR (TAB-MUE-TIPO(WS-MUE-INDICE2) NOT = "D") THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-MUE(WS-MUE-INDICE2) TO REG-MUE.
           ADD 1 TO WS-INF-MUESTRA.
           IF (DET-PENDIENTE) THEN
               ADD 1 TO WS-INF-PEND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INF-VERIF.
           ADD REG-MUE-DET-IMPORTE TO WS-INF-IMP-VERIF.
           IF (DET-CONFIRMADA) THEN
               ADD 1 TO WS-INF-CONF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INF-ERRORES.
           IF (DET-NO-DICTADA) THEN
               ADD 1 TO WS-INF-NODIC
           ELSE IF (DET-HORAS-MAL) THEN
               ADD 1 TO WS-INF-HORAS
           ELSE
               ADD 1 TO WS-INF-TIPO
           END-IF.
           IF (REG-MUE-DET-IMPORTE > REG-MUE-DET-IMPORTE-REAL) THEN
               COMPUTE WS-INF-DIFERENCIA = REG-MUE-DET-IMPORTE
                   - REG-MUE-DET-IMPORTE-REAL
           ELSE
               COMPUTE WS-INF-DIFERENCIA = REG-MUE-DET-IMPORTE-REAL
                   - REG-MUE-DET-IMPORTE
           END-IF.
           ADD WS-INF-DIFERENCIA TO WS-INF-ERR-IMP.

       IMPRIMO-TOTAL-INFORME.
           MOVE "TOT" TO PTR-INF-SUCURSAL.
           MOVE WS-TOT-POBLACION  TO PTR-INF-POBLACION.
           MOVE WS-TOT-POB-IMP    TO PTR-INF-POB-IMP.
           MOVE WS-TOT-MUESTRA    TO PTR-INF-MUESTRA.
           MOVE WS-TOT-VERIF      TO PTR-INF-VERIF.
           MOVE WS-TOT-PEND       TO PTR-INF-PEND.
           MOVE WS-TOT-CONF       TO PTR-INF-CONF.
           MOVE WS-TOT-NODIC      TO PTR-INF-NODIC.
           MOVE WS-TOT-HORAS      TO PTR-INF-HORAS.
           MOVE WS-TOT-TIPO       TO PTR-INF-TIPO.
           MOVE ZERO TO WS-INF-TASA.
           IF (WS-TOT-VERIF NOT = ZERO) THEN
               COMPUTE WS-INF-TASA ROUNDED =
                   WS-TOT-ERRORES * 100 / WS-TOT-VERIF
           END-IF.
           MOVE WS-INF-TASA       TO PTR-INF-TASA.
           MOVE WS-TOT-ERR-IMP    TO PTR-INF-ERR-IMP.
           MOVE WS-TOT-PROYECTADO TO PTR-INF-PROYECTADO.
           WRITE REG-LISTADO FROM PTR-INF-DET.

       REIMPRIMO-HOJA.
           PERFORM PIDO-CLAVE.
           PERFORM CARGO-MUESTRAS.
           PERFORM BUSCO-CABECERA.
           IF (WS-CAB-INDICE = ZERO) THEN
               DISPLAY "No existe muestra para la sucursal "
                       WS-SUCURSAL " y el periodo " WS-DESDE " - "
                       WS-HASTA
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGO-PROFESORES.
           PERFORM IMPRIMO-HOJA.
           DISPLAY "Hoja de verificacion en HojaMuestraAuditoria.txt".

       IMPRIMO-HOJA.
           OPEN OUTPUT HOJA.
           IF (NOT HOJ-OK) THEN
               DISPLAY "ERROR EN OPEN HojaMuestraAuditoria: "
                       HOJ-ESTADO
               STOP RUN
           END-IF.
           MOVE TAB-MUE(WS-CAB-INDICE) TO REG-MUE.
           MOVE REG-MUE-SUCURSAL TO PTR-HOJ-SUCURSAL.
           MOVE REG-MUE-DESDE TO WS-FECHA-AUX-N.
           MOVE WS-FECHA-AUX-DD TO PTR-HOJ-DESDE-DD.
           MOVE WS-FECHA-AUX-MM TO PTR-HOJ-DESDE-MM.
           MOVE WS-FECHA-AUX-AA TO PTR-HOJ-DESDE-AA.
           MOVE REG-MUE-HASTA TO WS-FECHA-AUX-N.
           MOVE WS-FECHA-AUX-DD TO PTR-HOJ-HASTA-DD.
           MOVE WS-FECHA-AUX-MM TO PTR-HOJ-HASTA-MM.
           MOVE WS-FECHA-AUX-AA TO PTR-HOJ-HASTA-AA.
           MOVE REG-MUE-CAB-SEMILLA TO PTR-HOJ-SEMILLA.
           MOVE REG-MUE-CAB-POBLACION TO PTR-HOJ-POBLACION.
           MOVE REG-MUE-CAB-POB-IMPORTE TO PTR-HOJ-POB-IMP.
           MOVE REG-MUE-CAB-TAMANIO TO PTR-HOJ-TAMANIO.
           MOVE REG-MUE-CAB-USUARIO TO PTR-HOJ-USUARIO.
           WRITE REG-HOJA FROM PTR-CAB.
           WRITE REG-HOJA FROM PTR-HOJ-TIT.
           WRITE REG-HOJA FROM PTR-HOJ-PAR.
           WRITE REG-HOJA FROM PTR-HOJ-POB.
           WRITE REG-HOJA FROM PTR-HOJ-COL.
           MOVE ZERO TO WS-MUE-INDICE.
           PERFORM IMPRIMO-HOJA-DET WS-MUE-CANTIDAD TIMES.
           WRITE REG-HOJA FROM PTR-HOJ-REF.
           WRITE REG-HOJA FROM PTR-HOJ-FIRMA.
           CLOSE HOJA.

       IMPRIMO-HOJA-DET.
           ADD 1 TO WS-MUE-INDICE.
           IF (TAB-MUE-CLAVE(WS-MUE-INDICE) NOT = WS-CLAVE)
                   OR (TAB-MUE-TIPO(WS-MUE-INDICE) NOT = "D") THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-MUE(WS-MUE-INDICE) TO REG-MUE.
           MOVE REG-MUE-DET-ORDEN  TO PTR-HOJ-DET-ORDEN.
           MOVE REG-MUE-DET-NUMERO TO PTR-HOJ-DET-NUMERO.
           PERFORM BUSCO-NOMBRE.
           MOVE REG-MUE-DET-FECHA TO WS-FECHA-AUX-N.
           MOVE WS-FECHA-AUX-DD TO PTR-HOJ-DET-DD.
           MOVE WS-FECHA-AUX-MM TO PTR-HOJ-DET-MM.
           MOVE WS-FECHA-AUX-AA TO PTR-HOJ-DET-AA.
           IF (REG-MUE-DET-HORA-DESDE = ZERO)
                   AND (REG-MUE-DET-HORA-HASTA = ZERO) THEN
               MOVE SPACES TO PTR-HOJ-DET-HORARIO
           ELSE
               STRING REG-MUE-DET-HORA-DESDE DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      REG-MUE-DET-HORA-HASTA DELIMITED BY SIZE
                      INTO PTR-HOJ-DET-HORARIO
           END-IF.
           MOVE REG-MUE-DET-TIP_CLASE TO PTR-HOJ-DET-TIPO.
           MOVE REG-MUE-DET-HORAS TO PTR-HOJ-DET-HORAS.
           MOVE REG-MUE-DET-IMPORTE TO PTR-HOJ-DET-IMPORTE.
           IF (DET-PENDIENTE) THEN
               MOVE " " TO PTR-HOJ-DET-RESULTADO
               MOVE "__________" TO PTR-HOJ-DET-HORAS-R
               MOVE "____" TO PTR-HOJ-DET-TIPO-R
           ELSE
               MOVE REG-MUE-DET-RESULTADO TO PTR-HOJ-DET-RESULTADO
               MOVE REG-MUE-DET-HORAS-REAL TO PTR-HOJ-DET-HORAS
               MOVE PTR-HOJ-DET-HORAS TO PTR-HOJ-DET-HORAS-R
               MOVE REG-MUE-DET-HORAS TO PTR-HOJ-DET-HORAS
               MOVE REG-MUE-DET-TIPO-REAL TO PTR-HOJ-DET-TIPO-R
           END-IF.
           WRITE REG-HOJA FROM PTR-HOJ-DET.

       BUSCO-NOMBRE.
           MOVE "SIN DATOS EN MAESTRO" TO PTR-HOJ-DET-NOMBRE.
           SET P TO 1.
           SEARCH TAB-PRF
               WHEN (TAB-PRF-NUMERO(P) = REG-MUE-DET-NUMERO)
                    AND (P NOT > WS-PRF-CANTIDAD)
                    MOVE TAB-PRF-NOMBRE(P) TO PTR-HOJ-DET-NOMBRE
           END-SEARCH.

       CARGO-MUESTRAS.
           MOVE ZERO TO WS-MUE-CANTIDAD.
           OPEN INPUT MUESTRAS.
           IF (MUE-OK) THEN
               PERFORM LEO-MUESTRAS
               PERFORM CARGO-MUESTRA UNTIL (MUE-EOF)
               CLOSE MUESTRAS
           END-IF.

       CARGO-MUESTRA.
           IF (WS-MUE-CANTIDAD < 5000) THEN
               ADD 1 TO WS-MUE-CANTIDAD
               MOVE REG-MUE TO TAB-MUE(WS-MUE-CANTIDAD)
           END-IF.
           PERFORM LEO-MUESTRAS.

       LEO-MUESTRAS.
           READ MUESTRAS RECORD INTO REG-MUE.
           IF ((NOT MUE-OK) AND (NOT MUE-EOF)) THEN
               DISPLAY "ERROR EN READ MuestrasAuditoria: " MUE-ESTADO
               STOP RUN
           END-IF.

       BUSCO-CABECERA.
           MOVE ZERO TO WS-CAB-INDICE.
           MOVE ZERO TO WS-MUE-INDICE.
           PERFORM BUSCO-CABECERA-DET WS-MUE-CANTIDAD TIMES.

       BUSCO-CABECERA-DET.
           ADD 1 TO WS-MUE-INDICE.
           IF (TAB-MUE-CLAVE(WS-MUE-INDICE) = WS-CLAVE)
                   AND (TAB-MUE-TIPO(WS-MUE-INDICE) = "C") THEN
               MOVE WS-MUE-INDICE TO WS-CAB-INDICE
           END-IF.

       GRABO-MUESTRAS.
           OPEN OUTPUT MUESTRAS.
           IF (NOT MUE-OK) THEN
               DISPLAY "ERROR EN OPEN MuestrasAuditoria: " MUE-ESTADO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-MUE-INDICE.
           PERFORM GRABO-MUESTRA WS-MUE-CANTIDAD TIMES.
           CLOSE MUESTRAS.

       GRABO-MUESTRA.
           ADD 1 TO WS-MUE-INDICE.
           MOVE TAB-MUE(WS-MUE-INDICE) TO REG-MUE.
           WRITE REG-MUE.

       CARGO-PROFESORES.
           MOVE ZERO TO WS-PRF-CANTIDAD.
           OPEN INPUT PROFESORES.
           IF (PROF-OK) THEN
               PERFORM LEO-PROFESORES
               PERFORM CARGO-PROFESOR UNTIL (PROF-EOF)
               CLOSE PROFESORES
           END-IF.

       CARGO-PROFESOR.
           IF (WS-PRF-CANTIDAD < 1000) THEN
               ADD 1 TO WS-PRF-CANTIDAD
               MOVE REG-PROF-NUMERO TO TAB-PRF-NUMERO(WS-PRF-CANTIDAD)
               MOVE REG-PROF-NOMBRE TO TAB-PRF-NOMBRE(WS-PRF-CANTIDAD)
           END-IF.
           PERFORM LEO-PROFESORES.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               STOP RUN
           END-IF.

       CARGO-TARIFAS.
           IF (TARIFAS-CARGADAS) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-TARIFAS-CARGADAS.
           OPEN INPUT TIPOS_CLASE.
           IF (NOT TIP-OK) THEN
               DISPLAY "ERROR EN OPEN TiposClase: " TIP-ESTADO
               STOP RUN
           END-IF.
           PERFORM LEO-TIPOS_CLASE.
           PERFORM CARGO-TIPO_CLASE UNTIL (TIP-EOF).
           CLOSE TIPOS_CLASE.
           OPEN INPUT TIPOSCLASEHIST.
           IF (HIS-OK) THEN
               PERFORM LEO-TIPOS_CLASE-HIST
               PERFORM CARGO-TIPO_CLASE-HIST UNTIL (HIS-EOF)
               CLOSE TIPOSCLASEHIST
           END-IF.
           OPEN INPUT TARIFASPROF.
           IF (TPR-OK) THEN
               PERFORM LEO-TARIFAS-PROF
               PERFORM CARGO-TARIFA-PROF UNTIL (TPR-EOF)
               CLOSE TARIFASPROF
           END-IF.
           OPEN INPUT FERIADOS.
           IF (FER-OK) THEN
               PERFORM LEO-FERIADOS
               PERFORM CARGO-FERIADO UNTIL (FER-EOF)
               CLOSE FERIADOS
           END-IF.

       LEO-TIPOS_CLASE.
           READ TIPOS_CLASE RECORD INTO REG-TIP.
           IF ((NOT TIP-OK) AND (NOT TIP-EOF)) THEN
               DISPLAY "ERROR EN READ TiposClase: " TIP-ESTADO
               STOP RUN
           END-IF.

       CARGO-TIPO_CLASE.
           ADD 1 TO WS-TIP-CANTIDAD.
           MOVE REG-TIP TO TAB-TIP(WS-TIP-CANTIDAD).
           PERFORM LEO-TIPOS_CLASE.

       LEO-TIPOS_CLASE-HIST.
           READ TIPOSCLASEHIST RECORD INTO REG-HIS.
           IF ((NOT HIS-OK) AND (NOT HIS-EOF)) THEN
               DISPLAY "ERROR EN READ TiposClaseHist: " HIS-ESTADO
               STOP RUN
           END-IF.

       CARGO-TIPO_CLASE-HIST.
           ADD 1 TO WS-HIS-CANTIDAD.
           MOVE REG-HIS TO TAB-HIS(WS-HIS-CANTIDAD).
           PERFORM LEO-TIPOS_CLASE-HIST.

       LEO-TARIFAS-PROF.
           READ TARIFASPROF RECORD INTO REG-TPR.
           IF ((NOT TPR-OK) AND (NOT TPR-EOF)) THEN
               DISPLAY "ERROR EN READ TarifasProfesor: " TPR-ESTADO
               STOP RUN
           END-IF.

       CARGO-TARIFA-PROF.
           ADD 1 TO WS-TPR-CANTIDAD.
           MOVE REG-TPR TO TAB-TPR(WS-TPR-CANTIDAD).
           PERFORM LEO-TARIFAS-PROF.

       LEO-FERIADOS.
           READ FERIADOS RECORD INTO REG-FER.
           IF ((NOT FER-OK) AND (NOT FER-EOF)) THEN
               DISPLAY "ERROR EN READ Feriados: " FER-ESTADO
               STOP RUN
           END-IF.

       CARGO-FERIADO.
           ADD 1 TO WS-FER-CANTIDAD.
           MOVE REG-FER TO TAB-FER(WS-FER-CANTIDAD).
           PERFORM LEO-FERIADOS.

       CALCULO-IMPORTE.
           MOVE ZERO TO WS-ACT-TARIFA.
           SET I TO 1.
           SEARCH TAB-TIP
               WHEN (TAB-TIP-TIP_CLASE(I) = WS-CAL-TIP_CLASE)
                    AND (I NOT > WS-TIP-CANTIDAD)
                    MOVE TAB-TIP-TARIFA(I) TO WS-ACT-TARIFA
           END-SEARCH.
           MOVE ZERO TO WS-HIS-VIGENCIA-MAX.
           MOVE ZERO TO WS-HIS-INDICE.
           PERFORM BUSCO-TARIFA-VIGENTE WS-HIS-CANTIDAD TIMES.
           PERFORM BUSCO-TARIFA-PROFESOR.
           MULTIPLY WS-CAL-HORAS BY WS-ACT-TARIFA
               GIVING WS-ACT-IMPORTE.
           PERFORM VALIDO-RECARGO.

       BUSCO-TARIFA-VIGENTE.
           ADD 1 TO WS-HIS-INDICE.
           IF (TAB-HIS-TIP_CLASE(WS-HIS-INDICE) = WS-CAL-TIP_CLASE)
                   AND (TAB-HIS-VIGENCIA(WS-HIS-INDICE)
                        NOT > WS-CAL-FECHA)
                   AND (TAB-HIS-VIGENCIA(WS-HIS-INDICE)
                        NOT < WS-HIS-VIGENCIA-MAX) THEN
               MOVE TAB-HIS-VIGENCIA(WS-HIS-INDICE)
                   TO WS-HIS-VIGENCIA-MAX
               MOVE TAB-HIS-TARIFA(WS-HIS-INDICE) TO WS-ACT-TARIFA
           END-IF.

       BUSCO-TARIFA-PROFESOR.
           MOVE "N" TO WS-TPR-HAY-SUC.
           MOVE "N" TO WS-TPR-HAY-GRAL.
           MOVE ZERO TO WS-TPR-VIG-SUC.
           MOVE ZERO TO WS-TPR-VIG-GRAL.
           MOVE ZERO TO WS-TPR-INDICE.
           PERFORM BUSCO-TARIFA-PROFESOR-DET WS-TPR-CANTIDAD TIMES.
           IF (TPR-HAY-SUC) THEN
               MOVE WS-TPR-TARIFA-SUC TO WS-ACT-TARIFA
           ELSE IF (TPR-HAY-GRAL) THEN
               MOVE WS-TPR-TARIFA-GRAL TO WS-ACT-TARIFA
           END-IF.

       BUSCO-TARIFA-PROFESOR-DET.
           ADD 1 TO WS-TPR-INDICE.
           IF (TAB-TPR-NUMERO(WS-TPR-INDICE) = WS-CAL-NUMERO)
                   AND (TAB-TPR-TIP_CLASE(WS-TPR-INDICE)
                        = WS-CAL-TIP_CLASE)
                   AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                        NOT > WS-CAL-FECHA) THEN
               IF (TAB-TPR-SUCURSAL(WS-TPR-INDICE)
                       = WS-CAL-SUCURSAL)
                       AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                            NOT < WS-TPR-VIG-SUC) THEN
                   MOVE "S" TO WS-TPR-HAY-SUC
                   MOVE TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                       TO WS-TPR-VIG-SUC
                   MOVE TAB-TPR-TARIFA(WS-TPR-INDICE)
                       TO WS-TPR-TARIFA-SUC
               END-IF
               IF (TAB-TPR-SUCURSAL(WS-TPR-INDICE) = SPACES)
                       AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                            NOT < WS-TPR-VIG-GRAL) THEN
                   MOVE "S" TO WS-TPR-HAY-GRAL
                   MOVE TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                       TO WS-TPR-VIG-GRAL
                   MOVE TAB-TPR-TARIFA(WS-TPR-INDICE)
                       TO WS-TPR-TARIFA-GRAL
               END-IF
           END-IF.

       VALIDO-RECARGO.
           MOVE "N" TO WS-ES-RECARGO.
           MOVE WS-CAL-FECHA TO WS-ZEL-FECHA.
           PERFORM CALCULO-DIA-SEMANA.
           IF (WS-ZEL-DIA = 1) THEN
               MOVE "S" TO WS-ES-RECARGO
           END-IF.
           PERFORM BUSCO-FERIADO.
           IF (ES-FERIADO) THEN
               MOVE "S" TO WS-ES-RECARGO
           END-IF.
           IF (ES-RECARGO) THEN
               COMPUTE WS-RECARGO-IMPORTE ROUNDED =
                   WS-ACT-IMPORTE * WS-RECARGO-PCT / 100
               ADD WS-RECARGO-IMPORTE TO WS-ACT-IMPORTE
           END-IF.

       BUSCO-FERIADO.
           MOVE "N" TO WS-ES-FERIADO.
           MOVE ZERO TO WS-FER-INDICE.
           PERFORM BUSCO-FERIADO-DET WS-FER-CANTIDAD TIMES.

       BUSCO-FERIADO-DET.
           ADD 1 TO WS-FER-INDICE.
           IF (TAB-FER-FECHA(WS-FER-INDICE) = WS-CAL-FECHA) THEN
               MOVE "S" TO WS-ES-FERIADO
           END-IF.

       CALCULO-DIA-SEMANA.
           MOVE WS-ZEL-FECHA-AA TO WS-ZEL-ANIO.
           MOVE WS-ZEL-FECHA-MM TO WS-ZEL-MES.
           IF (WS-ZEL-MES < 3) THEN
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF.
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1).
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
           DIVIDE WS-ZEL-ANIO BY 4 GIVING WS-ZEL-T2.
           DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-T3.
           DIVIDE WS-ZEL-ANIO BY 400 GIVING WS-ZEL-T4.
           COMPUTE WS-ZEL-H = WS-ZEL-FECHA-DD + WS-ZEL-T1
               + WS-ZEL-ANIO + WS-ZEL-T2 - WS-ZEL-T3 + WS-ZEL-T4.
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-Q
               REMAINDER WS-ZEL-DIA.

       END PROGRAM MUESTRA-AUDIT.
