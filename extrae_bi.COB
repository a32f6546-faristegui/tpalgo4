       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-BI.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVTIMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOV-ESTADO.

           SELECT NOVSORT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NVS-ESTADO.

           SELECT ORDENA-WORK ASSIGN TO DISK.

           SELECT FACTRESUMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RES-ESTADO.

           SELECT ANULADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANU-ESTADO.

           SELECT PAGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAG-ESTADO.

           SELECT RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-ESTADO.

           SELECT PROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROF-ESTADO.

           SELECT SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-SUC-SUCURSAL
           ALTERNATE RECORD KEY IS REG-SUC-CUIT
           ALTERNATE RECORD KEY IS REG-SUC-RAZON WITH DUPLICATES
           FILE STATUS IS SUC-ESTADO.

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

           SELECT CONTROLBI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-ESTADO.

           SELECT CSVHORAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHO-ESTADO.

           SELECT CSVFACTURAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CFA-ESTADO.

           SELECT CSVPAGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPA-ESTADO.

           SELECT CSVPROFESORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPR-ESTADO.

           SELECT CSVSUCURSALES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSU-ESTADO.

           SELECT CSVTIPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTI-ESTADO.

           SELECT CSVFECHAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CFE-ESTADO.

           SELECT MANIFIESTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAN-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       FD  NOVTIMES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/NovTimes.txt".
       01  REG-NVI PIC X(38).

       FD  NOVSORT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BINovSort.txt".
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

       SD  ORDENA-WORK.
       01  REG-ORD.
           03 REG-ORD-NUMERO      PIC X(5).
           03 REG-ORD-FECHA       PIC 9(8).
           03 REG-ORD-SUCURSAL    PIC X(3).
           03 REG-ORD-TIP_CLASE   PIC X(4).
           03 FILLER              PIC X(18).

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

       FD  PAGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Pagos.txt".
       01  REG-PAG.
           03 REG-PAG-FECHA   PIC 9(8).
           03 REG-PAG-NUMERO  PIC X(5).
           03 REG-PAG-IMPORTE PIC 9(9)V99.
           03 REG-PAG-MEDIO   PIC X(10).

       FD  RETENCIONES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/Retenciones.txt".
       01  REG-RTN.
           03 REG-RTN-NUMERO  PIC X(5).
           03 REG-RTN-PERIODO PIC 9(6).
           03 REG-RTN-FECHA   PIC 9(8).
           03 REG-RTN-BASE    PIC 9(9)V99.
           03 REG-RTN-IMPORTE PIC 9(9)V99.

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
           VALUE OF FILE-ID IS "files/Sucursales.dat".
       01  REG-SUC.
           03 REG-SUC-SUCURSAL PIC X(03).
           03 REG-SUC-RAZON    PIC X(25).
           03 REG-SUC-DIRE     PIC X(20).
           03 REG-SUC-TEL      PIC X(20).
           03 REG-SUC-CUIT     PIC 9(11).

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

       FD  CONTROLBI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/ControlExtraccionBI.txt".
       01  REG-CTL.
           03 REG-CTL-HASTA     PIC 9(8).
           03 REG-CTL-FECHA     PIC 9(8).
           03 REG-CTL-HORA      PIC 9(8).
           03 REG-CTL-REGISTROS PIC 9(7).

       FD  CSVHORAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BIHechoHoras.csv".
       01  REG-CHO PIC X(80).

       FD  CSVFACTURAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BIHechoFacturas.csv".
       01  REG-CFA PIC X(120).

       FD  CSVPAGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BIHechoPagos.csv".
       01  REG-CPA PIC X(80).

       FD  CSVPROFESORES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BIDimProfesores.csv".
       01  REG-CPR PIC X(80).

       FD  CSVSUCURSALES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BIDimSucursales.csv".
       01  REG-CSU PIC X(100).

       FD  CSVTIPOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BIDimTiposClase.csv".
       01  REG-CTI PIC X(80).

       FD  CSVFECHAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BIDimFechas.csv".
       01  REG-CFE PIC X(100).

       FD  MANIFIESTO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "files/BIManifiesto.csv".
       01  REG-MAN PIC X(120).

       WORKING-STORAGE SECTION.
       77  NOV-ESTADO PIC XX.
           88 NOV-OK  VALUE 00.
           88 NOV-EOF VALUE 10.

       77  NVS-ESTADO PIC XX.
           88 NVS-OK  VALUE 00.
           88 NVS-EOF VALUE 10.

       77  RES-ESTADO PIC XX.
           88 RES-OK  VALUE 00.
           88 RES-EOF VALUE 10.

       77  ANU-ESTADO PIC XX.
           88 ANU-OK  VALUE 00.
           88 ANU-EOF VALUE 10.

       77  PAG-ESTADO PIC XX.
           88 PAG-OK  VALUE 00.
           88 PAG-EOF VALUE 10.

       77  RTN-ESTADO PIC XX.
           88 RTN-OK  VALUE 00.
           88 RTN-EOF VALUE 10.

       77  PROF-ESTADO PIC XX.
           88 PROF-OK  VALUE 00.
           88 PROF-EOF VALUE 10.

       77  SUC-ESTADO PIC XX.
           88 SUC-OK  VALUE 00.
           88 SUC-EOF VALUE 10.

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

       77  CTL-ESTADO PIC XX.
           88 CTL-OK  VALUE 00.
           88 CTL-EOF VALUE 10.

       77  CHO-ESTADO PIC XX.
           88 CHO-OK VALUE 00.

       77  CFA-ESTADO PIC XX.
           88 CFA-OK VALUE 00.

       77  CPA-ESTADO PIC XX.
           88 CPA-OK VALUE 00.

       77  CPR-ESTADO PIC XX.
           88 CPR-OK VALUE 00.

       77  CSU-ESTADO PIC XX.
           88 CSU-OK VALUE 00.

       77  CTI-ESTADO PIC XX.
           88 CTI-OK VALUE 00.

       77  CFE-ESTADO PIC XX.
           88 CFE-OK VALUE 00.

       77  MAN-ESTADO PIC XX.
           88 MAN-OK VALUE 00.

       77  WS-PARAM-LEIDO PIC X VALUE "N".
           88 PARAM-LEIDO VALUE "S".

       01  WS-PAR-DATOS-B.
           03 WS-PAR-ULTIMA PIC 9(8).
           03 FILLER        PIC X(32).

       01  WS-PAR-DATOS-TPA.
           03 FILLER             PIC X(25).
           03 WS-PAR-TPA-RECARGO PIC 9(3).
           03 FILLER             PIC X(12).

       77  WS-BI-ULTIMA PIC 9(8) VALUE ZERO.
       77  WS-BI-HASTA  PIC 9(8).
       77  WS-BI-DESDE  PIC 9(8) VALUE ZERO.
       77  WS-FECHA-MIN PIC 9(8) VALUE 99999999.
       77  WS-HORA-ACT  PIC 9(8).

       01  WS-DIM-FECHA.
           03 WS-DIM-FECHA-AA PIC 9(4).
           03 WS-DIM-FECHA-MM PIC 9(2).
           03 WS-DIM-FECHA-DD PIC 9(2).
       01  WS-DIM-FECHA-N REDEFINES WS-DIM-FECHA PIC 9(8).

       77  WS-DIAS-MES    PIC 9(2).
       77  WS-BISIESTO-R4 PIC 9(4).
       77  WS-BISIESTO-R1 PIC 9(4).
       77  WS-BISIESTO-R2 PIC 9(4).

       01  TAB-DIAS-FIJO.
           03 FILLER PIC X(9) VALUE "LUNES    ".
           03 FILLER PIC X(9) VALUE "MARTES   ".
           03 FILLER PIC X(9) VALUE "MIERCOLES".
           03 FILLER PIC X(9) VALUE "JUEVES   ".
           03 FILLER PIC X(9) VALUE "VIERNES  ".
           03 FILLER PIC X(9) VALUE "SABADO   ".
           03 FILLER PIC X(9) VALUE "DOMINGO  ".
       01  TAB-DIAS REDEFINES TAB-DIAS-FIJO.
           03 TAB-DIA-NOMBRE PIC X(9) OCCURS 7 TIMES.

       77  WS-DIA-SEMANA PIC 9(1).

       77  WS-TIP-CANTIDAD PIC 9(4) VALUE ZERO.
       77  WS-TIP-INDICE   PIC 9(4).
       01  TAB-TIP_CLASE.
           03 TAB-TIP OCCURS 50 TIMES INDEXED BY I.
              05 TAB-TIP-TIP_CLASE PIC X(4).
              05 TAB-TIP-DESC      PIC X(20).
              05 TAB-TIP-TARIFA    PIC 9(5)V99.

       77  WS-HIS-INDICE       PIC 9(4).
       77  WS-HIS-CANTIDAD     PIC 9(4) VALUE ZERO.
       77  WS-HIS-VIGENCIA-MAX PIC 9(8).
       77  WS-HIS-FECHA        PIC 9(8).
       77  WS-HIS-TIP_CLASE    PIC X(4).
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
       77  WS-FER-FECHA    PIC 9(8).
       77  WS-FER-DESC     PIC X(30).
       77  WS-ES-FERIADO   PIC X(1).
           88 ES-FERIADO VALUE "S".
       01  TAB-FERIADOS.
           03 TAB-FER OCCURS 400 TIMES.
              05 TAB-FER-FECHA PIC 9(8).
              05 TAB-FER-DESC  PIC X(30).

       77  WS-ANL-CANTIDAD PIC 9(4) VALUE ZERO.
       01  TAB-ANULADAS.
           03 TAB-ANL OCCURS 5000 TIMES INDEXED BY L.
              05 TAB-ANL-COMPROBANTE PIC 9(8).
              05 TAB-ANL-FECHA       PIC 9(8).

       77  WS-FAC-ANULADA PIC X(1).
           88 FAC-ANULADA VALUE "S".
       77  WS-ANL-FECHA   PIC 9(8).

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

       77  WS-ACT-TARIFA  PIC 9(5)V99.
       77  WS-ACT-IMPORTE PIC 9(7)V99.
       77  WS-ACT-HORAS   PIC S9(4)V99.
       77  WS-IMPORTE-LIN PIC S9(10)V99.

       01  WS-HOR-CLAVE.
           03 WS-HOR-FECHA     PIC 9(8).
           03 WS-HOR-NUMERO    PIC X(5).
           03 WS-HOR-SUCURSAL  PIC X(3).
           03 WS-HOR-TIP_CLASE PIC X(4).
       01  WS-NOV-CLAVE.
           03 WS-NOV-FECHA     PIC 9(8).
           03 WS-NOV-NUMERO    PIC X(5).
           03 WS-NOV-SUCURSAL  PIC X(3).
           03 WS-NOV-TIP_CLASE PIC X(4).
       77  WS-HOR-HORAS   PIC S9(6)V99.
       77  WS-HOR-IMPORTE PIC S9(10)V99.
       77  WS-HOR-NOVEDADES PIC 9(5).

       77  WS-CNT-HORAS      PIC 9(7) VALUE ZERO.
       77  WS-CNT-FACTURAS   PIC 9(7) VALUE ZERO.
       77  WS-CNT-PAGOS      PIC 9(7) VALUE ZERO.
       77  WS-CNT-PROFESORES PIC 9(7) VALUE ZERO.
       77  WS-CNT-SUCURSALES PIC 9(7) VALUE ZERO.
       77  WS-CNT-TIPOS      PIC 9(7) VALUE ZERO.
       77  WS-CNT-FECHAS     PIC 9(7) VALUE ZERO.
       77  WS-CNT-TOTAL      PIC 9(7) VALUE ZERO.
       77  WS-TOT-HORAS      PIC S9(8)V99 VALUE ZERO.
       77  WS-TOT-IMP-HORAS  PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-FACTURAS   PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-FAC-HORAS  PIC S9(8)V99 VALUE ZERO.
       77  WS-TOT-PAGOS      PIC S9(11)V99 VALUE ZERO.

       01  WS-FECHA-ACT.
           03 WS-FECHA-ACT-AA PIC 9(4).
           03 WS-FECHA-ACT-MM PIC 9(2).
           03 WS-FECHA-ACT-DD PIC 9(2).
       01  WS-FECHA-ACT-N REDEFINES WS-FECHA-ACT PIC 9(8).

       01  WS-CAB-HORAS PIC X(80) VALUE
           "FECHA;PROFESOR;SUCURSAL;TIPO_CLASE;NOVEDADES;HORAS;IMPORTE".
       01  WS-CAB-FACTURAS.
           03 FILLER PIC X(38) VALUE
              "MOVIMIENTO;FECHA;COMPROBANTE;PROFESOR;".
           03 FILLER PIC X(82) VALUE
              "DESDE;HASTA;HORAS;NETO;IVA;IMPORTE".
       01  WS-CAB-PAGOS PIC X(80) VALUE
           "FECHA;PROFESOR;TIPO;MEDIO;IMPORTE".
       01  WS-CAB-PROFESORES PIC X(80) VALUE
           "PROFESOR;DNI;NOMBRE;CATEGORIA".
       01  WS-CAB-SUCURSALES PIC X(100) VALUE
           "SUCURSAL;RAZON_SOCIAL;DIRECCION;TELEFONO;CUIT".
       01  WS-CAB-TIPOS PIC X(80) VALUE
           "TIPO_CLASE;DESCRIPCION;TARIFA_BASE;TARIFA_VIGENTE".
       01  WS-CAB-FECHAS.
           03 FILLER PIC X(55) VALUE
              "FECHA;ANIO;MES;DIA;DIA_SEMANA;NOMBRE_DIA;FIN_DE_SEMANA;".
           03 FILLER PIC X(45) VALUE "FERIADO;DESCRIPCION_FERIADO".
       01  WS-CAB-MANIFIESTO.
           03 FILLER PIC X(44) VALUE
              "ARCHIVO;REGISTROS;TOTAL_HORAS;TOTAL_IMPORTE;".
           03 FILLER PIC X(76) VALUE "DESDE;HASTA;FECHA_EXTRACCION".

       01  WS-CSV-HORAS.
           03 WS-CHO-FECHA     PIC 9(8).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CHO-NUMERO    PIC X(5).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CHO-SUCURSAL  PIC X(3).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CHO-TIP_CLASE PIC X(4).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CHO-NOVEDADES PIC ZZZZ9.
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CHO-HORAS     PIC -ZZZZZ9,99.
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CHO-IMPORTE   PIC -ZZZZZZZZZ9,99.

       01  WS-CSV-FACTURAS.
           03 WS-CFA-MOVIMIENTO  PIC X(9).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-FECHA       PIC 9(8).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-COMPROBANTE PIC 9(8).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-NUMERO      PIC X(5).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-DESDE       PIC 9(8).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-HASTA       PIC 9(8).
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-HORAS       PIC -ZZZ9,99.
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-NETO        PIC -ZZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-IVA         PIC -ZZZZZZZ9,99.
           03 FILLER             PIC X(1) VALUE ";".
           03 WS-CFA-IMPORTE     PIC -ZZZZZZZZ9,99.

       01  WS-CSV-PAGOS.
           03 WS-CPA-FECHA   PIC 9(8).
           03 FILLER         PIC X(1) VALUE ";".
           03 WS-CPA-NUMERO  PIC X(5).
           03 FILLER         PIC X(1) VALUE ";".
           03 WS-CPA-TIPO    PIC X(9).
           03 FILLER         PIC X(1) VALUE ";".
           03 WS-CPA-MEDIO   PIC X(10).
           03 FILLER         PIC X(1) VALUE ";".
           03 WS-CPA-IMPORTE PIC ZZZZZZZZ9,99.

       01  WS-CSV-PROFESORES.
           03 WS-CPR-NUMERO    PIC X(5).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CPR-DNI       PIC 9(8).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CPR-NOMBRE    PIC X(25).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CPR-CATEGORIA PIC X(1).

       01  WS-CSV-SUCURSALES.
           03 WS-CSU-SUCURSAL PIC X(3).
           03 FILLER          PIC X(1) VALUE ";".
           03 WS-CSU-RAZON    PIC X(25).
           03 FILLER          PIC X(1) VALUE ";".
           03 WS-CSU-DIRE     PIC X(20).
           03 FILLER          PIC X(1) VALUE ";".
           03 WS-CSU-TEL      PIC X(20).
           03 FILLER          PIC X(1) VALUE ";".
           03 WS-CSU-CUIT     PIC 9(11).

       01  WS-CSV-TIPOS.
           03 WS-CTI-TIP_CLASE PIC X(4).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CTI-DESC      PIC X(20).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CTI-BASE      PIC ZZZZ9,99.
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-CTI-VIGENTE   PIC ZZZZ9,99.

       01  WS-CSV-FECHAS.
           03 WS-CFE-FECHA      PIC 9(8).
           03 FILLER            PIC X(1) VALUE ";".
           03 WS-CFE-ANIO       PIC 9(4).
           03 FILLER            PIC X(1) VALUE ";".
           03 WS-CFE-MES        PIC 9(2).
           03 FILLER            PIC X(1) VALUE ";".
           03 WS-CFE-DIA        PIC 9(2).
           03 FILLER            PIC X(1) VALUE ";".
           03 WS-CFE-DIA-SEMANA PIC 9(1).
           03 FILLER            PIC X(1) VALUE ";".
           03 WS-CFE-NOMBRE     PIC X(9).
           03 FILLER            PIC X(1) VALUE ";".
           03 WS-CFE-FINDE      PIC X(1).
           03 FILLER            PIC X(1) VALUE ";".
           03 WS-CFE-FERIADO    PIC X(1).
           03 FILLER            PIC X(1) VALUE ";".
           03 WS-CFE-DESC       PIC X(30).

       01  WS-CSV-MANIFIESTO.
           03 WS-MAN-ARCHIVO   PIC X(20).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-MAN-REGISTROS PIC ZZZZZZ9.
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-MAN-HORAS     PIC -ZZZZZZZ9,99.
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-MAN-IMPORTE   PIC -ZZZZZZZZZZ9,99.
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-MAN-DESDE     PIC 9(8).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-MAN-HASTA     PIC 9(8).
           03 FILLER           PIC X(1) VALUE ";".
           03 WS-MAN-FECHA     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIO.
           PERFORM CARGO-TIPOS_CLASE.
           PERFORM CARGO-TIPOS_CLASE-HIST.
           PERFORM CARGO-TARIFAS-PROF.
           PERFORM CARGO-FERIADOS.
           PERFORM CARGO-ANULADAS.
           PERFORM EXTRAIGO-HORAS.
           PERFORM EXTRAIGO-FACTURAS.
           PERFORM EXTRAIGO-PAGOS.
           PERFORM EXTRAIGO-RETENCIONES.
           PERFORM EXTRAIGO-PROFESORES.
           PERFORM EXTRAIGO-SUCURSALES.
           PERFORM EXTRAIGO-TIPOS.
           PERFORM EXTRAIGO-FECHAS.
           PERFORM GRABO-MANIFIESTO.
           PERFORM GRABO-CONTROL.
           PERFORM FIN.
           STOP RUN.

       INICIO.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACT FROM TIME.
           MOVE WS-FECHA-ACT-N TO WS-BI-HASTA.

           PERFORM LEO-CONTROL.
           PERFORM LEO-PARAMETROS.
           IF (PARAM-LEIDO) THEN
               MOVE WS-PAR-ULTIMA TO WS-BI-ULTIMA
           ELSE IF (WS-BI-ULTIMA NOT < WS-BI-HASTA) THEN
               DISPLAY "EXTRACCION AL " WS-BI-ULTIMA
                       " YA REALIZADA - SIN NOVEDADES"
               STOP RUN
           END-IF.
           IF (WS-BI-ULTIMA NOT = ZERO) THEN
               MOVE WS-BI-ULTIMA TO WS-DIM-FECHA-N
               PERFORM SUMO-DIA
               MOVE WS-DIM-FECHA-N TO WS-BI-DESDE
           END-IF.

           OPEN OUTPUT CSVHORAS.
           OPEN OUTPUT CSVFACTURAS.
           OPEN OUTPUT CSVPAGOS.
           OPEN OUTPUT CSVPROFESORES.
           OPEN OUTPUT CSVSUCURSALES.
           OPEN OUTPUT CSVTIPOS.
           OPEN OUTPUT CSVFECHAS.
           IF (NOT CHO-OK) OR (NOT CFA-OK) OR (NOT CPA-OK)
                   OR (NOT CPR-OK) OR (NOT CSU-OK) OR (NOT CTI-OK)
                   OR (NOT CFE-OK) THEN
               DISPLAY "ERROR EN OPEN archivos de extraccion: "
                       CHO-ESTADO " " CFA-ESTADO " " CPA-ESTADO " "
                       CPR-ESTADO " " CSU-ESTADO " " CTI-ESTADO " "
                       CFE-ESTADO
               STOP RUN
           END-IF.
           WRITE REG-CHO FROM WS-CAB-HORAS.
           WRITE REG-CFA FROM WS-CAB-FACTURAS.
           WRITE REG-CPA FROM WS-CAB-PAGOS.
           WRITE REG-CPR FROM WS-CAB-PROFESORES.
           WRITE REG-CSU FROM WS-CAB-SUCURSALES.
           WRITE REG-CTI FROM WS-CAB-TIPOS.
           WRITE REG-CFE FROM WS-CAB-FECHAS.

       LEO-CONTROL.
           OPEN INPUT CONTROLBI.
           IF (CTL-OK) THEN
               PERFORM LEO-REG-CONTROL
               PERFORM TOMO-CONTROL UNTIL (CTL-EOF)
               CLOSE CONTROLBI
           END-IF.

       LEO-REG-CONTROL.
           READ CONTROLBI RECORD INTO REG-CTL.
           IF ((NOT CTL-OK) AND (NOT CTL-EOF)) THEN
               DISPLAY "ERROR EN READ ControlExtraccionBI: "
                       CTL-ESTADO
               STOP RUN
           END-IF.

       TOMO-CONTROL.
           IF (REG-CTL-HASTA > WS-BI-ULTIMA) THEN
               MOVE REG-CTL-HASTA TO WS-BI-ULTIMA
           END-IF.
           PERFORM LEO-REG-CONTROL.

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
           IF (REG-PAR-PROGRAMA = "EXTRAE-BI") THEN
               MOVE REG-PAR-DATOS TO WS-PAR-DATOS-B
               IF (WS-PAR-ULTIMA NUMERIC) THEN
                   MOVE "S" TO WS-PARAM-LEIDO
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

       SUMO-DIA.
           PERFORM CALCULO-DIAS-MES.
           ADD 1 TO WS-DIM-FECHA-DD.
           IF (WS-DIM-FECHA-DD > WS-DIAS-MES) THEN
               MOVE 1 TO WS-DIM-FECHA-DD
               ADD 1 TO WS-DIM-FECHA-MM
           END-IF.
           IF (WS-DIM-FECHA-MM > 12) THEN
               MOVE 1 TO WS-DIM-FECHA-MM
               ADD 1 TO WS-DIM-FECHA-AA
           END-IF.

       CALCULO-DIAS-MES.
           IF (WS-DIM-FECHA-MM = 1) OR (WS-DIM-FECHA-MM = 3)
                   OR (WS-DIM-FECHA-MM = 5) OR (WS-DIM-FECHA-MM = 7)
                   OR (WS-DIM-FECHA-MM = 8) OR (WS-DIM-FECHA-MM = 10)
                   OR (WS-DIM-FECHA-MM = 12) THEN
               MOVE 31 TO WS-DIAS-MES
           ELSE IF (WS-DIM-FECHA-MM = 2) THEN
               PERFORM CALCULO-BISIESTO
           ELSE
               MOVE 30 TO WS-DIAS-MES
           END-IF.

       CALCULO-BISIESTO.
           MOVE 28 TO WS-DIAS-MES.
           DIVIDE WS-DIM-FECHA-AA BY 4 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R1.
           DIVIDE WS-DIM-FECHA-AA BY 100 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R1 = ZERO)
                   AND (WS-BISIESTO-R2 NOT = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.
           DIVIDE WS-DIM-FECHA-AA BY 400 GIVING WS-BISIESTO-R4
               REMAINDER WS-BISIESTO-R2.
           IF (WS-BISIESTO-R2 = ZERO) THEN
               MOVE 29 TO WS-DIAS-MES
           END-IF.

       LEO-TIPOS_CLASE.
           READ TIPOS_CLASE RECORD INTO REG-TIP.
           IF ((NOT TIP-OK) AND (NOT TIP-EOF)) THEN
               DISPLAY "ERROR EN READ TiposClase: " TIP-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TIPOS_CLASE.
           OPEN INPUT TIPOS_CLASE.
           IF (NOT TIP-OK) THEN
               DISPLAY "ERROR EN OPEN TiposClase: " TIP-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-TIPOS_CLASE.
           PERFORM CARGO-TIPO_CLASE UNTIL (TIP-EOF).
           CLOSE TIPOS_CLASE.

       CARGO-TIPO_CLASE.
           ADD 1 TO WS-TIP-CANTIDAD.
           MOVE REG-TIP TO TAB-TIP(WS-TIP-CANTIDAD).
           PERFORM LEO-TIPOS_CLASE.

       LEO-TIPOS_CLASE-HIST.
           READ TIPOSCLASEHIST RECORD INTO REG-HIS.
           IF ((NOT HIS-OK) AND (NOT HIS-EOF)) THEN
               DISPLAY "ERROR EN READ TiposClaseHist: " HIS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TIPOS_CLASE-HIST.
           OPEN INPUT TIPOSCLASEHIST.
           IF (HIS-OK) THEN
               PERFORM LEO-TIPOS_CLASE-HIST
               PERFORM CARGO-TIPO_CLASE-HIST UNTIL (HIS-EOF)
               CLOSE TIPOSCLASEHIST
           END-IF.

       CARGO-TIPO_CLASE-HIST.
           ADD 1 TO WS-HIS-CANTIDAD.
           MOVE REG-HIS TO TAB-HIS(WS-HIS-CANTIDAD).
           PERFORM LEO-TIPOS_CLASE-HIST.

       LEO-TARIFAS-PROF.
           READ TARIFASPROF RECORD INTO REG-TPR.
           IF ((NOT TPR-OK) AND (NOT TPR-EOF)) THEN
               DISPLAY "ERROR EN READ TarifasProfesor: " TPR-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-TARIFAS-PROF.
           OPEN INPUT TARIFASPROF.
           IF (TPR-OK) THEN
               PERFORM LEO-TARIFAS-PROF
               PERFORM CARGO-TARIFA-PROF UNTIL (TPR-EOF)
               CLOSE TARIFASPROF
           END-IF.

       CARGO-TARIFA-PROF.
           ADD 1 TO WS-TPR-CANTIDAD.
           MOVE REG-TPR TO TAB-TPR(WS-TPR-CANTIDAD).
           PERFORM LEO-TARIFAS-PROF.

       LEO-FERIADOS.
           READ FERIADOS RECORD INTO REG-FER.
           IF ((NOT FER-OK) AND (NOT FER-EOF)) THEN
               DISPLAY "ERROR EN READ Feriados: " FER-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       CARGO-FERIADOS.
           OPEN INPUT FERIADOS.
           IF (FER-OK) THEN
               PERFORM LEO-FERIADOS
               PERFORM CARGO-FERIADO UNTIL (FER-EOF)
               CLOSE FERIADOS
           END-IF.

       CARGO-FERIADO.
           ADD 1 TO WS-FER-CANTIDAD.
           MOVE REG-FER TO TAB-FER(WS-FER-CANTIDAD).
           PERFORM LEO-FERIADOS.

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
           MOVE REG-ANU-FECHA TO TAB-ANL-FECHA(WS-ANL-CANTIDAD).
           PERFORM LEO-ANULADAS.

       BUSCO-ANULADA.
           MOVE "N" TO WS-FAC-ANULADA.
           MOVE ZERO TO WS-ANL-FECHA.
           SET L TO 1.
           SEARCH TAB-ANL
               WHEN (TAB-ANL-COMPROBANTE(L) = REG-RES-COMPROBANTE)
                    AND (L NOT > WS-ANL-CANTIDAD)
                    MOVE "S" TO WS-FAC-ANULADA
                    MOVE TAB-ANL-FECHA(L) TO WS-ANL-FECHA
           END-SEARCH.

       EXTRAIGO-HORAS.
           SORT ORDENA-WORK
               ON ASCENDING KEY REG-ORD-FECHA REG-ORD-NUMERO
                                REG-ORD-SUCURSAL REG-ORD-TIP_CLASE
               USING NOVTIMES GIVING NOVSORT.
           OPEN INPUT NOVSORT.
           IF (NOT NVS-OK) THEN
               DISPLAY "ERROR EN OPEN BINovSort: " NVS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO WS-HOR-CLAVE.
           MOVE ZERO TO WS-HOR-HORAS.
           MOVE ZERO TO WS-HOR-IMPORTE.
           MOVE ZERO TO WS-HOR-NOVEDADES.
           PERFORM LEO-NOVSORT.
           PERFORM PROC-NOVEDAD UNTIL (NVS-EOF).
           IF (WS-HOR-NOVEDADES NOT = ZERO) THEN
               PERFORM GRABO-HORAS
           END-IF.
           CLOSE NOVSORT.

       LEO-NOVSORT.
           READ NOVSORT RECORD INTO REG-NOV.
           IF ((NOT NVS-OK) AND (NOT NVS-EOF)) THEN
               DISPLAY "ERROR EN READ BINovSort: " NVS-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       PROC-NOVEDAD.
           IF (REG-NOV-FECHA < WS-BI-DESDE)
                   OR (REG-NOV-FECHA > WS-BI-HASTA) THEN
               PERFORM LEO-NOVSORT
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-NOV-FECHA     TO WS-NOV-FECHA.
           MOVE REG-NOV-NUMERO    TO WS-NOV-NUMERO.
           MOVE REG-NOV-SUCURSAL  TO WS-NOV-SUCURSAL.
           MOVE REG-NOV-TIP_CLASE TO WS-NOV-TIP_CLASE.
           IF (WS-NOV-CLAVE NOT = WS-HOR-CLAVE) THEN
               IF (WS-HOR-NOVEDADES NOT = ZERO) THEN
                   PERFORM GRABO-HORAS
               END-IF
               MOVE WS-NOV-CLAVE TO WS-HOR-CLAVE
               MOVE ZERO TO WS-HOR-HORAS
               MOVE ZERO TO WS-HOR-IMPORTE
               MOVE ZERO TO WS-HOR-NOVEDADES
           END-IF.
           PERFORM CALCULO-IMPORTE.
           MOVE REG-NOV-HORAS TO WS-ACT-HORAS.
           MOVE WS-ACT-IMPORTE TO WS-IMPORTE-LIN.
           IF (NOV-CORRECCION) THEN
               COMPUTE WS-ACT-HORAS = ZERO - WS-ACT-HORAS
               COMPUTE WS-IMPORTE-LIN = ZERO - WS-IMPORTE-LIN
           END-IF.
           ADD WS-ACT-HORAS TO WS-HOR-HORAS.
           ADD WS-IMPORTE-LIN TO WS-HOR-IMPORTE.
           ADD 1 TO WS-HOR-NOVEDADES.
           IF (REG-NOV-FECHA < WS-FECHA-MIN) THEN
               MOVE REG-NOV-FECHA TO WS-FECHA-MIN
           END-IF.
           PERFORM LEO-NOVSORT.

       GRABO-HORAS.
           MOVE WS-HOR-FECHA     TO WS-CHO-FECHA.
           MOVE WS-HOR-NUMERO    TO WS-CHO-NUMERO.
           MOVE WS-HOR-SUCURSAL  TO WS-CHO-SUCURSAL.
           MOVE WS-HOR-TIP_CLASE TO WS-CHO-TIP_CLASE.
           MOVE WS-HOR-NOVEDADES TO WS-CHO-NOVEDADES.
           MOVE WS-HOR-HORAS     TO WS-CHO-HORAS.
           MOVE WS-HOR-IMPORTE   TO WS-CHO-IMPORTE.
           WRITE REG-CHO FROM WS-CSV-HORAS.
           ADD 1 TO WS-CNT-HORAS.
           ADD WS-HOR-HORAS TO WS-TOT-HORAS.
           ADD WS-HOR-IMPORTE TO WS-TOT-IMP-HORAS.

       CALCULO-IMPORTE.
           MOVE ZERO TO WS-ACT-TARIFA.
           SET I TO 1.
           SEARCH TAB-TIP
               WHEN (TAB-TIP-TIP_CLASE(I) = REG-NOV-TIP_CLASE)
                    AND (I NOT > WS-TIP-CANTIDAD)
                    MOVE TAB-TIP-TARIFA(I) TO WS-ACT-TARIFA
           END-SEARCH.
           MOVE REG-NOV-TIP_CLASE TO WS-HIS-TIP_CLASE.
           MOVE REG-NOV-FECHA TO WS-HIS-FECHA.
           MOVE ZERO TO WS-HIS-VIGENCIA-MAX.
           MOVE ZERO TO WS-HIS-INDICE.
           PERFORM BUSCO-TARIFA-VIGENTE WS-HIS-CANTIDAD TIMES.
           PERFORM BUSCO-TARIFA-PROFESOR.
           MULTIPLY REG-NOV-HORAS BY WS-ACT-TARIFA
               GIVING WS-ACT-IMPORTE.
           PERFORM VALIDO-RECARGO.

       BUSCO-TARIFA-VIGENTE.
           ADD 1 TO WS-HIS-INDICE.
           IF (TAB-HIS-TIP_CLASE(WS-HIS-INDICE) = WS-HIS-TIP_CLASE)
                   AND (TAB-HIS-VIGENCIA(WS-HIS-INDICE)
                        NOT > WS-HIS-FECHA)
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
           IF (TAB-TPR-NUMERO(WS-TPR-INDICE) = REG-NOV-NUMERO)
                   AND (TAB-TPR-TIP_CLASE(WS-TPR-INDICE)
                        = REG-NOV-TIP_CLASE)
                   AND (TAB-TPR-VIGENCIA(WS-TPR-INDICE)
                        NOT > REG-NOV-FECHA) THEN
               IF (TAB-TPR-SUCURSAL(WS-TPR-INDICE)
                       = REG-NOV-SUCURSAL)
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
           MOVE REG-NOV-FECHA TO WS-ZEL-FECHA.
           PERFORM CALCULO-DIA-SEMANA.
           IF (WS-ZEL-DIA = 1) THEN
               MOVE "S" TO WS-ES-RECARGO
           END-IF.
           MOVE REG-NOV-FECHA TO WS-FER-FECHA.
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
           MOVE SPACES TO WS-FER-DESC.
           MOVE ZERO TO WS-FER-INDICE.
           PERFORM BUSCO-FERIADO-DET WS-FER-CANTIDAD TIMES.

       BUSCO-FERIADO-DET.
           ADD 1 TO WS-FER-INDICE.
           IF (TAB-FER-FECHA(WS-FER-INDICE) = WS-FER-FECHA) THEN
               MOVE "S" TO WS-ES-FERIADO
               MOVE TAB-FER-DESC(WS-FER-INDICE) TO WS-FER-DESC
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

       LEO-FACTRESUMEN.
           READ FACTRESUMEN RECORD INTO REG-RES.
           IF ((NOT RES-OK) AND (NOT RES-EOF)) THEN
               DISPLAY "ERROR EN READ FacturasResumen: " RES-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       EXTRAIGO-FACTURAS.
           OPEN INPUT FACTRESUMEN.
           IF (RES-OK) THEN
               PERFORM LEO-FACTRESUMEN
               PERFORM PROC-FACTURA UNTIL (RES-EOF)
               CLOSE FACTRESUMEN
           END-IF.

       PROC-FACTURA.
           PERFORM BUSCO-ANULADA.
           IF (REG-RES-FECHA-EMISION NOT < WS-BI-DESDE)
                   AND (REG-RES-FECHA-EMISION NOT > WS-BI-HASTA) THEN
               MOVE "EMISION" TO WS-CFA-MOVIMIENTO
               MOVE REG-RES-FECHA-EMISION TO WS-CFA-FECHA
               MOVE REG-RES-HORAS   TO WS-CFA-HORAS
               MOVE REG-RES-NETO    TO WS-CFA-NETO
               MOVE REG-RES-IVA     TO WS-CFA-IVA
               MOVE REG-RES-IMPORTE TO WS-CFA-IMPORTE
               PERFORM GRABO-FACTURA
               ADD REG-RES-IMPORTE TO WS-TOT-FACTURAS
               ADD REG-RES-HORAS TO WS-TOT-FAC-HORAS
           END-IF.
           IF (FAC-ANULADA)
                   AND (WS-ANL-FECHA NOT < WS-BI-DESDE)
                   AND (WS-ANL-FECHA NOT > WS-BI-HASTA) THEN
               MOVE "ANULACION" TO WS-CFA-MOVIMIENTO
               MOVE WS-ANL-FECHA TO WS-CFA-FECHA
               COMPUTE WS-CFA-HORAS   = ZERO - REG-RES-HORAS
               COMPUTE WS-CFA-NETO    = ZERO - REG-RES-NETO
               COMPUTE WS-CFA-IVA     = ZERO - REG-RES-IVA
               COMPUTE WS-CFA-IMPORTE = ZERO - REG-RES-IMPORTE
               PERFORM GRABO-FACTURA
               SUBTRACT REG-RES-IMPORTE FROM WS-TOT-FACTURAS
               SUBTRACT REG-RES-HORAS FROM WS-TOT-FAC-HORAS
           END-IF.
           PERFORM LEO-FACTRESUMEN.

       GRABO-FACTURA.
           MOVE REG-RES-COMPROBANTE TO WS-CFA-COMPROBANTE.
           MOVE REG-RES-NUMERO      TO WS-CFA-NUMERO.
           MOVE REG-RES-FECHA-DESDE TO WS-CFA-DESDE.
           MOVE REG-RES-FECHA-HASTA TO WS-CFA-HASTA.
           WRITE REG-CFA FROM WS-CSV-FACTURAS.
           ADD 1 TO WS-CNT-FACTURAS.
           IF (WS-CFA-FECHA < WS-FECHA-MIN) THEN
               MOVE WS-CFA-FECHA TO WS-FECHA-MIN
           END-IF.

       LEO-PAGOS.
           READ PAGOS RECORD INTO REG-PAG.
           IF ((NOT PAG-OK) AND (NOT PAG-EOF)) THEN
               DISPLAY "ERROR EN READ Pagos: " PAG-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       EXTRAIGO-PAGOS.
           OPEN INPUT PAGOS.
           IF (PAG-OK) THEN
               PERFORM LEO-PAGOS
               PERFORM PROC-PAGO UNTIL (PAG-EOF)
               CLOSE PAGOS
           END-IF.

       PROC-PAGO.
           IF (REG-PAG-FECHA NOT < WS-BI-DESDE)
                   AND (REG-PAG-FECHA NOT > WS-BI-HASTA) THEN
               MOVE REG-PAG-FECHA   TO WS-CPA-FECHA
               MOVE REG-PAG-NUMERO  TO WS-CPA-NUMERO
               MOVE "PAGO"          TO WS-CPA-TIPO
               MOVE REG-PAG-MEDIO   TO WS-CPA-MEDIO
               MOVE REG-PAG-IMPORTE TO WS-CPA-IMPORTE
               PERFORM GRABO-PAGO
               ADD REG-PAG-IMPORTE TO WS-TOT-PAGOS
           END-IF.
           PERFORM LEO-PAGOS.

       GRABO-PAGO.
           WRITE REG-CPA FROM WS-CSV-PAGOS.
           ADD 1 TO WS-CNT-PAGOS.
           IF (WS-CPA-FECHA < WS-FECHA-MIN) THEN
               MOVE WS-CPA-FECHA TO WS-FECHA-MIN
           END-IF.

       LEO-RETENCIONES.
           READ RETENCIONES RECORD INTO REG-RTN.
           IF ((NOT RTN-OK) AND (NOT RTN-EOF)) THEN
               DISPLAY "ERROR EN READ Retenciones: " RTN-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       EXTRAIGO-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF (RTN-OK) THEN
               PERFORM LEO-RETENCIONES
               PERFORM PROC-RETENCION UNTIL (RTN-EOF)
               CLOSE RETENCIONES
           END-IF.

       PROC-RETENCION.
           IF (REG-RTN-FECHA NOT < WS-BI-DESDE)
                   AND (REG-RTN-FECHA NOT > WS-BI-HASTA) THEN
               MOVE REG-RTN-FECHA   TO WS-CPA-FECHA
               MOVE REG-RTN-NUMERO  TO WS-CPA-NUMERO
               MOVE "RETENCION"     TO WS-CPA-TIPO
               MOVE "GANANCIAS"     TO WS-CPA-MEDIO
               MOVE REG-RTN-IMPORTE TO WS-CPA-IMPORTE
               PERFORM GRABO-PAGO
               ADD REG-RTN-IMPORTE TO WS-TOT-PAGOS
           END-IF.
           PERFORM LEO-RETENCIONES.

       LEO-PROFESORES.
           READ PROFESORES RECORD INTO REG-PROF.
           IF ((NOT PROF-OK) AND (NOT PROF-EOF)) THEN
               DISPLAY "ERROR EN READ Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       EXTRAIGO-PROFESORES.
           OPEN INPUT PROFESORES.
           IF (NOT PROF-OK) THEN
               DISPLAY "ERROR EN OPEN Profesores: " PROF-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-PROFESORES.
           PERFORM GRABO-PROFESOR UNTIL (PROF-EOF).
           CLOSE PROFESORES.

       GRABO-PROFESOR.
           MOVE REG-PROF-NUMERO    TO WS-CPR-NUMERO.
           MOVE REG-PROF-DNI       TO WS-CPR-DNI.
           MOVE REG-PROF-NOMBRE    TO WS-CPR-NOMBRE.
           MOVE REG-PROF-CATEGORIA TO WS-CPR-CATEGORIA.
           WRITE REG-CPR FROM WS-CSV-PROFESORES.
           ADD 1 TO WS-CNT-PROFESORES.
           PERFORM LEO-PROFESORES.

       LEO-SUCURSALES.
           READ SUCURSALES NEXT RECORD INTO REG-SUC.
           IF ((NOT SUC-OK) AND (NOT SUC-EOF)) THEN
               DISPLAY "ERROR EN READ Sucursales: " SUC-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.

       EXTRAIGO-SUCURSALES.
           OPEN INPUT SUCURSALES.
           IF (NOT SUC-OK) THEN
               DISPLAY "ERROR EN OPEN Sucursales: " SUC-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           PERFORM LEO-SUCURSALES.
           PERFORM GRABO-SUCURSAL UNTIL (SUC-EOF).
           CLOSE SUCURSALES.

       GRABO-SUCURSAL.
           MOVE REG-SUC-SUCURSAL TO WS-CSU-SUCURSAL.
           MOVE REG-SUC-RAZON    TO WS-CSU-RAZON.
           MOVE REG-SUC-DIRE     TO WS-CSU-DIRE.
           MOVE REG-SUC-TEL      TO WS-CSU-TEL.
           MOVE REG-SUC-CUIT     TO WS-CSU-CUIT.
           WRITE REG-CSU FROM WS-CSV-SUCURSALES.
           ADD 1 TO WS-CNT-SUCURSALES.
           PERFORM LEO-SUCURSALES.

       EXTRAIGO-TIPOS.
           MOVE ZERO TO WS-TIP-INDICE.
           PERFORM GRABO-TIPO WS-TIP-CANTIDAD TIMES.

       GRABO-TIPO.
           ADD 1 TO WS-TIP-INDICE.
           MOVE TAB-TIP-TARIFA(WS-TIP-INDICE) TO WS-ACT-TARIFA.
           MOVE TAB-TIP-TIP_CLASE(WS-TIP-INDICE) TO WS-HIS-TIP_CLASE.
           MOVE WS-BI-HASTA TO WS-HIS-FECHA.
           MOVE ZERO TO WS-HIS-VIGENCIA-MAX.
           MOVE ZERO TO WS-HIS-INDICE.
           PERFORM BUSCO-TARIFA-VIGENTE WS-HIS-CANTIDAD TIMES.
           MOVE TAB-TIP-TIP_CLASE(WS-TIP-INDICE) TO WS-CTI-TIP_CLASE.
           MOVE TAB-TIP-DESC(WS-TIP-INDICE)      TO WS-CTI-DESC.
           MOVE TAB-TIP-TARIFA(WS-TIP-INDICE)    TO WS-CTI-BASE.
           MOVE WS-ACT-TARIFA                    TO WS-CTI-VIGENTE.
           WRITE REG-CTI FROM WS-CSV-TIPOS.
           ADD 1 TO WS-CNT-TIPOS.

       EXTRAIGO-FECHAS.
           IF (WS-BI-DESDE NOT = ZERO) THEN
               MOVE WS-BI-DESDE TO WS-DIM-FECHA-N
           ELSE IF (WS-FECHA-MIN NOT = 99999999) THEN
               MOVE WS-FECHA-MIN TO WS-DIM-FECHA-N
           ELSE
               MOVE WS-BI-HASTA TO WS-DIM-FECHA-N
           END-IF.
           PERFORM GRABO-FECHA UNTIL (WS-DIM-FECHA-N > WS-BI-HASTA).

       GRABO-FECHA.
           MOVE WS-DIM-FECHA-N  TO WS-CFE-FECHA.
           MOVE WS-DIM-FECHA-AA TO WS-CFE-ANIO.
           MOVE WS-DIM-FECHA-MM TO WS-CFE-MES.
           MOVE WS-DIM-FECHA-DD TO WS-CFE-DIA.
           MOVE WS-DIM-FECHA TO WS-ZEL-FECHA.
           PERFORM CALCULO-DIA-SEMANA.
           IF (WS-ZEL-DIA < 2) THEN
               COMPUTE WS-DIA-SEMANA = WS-ZEL-DIA + 6
               MOVE "S" TO WS-CFE-FINDE
           ELSE
               COMPUTE WS-DIA-SEMANA = WS-ZEL-DIA - 1
               MOVE "N" TO WS-CFE-FINDE
           END-IF.
           MOVE WS-DIA-SEMANA TO WS-CFE-DIA-SEMANA.
           MOVE TAB-DIA-NOMBRE(WS-DIA-SEMANA) TO WS-CFE-NOMBRE.
           MOVE WS-DIM-FECHA-N TO WS-FER-FECHA.
           PERFORM BUSCO-FERIADO.
           IF (ES-FERIADO) THEN
               MOVE "S" TO WS-CFE-FERIADO
           ELSE
               MOVE "N" TO WS-CFE-FERIADO
           END-IF.
           MOVE WS-FER-DESC TO WS-CFE-DESC.
           WRITE REG-CFE FROM WS-CSV-FECHAS.
           ADD 1 TO WS-CNT-FECHAS.
           PERFORM SUMO-DIA.

       GRABO-MANIFIESTO.
           OPEN OUTPUT MANIFIESTO.
           IF (NOT MAN-OK) THEN
               DISPLAY "ERROR EN OPEN BIManifiesto: " MAN-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           WRITE REG-MAN FROM WS-CAB-MANIFIESTO.
           MOVE WS-BI-DESDE TO WS-MAN-DESDE.
           MOVE WS-BI-HASTA TO WS-MAN-HASTA.
           MOVE WS-FECHA-ACT-N TO WS-MAN-FECHA.

           MOVE "BIHechoHoras.csv" TO WS-MAN-ARCHIVO.
           MOVE WS-CNT-HORAS TO WS-MAN-REGISTROS.
           MOVE WS-TOT-HORAS TO WS-MAN-HORAS.
           MOVE WS-TOT-IMP-HORAS TO WS-MAN-IMPORTE.
           WRITE REG-MAN FROM WS-CSV-MANIFIESTO.

           MOVE "BIHechoFacturas.csv" TO WS-MAN-ARCHIVO.
           MOVE WS-CNT-FACTURAS TO WS-MAN-REGISTROS.
           MOVE WS-TOT-FAC-HORAS TO WS-MAN-HORAS.
           MOVE WS-TOT-FACTURAS TO WS-MAN-IMPORTE.
           WRITE REG-MAN FROM WS-CSV-MANIFIESTO.

           MOVE "BIHechoPagos.csv" TO WS-MAN-ARCHIVO.
           MOVE WS-CNT-PAGOS TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HORAS.
           MOVE WS-TOT-PAGOS TO WS-MAN-IMPORTE.
           WRITE REG-MAN FROM WS-CSV-MANIFIESTO.

           MOVE ZERO TO WS-MAN-IMPORTE.
           MOVE "BIDimProfesores.csv" TO WS-MAN-ARCHIVO.
           MOVE WS-CNT-PROFESORES TO WS-MAN-REGISTROS.
           WRITE REG-MAN FROM WS-CSV-MANIFIESTO.

           MOVE "BIDimSucursales.csv" TO WS-MAN-ARCHIVO.
           MOVE WS-CNT-SUCURSALES TO WS-MAN-REGISTROS.
           WRITE REG-MAN FROM WS-CSV-MANIFIESTO.

           MOVE "BIDimTiposClase.csv" TO WS-MAN-ARCHIVO.
           MOVE WS-CNT-TIPOS TO WS-MAN-REGISTROS.
           WRITE REG-MAN FROM WS-CSV-MANIFIESTO.

           MOVE "BIDimFechas.csv" TO WS-MAN-ARCHIVO.
           MOVE WS-CNT-FECHAS TO WS-MAN-REGISTROS.
           WRITE REG-MAN FROM WS-CSV-MANIFIESTO.
           CLOSE MANIFIESTO.

           COMPUTE WS-CNT-TOTAL = WS-CNT-HORAS + WS-CNT-FACTURAS
               + WS-CNT-PAGOS + WS-CNT-PROFESORES + WS-CNT-SUCURSALES
               + WS-CNT-TIPOS + WS-CNT-FECHAS.

       GRABO-CONTROL.
           OPEN EXTEND CONTROLBI.
           IF (NOT CTL-OK) THEN
               OPEN OUTPUT CONTROLBI
           END-IF.
           IF (NOT CTL-OK) THEN
               DISPLAY "ERROR EN OPEN ControlExtraccionBI: "
                       CTL-ESTADO
               PERFORM FIN
               STOP RUN
           END-IF.
           MOVE WS-BI-HASTA    TO REG-CTL-HASTA.
           MOVE WS-FECHA-ACT-N TO REG-CTL-FECHA.
           MOVE WS-HORA-ACT    TO REG-CTL-HORA.
           MOVE WS-CNT-TOTAL   TO REG-CTL-REGISTROS.
           WRITE REG-CTL.
           CLOSE CONTROLBI.
           DISPLAY "EXTRACCION BI DESDE " WS-BI-DESDE " HASTA "
                   WS-BI-HASTA " - REGISTROS: " WS-CNT-TOTAL.

       FIN.
           CLOSE CSVHORAS.
           CLOSE CSVFACTURAS.
           CLOSE CSVPAGOS.
           CLOSE CSVPROFESORES.
           CLOSE CSVSUCURSALES.
           CLOSE CSVTIPOS.
           CLOSE CSVFECHAS.

       END PROGRAM EXTRAE-BI.
