************************************************************************
***   * 104654 15/10/26 JCV PRONOSTICO MENSUAL DE RECUPERACION DE LA   *
***   *               CARTERA JUDICIAL                                 *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO PRONOSTICORECUPERACION - LOTE MENSUAL               **
*OBJET*** PROYECTA LO QUE SE ESPERA COBRAR DE LA CARTERA JUDICIAL EN  **
*OBJET*** LOS PROXIMOS N DIAS, POR SEMANA Y MONEDA: CUOTAS DE         **
*OBJET*** CONVENIO (CNVLOG) SEGUN EL ESTADO DEL CONVENIO, PROMESAS    **
*OBJET*** PENDIENTES (PROMLOG) SEGUN EL CUMPLIMIENTO HISTORICO DEL    **
*OBJET*** SECTORISTA, EMBARGOS VIGENTES (EMBGLOG) Y COTIZACIONES      **
*OBJET*** VIGENTES (PRELOG). CONSOLIDA EN SOLES (TIPCAMB), GRABA EL   **
*OBJET*** PRONOSTICO Y LO COMPARA EL MES SIGUIENTE CONTRA LO COBRADO  **
*OBJET*** (TRAMA 038 O PAGOLOG), INFORMANDO EL ERROR POR FUENTE       **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB070.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CNVLOG         ASSIGN TO CNVLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EMBGLOG        ASSIGN TO EMBGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRELOG         ASSIGN TO PRELOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TIPCAMB        ASSIGN TO TIPCAMB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRONANT        ASSIGN TO PRONANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRONOST        ASSIGN TO PRONOST
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO, HORIZONTE Y PONDERACIONES -*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-DIAS-HORIZONTE         PIC 9(03).
      *        DIAS HACIA ADELANTE QUE SE PRONOSTICAN; CERO = 90,
      *        MAXIMO 182 (26 SEMANAS)
           02  PARM-PCT-CONV-DIA           PIC 9(03).
      *        % ESPERADO DE LAS CUOTAS DE UN CONVENIO AL DIA ('D');
      *        CERO = 90
           02  PARM-PCT-CONV-ATR           PIC 9(03).
      *        % ESPERADO DE LAS CUOTAS DE UN CONVENIO ATRASADO ('T');
      *        CERO = 50
           02  PARM-PCT-COTIZACION         PIC 9(03).
      *        % ESPERADO DE UNA COTIZACION VIGENTE; CERO = 50
           02  PARM-PCT-EMBARGO            PIC 9(03).
      *        % ESPERADO DE LOS EMBARGOS VIGENTES; CERO = 100
           02  PARM-PCT-PROMESA            PIC 9(03).
      *        % DE CUMPLIMIENTO DE PROMESAS SIN HISTORIA; CERO = 50
           02  PARM-DIAS-HISTORIA          PIC 9(03).
      *        DIAS HACIA ATRAS DE PROMESAS PARA MEDIR LA EFECTIVIDAD
      *        DE CADA SECTORISTA; CERO = 365
           02  PARM-MIN-PROMESAS           PIC 9(03).
      *        PROMESAS EVALUADAS MINIMAS PARA USAR LA TASA PROPIA DEL
      *        SECTORISTA (SI NO, LA GENERAL); CERO = 10
           02  PARM-CODENT                 PIC X(03).
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ PROMESAS (DESCARGA DE PROMLOG) ---------------*
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
           COPY BSEPRORG.
      *------------------ CONVENIOS (DESCARGA DE CNVLOG) ---------------*
       FD  ARCH-CNVLOG
           RECORDING MODE IS F.
           COPY BSECNVRG.
      *------------------ EMBARGOS (DESCARGA DE EMBGLOG) ---------------*
       FD  ARCH-EMBGLOG
           RECORDING MODE IS F.
           COPY BSEEMBRG.
      *------------------ COTIZACIONES (DESCARGA DE PRELOG POR CTAAFI) -*
       FD  ARCH-PRELOG
           RECORDING MODE IS F.
           COPY BSEPRERG.
      *------------------ PAGOS DEL BUS (DESCARGA DE PAGOLOG POR CTAAFI)*
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
           COPY BSEPAGRG.
      *------------------ TIPOS DE CAMBIO (DESCARGA DE TIPCAMB) --------*
       FD  ARCH-TIPCAMB
           RECORDING MODE IS F.
           COPY BSETCMRG.
      *------------------ PRONOSTICO DEL MES ANTERIOR ------------------*
       FD  ARCH-PRONANT
           RECORDING MODE IS F.
       01  REG-PRONANT                     PIC X(100).
      *------------------ PRONOSTICO DEL MES --------------------------*
       FD  ARCH-PRONOST
           RECORDING MODE IS F.
       01  REG-PRONOST-SAL                 PIC X(100).
      *------------------ REPORTE DEL PRONOSTICO -----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-PROMLOG              PIC X(01)  VALUE SPACES.
           02  WE-EOF-TIPCAMB              PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA-ANT              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-COMPARAR              PIC X(01)  VALUE SPACES.
           02  WE-SW-ERROR-CRM             PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-FIN                  PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DESDE-HIST           PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-ANTERIOR             PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-HASTA-COMP           PIC 9(08)  VALUE ZEROS.
           02  WE-DIAS-HORIZONTE           PIC 9(03)  VALUE ZEROS.
           02  WE-DIAS-ANTERIOR            PIC 9(03)  VALUE ZEROS.
           02  WE-DIAS-HISTORIA            PIC 9(03)  VALUE ZEROS.
           02  WE-DIAS-ARMAR               PIC 9(03)  VALUE ZEROS.
           02  WE-DIAS-RESTA               PIC 9(05)  VALUE ZEROS.
           02  WE-DIA-IDX                  PIC 9(03)  VALUE ZEROS.
           02  WE-DIA-SEM                  PIC 9(01)  VALUE ZEROS.
           02  WE-DIAS-MES                 PIC 9(02)  VALUE ZEROS.
           02  WE-CANT-SEM                 PIC 9(02)  VALUE ZEROS.
           02  WE-CANT-SEM-ANT             PIC 9(02)  VALUE ZEROS.
           02  WE-SEM-COMP                 PIC 9(02)  VALUE ZEROS.
           02  WE-PCT-CONV-DIA             PIC 9(03)  VALUE ZEROS.
           02  WE-PCT-CONV-ATR             PIC 9(03)  VALUE ZEROS.
           02  WE-PCT-COTIZACION           PIC 9(03)  VALUE ZEROS.
           02  WE-PCT-EMBARGO              PIC 9(03)  VALUE ZEROS.
           02  WE-PCT-PROMESA              PIC 9(03)  VALUE ZEROS.
           02  WE-MIN-PROMESAS             PIC 9(03)  VALUE ZEROS.
           02  WE-TASA-GENERAL             PIC 9(03)V99 VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-SNJ                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-ANT                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-PROM               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-CNV                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-EMB                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-PRE                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-PAG                PIC X(10)  VALUE SPACES.
           02  WE-CTA-ACTUAL               PIC X(10)  VALUE SPACES.
           02  WE-SECUENCIA                PIC X(10)  VALUE SPACES.
           02  WE-FECHA-TRAB               PIC 9(08)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-MONEDA-TRAB              PIC X(02)  VALUE SPACES.
           02  WE-IMPORTE-TRAB             PIC S9(13)V99 VALUE ZEROS.
           02  WE-IMPORTE-SOLES            PIC S9(13)V99 VALUE ZEROS.
           02  WE-PARTE-IMP                PIC S9(13)V99 VALUE ZEROS.
           02  WE-PARTE-SOL                PIC S9(13)V99 VALUE ZEROS.
           02  WE-AJUSTE-IMP               PIC S9(13)V99 VALUE ZEROS.
           02  WE-AJUSTE-SOL               PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOTAL-FILA               PIC S9(13)V99 VALUE ZEROS.
           02  WE-REPARTIDO                PIC S9(13)V99 VALUE ZEROS.
           02  WE-ERROR-IMP                PIC S9(13)V99 VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-ANTERIOR            PIC 9(09)  VALUE ZEROS.
           02  WE-HASH-ANTERIOR            PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-PRONOST             PIC 9(09)  VALUE ZEROS.
           02  WE-HASH-PRONOST             PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-CUOTAS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PROMESAS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-COTIZACIONES        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EMBARGOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CAMBIO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-COMPARADAS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-038             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PAGINAS             PIC 9(03)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  M                           PIC 9(03)  VALUE ZEROS.
           02  N                           PIC 9(03)  VALUE ZEROS.
           02  T                           PIC 9(01)  VALUE ZEROS.
           02  W                           PIC 9(02)  VALUE ZEROS.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ REGISTRO DEL PRONOSTICO (AREA DE TRABAJO) ----*
           COPY BSEPRNRG.
      *------------------ DIAS DE CADA MES -----------------------------*
       01  WE-TABLA-DIAS-MES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WE-DIAS-MES-RED  REDEFINES  WE-TABLA-DIAS-MES.
           02  WE-DIAS-DEL-MES  OCCURS  12  TIMES
                                           PIC 9(02).
      *------------------ FUENTES DEL PRONOSTICO -----------------------*
       01  WE-TABLA-FUENTES.
           02  FILLER                      PIC X(25)  VALUE
               'CCUOTAS DE CONVENIO'.
           02  FILLER                      PIC X(25)  VALUE
               'PPROMESAS DE PAGO'.
           02  FILLER                      PIC X(25)  VALUE
               'QCOTIZACIONES VIGENTES'.
           02  FILLER                      PIC X(25)  VALUE
               'EEMBARGOS VIGENTES'.
           02  FILLER                      PIC X(25)  VALUE
               'NNO PRONOSTICADO'.
       01  WE-FUENTES-RED  REDEFINES  WE-TABLA-FUENTES.
           02  WE-FUE-OCC  OCCURS  5  TIMES.
               03  WE-FUE-CODIGO           PIC X(01).
               03  WE-FUE-NOMBRE           PIC X(24).
      *------------------ SEMANAS DEL HORIZONTE ------------------------*
       01  WE-TABLA-SEMANAS.
           02  WE-SEM-OCC  OCCURS  26  TIMES.
               03  WE-SEM-DESDE            PIC 9(08).
               03  WE-SEM-FIN              PIC 9(08).
      *------------------ COTIZACIONES DEL DIA -------------------------*
       01  WE-TABLA-CAMBIOS.
           02  WE-CANT-CAMBIOS             PIC 9(03)  VALUE ZEROS.
           02  WE-TC-OCC  OCCURS  20  TIMES.
               03  WE-TC-MONEDA            PIC X(02).
               03  WE-TC-CAMBIO            PIC S9(05)V9(04).
      *------------------ EFECTIVIDAD DE PROMESAS POR SECTORISTA -------*
       01  WE-TABLA-SECTORISTAS.
           02  WE-CANT-SECT                PIC 9(03)  VALUE ZEROS.
           02  WE-TOT-CUMPLIDAS            PIC 9(07)  VALUE ZEROS.
           02  WE-TOT-INCUMPLIDAS          PIC 9(07)  VALUE ZEROS.
           02  WE-SEC-OCC  OCCURS  500  TIMES.
               03  WE-SEC-NOMBRE           PIC X(30).
               03  WE-SEC-CUMPLIDAS        PIC 9(07).
               03  WE-SEC-INCUMPLIDAS      PIC 9(07).
               03  WE-SEC-TASA             PIC 9(03)V99.
               03  WE-SEC-ORIGEN           PIC X(01).
      *------------------ PRONOSTICO POR MONEDA, SEMANA Y FUENTE -------*
       01  WE-TABLA-MONEDAS.
           02  WE-CANT-MON                 PIC 9(03)  VALUE ZEROS.
           02  WE-MON-OCC  OCCURS  10  TIMES.
               03  WE-MON-CODIGO           PIC X(02).
               03  WE-MON-DESCRIPCION      PIC X(10).
               03  WE-MON-SEMANA  OCCURS  26  TIMES.
                   04  WE-MON-IMP  OCCURS  4  TIMES
                                           PIC S9(13)V99.
      *------------------ PRONOSTICO CONSOLIDADO EN SOLES --------------*
       01  WE-TABLA-SOLES.
           02  WE-SOL-SEMANA  OCCURS  26  TIMES.
               03  WE-SOL-IMP  OCCURS  4  TIMES
                                           PIC S9(13)V99.
      *------------------ PRONOSTICADO Y COBRADO POR FUENTE (SOLES) ----*
       01  WE-TABLA-COMPARACION.
           02  WE-CMP-OCC  OCCURS  5  TIMES.
               03  WE-CMP-PRONOSTICO       PIC S9(13)V99.
               03  WE-CMP-COBRADO          PIC S9(13)V99.
      *------------------ TOTALES POR FUENTE PARA EL REPORTE ----------*
       01  WE-TOTALES-FUENTE.
           02  WE-TOT-FUENTE  OCCURS  5  TIMES
                                           PIC S9(13)V99.
      *------------------ DATOS DE LA CUENTA EN PROCESO ----------------*
       01  WE-CUENTA.
           02  WE-SW-EN-FOTO               PIC X(01).
           02  WE-SW-EN-ANTERIOR           PIC X(01).
           02  WE-CTA-MONEDA               PIC X(02).
           02  WE-CTA-DESC-MONEDA          PIC X(10).
           02  WE-CTA-SALACT               PIC S9(13)V99.
           02  WE-EMB-TOTAL                PIC S9(13)V99.
           02  WE-PRE-NRO-COTIZACION       PIC X(14).
           02  WE-PRE-FECHA                PIC 9(08).
           02  WE-PRE-IMPORTE              PIC S9(13)V99.
           02  WE-PAG-BUS                  PIC S9(13)V99.
           02  WE-COBRADO-038              PIC S9(13)V99.
           02  WE-COBRADO                  PIC S9(13)V99.
           02  WE-PRONOST-CTA              PIC S9(13)V99.
           02  WE-ULT-FUENTE               PIC 9(01).
           02  WE-ANT-IMP  OCCURS  4  TIMES
                                           PIC S9(13)V99.
           02  WE-NVO-FUENTE               PIC 9(01).
           02  WE-NVO-FECHA                PIC 9(08).
           02  WE-NVO-IMPORTE              PIC S9(13)V99.
           02  WE-NVO-PORCENTAJE           PIC 9(03)V99.
           02  WE-CANT-ITEM                PIC 9(03).
           02  WE-ITM-OCC  OCCURS  60  TIMES.
               03  WE-ITM-FUENTE           PIC 9(01).
               03  WE-ITM-SEMANA           PIC 9(02).
               03  WE-ITM-FECHA            PIC 9(08).
               03  WE-ITM-NOMINAL          PIC S9(13)V99.
               03  WE-ITM-PORCENTAJE       PIC 9(03)V99.
               03  WE-ITM-ESPERADO         PIC S9(13)V99.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(47)  VALUE
               'BSEB070 PRONOSTICO DE RECUPERACION JUDICIAL AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(12)  VALUE
               '  HORIZONTE '.
           02  WE-TIT-DIAS                 PIC ZZ9.
           02  FILLER                      PIC X(08)  VALUE
               ' DIAS AL'.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TIT-FIN                  PIC 9(08).
           02  FILLER                      PIC X(45)  VALUE SPACES.
       01  WE-LINEA-SECCION.
           02  FILLER                      PIC X(04)  VALUE '--- '.
           02  WE-SEC-TITULO               PIC X(80)  VALUE SPACES.
           02  FILLER                      PIC X(48)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(43)  VALUE
               ' SEM.    DESDE    HASTA     CUOTAS CONVENIO'.
           02  FILLER                      PIC X(40)  VALUE
               '    PROMESAS DE PAGO        COTIZACIONES'.
           02  FILLER                      PIC X(49)  VALUE
               '   EMBARGOS VIGENTES               TOTAL'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-ETIQUETA             PIC X(05)  VALUE SPACES.
           02  WE-DET-SEMANA  REDEFINES  WE-DET-ETIQUETA
                                           PIC ZZZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DESDE                PIC 9(08)  VALUE ZEROS.
           02  WE-DET-DESDE-X  REDEFINES  WE-DET-DESDE
                                           PIC X(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-HASTA                PIC 9(08)  VALUE ZEROS.
           02  WE-DET-HASTA-X  REDEFINES  WE-DET-HASTA
                                           PIC X(08).
           02  WE-DET-COLUMNA  OCCURS  5  TIMES.
               03  FILLER                  PIC X(01)  VALUE SPACES.
               03  WE-DET-IMP              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(09)  VALUE SPACES.
       01  WE-LINEA-AVISO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-AVI-TEXTO                PIC X(80)  VALUE SPACES.
           02  FILLER                      PIC X(50)  VALUE SPACES.
       01  WE-LINEA-CAB-SECTOR.
           02  FILLER                      PIC X(41)  VALUE
               'SECTORISTA                      CUMPLIDAS'.
           02  FILLER                      PIC X(41)  VALUE
               ' INCUMPLID.  % USADO  ORIGEN'.
           02  FILLER                      PIC X(50)  VALUE SPACES.
       01  WE-LINEA-SECTOR.
           02  WE-SCT-NOMBRE               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-SCT-CUMPLIDAS            PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-SCT-INCUMPLIDAS          PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-SCT-TASA                 PIC ZZZ9.99.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-SCT-ORIGEN               PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(49)  VALUE SPACES.
       01  WE-LINEA-CAB-COMPARA.
           02  FILLER                      PIC X(50)  VALUE
               'FUENTE                            PRONOSTICADO'.
           02  FILLER                      PIC X(40)  VALUE
               '           COBRADO                 ERROR'.
           02  FILLER                      PIC X(42)  VALUE
               '  % ERROR'.
       01  WE-LINEA-COMPARA.
           02  WE-CMP-FUENTE               PIC X(24)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-CMP-IMP-PRONOST          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-CMP-IMP-COBRADO          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-CMP-IMP-ERROR            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-CMP-PCT-ERROR            PIC ----9.9.
           02  WE-CMP-PCT-ERROR-X  REDEFINES  WE-CMP-PCT-ERROR
                                           PIC X(07).
           02  FILLER                      PIC X(33)  VALUE SPACES.
       01  WE-PCT-ERROR                    PIC S9(05)V9 VALUE ZEROS.
       01  WE-TITULO-COMPARA.
           02  FILLER                      PIC X(24)  VALUE
               'ERROR DEL PRONOSTICO DEL'.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TCO-FECHA                PIC 9(08).
           02  FILLER                      PIC X(10)  VALUE
               ' SEMANAS 1'.
           02  FILLER                      PIC X(03)  VALUE ' A '.
           02  WE-TCO-SEMANAS              PIC 9(02).
           02  FILLER                      PIC X(02)  VALUE ' ('.
           02  WE-TCO-DESDE                PIC 9(08).
           02  FILLER                      PIC X(03)  VALUE ' - '.
           02  WE-TCO-HASTA                PIC 9(08).
           02  FILLER                      PIC X(11)  VALUE
               ') EN SOLES'.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  IMPRIMIR-REPORTE.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           INITIALIZE                     WE-TABLA-MONEDAS
                                          WE-TABLA-SOLES
                                          WE-TABLA-COMPARACION.
           OPEN INPUT   ARCH-PARM.
           READ ARCH-PARM
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-FEC-PROCESO     TO WE-FEC-PROCESO
                   MOVE PARM-DIAS-HORIZONTE  TO WE-DIAS-HORIZONTE
                   MOVE PARM-PCT-CONV-DIA    TO WE-PCT-CONV-DIA
                   MOVE PARM-PCT-CONV-ATR    TO WE-PCT-CONV-ATR
                   MOVE PARM-PCT-COTIZACION  TO WE-PCT-COTIZACION
                   MOVE PARM-PCT-EMBARGO     TO WE-PCT-EMBARGO
                   MOVE PARM-PCT-PROMESA     TO WE-PCT-PROMESA
                   MOVE PARM-DIAS-HISTORIA   TO WE-DIAS-HISTORIA
                   MOVE PARM-MIN-PROMESAS    TO WE-MIN-PROMESAS
                   IF PARM-CODENT NOT = SPACES
                      MOVE PARM-CODENT       TO WE-CODENT
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB070 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-DIAS-HORIZONTE = 0
              MOVE 90                  TO WE-DIAS-HORIZONTE
           END-IF.
           IF WE-PCT-CONV-DIA = 0
              MOVE 90                  TO WE-PCT-CONV-DIA
           END-IF.
           IF WE-PCT-CONV-ATR = 0
              MOVE 50                  TO WE-PCT-CONV-ATR
           END-IF.
           IF WE-PCT-COTIZACION = 0
              MOVE 50                  TO WE-PCT-COTIZACION
           END-IF.
           IF WE-PCT-EMBARGO = 0
              MOVE 100                 TO WE-PCT-EMBARGO
           END-IF.
           IF WE-PCT-PROMESA = 0
              MOVE 50                  TO WE-PCT-PROMESA
           END-IF.
           IF WE-DIAS-HISTORIA = 0
              MOVE 365                 TO WE-DIAS-HISTORIA
           END-IF.
           IF WE-MIN-PROMESAS = 0
              MOVE 10                  TO WE-MIN-PROMESAS
           END-IF.
           IF WE-DIAS-HORIZONTE > 182  OR
              WE-PCT-CONV-DIA   > 100  OR
              WE-PCT-CONV-ATR   > 100  OR
              WE-PCT-COTIZACION > 100  OR
              WE-PCT-EMBARGO    > 100  OR
              WE-PCT-PROMESA    > 100
              DISPLAY 'BSEB070 PARAMETROS FUERA DE RANGO'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           MOVE WE-DIAS-HISTORIA       TO WE-DIAS-RESTA.
           PERFORM  RESTAR-DIAS.
           MOVE WE-FECHA-TRAB          TO WE-FEC-DESDE-HIST.
           OPEN INPUT   ARCH-TIPCAMB.
           PERFORM  CARGAR-CAMBIOS.
           CLOSE  ARCH-TIPCAMB.
           OPEN INPUT   ARCH-PROMLOG.
           PERFORM  CARGAR-EFECTIVIDAD.
           CLOSE  ARCH-PROMLOG.
           OPEN INPUT   ARCH-PRONANT.
           PERFORM  INICIAR-COMPARACION.
      *--- SEMANAS DEL HORIZONTE DE ESTE PRONOSTICO: LA PRIMERA
      *--- EMPIEZA EN LA FECHA DE PROCESO
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           MOVE WE-DIAS-HORIZONTE      TO WE-DIAS-ARMAR.
           PERFORM  ARMAR-SEMANAS.
           MOVE W                      TO WE-CANT-SEM.
           MOVE WE-SEM-FIN (WE-CANT-SEM) TO WE-FEC-FIN.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-PROMLOG.
           OPEN INPUT   ARCH-CNVLOG.
           OPEN INPUT   ARCH-EMBGLOG.
           OPEN INPUT   ARCH-PRELOG.
           OPEN INPUT   ARCH-PAGOLOG.
           OPEN OUTPUT  ARCH-PRONOST.
           OPEN OUTPUT  ARCH-REPORTE.
           INITIALIZE                     REG-PRONOST-CTL.
           MOVE 'H'                    TO PRN-CTL-TIPO.
           MOVE 'BSEB070 '             TO PRN-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO PRN-CTL-FECHA.
           MOVE WE-DIAS-HORIZONTE      TO PRN-CTL-DIAS-HORIZONTE.
           WRITE REG-PRONOST-SAL       FROM REG-PRONOST-CTL.
           PERFORM  LEER-SNAPSHOT.
           PERFORM  LEER-PROMLOG.
           PERFORM  LEER-CNVLOG.
           PERFORM  LEER-EMBGLOG.
           PERFORM  LEER-PRELOG.
           PERFORM  LEER-PAGOLOG.
      *-------------------*
       INICIAR-COMPARACION.
      *-------------------*
      *--- EL PRONOSTICO DEL MES ANTERIOR SE COMPARA SOLO EN SUS
      *--- SEMANAS YA CERRADAS; SI NO HAY (PRIMERA CORRIDA) O NINGUNA
      *--- CERRO, NO SE COMPARA
           MOVE 'N'                    TO WE-SW-COMPARAR.
           READ ARCH-PRONANT
                AT END
                   CONTINUE
                NOT AT END
                   IF REG-PRONANT (1:1) NOT = 'H'
                      DISPLAY 'BSEB070 PRONOSTICO ANTERIOR SIN CABECERA'
                      PERFORM  CANCELAR-PROCESO
                   END-IF
                   MOVE REG-PRONANT    TO REG-PRONOST-CTL
                   MOVE PRN-CTL-FECHA  TO WE-FEC-ANTERIOR
                   MOVE PRN-CTL-DIAS-HORIZONTE TO WE-DIAS-ANTERIOR
                   PERFORM  ARMAR-SEMANAS-ANTERIOR
           END-READ.
           IF WE-SW-COMPARAR = 'S'
              PERFORM  LEER-ANTERIOR
           ELSE
              MOVE HIGH-VALUES         TO WE-CLAVE-ANT
              CLOSE  ARCH-PRONANT
           END-IF.
      *----------------------*
       ARMAR-SEMANAS-ANTERIOR.
      *----------------------*
           MOVE 0                      TO WE-SEM-COMP.
           IF WE-FEC-ANTERIOR < WE-FEC-PROCESO AND
              WE-DIAS-ANTERIOR > 0         AND
              WE-DIAS-ANTERIOR NOT > 182
              MOVE WE-FEC-ANTERIOR     TO WE-FECHA-TRAB
              MOVE WE-DIAS-ANTERIOR    TO WE-DIAS-ARMAR
              PERFORM  ARMAR-SEMANAS
              MOVE W                   TO WE-CANT-SEM-ANT
              MOVE 0                   TO W
              PERFORM UNTIL W >= WE-CANT-SEM-ANT
                 ADD  1                TO W
                 IF WE-SEM-FIN (W) < WE-FEC-PROCESO
                    MOVE W             TO WE-SEM-COMP
                 END-IF
              END-PERFORM
           END-IF.
           IF WE-SEM-COMP > 0
              MOVE 'S'                 TO WE-SW-COMPARAR
              MOVE WE-SEM-FIN (WE-SEM-COMP) TO WE-FEC-HASTA-COMP
           END-IF.
      *-------------*
       ARMAR-SEMANAS.
      *-------------*
      *--- SEMANAS DE 7 DIAS DESDE WE-FECHA-TRAB POR WE-DIAS-ARMAR
      *--- DIAS; LA ULTIMA PUEDE QUEDAR MAS CORTA. DEVUELVE EN W LA
      *--- CANTIDAD DE SEMANAS
           MOVE 0                      TO W.
           MOVE 0                      TO WE-DIA-IDX.
           MOVE 7                      TO WE-DIA-SEM.
           PERFORM UNTIL WE-DIA-IDX >= WE-DIAS-ARMAR
              ADD  1                   TO WE-DIA-IDX
              IF WE-DIA-SEM = 7
                 ADD  1                TO W
                 MOVE 0                TO WE-DIA-SEM
                 MOVE WE-FECHA-TRAB    TO WE-SEM-DESDE (W)
              END-IF
              ADD  1                   TO WE-DIA-SEM
              MOVE WE-FECHA-TRAB       TO WE-SEM-FIN (W)
              PERFORM  SUMAR-UN-DIA
           END-PERFORM.
      *------------*
       SUMAR-UN-DIA.
      *------------*
           MOVE WE-DIAS-DEL-MES (WE-FT-MM) TO WE-DIAS-MES.
           IF WE-FT-MM = 2
              PERFORM  VERIFICAR-BISIESTO
              IF WE-SW-BISIESTO = 'S'
                 MOVE 29               TO WE-DIAS-MES
              END-IF
           END-IF.
           IF WE-FT-DD < WE-DIAS-MES
              ADD  1                   TO WE-FT-DD
           ELSE
              MOVE 01                  TO WE-FT-DD
              IF WE-FT-MM < 12
                 ADD  1                TO WE-FT-MM
              ELSE
                 MOVE 01               TO WE-FT-MM
                 ADD  1                TO WE-FT-AAAA
              END-IF
           END-IF.
      *-----------*
       RESTAR-DIAS.
      *-----------*
      *--- WE-FECHA-TRAB MENOS WE-DIAS-RESTA DIAS CALENDARIO
           PERFORM WE-DIAS-RESTA TIMES
              SUBTRACT 1               FROM WE-FT-DD
              IF WE-FT-DD = 0
                 SUBTRACT 1            FROM WE-FT-MM
                 IF WE-FT-MM = 0
                    MOVE 12            TO WE-FT-MM
                    SUBTRACT 1         FROM WE-FT-AAAA
                 END-IF
                 PERFORM  VERIFICAR-BISIESTO
                 MOVE WE-DIAS-DEL-MES (WE-FT-MM) TO WE-FT-DD
                 IF WE-FT-MM = 2 AND WE-SW-BISIESTO = 'S'
                    MOVE 29            TO WE-FT-DD
                 END-IF
              END-IF
           END-PERFORM.
      *------------------*
       VERIFICAR-BISIESTO.
      *------------------*
           MOVE 'N'                    TO WE-SW-BISIESTO.
           DIVIDE WE-FT-AAAA BY 4      GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO.
           IF WE-RESTO = 0
              MOVE 'S'                 TO WE-SW-BISIESTO
              DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 MOVE 'N'              TO WE-SW-BISIESTO
                 DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    MOVE 'S'           TO WE-SW-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *--------------*
       CARGAR-CAMBIOS.
      *--------------*
           PERFORM UNTIL WE-EOF-TIPCAMB = 'S'
              READ ARCH-TIPCAMB
                   AT END
                      MOVE 'S'         TO WE-EOF-TIPCAMB
                   NOT AT END
                      IF TCAM-FECHA = WE-FEC-PROCESO AND
                         WE-CANT-CAMBIOS < 20
                         ADD  1        TO WE-CANT-CAMBIOS
                         MOVE TCAM-MONEDA
                              TO WE-TC-MONEDA (WE-CANT-CAMBIOS)
                         MOVE TCAM-TIPO-CAMBIO
                              TO WE-TC-CAMBIO (WE-CANT-CAMBIOS)
                      END-IF
              END-READ
           END-PERFORM.
      *------------------*
       CARGAR-EFECTIVIDAD.
      *------------------*
      *--- PRIMERA PASADA POR PROMLOG: PROMESAS YA EVALUADAS (C/I) DEL
      *--- PERIODO DE HISTORIA, POR SECTORISTA Y EN TOTAL
           PERFORM UNTIL WE-EOF-PROMLOG = 'S'
              READ ARCH-PROMLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-PROMLOG
                   NOT AT END
                      IF (PROMLOG-ESTADO = 'C' OR 'I')             AND
                         PROMLOG-FEC-PROMESA >= WE-FEC-DESDE-HIST  AND
                         PROMLOG-FEC-PROMESA <  WE-FEC-PROCESO
                         PERFORM  ACUMULAR-EFECTIVIDAD
                      END-IF
              END-READ
           END-PERFORM.
           IF WE-TOT-CUMPLIDAS + WE-TOT-INCUMPLIDAS > 0
              COMPUTE WE-TASA-GENERAL ROUNDED =
                      WE-TOT-CUMPLIDAS * 100 /
                      (WE-TOT-CUMPLIDAS + WE-TOT-INCUMPLIDAS)
              END-COMPUTE
           ELSE
              MOVE WE-PCT-PROMESA      TO WE-TASA-GENERAL
           END-IF.
      *--- CON POCAS PROMESAS EVALUADAS LA TASA PROPIA NO ES
      *--- REPRESENTATIVA Y SE USA LA GENERAL
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT
              ADD  1                   TO I
              IF WE-SEC-CUMPLIDAS (I) + WE-SEC-INCUMPLIDAS (I)
                 >= WE-MIN-PROMESAS
                 COMPUTE WE-SEC-TASA (I) ROUNDED =
                         WE-SEC-CUMPLIDAS (I) * 100 /
                         (WE-SEC-CUMPLIDAS (I) +
                          WE-SEC-INCUMPLIDAS (I))
                 END-COMPUTE
                 MOVE 'P'              TO WE-SEC-ORIGEN (I)
              ELSE
                 MOVE WE-TASA-GENERAL  TO WE-SEC-TASA (I)
                 MOVE 'G'              TO WE-SEC-ORIGEN (I)
              END-IF
           END-PERFORM.
      *--------------------*
       ACUMULAR-EFECTIVIDAD.
      *--------------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-SEC-NOMBRE (I) = PROMLOG-SECTORISTA
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'N'
              IF WE-CANT-SECT >= 500
                 DISPLAY 'BSEB070 TABLA DE SECTORISTAS DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-SECT
              MOVE WE-CANT-SECT        TO I
              MOVE PROMLOG-SECTORISTA  TO WE-SEC-NOMBRE (I)
              MOVE 0                   TO WE-SEC-CUMPLIDAS (I)
              MOVE 0                   TO WE-SEC-INCUMPLIDAS (I)
           END-IF.
           IF PROMLOG-ESTADO = 'C'
              ADD  1                   TO WE-SEC-CUMPLIDAS (I)
              ADD  1                   TO WE-TOT-CUMPLIDAS
           ELSE
              ADD  1                   TO WE-SEC-INCUMPLIDAS (I)
              ADD  1                   TO WE-TOT-INCUMPLIDAS
           END-IF.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- APAREO POR CTAAFI DE LA FOTO Y DEL PRONOSTICO ANTERIOR; LAS
      *--- DEMAS DESCARGAS SE ACOMPANAN POR LA MISMA CLAVE
           PERFORM UNTIL WE-CLAVE-SNJ = HIGH-VALUES AND
                         WE-CLAVE-ANT = HIGH-VALUES
              MOVE WE-CLAVE-SNJ        TO WE-CTA-ACTUAL
              IF WE-CLAVE-ANT < WE-CTA-ACTUAL
                 MOVE WE-CLAVE-ANT     TO WE-CTA-ACTUAL
              END-IF
              PERFORM  PROCESAR-CUENTA
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB070 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-SW-COMPARAR = 'S'
              IF WE-SW-COLA-ANT NOT = 'S'
                 DISPLAY 'BSEB070 PRONOSTICO ANTERIOR SIN COLA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              CLOSE  ARCH-PRONANT
           END-IF.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-PROMLOG.
           CLOSE  ARCH-CNVLOG.
           CLOSE  ARCH-EMBGLOG.
           CLOSE  ARCH-PRELOG.
           CLOSE  ARCH-PAGOLOG.
      *-------------*
       LEER-SNAPSHOT.
      *-------------*
      *--- ENTREGA EL PROXIMO DETALLE: SALTEA LA CABECERA Y VALIDA LA
      *--- COLA CUANDO APARECE
           MOVE 'N'                    TO WE-SW-LEYO.
           PERFORM UNTIL WE-SW-LEYO = 'S' OR
                         WE-CLAVE-SNJ = HIGH-VALUES
              READ ARCH-SNAPSHOT
                   AT END
                      MOVE HIGH-VALUES TO WE-CLAVE-SNJ
                   NOT AT END
                      EVALUATE SNJ-CTAAFI (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-SNAPJUD TO REG-SNAPJUD-CTL
                            PERFORM  VALIDAR-COLA
                            MOVE HIGH-VALUES TO WE-CLAVE-SNJ
                         WHEN OTHER
                            ADD  1          TO WE-CONT-FOTO
                            ADD  SNJ-SALACT TO WE-HASH-SALACT
                            MOVE SNJ-CTAAFI TO WE-CLAVE-SNJ
                            MOVE 'S'   TO WE-SW-LEYO
                      END-EVALUATE
              END-READ
           END-PERFORM.
      *------------*
       VALIDAR-COLA.
      *------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB070 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB070 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB070 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-------------*
       LEER-ANTERIOR.
      *-------------*
      *--- LA CLAVE SE TOMA DEL REGISTRO DEL ARCHIVO: EL AREA DE
      *--- TRABAJO REG-PRONOST SE USA TAMBIEN PARA GRABAR
           MOVE 'N'                    TO WE-SW-LEYO.
           PERFORM UNTIL WE-SW-LEYO = 'S' OR
                         WE-CLAVE-ANT = HIGH-VALUES
              READ ARCH-PRONANT
                   AT END
                      MOVE HIGH-VALUES TO WE-CLAVE-ANT
                   NOT AT END
                      EVALUATE REG-PRONANT (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-PRONANT TO REG-PRONOST-CTL
                            PERFORM  VALIDAR-COLA-ANTERIOR
                            MOVE HIGH-VALUES TO WE-CLAVE-ANT
                         WHEN OTHER
                            MOVE REG-PRONANT (1:10) TO WE-CLAVE-ANT
                            MOVE 'S'   TO WE-SW-LEYO
                      END-EVALUATE
              END-READ
           END-PERFORM.
      *---------------------*
       VALIDAR-COLA-ANTERIOR.
      *---------------------*
           MOVE 'S'                    TO WE-SW-COLA-ANT.
           IF PRN-CTL-CANTIDAD      NOT = WE-CONT-ANTERIOR OR
              PRN-CTL-HASH-ESPERADO NOT = WE-HASH-ANTERIOR
              DISPLAY 'BSEB070 PRONOSTICO ANTERIOR NO CIERRA CON COLA'
              DISPLAY 'BSEB070 COLA CANT=' PRN-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-ANTERIOR
              DISPLAY 'BSEB070 COLA HASH=' PRN-CTL-HASH-ESPERADO
                      ' LEIDO=' WE-HASH-ANTERIOR
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *------------*
       LEER-PROMLOG.
      *------------*
           READ ARCH-PROMLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-PROM
                NOT AT END
                   MOVE PROMLOG-CTAAFI   TO WE-CLAVE-PROM
           END-READ.
      *-----------*
       LEER-CNVLOG.
      *-----------*
           READ ARCH-CNVLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-CNV
                NOT AT END
                   MOVE CNVLOG-CTAAFI    TO WE-CLAVE-CNV
           END-READ.
      *------------*
       LEER-EMBGLOG.
      *------------*
           READ ARCH-EMBGLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-EMB
                NOT AT END
                   MOVE EMBLOG-CTAAFI    TO WE-CLAVE-EMB
           END-READ.
      *-----------*
       LEER-PRELOG.
      *-----------*
           READ ARCH-PRELOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-PRE
                NOT AT END
                   MOVE PRELOG-CTAAFI    TO WE-CLAVE-PRE
           END-READ.
      *------------*
       LEER-PAGOLOG.
      *------------*
           READ ARCH-PAGOLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-PAG
                NOT AT END
                   MOVE PAGLOG-CTAAFI    TO WE-CLAVE-PAG
           END-READ.
      *---------------*
       PROCESAR-CUENTA.
      *---------------*
      *--- SE PRONOSTICAN SOLO LAS CUENTAS DE LA FOTO; LA COMPARACION
      *--- INCLUYE TAMBIEN LAS QUE SALIERON DE LA CARTERA DESDE EL
      *--- PRONOSTICO ANTERIOR (CANCELADAS, POR EJEMPLO)
           INITIALIZE                     WE-CUENTA.
           IF WE-CLAVE-SNJ = WE-CTA-ACTUAL
              MOVE 'S'                 TO WE-SW-EN-FOTO
              MOVE SNJ-MONEDA          TO WE-CTA-MONEDA
              MOVE SNJ-DESC-MONEDA     TO WE-CTA-DESC-MONEDA
              MOVE SNJ-SALACT          TO WE-CTA-SALACT
              PERFORM  LEER-SNAPSHOT
           END-IF.
           PERFORM  JUNTAR-ANTERIOR.
           PERFORM  JUNTAR-PROMESAS.
           PERFORM  JUNTAR-CONVENIOS.
           PERFORM  JUNTAR-EMBARGOS.
           PERFORM  JUNTAR-COTIZACIONES.
           PERFORM  JUNTAR-PAGOLOG.
           IF WE-SW-EN-FOTO = 'S'
              PERFORM  GRABAR-PRONOSTICO
           END-IF.
           IF WE-SW-COMPARAR = 'S'
              PERFORM  COMPARAR-CUENTA
           END-IF.
      *---------------*
       JUNTAR-ANTERIOR.
      *---------------*
      *--- LO PRONOSTICADO PARA LAS SEMANAS CERRADAS; EL EMBARGO (SIN
      *--- FECHA) EN PROPORCION A ESAS SEMANAS
           PERFORM UNTIL WE-CLAVE-ANT NOT = WE-CTA-ACTUAL
              MOVE REG-PRONANT         TO REG-PRONOST
              ADD  1                   TO WE-CONT-ANTERIOR
              ADD  PRN-IMP-ESPERADO    TO WE-HASH-ANTERIOR
              MOVE 'S'                 TO WE-SW-EN-ANTERIOR
              IF WE-SW-EN-FOTO NOT = 'S'
                 MOVE PRN-MONEDA       TO WE-CTA-MONEDA
              END-IF
              MOVE 0                   TO T
              PERFORM UNTIL T >= 4 OR
                            WE-FUE-CODIGO (T + 1) = PRN-FUENTE
                 ADD  1                TO T
              END-PERFORM
              ADD  1                   TO T
              IF T <= 4
                 EVALUATE TRUE
                    WHEN PRN-SEMANA = 0
                       COMPUTE WE-ANT-IMP (T) ROUNDED =
                               WE-ANT-IMP (T) +
                               PRN-IMP-ESPERADO * WE-SEM-COMP /
                               WE-CANT-SEM-ANT
                       END-COMPUTE
                    WHEN PRN-SEMANA <= WE-SEM-COMP
                       ADD  PRN-IMP-ESPERADO TO WE-ANT-IMP (T)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              PERFORM  LEER-ANTERIOR
           END-PERFORM.
      *---------------*
       JUNTAR-PROMESAS.
      *---------------*
      *--- PROMESAS PENDIENTES DEL HORIZONTE, PONDERADAS POR LA TASA
      *--- DE CUMPLIMIENTO DE SU SECTORISTA
           PERFORM UNTIL WE-CLAVE-PROM >= WE-CTA-ACTUAL
              PERFORM  LEER-PROMLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-PROM NOT = WE-CTA-ACTUAL
              IF WE-SW-EN-FOTO = 'S'                      AND
                 PROMLOG-ESTADO = 'P'                     AND
                 PROMLOG-FEC-PROMESA >= WE-FEC-PROCESO    AND
                 PROMLOG-FEC-PROMESA <= WE-FEC-FIN
                 MOVE WE-TASA-GENERAL  TO WE-NVO-PORCENTAJE
                 MOVE 0                TO I
                 PERFORM UNTIL I >= WE-CANT-SECT
                    ADD  1             TO I
                    IF WE-SEC-NOMBRE (I) = PROMLOG-SECTORISTA
                       MOVE WE-SEC-TASA (I) TO WE-NVO-PORCENTAJE
                       MOVE WE-CANT-SECT    TO I
                    END-IF
                 END-PERFORM
                 MOVE 2                   TO WE-NVO-FUENTE
                 MOVE PROMLOG-FEC-PROMESA TO WE-NVO-FECHA
                 MOVE PROMLOG-IMPORTE     TO WE-NVO-IMPORTE
                 PERFORM  AGREGAR-ITEM
                 ADD  1                   TO WE-CONT-PROMESAS
              END-IF
              PERFORM  LEER-PROMLOG
           END-PERFORM.
      *----------------*
       JUNTAR-CONVENIOS.
      *----------------*
      *--- CUOTAS PENDIENTES DEL HORIZONTE DE CONVENIOS AL DIA O
      *--- ATRASADOS; UN CONVENIO CAIDO YA NO SE COBRA POR CUOTAS
           PERFORM UNTIL WE-CLAVE-CNV >= WE-CTA-ACTUAL
              PERFORM  LEER-CNVLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-CNV NOT = WE-CTA-ACTUAL
              IF WE-SW-EN-FOTO = 'S' AND
                 (CNVLOG-ESTADO = 'D' OR 'T')
                 IF CNVLOG-ESTADO = 'D'
                    MOVE WE-PCT-CONV-DIA TO WE-NVO-PORCENTAJE
                 ELSE
                    MOVE WE-PCT-CONV-ATR TO WE-NVO-PORCENTAJE
                 END-IF
                 MOVE 0                TO J
                 PERFORM UNTIL J >= CNVLOG-CANT-CUOTAS OR J >= 24
                    ADD  1             TO J
                    IF CNVLOG-CUO-ESTADO (J) = 'P'               AND
                       CNVLOG-CUO-FECHA  (J) >= WE-FEC-PROCESO   AND
                       CNVLOG-CUO-FECHA  (J) <= WE-FEC-FIN
                       MOVE 1          TO WE-NVO-FUENTE
                       MOVE CNVLOG-CUO-FECHA (J)   TO WE-NVO-FECHA
                       MOVE CNVLOG-CUO-IMPORTE (J) TO WE-NVO-IMPORTE
                       PERFORM  AGREGAR-ITEM
                       ADD  1          TO WE-CONT-CUOTAS
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM  LEER-CNVLOG
           END-PERFORM.
      *---------------*
       JUNTAR-EMBARGOS.
      *---------------*
      *--- LOS EMBARGOS VIGENTES DE LA CUENTA SE SUMAN Y SE TOPAN EN EL
      *--- SALDO: NO SE RECUPERA MAS DE LO QUE SE DEBE
           PERFORM UNTIL WE-CLAVE-EMB >= WE-CTA-ACTUAL
              PERFORM  LEER-EMBGLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-EMB NOT = WE-CTA-ACTUAL
              IF WE-SW-EN-FOTO = 'S' AND EMBLOG-ESTADO = 'V'
                 ADD  EMBLOG-IMPORTE   TO WE-EMB-TOTAL
                 ADD  1                TO WE-CONT-EMBARGOS
              END-IF
              PERFORM  LEER-EMBGLOG
           END-PERFORM.
           IF WE-EMB-TOTAL > WE-CTA-SALACT
              MOVE WE-CTA-SALACT       TO WE-EMB-TOTAL
           END-IF.
           IF WE-EMB-TOTAL > 0
              MOVE 4                   TO WE-NVO-FUENTE
              MOVE 0                   TO WE-NVO-FECHA
              MOVE WE-EMB-TOTAL        TO WE-NVO-IMPORTE
              MOVE WE-PCT-EMBARGO      TO WE-NVO-PORCENTAJE
              PERFORM  AGREGAR-ITEM
           END-IF.
      *-------------------*
       JUNTAR-COTIZACIONES.
      *-------------------*
      *--- DE LAS COTIZACIONES VIGENTES CON FECHA DE PAGO EN EL
      *--- HORIZONTE SOLO CUENTA LA ULTIMA EMITIDA: LAS ANTERIORES
      *--- COTIZAN EL MISMO PAGO
           PERFORM UNTIL WE-CLAVE-PRE >= WE-CTA-ACTUAL
              PERFORM  LEER-PRELOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-PRE NOT = WE-CTA-ACTUAL
              IF WE-SW-EN-FOTO = 'S'                          AND
                 PRELOG-ESTADO = SPACE                        AND
                 PRELOG-FECPREL >= WE-FEC-PROCESO             AND
                 PRELOG-FECPREL <= WE-FEC-FIN                 AND
                 PRELOG-NRO-COTIZACION > WE-PRE-NRO-COTIZACION
                 MOVE PRELOG-NRO-COTIZACION TO WE-PRE-NRO-COTIZACION
                 MOVE PRELOG-FECPREL        TO WE-PRE-FECHA
                 MOVE PRELOG-TOTPAGAR       TO WE-PRE-IMPORTE
              END-IF
              PERFORM  LEER-PRELOG
           END-PERFORM.
           IF WE-PRE-FECHA > 0
              MOVE 3                   TO WE-NVO-FUENTE
              MOVE WE-PRE-FECHA        TO WE-NVO-FECHA
              MOVE WE-PRE-IMPORTE      TO WE-NVO-IMPORTE
              MOVE WE-PCT-COTIZACION   TO WE-NVO-PORCENTAJE
              PERFORM  AGREGAR-ITEM
              ADD  1                   TO WE-CONT-COTIZACIONES
           END-IF.
      *--------------*
       JUNTAR-PAGOLOG.
      *--------------*
      *--- PAGOS DEL BUS NO EXTORNADOS EN LAS SEMANAS QUE SE COMPARAN;
      *--- SOLO SE USAN SI LA TRAMA 038 NO RESPONDE
           PERFORM UNTIL WE-CLAVE-PAG >= WE-CTA-ACTUAL
              PERFORM  LEER-PAGOLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-PAG NOT = WE-CTA-ACTUAL
              IF WE-SW-COMPARAR = 'S'                    AND
                 PAGLOG-ESTADO NOT = 'X'                 AND
                 PAGLOG-FEC-PAGO >= WE-FEC-ANTERIOR      AND
                 PAGLOG-FEC-PAGO <= WE-FEC-HASTA-COMP
                 ADD  PAGLOG-TOTPAGAR  TO WE-PAG-BUS
              END-IF
              PERFORM  LEER-PAGOLOG
           END-PERFORM.
      *------------*
       AGREGAR-ITEM.
      *------------*
      *--- UBICA LA SEMANA DEL VENCIMIENTO Y PONDERA EL IMPORTE
           IF WE-CANT-ITEM >= 60
              DISPLAY 'BSEB070 VENCIMIENTOS EXCEDEN LA TABLA EN CUENTA '
                      WE-CTA-ACTUAL
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-ITEM.
           MOVE WE-CANT-ITEM           TO N.
           MOVE WE-NVO-FUENTE          TO WE-ITM-FUENTE (N).
           MOVE WE-NVO-FECHA           TO WE-ITM-FECHA (N).
           MOVE WE-NVO-IMPORTE         TO WE-ITM-NOMINAL (N).
           MOVE WE-NVO-PORCENTAJE      TO WE-ITM-PORCENTAJE (N).
           COMPUTE WE-ITM-ESPERADO (N) ROUNDED =
                   WE-NVO-IMPORTE * WE-NVO-PORCENTAJE / 100
           END-COMPUTE.
           MOVE 0                      TO WE-ITM-SEMANA (N).
           IF WE-NVO-FECHA > 0
              MOVE 0                   TO W
              PERFORM UNTIL W >= WE-CANT-SEM OR
                            WE-ITM-SEMANA (N) > 0
                 ADD  1                TO W
                 IF WE-NVO-FECHA <= WE-SEM-FIN (W)
                    MOVE W             TO WE-ITM-SEMANA (N)
                 END-IF
              END-PERFORM
           END-IF.
      *-----------------*
       GRABAR-PRONOSTICO.
      *-----------------*
           PERFORM  UBICAR-MONEDA.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-ITEM
              ADD  1                   TO I
              MOVE WE-ITM-FUENTE (I)   TO T
              MOVE WE-CTA-MONEDA       TO WE-MONEDA-TRAB
              MOVE WE-ITM-ESPERADO (I) TO WE-IMPORTE-TRAB
              PERFORM  CONVERTIR-SOLES
              INITIALIZE                  REG-PRONOST
              MOVE WE-CTA-ACTUAL       TO PRN-CTAAFI
              MOVE WE-FUE-CODIGO (T)   TO PRN-FUENTE
              MOVE WE-ITM-SEMANA (I)   TO PRN-SEMANA
              MOVE WE-ITM-FECHA (I)    TO PRN-FEC-VENCE
              MOVE WE-CTA-MONEDA       TO PRN-MONEDA
              MOVE WE-ITM-NOMINAL (I)  TO PRN-IMP-NOMINAL
              MOVE WE-ITM-PORCENTAJE (I) TO PRN-PORCENTAJE
              MOVE WE-ITM-ESPERADO (I) TO PRN-IMP-ESPERADO
              MOVE WE-IMPORTE-SOLES    TO PRN-IMP-SOLES
              MOVE WE-FEC-PROCESO      TO PRN-FEC-PRONOSTICO
              WRITE REG-PRONOST-SAL    FROM REG-PRONOST
              ADD  1                   TO WE-CONT-PRONOST
              ADD  PRN-IMP-ESPERADO    TO WE-HASH-PRONOST
              PERFORM  ACUMULAR-ITEM
           END-PERFORM.
      *-------------*
       UBICAR-MONEDA.
      *-------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO M.
           PERFORM UNTIL M >= WE-CANT-MON OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO M
              IF WE-MON-CODIGO (M) = WE-CTA-MONEDA
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'N'
              IF WE-CANT-MON >= 10
                 DISPLAY 'BSEB070 TABLA DE MONEDAS DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-MON
              MOVE WE-CANT-MON         TO M
              MOVE WE-CTA-MONEDA       TO WE-MON-CODIGO (M)
              MOVE WE-CTA-DESC-MONEDA  TO WE-MON-DESCRIPCION (M)
           END-IF.
      *-------------*
       ACUMULAR-ITEM.
      *-------------*
      *--- EL EMBARGO NO TIENE FECHA: SE REPARTE EN PARTES IGUALES Y
      *--- LA ULTIMA SEMANA LLEVA EL AJUSTE DEL REDONDEO
           IF WE-ITM-SEMANA (I) > 0
              MOVE WE-ITM-SEMANA (I)   TO W
              ADD  WE-ITM-ESPERADO (I) TO WE-MON-IMP (M W T)
              ADD  WE-IMPORTE-SOLES    TO WE-SOL-IMP (W T)
           ELSE
              COMPUTE WE-PARTE-IMP = WE-ITM-ESPERADO (I) / WE-CANT-SEM
              END-COMPUTE
              COMPUTE WE-PARTE-SOL = WE-IMPORTE-SOLES / WE-CANT-SEM
              END-COMPUTE
              COMPUTE WE-AJUSTE-IMP = WE-ITM-ESPERADO (I)
                                    - WE-PARTE-IMP * WE-CANT-SEM
              END-COMPUTE
              COMPUTE WE-AJUSTE-SOL = WE-IMPORTE-SOLES
                                    - WE-PARTE-SOL * WE-CANT-SEM
              END-COMPUTE
              MOVE 0                   TO W
              PERFORM UNTIL W >= WE-CANT-SEM
                 ADD  1                TO W
                 ADD  WE-PARTE-IMP     TO WE-MON-IMP (M W T)
                 ADD  WE-PARTE-SOL     TO WE-SOL-IMP (W T)
              END-PERFORM
              ADD  WE-AJUSTE-IMP       TO WE-MON-IMP (M WE-CANT-SEM T)
              ADD  WE-AJUSTE-SOL       TO WE-SOL-IMP (WE-CANT-SEM T)
           END-IF.
      *---------------*
       CONVERTIR-SOLES.
      *---------------*
      *--- SIN COTIZACION DEL DIA EL IMPORTE EN SOLES VA EN CERO Y SE
      *--- CUENTA
           IF WE-MONEDA-TRAB = 'SO'
              MOVE WE-IMPORTE-TRAB     TO WE-IMPORTE-SOLES
           ELSE
              MOVE ZEROS               TO WE-IMPORTE-SOLES
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAMBIOS OR
                            WE-SW-CAMBIO = 'S'
                 ADD  1                TO K
                 IF WE-TC-MONEDA (K) = WE-MONEDA-TRAB
                    MOVE 'S'           TO WE-SW-CAMBIO
                    COMPUTE WE-IMPORTE-SOLES ROUNDED =
                            WE-IMPORTE-TRAB * WE-TC-CAMBIO (K)
                    END-COMPUTE
                 END-IF
              END-PERFORM
              IF WE-SW-CAMBIO NOT = 'S'
                 ADD  1                TO WE-CONT-SIN-CAMBIO
              END-IF
           END-IF.
      *---------------*
       COMPARAR-CUENTA.
      *---------------*
      *--- LO COBRADO EN LAS SEMANAS CERRADAS (TRAMA 038; SI NO
      *--- RESPONDE, LOS PAGOS DEL BUS) SE REPARTE ENTRE LAS FUENTES EN
      *--- PROPORCION A LO PRONOSTICADO PARA LA CUENTA; SIN PRONOSTICO
      *--- TODO VA A 'NO PRONOSTICADO'. AMBOS LADOS SE PASAN A SOLES
      *--- CON EL CAMBIO DEL DIA PARA QUE EL ERROR NO MIDA EL TIPO DE
      *--- CAMBIO
           ADD  1                      TO WE-CONT-COMPARADAS.
           PERFORM  LEER-PAGOS-038.
           IF WE-SW-ERROR-CRM = 'S'
              ADD  1                   TO WE-CONT-SIN-038
              MOVE WE-PAG-BUS          TO WE-COBRADO
           ELSE
              MOVE WE-COBRADO-038      TO WE-COBRADO
           END-IF.
           MOVE WE-CTA-MONEDA          TO WE-MONEDA-TRAB.
           MOVE 0                      TO WE-PRONOST-CTA.
           MOVE 0                      TO WE-ULT-FUENTE.
           MOVE 0                      TO T.
           PERFORM UNTIL T >= 4
              ADD  1                   TO T
              IF WE-ANT-IMP (T) > 0
                 ADD  WE-ANT-IMP (T)   TO WE-PRONOST-CTA
                 MOVE T                TO WE-ULT-FUENTE
                 MOVE WE-ANT-IMP (T)   TO WE-IMPORTE-TRAB
                 PERFORM  CONVERTIR-SOLES
                 ADD  WE-IMPORTE-SOLES TO WE-CMP-PRONOSTICO (T)
              END-IF
           END-PERFORM.
           IF WE-PRONOST-CTA = 0
              MOVE WE-COBRADO          TO WE-IMPORTE-TRAB
              PERFORM  CONVERTIR-SOLES
              ADD  WE-IMPORTE-SOLES    TO WE-CMP-COBRADO (5)
           ELSE
              MOVE 0                   TO WE-REPARTIDO
              MOVE 0                   TO T
              PERFORM UNTIL T >= WE-ULT-FUENTE
                 ADD  1                TO T
                 IF T = WE-ULT-FUENTE
                    COMPUTE WE-IMPORTE-TRAB = WE-COBRADO - WE-REPARTIDO
                    END-COMPUTE
                 ELSE
                    COMPUTE WE-IMPORTE-TRAB ROUNDED =
                            WE-COBRADO * WE-ANT-IMP (T) / WE-PRONOST-CTA
                    END-COMPUTE
                    ADD  WE-IMPORTE-TRAB TO WE-REPARTIDO
                 END-IF
                 PERFORM  CONVERTIR-SOLES
                 ADD  WE-IMPORTE-SOLES TO WE-CMP-COBRADO (T)
              END-PERFORM
           END-IF.
      *--------------*
       LEER-PAGOS-038.
      *--------------*
      *--- HISTORIA DE PAGOS DEL CORE (TRAMA 038 PAGINADA, TOPE 50)
           MOVE SPACES                 TO WE-SECUENCIA.
           MOVE SPACES                 TO CRM-CO-FLAG-CONT-38.
           MOVE 'N'                    TO WE-SW-ERROR-CRM.
           MOVE 0                      TO WE-CONT-PAGINAS.
           MOVE 0                      TO WE-COBRADO-038.
           PERFORM UNTIL CRM-CO-FLAG-CONT-38 = 'U'      OR
                         WE-SW-ERROR-CRM = 'S'          OR
                         WE-CONT-PAGINAS >= 50
              ADD  1                   TO WE-CONT-PAGINAS
              PERFORM  LLAMAR-CLOCRM02-PAGOS
           END-PERFORM.
      *---------------------*
       LLAMAR-CLOCRM02-PAGOS.
      *---------------------*
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 038                    TO CRM-CO-NRO-TRAMA.
           MOVE '$CL'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE 'C'                    TO CRM-CO-TIPO-BUSQ.
           MOVE WE-CTA-ACTUAL          TO CRM-CO-CUENTA-BUSQ.
           MOVE WE-SECUENCIA           TO CRM-CO-SECUEN-38.
           MOVE 'NEXT'                 TO CRM-CO-FLAGLEC-38.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO = +0000
              MOVE 0                   TO K
              PERFORM UNTIL K >= CRM-CO-NUM-PAGOS OR K >= 20
                 ADD  1                TO K
                 IF CRM-CO-FEC-PAGO-38 (K) >= WE-FEC-ANTERIOR  AND
                    CRM-CO-FEC-PAGO-38 (K) <= WE-FEC-HASTA-COMP
                    ADD  CRM-CO-IMP-PAGO-38 (K) TO WE-COBRADO-038
                 END-IF
              END-PERFORM
              MOVE CRM-CO-SECUENC-FIN-38 TO WE-SECUENCIA
           ELSE
              MOVE 'S'                 TO WE-SW-ERROR-CRM
           END-IF.
      *----------------*
       IMPRIMIR-REPORTE.
      *----------------*
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-DIAS-HORIZONTE      TO WE-TIT-DIAS.
           MOVE WE-FEC-FIN             TO WE-TIT-FIN.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           PERFORM  IMPRIMIR-SECTORISTAS.
           MOVE 0                      TO M.
           PERFORM UNTIL M >= WE-CANT-MON
              ADD  1                   TO M
              PERFORM  IMPRIMIR-MONEDA
           END-PERFORM.
           PERFORM  IMPRIMIR-SOLES.
           PERFORM  IMPRIMIR-COMPARACION.
      *--------------------*
       IMPRIMIR-SECTORISTAS.
      *--------------------*
           MOVE 'TASA DE CUMPLIMIENTO DE PROMESAS POR SECTORISTA'
                                       TO WE-SEC-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-SECTOR.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT
              ADD  1                   TO I
              MOVE WE-SEC-NOMBRE (I)   TO WE-SCT-NOMBRE
              MOVE WE-SEC-CUMPLIDAS (I)   TO WE-SCT-CUMPLIDAS
              MOVE WE-SEC-INCUMPLIDAS (I) TO WE-SCT-INCUMPLIDAS
              MOVE WE-SEC-TASA (I)     TO WE-SCT-TASA
              IF WE-SEC-ORIGEN (I) = 'P'
                 MOVE 'PROPIA'         TO WE-SCT-ORIGEN
              ELSE
                 MOVE 'GENERAL'        TO WE-SCT-ORIGEN
              END-IF
              WRITE REG-REPORTE        FROM WE-LINEA-SECTOR
           END-PERFORM.
           MOVE 'TOTAL GENERAL'        TO WE-SCT-NOMBRE.
           MOVE WE-TOT-CUMPLIDAS       TO WE-SCT-CUMPLIDAS.
           MOVE WE-TOT-INCUMPLIDAS     TO WE-SCT-INCUMPLIDAS.
           MOVE WE-TASA-GENERAL        TO WE-SCT-TASA.
           IF WE-TOT-CUMPLIDAS + WE-TOT-INCUMPLIDAS > 0
              MOVE 'HISTORICA'         TO WE-SCT-ORIGEN
           ELSE
              MOVE 'PARAMETRO'         TO WE-SCT-ORIGEN
           END-IF.
           WRITE REG-REPORTE           FROM WE-LINEA-SECTOR.
      *---------------*
       IMPRIMIR-MONEDA.
      *---------------*
           MOVE SPACES                 TO WE-SEC-TITULO.
           STRING 'PRONOSTICO EN '     DELIMITED BY SIZE
                  WE-MON-DESCRIPCION (M) DELIMITED BY '  '
                  ' ('                 DELIMITED BY SIZE
                  WE-MON-CODIGO (M)    DELIMITED BY SIZE
                  ')'                  DELIMITED BY SIZE
                  INTO WE-SEC-TITULO
           END-STRING.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           INITIALIZE                     WE-TOTALES-FUENTE.
           MOVE 0                      TO W.
           PERFORM UNTIL W >= WE-CANT-SEM
              ADD  1                   TO W
              MOVE W                   TO WE-DET-SEMANA
              MOVE WE-SEM-DESDE (W)    TO WE-DET-DESDE
              MOVE WE-SEM-FIN (W)      TO WE-DET-HASTA
              MOVE 0                   TO WE-TOTAL-FILA
              MOVE 0                   TO T
              PERFORM UNTIL T >= 4
                 ADD  1                TO T
                 MOVE WE-MON-IMP (M W T)  TO WE-DET-IMP (T)
                 ADD  WE-MON-IMP (M W T)  TO WE-TOTAL-FILA
                                             WE-TOT-FUENTE (T)
              END-PERFORM
              MOVE WE-TOTAL-FILA       TO WE-DET-IMP (5)
              ADD  WE-TOTAL-FILA       TO WE-TOT-FUENTE (5)
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-PERFORM.
           PERFORM  IMPRIMIR-TOTAL.
      *--------------*
       IMPRIMIR-SOLES.
      *--------------*
      *--- CONSOLIDADO DE TODAS LAS MONEDAS AL CAMBIO DEL DIA
           MOVE 'PRONOSTICO CONSOLIDADO EN SOLES' TO WE-SEC-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           INITIALIZE                     WE-TOTALES-FUENTE.
           MOVE 0                      TO W.
           PERFORM UNTIL W >= WE-CANT-SEM
              ADD  1                   TO W
              MOVE W                   TO WE-DET-SEMANA
              MOVE WE-SEM-DESDE (W)    TO WE-DET-DESDE
              MOVE WE-SEM-FIN (W)      TO WE-DET-HASTA
              MOVE 0                   TO WE-TOTAL-FILA
              MOVE 0                   TO T
              PERFORM UNTIL T >= 4
                 ADD  1                TO T
                 MOVE WE-SOL-IMP (W T) TO WE-DET-IMP (T)
                 ADD  WE-SOL-IMP (W T) TO WE-TOTAL-FILA
                                          WE-TOT-FUENTE (T)
              END-PERFORM
              MOVE WE-TOTAL-FILA       TO WE-DET-IMP (5)
              ADD  WE-TOTAL-FILA       TO WE-TOT-FUENTE (5)
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-PERFORM.
           PERFORM  IMPRIMIR-TOTAL.
           IF WE-CONT-SIN-CAMBIO > 0
              MOVE SPACES              TO WE-AVI-TEXTO
              STRING 'ATENCION: '      DELIMITED BY SIZE
                     'IMPORTES SIN TIPO DE CAMBIO DEL DIA VAN EN CERO'
                                       DELIMITED BY SIZE
                     INTO WE-AVI-TEXTO
              END-STRING
              WRITE REG-REPORTE        FROM WE-LINEA-AVISO
           END-IF.
      *--------------*
       IMPRIMIR-TOTAL.
      *--------------*
           MOVE 'TOTAL'                TO WE-DET-ETIQUETA.
           MOVE SPACES                 TO WE-DET-DESDE-X.
           MOVE SPACES                 TO WE-DET-HASTA-X.
           MOVE 0                      TO T.
           PERFORM UNTIL T >= 5
              ADD  1                   TO T
              MOVE WE-TOT-FUENTE (T)   TO WE-DET-IMP (T)
           END-PERFORM.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *--------------------*
       IMPRIMIR-COMPARACION.
      *--------------------*
      *--- ERROR = COBRADO MENOS PRONOSTICADO; EL PORCENTAJE SE MIDE
      *--- SOBRE LO PRONOSTICADO
           IF WE-SW-COMPARAR NOT = 'S'
              MOVE 'ERROR DEL PRONOSTICO ANTERIOR' TO WE-SEC-TITULO
              WRITE REG-REPORTE        FROM WE-LINEA-SECCION
              IF WE-FEC-ANTERIOR = 0
                 MOVE 'SIN PRONOSTICO ANTERIOR PARA COMPARAR'
                                       TO WE-AVI-TEXTO
              ELSE
                 MOVE 'EL PRONOSTICO ANTERIOR NO TIENE SEMANAS CERRADAS'
                                       TO WE-AVI-TEXTO
              END-IF
              WRITE REG-REPORTE        FROM WE-LINEA-AVISO
           ELSE
              MOVE WE-FEC-ANTERIOR     TO WE-TCO-FECHA
              MOVE WE-SEM-COMP         TO WE-TCO-SEMANAS
              MOVE WE-FEC-ANTERIOR     TO WE-TCO-DESDE
              MOVE WE-FEC-HASTA-COMP   TO WE-TCO-HASTA
              MOVE WE-TITULO-COMPARA   TO WE-SEC-TITULO
              WRITE REG-REPORTE        FROM WE-LINEA-SECCION
              WRITE REG-REPORTE        FROM WE-LINEA-CAB-COMPARA
              INITIALIZE                  WE-TOTALES-FUENTE
              MOVE 0                   TO T
              PERFORM UNTIL T >= 5
                 ADD  1                TO T
                 MOVE WE-FUE-NOMBRE (T) TO WE-CMP-FUENTE
                 ADD  WE-CMP-PRONOSTICO (T) TO WE-TOT-FUENTE (1)
                 ADD  WE-CMP-COBRADO (T)    TO WE-TOT-FUENTE (2)
                 MOVE WE-CMP-PRONOSTICO (T) TO WE-IMPORTE-TRAB
                 MOVE WE-CMP-COBRADO (T)    TO WE-IMPORTE-SOLES
                 PERFORM  IMPRIMIR-LINEA-ERROR
              END-PERFORM
              MOVE 'TOTAL'             TO WE-CMP-FUENTE
              MOVE WE-TOT-FUENTE (1)   TO WE-IMPORTE-TRAB
              MOVE WE-TOT-FUENTE (2)   TO WE-IMPORTE-SOLES
              PERFORM  IMPRIMIR-LINEA-ERROR
              MOVE SPACES              TO WE-AVI-TEXTO
              STRING 'CUENTAS COMPARADAS: ' DELIMITED BY SIZE
                     WE-CONT-COMPARADAS     DELIMITED BY SIZE
                     '  SIN TRAMA 038 (PAGOS DEL BUS): '
                                            DELIMITED BY SIZE
                     WE-CONT-SIN-038        DELIMITED BY SIZE
                     INTO WE-AVI-TEXTO
              END-STRING
              WRITE REG-REPORTE        FROM WE-LINEA-AVISO
           END-IF.
      *--------------------*
       IMPRIMIR-LINEA-ERROR.
      *--------------------*
           COMPUTE WE-ERROR-IMP = WE-IMPORTE-SOLES - WE-IMPORTE-TRAB
           END-COMPUTE.
           MOVE WE-IMPORTE-TRAB        TO WE-CMP-IMP-PRONOST.
           MOVE WE-IMPORTE-SOLES       TO WE-CMP-IMP-COBRADO.
           MOVE WE-ERROR-IMP           TO WE-CMP-IMP-ERROR.
           IF WE-IMPORTE-TRAB = 0
              MOVE SPACES              TO WE-CMP-PCT-ERROR-X
           ELSE
              COMPUTE WE-PCT-ERROR ROUNDED =
                      WE-ERROR-IMP * 100 / WE-IMPORTE-TRAB
                      ON SIZE ERROR
                         MOVE 99999.9  TO WE-PCT-ERROR
              END-COMPUTE
              MOVE WE-PCT-ERROR        TO WE-CMP-PCT-ERROR
           END-IF.
           WRITE REG-REPORTE           FROM WE-LINEA-COMPARA.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB070 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           INITIALIZE                     REG-PRONOST-CTL.
           MOVE 'T'                    TO PRN-CTL-TIPO.
           MOVE 'BSEB070 '             TO PRN-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO PRN-CTL-FECHA.
           MOVE WE-DIAS-HORIZONTE      TO PRN-CTL-DIAS-HORIZONTE.
           MOVE WE-CONT-PRONOST        TO PRN-CTL-CANTIDAD.
           MOVE WE-HASH-PRONOST        TO PRN-CTL-HASH-ESPERADO.
           WRITE REG-PRONOST-SAL       FROM REG-PRONOST-CTL.
           CLOSE  ARCH-PRONOST.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB070 CUENTAS EN LA FOTO   = ' WE-CONT-FOTO.
           DISPLAY 'BSEB070 CUOTAS DE CONVENIO   = ' WE-CONT-CUOTAS.
           DISPLAY 'BSEB070 PROMESAS PENDIENTES  = ' WE-CONT-PROMESAS.
           DISPLAY 'BSEB070 COTIZACIONES VIGENTES= '
                   WE-CONT-COTIZACIONES.
           DISPLAY 'BSEB070 EMBARGOS VIGENTES    = ' WE-CONT-EMBARGOS.
           DISPLAY 'BSEB070 REGISTROS PRONOSTICO = ' WE-CONT-PRONOST.
           DISPLAY 'BSEB070 IMPORTES SIN CAMBIO  = ' WE-CONT-SIN-CAMBIO.
           DISPLAY 'BSEB070 CUENTAS COMPARADAS   = ' WE-CONT-COMPARADAS.
           DISPLAY 'BSEB070 SIN TRAMA 038        = ' WE-CONT-SIN-038.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; LA FOTO DE LA
      *--- CARTERA JUDICIAL (BSEB034) DEBE SER DE LA FECHA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB070 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-DIAS-HORIZONTE   TO RUNC-PARAMETROS (10:3).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB070 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB070 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-FOTO        TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-PRONOST     TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-SIN-CAMBIO  TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
