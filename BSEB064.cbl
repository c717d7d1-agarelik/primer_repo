************************************************************************
***   * 104659 15/10/26 JCV TAMBIEN DEPURA LAS DECISIONES CON          *
***   *               ATRIBUCION DELEGADA (AUTLOG, PARTICION O)        *
***   * 104653 15/10/26 JCV TAMBIEN DEPURA LOS RECORDATORIOS DE        *
***   *               VENCIMIENTO ENVIADOS (REMILOG, PARTICION N)      *
***   * 104650 15/10/26 JCV TAMBIEN DEPURA LA CONSTANCIA DE ESTADOS    *
***   *               DE CUENTA ENVIADOS (ESTCLOG, PARTICION M)        *
***   * 104649 15/10/26 JCV TAMBIEN DEPURA LAS COTIZACIONES DE         *
***   *               CANCELACION ANTICIPADA DE DESCUENTOS             *
***   *               (PREDLOG, PARTICION L)                           *
***   * 104648 15/10/26 JCV DEPURACION MENSUAL POR RETENCION DE LOS    *
***   *               ARCHIVOS DEL BUS CON ARCHIVO HISTORICO Y         *
***   *               BLOQUEO LEGAL (EXPEDIENTE, EMBARGO, HABEAS DATA) *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO DEPURACIONRETENCION - LOTE MENSUAL                 **
*OBJET*** RECORRE LAS DESCARGAS DE PROMLOG, PRELOG, PAGOLOG,         **
*OBJET*** NOTAJUD, NOTILOG, SEGLOG, RETHIST, QUOTLOG, STATRUT,       **
*OBJET*** OCCLOG Y DQLOG. CADA REGISTRO CUYA FECHA SUPERA LOS DIAS   **
*OBJET*** DE RETENCION DE REFTAB 'RET' PARA SU ARCHIVO Y ESTADO SE   **
*OBJET*** GUARDA EN EL HISTORICO DEPURA (CABECERA Y COLA CON         **
*OBJET*** CANTIDAD Y SUMA DE CONTROL POR ARCHIVO) Y NO PASA A LA     **
*OBJET*** RECARGA. NO SE DEPURA NADA DE UNA CUENTA CON EXPEDIENTE    **
*OBJET*** EN EXPLOG O EMBARGO VIGENTE EN EMBGLOG, NI DE UN CLIENTE   **
*OBJET*** CON SOLICITUD DE HABEAS DATA PENDIENTE. CADA ARCHIVO       **
*OBJET*** QUEDA EN RUNCTL COMO UNA PARTICION CON SUS CONTADORES      **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB064.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REFTAB         ASSIGN TO REFTAB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXPLOG         ASSIGN TO EXPLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EMBGLOG        ASSIGN TO EMBGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SOLHABEA       ASSIGN TO SOLHABEA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMNUE        ASSIGN TO PROMNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRELOG         ASSIGN TO PRELOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRELNUE        ASSIGN TO PRELNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGONUE        ASSIGN TO PAGONUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-NOTAJUD        ASSIGN TO NOTAJUD
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-NOTANUE        ASSIGN TO NOTANUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-NOTILOG        ASSIGN TO NOTILOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-NOTINUE        ASSIGN TO NOTINUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SEGLOG         ASSIGN TO SEGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SEGLNUE        ASSIGN TO SEGLNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RETHIST        ASSIGN TO RETHIST
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RETHNUE        ASSIGN TO RETHNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-QUOTLOG        ASSIGN TO QUOTLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-QUOTNUE        ASSIGN TO QUOTNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-STATRUT        ASSIGN TO STATRUT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-STATNUE        ASSIGN TO STATNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-OCCLOG         ASSIGN TO OCCLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-OCCLNUE        ASSIGN TO OCCLNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DQLOG          ASSIGN TO DQLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DQLGNUE        ASSIGN TO DQLGNUE
                                        ORGANIZATION IS SEQUENTIAL.
104649     SELECT  ARCH-PREDLOG        ASSIGN TO PREDLOG
104649                                  ORGANIZATION IS SEQUENTIAL.
104649     SELECT  ARCH-PREDNUE        ASSIGN TO PREDNUE
104649                                  ORGANIZATION IS SEQUENTIAL.
104650     SELECT  ARCH-ESTCLOG        ASSIGN TO ESTCLOG
104650                                  ORGANIZATION IS SEQUENTIAL.
104650     SELECT  ARCH-ESTCNUE        ASSIGN TO ESTCNUE
104650                                  ORGANIZATION IS SEQUENTIAL.
104653     SELECT  ARCH-REMILOG        ASSIGN TO REMILOG
104653                                  ORGANIZATION IS SEQUENTIAL.
104653     SELECT  ARCH-REMINUE        ASSIGN TO REMINUE
104653                                  ORGANIZATION IS SEQUENTIAL.
104659     SELECT  ARCH-AUTLOG         ASSIGN TO AUTLOG
104659                                  ORGANIZATION IS SEQUENTIAL.
104659     SELECT  ARCH-AUTLNUE        ASSIGN TO AUTLNUE
104659                                  ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DEPURA         ASSIGN TO DEPURA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO -----------------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
      *------------------ TABLAS DE REFERENCIA (DESCARGA DE REFTAB) ---*
       FD  ARCH-REFTAB
           RECORDING MODE IS F.
           COPY BSEREFRG.
      *------------------ EXPEDIENTES (DESCARGA DE EXPLOG) -------------*
       FD  ARCH-EXPLOG
           RECORDING MODE IS F.
           COPY BSEEXPRG.
      *------------------ EMBARGOS (DESCARGA DE EMBGLOG) ---------------*
       FD  ARCH-EMBGLOG
           RECORDING MODE IS F.
           COPY BSEEMBRG.
      *------------------ SOLICITUDES DE HABEAS DATA -------------------*
       FD  ARCH-SOLHABEA
           RECORDING MODE IS F.
           COPY BSEHDARG.
      *------------------ PROMESAS (DESCARGA DE PROMLOG) ---------------*
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
           COPY BSEPRORG.
       FD  ARCH-PROMNUE
           RECORDING MODE IS F.
       01  REG-PROMNUE                     PIC X(105).
      *------------------ COTIZACIONES (DESCARGA DE PRELOG) ------------*
       FD  ARCH-PRELOG
           RECORDING MODE IS F.
           COPY BSEPRERG.
       FD  ARCH-PRELNUE
           RECORDING MODE IS F.
       01  REG-PRELNUE                     PIC X(222).
      *------------------ PAGOS APLICADOS (DESCARGA DE PAGOLOG) --------*
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
           COPY BSEPAGRG.
       FD  ARCH-PAGONUE
           RECORDING MODE IS F.
       01  REG-PAGONUE                     PIC X(237).
      *------------------ BITACORA DE GESTION (DESCARGA DE NOTAJUD) ----*
       FD  ARCH-NOTAJUD
           RECORDING MODE IS F.
           COPY BSEBITRG.
       FD  ARCH-NOTANUE
           RECORDING MODE IS F.
       01  REG-NOTANUE                     PIC X(95).
      *------------------ AVISOS ENVIADOS (DESCARGA DE NOTILOG) --------*
       FD  ARCH-NOTILOG
           RECORDING MODE IS F.
           COPY BSENOTRG.
       FD  ARCH-NOTINUE
           RECORDING MODE IS F.
       01  REG-NOTINUE                     PIC X(35).
      *------------------ EVENTOS DE SEGURIDAD (DESCARGA DE SEGLOG) ----*
       FD  ARCH-SEGLOG
           RECORDING MODE IS F.
           COPY BSESEGRG.
       FD  ARCH-SEGLNUE
           RECORDING MODE IS F.
       01  REG-SEGLNUE                     PIC X(44).
      *------------------ HISTORIA DE RETENCIONES (DESCARGA RETHIST) ---*
       FD  ARCH-RETHIST
           RECORDING MODE IS F.
           COPY BSERHIRG.
       FD  ARCH-RETHNUE
           RECORDING MODE IS F.
       01  REG-RETHNUE                     PIC X(63).
      *------------------ CONSUMO DE CUOTAS (DESCARGA DE QUOTLOG) ------*
       FD  ARCH-QUOTLOG
           RECORDING MODE IS F.
           COPY BSEQLORG.
       FD  ARCH-QUOTNUE
           RECORDING MODE IS F.
       01  REG-QUOTNUE                     PIC X(47).
      *------------------ ESTADISTICAS (DESCARGA DE STATRUT) -----------*
       FD  ARCH-STATRUT
           RECORDING MODE IS F.
           COPY BSESTARG.
       FD  ARCH-STATNUE
           RECORDING MODE IS F.
       01  REG-STATNUE                     PIC X(64).
      *------------------ CORTES OCCURS (DESCARGA DE OCCLOG) -----------*
       FD  ARCH-OCCLOG
           RECORDING MODE IS F.
           COPY BSEOCLRG.
       FD  ARCH-OCCLNUE
           RECORDING MODE IS F.
       01  REG-OCCLNUE                     PIC X(24).
      *------------------ CALIDAD DE DATOS (DESCARGA DE DQLOG) ---------*
       FD  ARCH-DQLOG
           RECORDING MODE IS F.
           COPY BSEDQLRG.
       FD  ARCH-DQLGNUE
           RECORDING MODE IS F.
       01  REG-DQLGNUE                     PIC X(89).
104649*------------------ COTIZ. CANCELACION ANTICIPADA (PREDLOG) ------*
104649 FD  ARCH-PREDLOG
104649     RECORDING MODE IS F.
104649     COPY BSEPDLRG.
104649 FD  ARCH-PREDNUE
104649     RECORDING MODE IS F.
104649 01  REG-PREDNUE                     PIC X(210).
104650*------------------ ESTADOS DE CUENTA ENVIADOS (ESTCLOG) ---------*
104650 FD  ARCH-ESTCLOG
104650     RECORDING MODE IS F.
104650     COPY BSEESTRG.
104650 FD  ARCH-ESTCNUE
104650     RECORDING MODE IS F.
104650 01  REG-ESTCNUE                     PIC X(140).
104653*------------------ RECORDATORIOS DE VENCIMIENTO (REMILOG) -------*
104653 FD  ARCH-REMILOG
104653     RECORDING MODE IS F.
104653     COPY BSERMLRG.
104653 FD  ARCH-REMINUE
104653     RECORDING MODE IS F.
104653 01  REG-REMINUE                     PIC X(80).
104659*------------------ DECISIONES CON ATRIBUCION (AUTLOG) ----------*
104659 FD  ARCH-AUTLOG
104659     RECORDING MODE IS F.
104659     COPY BSEAUTRG.
104659 FD  ARCH-AUTLNUE
104659     RECORDING MODE IS F.
104659 01  REG-AUTLNUE                     PIC X(150).
      *------------------ ARCHIVO HISTORICO DE DEPURADOS ---------------*
       FD  ARCH-DEPURA
           RECORDING MODE IS F.
           COPY BSEDEPRG.
      *------------------ REPORTE DE LA DEPURACION ---------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-REFTAB               PIC X(01)  VALUE SPACES.
           02  WE-EOF-EXPLOG               PIC X(01)  VALUE SPACES.
           02  WE-EOF-EMBGLOG              PIC X(01)  VALUE SPACES.
           02  WE-EOF-SOLHABEA             PIC X(01)  VALUE SPACES.
           02  WE-EOF-ARCHIVO              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-SW-DEPURAR               PIC X(01)  VALUE SPACES.
           02  WE-SW-BLOQUEO               PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-ENT4                     PIC X(04)  VALUE SPACES.
           02  WE-CUNICO                   PIC X(10)  VALUE SPACES.
           02  WE-CTAAFI                   PIC X(10)  VALUE SPACES.
           02  WE-CACHE-CTAAFI             PIC X(10)  VALUE SPACES.
           02  WE-CACHE-CUNICO             PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-BUSQ               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-ANTERIOR           PIC X(10)  VALUE SPACES.
           02  WE-ARC                      PIC 9(02)  VALUE ZEROS.
           02  WE-DIAS-RESTA               PIC 9(05)  VALUE ZEROS.
           02  WE-DIAS-REGLA               PIC 9(05)  VALUE ZEROS.
           02  WE-CORTE-FEC                PIC 9(08)  VALUE ZEROS.
           02  WE-CORTE-JUL                PIC 9(07)  VALUE ZEROS.
           02  WE-JUL-TRAB                 PIC 9(07)  VALUE ZEROS.
           02  WE-DIA-ANIO                 PIC 9(03)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-BAJO                     PIC 9(05)  VALUE ZEROS.
           02  WE-ALTO                     PIC 9(05)  VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-DEPURADOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-BLQ-EXPEDIENTE      PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-BLQ-EMBARGO         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-BLQ-HABEAS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-BLQ-SIN-CLIENTE     PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RET-IGNORADOS       PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
           02  R                           PIC 9(05)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
       01  WE-TABLA-DIAS-MES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WE-DIAS-MES-RED  REDEFINES  WE-TABLA-DIAS-MES.
           02  WE-DIAS-DEL-MES  OCCURS  12  TIMES
                                           PIC 9(02).
      *------------------ REGISTRO EN EVALUACION -----------------------*
      *--- CADA ARCHIVO DEJA AQUI SU ESTADO, LA FECHA QUE MANDA LA
      *--- RETENCION ('F' AAAAMMDD / 'J' JULIANA 0CYYDDD), LA CUENTA
      *--- O EL CLIENTE DEL BLOQUEO LEGAL Y LA IMAGEN DEL REGISTRO
       01  WE-REGISTRO-ACTUAL.
           02  WE-ACT-ESTADO               PIC X(01).
           02  WE-ACT-TIPO-FECHA           PIC X(01).
           02  WE-ACT-FECHA                PIC 9(08).
           02  WE-ACT-CTAAFI               PIC X(10).
           02  WE-ACT-COD-UNICO            PIC X(10).
           02  WE-ACT-LONGITUD             PIC 9(03).
           02  WE-ACT-DATOS                PIC X(250).
      *------------------ ARCHIVOS DEPURADOS ---------------------------*
      *--- NOMBRE, CODIGO DEL ARCHIVO EN REFTAB 'RET' Y PARTICION CON
      *--- LA QUE QUEDA EN RUNCTL
       01  WE-TABLA-NOMBRES.
           02  FILLER                      PIC X(42)  VALUE
               'PROMLOG PROMLAPRELOG  PRELGBPAGOLOG PAGOLC'.
           02  FILLER                      PIC X(42)  VALUE
               'NOTAJUD NOTAJDNOTILOG NOTILESEGLOG  SEGLGF'.
           02  FILLER                      PIC X(42)  VALUE
               'RETHIST RETHIGQUOTLOG QUOTLHSTATRUT STATRI'.
104649     02  FILLER                      PIC X(42)  VALUE
104649         'OCCLOG  OCCLGJDQLOG   DQLOGKPREDLOG PREDLL'.
104650     02  FILLER                      PIC X(14)  VALUE
104650         'ESTCLOG ESTCLM'.
104653     02  FILLER                      PIC X(14)  VALUE
104653         'REMILOG REMILN'.
104659     02  FILLER                      PIC X(14)  VALUE
104659         'AUTLOG  AUTLGO'.
       01  WE-NOMBRES-RED  REDEFINES  WE-TABLA-NOMBRES.
104659     02  WE-ARC-OCC  OCCURS  15  TIMES.
               03  WE-ARC-NOMBRE           PIC X(08).
               03  WE-ARC-CODIGO           PIC X(05).
               03  WE-ARC-PARTICION        PIC X(01).
       01  WE-TABLA-CONTADORES.
104659     02  WE-CNT-OCC  OCCURS  15  TIMES.
               03  WE-CNT-LEIDOS           PIC 9(07).
               03  WE-CNT-DEPURADOS        PIC 9(07).
               03  WE-CNT-VIGENTES         PIC 9(07).
               03  WE-CNT-BLOQUEADOS       PIC 9(07).
               03  WE-CNT-SIN-FECHA        PIC 9(07).
               03  WE-CNT-HASH             PIC 9(15).
      *------------------ DIAS DE RETENCION (DEFECTO) ------------------*
      *--- REFTAB 'RET': CODIGO = ARCHIVO (1:5) Y ESTADO (6:1), '*'
      *--- CUALQUIER ESTADO Y '-' ESTADO EN BLANCO; DESCRIPCION (1:5)
      *--- = DIAS A CONSERVAR, 00000 = NO SE DEPURA. REEMPLAZA AL
      *--- VALOR DE ESTA TABLA O AGREGA UNA REGLA POR ESTADO. LAS
      *--- PROMESAS PENDIENTES Y LAS EXCEPCIONES ABIERTAS NO SE DEPURAN
       01  WE-TABLA-RETENCION.
           02  FILLER                      PIC X(44)  VALUE
               'PROML*01825PROMLP00000PRELG*01825PRELGA03650'.
           02  FILLER                      PIC X(44)  VALUE
               'PAGOL*03650NOTAJ*03650NOTIL*01825SEGLG*01095'.
           02  FILLER                      PIC X(44)  VALUE
               'RETHI*01825QUOTL*00090STATR*00730OCCLG*00180'.
104649     02  FILLER                      PIC X(33)  VALUE
104649         'DQLOG*00365DQLOGA00000PREDL*01825'.
104650     02  FILLER                      PIC X(11)  VALUE
104650         'ESTCL*01825'.
104653     02  FILLER                      PIC X(11)  VALUE
104653         'REMIL*00365'.
104659     02  FILLER                      PIC X(11)  VALUE
104659         'AUTLG*01825'.
       01  WE-RETENCION-RED  REDEFINES  WE-TABLA-RETENCION.
104659     02  WE-RDF-OCC  OCCURS  18  TIMES.
               03  WE-RDF-CODIGO           PIC X(06).
               03  WE-RDF-DIAS             PIC 9(05).
       01  WE-TABLA-REGLAS.
           02  WE-CANT-REGLAS              PIC 9(03)  VALUE ZEROS.
           02  WE-REG-OCC  OCCURS  60  TIMES.
               03  WE-REG-CODIGO           PIC X(06).
               03  WE-REG-DIAS             PIC 9(05).
               03  WE-REG-CORTE-FEC        PIC 9(08).
               03  WE-REG-CORTE-JUL        PIC 9(07).
               03  WE-REG-ORIGEN           PIC X(07).
      *------------------ CUENTAS CON EXPEDIENTE (ORDEN CTAAFI) --------*
       01  WE-TABLA-EXPEDIENTES.
           02  WE-CANT-EXPEDIENTES         PIC 9(05)  VALUE ZEROS.
           02  WE-EXP-CTAAFI  OCCURS  30000  TIMES
                                           PIC X(10).
      *------------------ CUENTAS CON EMBARGO VIGENTE (ORDEN CTAAFI) ---*
       01  WE-TABLA-EMBARGOS.
           02  WE-CANT-EMBARGOS            PIC 9(05)  VALUE ZEROS.
           02  WE-EMB-CTAAFI  OCCURS  30000  TIMES
                                           PIC X(10).
      *------------------ CLIENTES CON HABEAS DATA PENDIENTE -----------*
       01  WE-TABLA-HABEAS.
           02  WE-CANT-HABEAS              PIC 9(05)  VALUE ZEROS.
           02  WE-HAB-COD-UNICO  OCCURS  500  TIMES
                                           PIC X(10).
       01  WE-HAB-AUX                      PIC X(10).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(28)  VALUE
               'BSEB064 DEPURACION POR RETEN'.
           02  FILLER                      PIC X(28)  VALUE
               'CION DE ARCHIVOS DEL BUS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(68)  VALUE SPACES.
       01  WE-LINEA-SECCION.
           02  WE-SEC-TEXTO                PIC X(60)  VALUE SPACES.
           02  FILLER                      PIC X(72)  VALUE SPACES.
       01  WE-LINEA-CAB-REGLA.
           02  FILLER                      PIC X(50)  VALUE
               '  CODIGO    DIAS    CORTE           JULIANA       '.
           02  FILLER                      PIC X(82)  VALUE
               ' ORIGEN'.
       01  WE-LINEA-REGLA.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RGL-CODIGO               PIC X(06)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-RGL-DIAS                 PIC ZZZZ9.
           02  FILLER                      PIC X(04)  VALUE SPACES.
           02  WE-RGL-CORTE-FEC            PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(08)  VALUE SPACES.
           02  WE-RGL-CORTE-JUL            PIC 9(07)  VALUE ZEROS.
           02  FILLER                      PIC X(08)  VALUE SPACES.
           02  WE-RGL-ORIGEN               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(71)  VALUE SPACES.
       01  WE-LINEA-CAB-ARCHIVO.
           02  FILLER                      PIC X(50)  VALUE
               '  ARCHIVO      LEIDOS  DEPURADOS   VIGENTES    BLO'.
           02  FILLER                      PIC X(82)  VALUE
               'QUEO  SIN FECHA     SUMA CONTROL'.
       01  WE-LINEA-ARCHIVO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-LAR-NOMBRE               PIC X(08)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-LAR-LEIDOS               PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-LAR-DEPURADOS            PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-LAR-VIGENTES             PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-LAR-BLOQUEADOS           PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-LAR-SIN-FECHA            PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-LAR-HASH                 PIC Z(14)9.
           02  FILLER                      PIC X(50)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
      *------------- RUTINA SRMR013 (CUENTAS) ------------------------*
       01  WF-COMMAREA-CRCS.
           COPY SRMCRCS.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  DEPURAR-PROMLOG.
           PERFORM  DEPURAR-PRELOG.
           PERFORM  DEPURAR-PAGOLOG.
           PERFORM  DEPURAR-NOTAJUD.
           PERFORM  DEPURAR-NOTILOG.
           PERFORM  DEPURAR-SEGLOG.
           PERFORM  DEPURAR-RETHIST.
           PERFORM  DEPURAR-QUOTLOG.
           PERFORM  DEPURAR-STATRUT.
           PERFORM  DEPURAR-OCCLOG.
           PERFORM  DEPURAR-DQLOG.
104649     PERFORM  DEPURAR-PREDLOG.
104650     PERFORM  DEPURAR-ESTCLOG.
104653     PERFORM  DEPURAR-REMILOG.
104659     PERFORM  DEPURAR-AUTLOG.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           INITIALIZE  WE-TABLA-CONTADORES.
           OPEN INPUT   ARCH-PARM.
           READ ARCH-PARM
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-FEC-PROCESO   TO WE-FEC-PROCESO
                   IF PARM-CODENT NOT = SPACES
                      MOVE PARM-CODENT     TO WE-CODENT
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB064 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE '0'                    TO WE-ENT4 (1:1).
           MOVE WE-CODENT              TO WE-ENT4 (2:3).
           OPEN INPUT   ARCH-REFTAB.
           PERFORM  CARGAR-REGLAS.
           CLOSE  ARCH-REFTAB.
           PERFORM  CALCULAR-CORTES.
           OPEN INPUT   ARCH-EXPLOG.
           PERFORM  CARGAR-EXPEDIENTES.
           CLOSE  ARCH-EXPLOG.
           OPEN INPUT   ARCH-EMBGLOG.
           PERFORM  CARGAR-EMBARGOS.
           CLOSE  ARCH-EMBGLOG.
           OPEN INPUT   ARCH-SOLHABEA.
           PERFORM  CARGAR-HABEAS.
           CLOSE  ARCH-SOLHABEA.
           PERFORM  ORDENAR-HABEAS.
           OPEN OUTPUT  ARCH-DEPURA.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           PERFORM  IMPRIMIR-REGLAS.
      *---------------*
       CARGAR-REGLAS.
      *---------------*
      *--- LAS REGLAS POR DEFECTO PRIMERO; LAS FILAS VIGENTES DE
      *--- REFTAB 'RET' LAS REEMPLAZAN O AGREGAN UNA NUEVA
           MOVE 0                      TO N.
104659     PERFORM UNTIL N >= 18
              ADD  1                   TO N
              MOVE WE-RDF-CODIGO (N)   TO WE-REG-CODIGO (N)
              MOVE WE-RDF-DIAS (N)     TO WE-REG-DIAS (N)
              MOVE ZEROS               TO WE-REG-CORTE-FEC (N)
              MOVE ZEROS               TO WE-REG-CORTE-JUL (N)
              MOVE 'DEFECTO'           TO WE-REG-ORIGEN (N)
           END-PERFORM.
104659     MOVE 18                     TO WE-CANT-REGLAS.
           PERFORM UNTIL WE-EOF-REFTAB = 'S'
              READ ARCH-REFTAB
                   AT END
                      MOVE 'S'         TO WE-EOF-REFTAB
                   NOT AT END
                      IF REFTAB-TABLA = 'RET' AND
                         REFTAB-FEC-BAJA = 0  AND
                         REFTAB-FEC-VIGENCIA <= WE-FEC-PROCESO AND
                         REFTAB-DESCRIPCION (1:5) IS NUMERIC
                         PERFORM  APLICAR-REGLA-REFTAB
                      END-IF
              END-READ
           END-PERFORM.
      *----------------------*
       APLICAR-REGLA-REFTAB.
      *----------------------*
      *--- EL ARCHIVO DEL CODIGO DEBE SER UNO DE LOS QUE SE DEPURAN
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO N.
104659     PERFORM UNTIL N >= 15 OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO N
              IF WE-ARC-CODIGO (N) = REFTAB-CODIGO (1:5)
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S' OR
              REFTAB-CODIGO (6:1) = SPACE
              DISPLAY 'BSEB064 CODIGO RET NO RECONOCIDO '
                      REFTAB-CODIGO
              ADD  1                   TO WE-CONT-RET-IGNORADOS
           ELSE
              MOVE 'N'                 TO WE-SW-ENCONTRO
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CANT-REGLAS OR
                            WE-SW-ENCONTRO = 'S'
                 ADD  1                TO N
                 IF WE-REG-CODIGO (N) = REFTAB-CODIGO
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 END-IF
              END-PERFORM
              IF WE-SW-ENCONTRO NOT = 'S'
                 IF WE-CANT-REGLAS >= 60
                    DISPLAY 'BSEB064 TABLA DE REGLAS RET LLENA'
                    PERFORM  CANCELAR-PROCESO
                 END-IF
                 ADD  1                TO WE-CANT-REGLAS
                 MOVE WE-CANT-REGLAS   TO N
                 MOVE REFTAB-CODIGO    TO WE-REG-CODIGO (N)
              END-IF
              MOVE REFTAB-DESCRIPCION (1:5)
                                       TO WE-REG-DIAS (N)
              MOVE 'REFTAB'            TO WE-REG-ORIGEN (N)
           END-IF.
      *-----------------*
       CALCULAR-CORTES.
      *-----------------*
      *--- POR REGLA, LA FECHA DE PROCESO MENOS LOS DIAS A CONSERVAR
      *--- EN AAAAMMDD Y EN JULIANA DE CICS; LO ANTERIOR AL CORTE VENCE
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-REGLAS
              ADD  1                   TO N
              IF WE-REG-DIAS (N) > 0
                 MOVE WE-FEC-PROCESO   TO WE-FECHA-TRAB
                 MOVE WE-REG-DIAS (N)  TO WE-DIAS-RESTA
                 PERFORM  RESTAR-DIAS
                 MOVE WE-FECHA-TRAB    TO WE-REG-CORTE-FEC (N)
                 PERFORM  CALCULAR-FECHA-JULIANA
                 MOVE WE-JUL-TRAB      TO WE-REG-CORTE-JUL (N)
              END-IF
              DISPLAY 'BSEB064 RETENCION ' WE-REG-CODIGO (N)
                      ' = ' WE-REG-DIAS (N) ' DIAS CORTE '
                      WE-REG-CORTE-FEC (N) ' ' WE-REG-ORIGEN (N)
           END-PERFORM.
      *-------------*
       RESTAR-DIAS.
      *-------------*
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
      *--------------------------*
       CALCULAR-FECHA-JULIANA.
      *--------------------------*
      *--- WE-FECHA-TRAB EN JULIANA DE CICS (0CYYDDD), COMO EN BSEB061
           COMPUTE WE-DIA-ANIO = WE-ACU-DIAS (WE-FT-MM) + WE-FT-DD
           END-COMPUTE.
           IF WE-FT-MM > 2
              PERFORM  VERIFICAR-BISIESTO
              IF WE-SW-BISIESTO = 'S'
                 ADD  1                TO WE-DIA-ANIO
              END-IF
           END-IF.
           COMPUTE WE-JUL-TRAB = ((WE-FT-AAAA - 1900) * 1000)
                               + WE-DIA-ANIO
           END-COMPUTE.
      *--------------------*
       VERIFICAR-BISIESTO.
      *--------------------*
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
      *--------------------*
       CARGAR-EXPEDIENTES.
      *--------------------*
      *--- TODA CARPETA EN EXPLOG ES UN PROCESO ABIERTO (EL ARCHIVO NO
      *--- TIENE ETAPA DE CIERRE). LA DESCARGA VIENE EN ORDEN DE CLAVE
           MOVE SPACES                 TO WE-CLAVE-ANTERIOR.
           PERFORM UNTIL WE-EOF-EXPLOG = 'S'
              READ ARCH-EXPLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-EXPLOG
                   NOT AT END
                      IF EXPLOG-CTAAFI < WE-CLAVE-ANTERIOR
                         DISPLAY 'BSEB064 EXPLOG FUERA DE ORDEN '
                                 EXPLOG-CTAAFI
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      IF EXPLOG-CTAAFI NOT = WE-CLAVE-ANTERIOR
                         IF WE-CANT-EXPEDIENTES >= 30000
                            DISPLAY 'BSEB064 TABLA DE EXPEDIENTES LLENA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-EXPEDIENTES
                         MOVE EXPLOG-CTAAFI
                              TO WE-EXP-CTAAFI (WE-CANT-EXPEDIENTES)
                         MOVE EXPLOG-CTAAFI TO WE-CLAVE-ANTERIOR
                      END-IF
              END-READ
           END-PERFORM.
      *-----------------*
       CARGAR-EMBARGOS.
      *-----------------*
      *--- SOLO LOS OFICIOS VIGENTES; UNA CUENTA PUEDE TENER VARIOS
           MOVE SPACES                 TO WE-CLAVE-ANTERIOR.
           PERFORM UNTIL WE-EOF-EMBGLOG = 'S'
              READ ARCH-EMBGLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-EMBGLOG
                   NOT AT END
                      IF EMBLOG-CTAAFI < WE-CLAVE-ANTERIOR
                         DISPLAY 'BSEB064 EMBGLOG FUERA DE ORDEN '
                                 EMBLOG-CTAAFI
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      IF EMBLOG-ESTADO = 'V' AND
                         EMBLOG-CTAAFI NOT = WE-CLAVE-ANTERIOR
                         IF WE-CANT-EMBARGOS >= 30000
                            DISPLAY 'BSEB064 TABLA DE EMBARGOS LLENA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-EMBARGOS
                         MOVE EMBLOG-CTAAFI
                              TO WE-EMB-CTAAFI (WE-CANT-EMBARGOS)
                         MOVE EMBLOG-CTAAFI TO WE-CLAVE-ANTERIOR
                      END-IF
              END-READ
           END-PERFORM.
      *---------------*
       CARGAR-HABEAS.
      *---------------*
           PERFORM UNTIL WE-EOF-SOLHABEA = 'S'
              READ ARCH-SOLHABEA
                   AT END
                      MOVE 'S'         TO WE-EOF-SOLHABEA
                   NOT AT END
                      IF HABD-ESTADO = 'P' AND
                         HABD-COD-UNICO NOT = SPACES
                         PERFORM  AGREGAR-HABEAS
                      END-IF
              END-READ
           END-PERFORM.
      *----------------*
       AGREGAR-HABEAS.
      *----------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-HABEAS OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-HAB-COD-UNICO (I) = HABD-COD-UNICO
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-HABEAS >= 500
                 DISPLAY 'BSEB064 TABLA DE HABEAS DATA LLENA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-HABEAS
              MOVE HABD-COD-UNICO
                              TO WE-HAB-COD-UNICO (WE-CANT-HABEAS)
           END-IF.
      *----------------*
       ORDENAR-HABEAS.
      *----------------*
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO = 'N'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 1                   TO I
              PERFORM UNTIL I >= WE-CANT-HABEAS
                 IF WE-HAB-COD-UNICO (I) > WE-HAB-COD-UNICO (I + 1)
                    MOVE WE-HAB-COD-UNICO (I)     TO WE-HAB-AUX
                    MOVE WE-HAB-COD-UNICO (I + 1)
                                       TO WE-HAB-COD-UNICO (I)
                    MOVE WE-HAB-AUX    TO WE-HAB-COD-UNICO (I + 1)
                    MOVE 'S'           TO WE-SW-CAMBIO
                 END-IF
                 ADD  1                TO I
              END-PERFORM
           END-PERFORM.
      *-----------------*
       IMPRIMIR-REGLAS.
      *-----------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'REGLAS DE RETENCION'  TO WE-SEC-TEXTO.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-REGLA.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-REGLAS
              ADD  1                   TO N
              MOVE WE-REG-CODIGO (N)   TO WE-RGL-CODIGO
              MOVE WE-REG-DIAS (N)     TO WE-RGL-DIAS
              MOVE WE-REG-CORTE-FEC (N) TO WE-RGL-CORTE-FEC
              MOVE WE-REG-CORTE-JUL (N) TO WE-RGL-CORTE-JUL
              IF WE-REG-DIAS (N) = 0
                 MOVE 'NO DEPURA'      TO WE-RGL-ORIGEN
              ELSE
                 MOVE WE-REG-ORIGEN (N) TO WE-RGL-ORIGEN
              END-IF
              WRITE REG-REPORTE        FROM WE-LINEA-REGLA
           END-PERFORM.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'REGISTROS POR ARCHIVO' TO WE-SEC-TEXTO.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-ARCHIVO.
      *-----------------*
       DEPURAR-PROMLOG.
      *-----------------*
           MOVE 1                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-PROMLOG.
           OPEN OUTPUT  ARCH-PROMNUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-PROMLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE PROMLOG-ESTADO      TO WE-ACT-ESTADO
                      MOVE 'F'                 TO WE-ACT-TIPO-FECHA
                      MOVE PROMLOG-FEC-PROMESA TO WE-ACT-FECHA
                      MOVE PROMLOG-CTAAFI      TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-PROMLOG TO WE-ACT-LONGITUD
                      MOVE REG-PROMLOG         TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-PROMNUE     FROM REG-PROMLOG
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-PROMLOG
                  ARCH-PROMNUE.
           PERFORM  TERMINAR-ARCHIVO.
      *----------------*
       DEPURAR-PRELOG.
      *----------------*
           MOVE 2                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-PRELOG.
           OPEN OUTPUT  ARCH-PRELNUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-PRELOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE PRELOG-ESTADO       TO WE-ACT-ESTADO
                      MOVE 'F'                 TO WE-ACT-TIPO-FECHA
                      MOVE PRELOG-FECPREL      TO WE-ACT-FECHA
                      MOVE PRELOG-CTAAFI       TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-PRELOG TO WE-ACT-LONGITUD
                      MOVE REG-PRELOG          TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-PRELNUE     FROM REG-PRELOG
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-PRELOG
                  ARCH-PRELNUE.
           PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
       DEPURAR-PAGOLOG.
      *-----------------*
      *--- UN PAGO EXTORNADO CUENTA SU RETENCION DESDE EL EXTORNO
           MOVE 3                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-PAGOLOG.
           OPEN OUTPUT  ARCH-PAGONUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-PAGOLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE PAGLOG-ESTADO       TO WE-ACT-ESTADO
                      MOVE 'F'                 TO WE-ACT-TIPO-FECHA
                      MOVE PAGLOG-FEC-PAGO     TO WE-ACT-FECHA
                      IF PAGLOG-ESTADO = 'X' AND
                         PAGLOG-FEC-EXTORNO > PAGLOG-FEC-PAGO
                         MOVE PAGLOG-FEC-EXTORNO TO WE-ACT-FECHA
                      END-IF
                      MOVE PAGLOG-CTAAFI       TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-PAGOLOG TO WE-ACT-LONGITUD
                      MOVE REG-PAGOLOG         TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-PAGONUE     FROM REG-PAGOLOG
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-PAGOLOG
                  ARCH-PAGONUE.
           PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
       DEPURAR-NOTAJUD.
      *-----------------*
           MOVE 4                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-NOTAJUD.
           OPEN OUTPUT  ARCH-NOTANUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-NOTAJUD
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE '*'                 TO WE-ACT-ESTADO
                      MOVE 'J'                 TO WE-ACT-TIPO-FECHA
                      MOVE NOTA-FECHA          TO WE-ACT-FECHA
                      MOVE NOTA-CTAAFI         TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-NOTAJUD TO WE-ACT-LONGITUD
                      MOVE REG-NOTAJUD         TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-NOTANUE     FROM REG-NOTAJUD
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-NOTAJUD
                  ARCH-NOTANUE.
           PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
       DEPURAR-NOTILOG.
      *-----------------*
           MOVE 5                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-NOTILOG.
           OPEN OUTPUT  ARCH-NOTINUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-NOTILOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE NOTLOG-TIPO         TO WE-ACT-ESTADO
                      MOVE 'F'                 TO WE-ACT-TIPO-FECHA
                      MOVE NOTLOG-FEC-ENVIO    TO WE-ACT-FECHA
                      MOVE NOTLOG-CTAAFI       TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-NOTILOG TO WE-ACT-LONGITUD
                      MOVE REG-NOTILOG         TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-NOTINUE     FROM REG-NOTILOG
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-NOTILOG
                  ARCH-NOTINUE.
           PERFORM  TERMINAR-ARCHIVO.
      *----------------*
       DEPURAR-SEGLOG.
      *----------------*
      *--- EL EVENTO DE SEGURIDAD LLEVA EL CODIGO UNICO DEL CLIENTE
           MOVE 6                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-SEGLOG.
           OPEN OUTPUT  ARCH-SEGLNUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-SEGLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE '*'                 TO WE-ACT-ESTADO
                      MOVE 'J'                 TO WE-ACT-TIPO-FECHA
                      MOVE SEGLOG-FECHA        TO WE-ACT-FECHA
                      MOVE SPACES              TO WE-ACT-CTAAFI
                      MOVE SEGLOG-COD-CLIENTE  TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-SEGLOG TO WE-ACT-LONGITUD
                      MOVE REG-SEGLOG          TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-SEGLNUE     FROM REG-SEGLOG
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-SEGLOG
                  ARCH-SEGLNUE.
           PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
       DEPURAR-RETHIST.
      *-----------------*
      *--- EL ESTADO ES EL EVENTO DE LA RETENCION (A / L / X)
           MOVE 7                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-RETHIST.
           OPEN OUTPUT  ARCH-RETHNUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-RETHIST
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE RETH-EVENTO         TO WE-ACT-ESTADO
                      MOVE 'J'                 TO WE-ACT-TIPO-FECHA
                      MOVE RETH-FECHA          TO WE-ACT-FECHA
                      MOVE SPACES              TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-RETHIST TO WE-ACT-LONGITUD
                      MOVE REG-RETHIST         TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-RETHNUE     FROM REG-RETHIST
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-RETHIST
                  ARCH-RETHNUE.
           PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
       DEPURAR-QUOTLOG.
      *-----------------*
           MOVE 8                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-QUOTLOG.
           OPEN OUTPUT  ARCH-QUOTNUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-QUOTLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE '*'                 TO WE-ACT-ESTADO
                      MOVE 'J'                 TO WE-ACT-TIPO-FECHA
                      MOVE QLOG-FECHA          TO WE-ACT-FECHA
                      MOVE SPACES              TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-QUOTLOG TO WE-ACT-LONGITUD
                      MOVE REG-QUOTLOG         TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-QUOTNUE     FROM REG-QUOTLOG
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-QUOTLOG
                  ARCH-QUOTNUE.
           PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
       DEPURAR-STATRUT.
      *-----------------*
           MOVE 9                      TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-STATRUT.
           OPEN OUTPUT  ARCH-STATNUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-STATRUT
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE '*'                 TO WE-ACT-ESTADO
                      MOVE 'J'                 TO WE-ACT-TIPO-FECHA
                      MOVE STATRUT-FECHA       TO WE-ACT-FECHA
                      MOVE SPACES              TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-STATRUT TO WE-ACT-LONGITUD
                      MOVE REG-STATRUT         TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-STATNUE     FROM REG-STATRUT
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-STATRUT
                  ARCH-STATNUE.
           PERFORM  TERMINAR-ARCHIVO.
      *----------------*
       DEPURAR-OCCLOG.
      *----------------*
           MOVE 10                     TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-OCCLOG.
           OPEN OUTPUT  ARCH-OCCLNUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-OCCLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE '*'                 TO WE-ACT-ESTADO
                      MOVE 'J'                 TO WE-ACT-TIPO-FECHA
                      MOVE OCCLOG-FECHA        TO WE-ACT-FECHA
                      MOVE SPACES              TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-OCCLOG TO WE-ACT-LONGITUD
                      MOVE REG-OCCLOG          TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-OCCLNUE     FROM REG-OCCLOG
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-OCCLOG
                  ARCH-OCCLNUE.
           PERFORM  TERMINAR-ARCHIVO.
      *---------------*
       DEPURAR-DQLOG.
      *---------------*
      *--- UNA EXCEPCION CERRADA VENCE DESDE LA ULTIMA VEZ QUE SE VIO
           MOVE 11                     TO WE-ARC.
           PERFORM  INICIAR-ARCHIVO.
           OPEN INPUT   ARCH-DQLOG.
           OPEN OUTPUT  ARCH-DQLGNUE.
           MOVE SPACES                 TO WE-EOF-ARCHIVO.
           PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
              READ ARCH-DQLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ARCHIVO
                   NOT AT END
                      MOVE DQLOG-ESTADO        TO WE-ACT-ESTADO
                      MOVE 'F'                 TO WE-ACT-TIPO-FECHA
                      MOVE DQLOG-FEC-ULT-VISTO TO WE-ACT-FECHA
                      MOVE SPACES              TO WE-ACT-CTAAFI
                      MOVE SPACES              TO WE-ACT-COD-UNICO
                      MOVE LENGTH OF REG-DQLOG TO WE-ACT-LONGITUD
                      MOVE REG-DQLOG           TO WE-ACT-DATOS
                      PERFORM  EVALUAR-REGISTRO
                      IF WE-SW-DEPURAR = 'N'
                         WRITE REG-DQLGNUE     FROM REG-DQLOG
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-DQLOG
                  ARCH-DQLGNUE.
           PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
104649 DEPURAR-PREDLOG.
      *-----------------*
      *--- LA COTIZACION DE UN DOCUMENTO DESCONTADO NO LLEVA CUENTA
      *--- JUDICIAL NI CODIGO UNICO: NO LE ALCANZA EL BLOQUEO LEGAL
104649     MOVE 12                     TO WE-ARC.
104649     PERFORM  INICIAR-ARCHIVO.
104649     OPEN INPUT   ARCH-PREDLOG.
104649     OPEN OUTPUT  ARCH-PREDNUE.
104649     MOVE SPACES                 TO WE-EOF-ARCHIVO.
104649     PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
104649        READ ARCH-PREDLOG
104649             AT END
104649                MOVE 'S'         TO WE-EOF-ARCHIVO
104649             NOT AT END
104649                MOVE PREDLOG-ESTADO      TO WE-ACT-ESTADO
104649                MOVE 'J'                 TO WE-ACT-TIPO-FECHA
104649                MOVE PREDLOG-FECHA       TO WE-ACT-FECHA
104649                MOVE SPACES              TO WE-ACT-CTAAFI
104649                MOVE SPACES              TO WE-ACT-COD-UNICO
104649                MOVE LENGTH OF REG-PREDLOG TO WE-ACT-LONGITUD
104649                MOVE REG-PREDLOG         TO WE-ACT-DATOS
104649                PERFORM  EVALUAR-REGISTRO
104649                IF WE-SW-DEPURAR = 'N'
104649                   WRITE REG-PREDNUE     FROM REG-PREDLOG
104649                END-IF
104649        END-READ
104649     END-PERFORM.
104649     CLOSE  ARCH-PREDLOG
104649            ARCH-PREDNUE.
104649     PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
104650 DEPURAR-ESTCLOG.
      *-----------------*
      *--- LA CONSTANCIA DE UN ESTADO DE CUENTA ES PRUEBA DE ENVIO: LA
      *--- ALCANZA EL BLOQUEO POR CUENTA Y POR CODIGO UNICO
104650     MOVE 13                     TO WE-ARC.
104650     PERFORM  INICIAR-ARCHIVO.
104650     OPEN INPUT   ARCH-ESTCLOG.
104650     OPEN OUTPUT  ARCH-ESTCNUE.
104650     MOVE SPACES                 TO WE-EOF-ARCHIVO.
104650     PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
104650        READ ARCH-ESTCLOG
104650             AT END
104650                MOVE 'S'         TO WE-EOF-ARCHIVO
104650             NOT AT END
104650                MOVE ESTLOG-ESTADO       TO WE-ACT-ESTADO
104650                MOVE 'F'                 TO WE-ACT-TIPO-FECHA
104650                MOVE ESTLOG-FEC-ENVIO    TO WE-ACT-FECHA
104650                MOVE ESTLOG-CTAAFI       TO WE-ACT-CTAAFI
104650                MOVE ESTLOG-COD-UNICO    TO WE-ACT-COD-UNICO
104650                MOVE LENGTH OF REG-ESTCLOG TO WE-ACT-LONGITUD
104650                MOVE REG-ESTCLOG         TO WE-ACT-DATOS
104650                PERFORM  EVALUAR-REGISTRO
104650                IF WE-SW-DEPURAR = 'N'
104650                   WRITE REG-ESTCNUE     FROM REG-ESTCLOG
104650                END-IF
104650        END-READ
104650     END-PERFORM.
104650     CLOSE  ARCH-ESTCLOG
104650            ARCH-ESTCNUE.
104650     PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
104653 DEPURAR-REMILOG.
      *-----------------*
      *--- EL RECORDATORIO SE CONSERVA POR SU FECHA DE ENVIO; LO
      *--- ALCANZA EL BLOQUEO POR CUENTA Y POR CODIGO UNICO
104653     MOVE 14                     TO WE-ARC.
104653     PERFORM  INICIAR-ARCHIVO.
104653     OPEN INPUT   ARCH-REMILOG.
104653     OPEN OUTPUT  ARCH-REMINUE.
104653     MOVE SPACES                 TO WE-EOF-ARCHIVO.
104653     PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
104653        READ ARCH-REMILOG
104653             AT END
104653                MOVE 'S'         TO WE-EOF-ARCHIVO
104653             NOT AT END
104653                MOVE REMLOG-ESTADO       TO WE-ACT-ESTADO
104653                MOVE 'F'                 TO WE-ACT-TIPO-FECHA
104653                MOVE REMLOG-FEC-ENVIO    TO WE-ACT-FECHA
104653                MOVE REMLOG-CTAAFI       TO WE-ACT-CTAAFI
104653                MOVE REMLOG-COD-UNICO    TO WE-ACT-COD-UNICO
104653                MOVE LENGTH OF REG-REMILOG TO WE-ACT-LONGITUD
104653                MOVE REG-REMILOG         TO WE-ACT-DATOS
104653                PERFORM  EVALUAR-REGISTRO
104653                IF WE-SW-DEPURAR = 'N'
104653                   WRITE REG-REMINUE     FROM REG-REMILOG
104653                END-IF
104653        END-READ
104653     END-PERFORM.
104653     CLOSE  ARCH-REMILOG
104653            ARCH-REMINUE.
104653     PERFORM  TERMINAR-ARCHIVO.
      *----------------*
104659 DEPURAR-AUTLOG.
      *----------------*
      *--- LA DECISION SE CONSERVA POR SU FECHA; LA ALCANZA EL BLOQUEO
      *--- POR CUENTA (LOS PAGOS Y CASTIGOS NO LLEVAN CODIGO UNICO)
104659     MOVE 15                     TO WE-ARC.
104659     PERFORM  INICIAR-ARCHIVO.
104659     OPEN INPUT   ARCH-AUTLOG.
104659     OPEN OUTPUT  ARCH-AUTLNUE.
104659     MOVE SPACES                 TO WE-EOF-ARCHIVO.
104659     PERFORM UNTIL WE-EOF-ARCHIVO = 'S'
104659        READ ARCH-AUTLOG
104659             AT END
104659                MOVE 'S'         TO WE-EOF-ARCHIVO
104659             NOT AT END
104659                MOVE AUTLOG-RESULTADO    TO WE-ACT-ESTADO
104659                MOVE 'F'                 TO WE-ACT-TIPO-FECHA
104659                MOVE AUTLOG-FECHA        TO WE-ACT-FECHA
104659                MOVE AUTLOG-CTAAFI       TO WE-ACT-CTAAFI
104659                MOVE SPACES              TO WE-ACT-COD-UNICO
104659                MOVE LENGTH OF REG-AUTLOG TO WE-ACT-LONGITUD
104659                MOVE REG-AUTLOG          TO WE-ACT-DATOS
104659                PERFORM  EVALUAR-REGISTRO
104659                IF WE-SW-DEPURAR = 'N'
104659                   WRITE REG-AUTLNUE     FROM REG-AUTLOG
104659                END-IF
104659        END-READ
104659     END-PERFORM.
104659     CLOSE  ARCH-AUTLOG
104659            ARCH-AUTLNUE.
104659     PERFORM  TERMINAR-ARCHIVO.
      *-----------------*
       INICIAR-ARCHIVO.
      *-----------------*
      *--- CABECERA DEL ARCHIVO EN EL HISTORICO Y SU PARTICION EN RUNCTL
           MOVE SPACES                 TO REG-DEPURA-CTL.
           MOVE 'H'                    TO DEP-CTL-TIPO.
           MOVE WE-ARC-NOMBRE (WE-ARC) TO DEP-CTL-ARCHIVO.
           MOVE 'BSEB064 '             TO DEP-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO DEP-CTL-FECHA.
           MOVE ZEROS                  TO DEP-CTL-CANTIDAD.
           MOVE ZEROS                  TO DEP-CTL-HASH-FECHA.
           WRITE REG-DEPURA-CTL.
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                    TO RUNC-MODO.
           MOVE WE-FEC-PROCESO         TO RUNC-FEC-PROCESO.
           MOVE 'BSEB064 '             TO RUNC-PROGRAMA.
           MOVE WE-ARC-PARTICION (WE-ARC) TO RUNC-PARTICION.
           MOVE SPACES                 TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO         TO RUNC-PARAMETROS (1:8).
           MOVE WE-ARC-NOMBRE (WE-ARC) TO RUNC-PARAMETROS (10:8).
           MOVE SPACES                 TO RUNC-PRED-PROGRAMA.
           MOVE 0                      TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING      RUNC-COMMAREA.
      *------------------*
       EVALUAR-REGISTRO.
      *------------------*
      *--- VENCIDO ES LO ANTERIOR AL CORTE DE SU REGLA; SIN REGLA O
      *--- CON DIAS EN CERO EL REGISTRO SE CONSERVA. UN REGISTRO
      *--- VENCIDO BAJO BLOQUEO LEGAL TAMBIEN SE CONSERVA
           ADD  1                      TO WE-CNT-LEIDOS (WE-ARC).
           ADD  1                      TO WE-CONT-LEIDOS.
           MOVE 'N'                    TO WE-SW-DEPURAR.
           IF WE-ACT-ESTADO = SPACE
              MOVE '-'                 TO WE-ACT-ESTADO
           END-IF.
           PERFORM  BUSCAR-REGLA.
           EVALUATE TRUE
              WHEN WE-DIAS-REGLA = 0
                 ADD  1                TO WE-CNT-VIGENTES (WE-ARC)
              WHEN WE-ACT-FECHA = 0
                 ADD  1                TO WE-CNT-SIN-FECHA (WE-ARC)
              WHEN WE-ACT-TIPO-FECHA = 'F' AND
                   WE-ACT-FECHA NOT < WE-CORTE-FEC
                 ADD  1                TO WE-CNT-VIGENTES (WE-ARC)
              WHEN WE-ACT-TIPO-FECHA = 'J' AND
                   WE-ACT-FECHA NOT < WE-CORTE-JUL
                 ADD  1                TO WE-CNT-VIGENTES (WE-ARC)
              WHEN OTHER
                 PERFORM  VERIFICAR-BLOQUEO
                 IF WE-SW-BLOQUEO = 'S'
                    ADD  1             TO WE-CNT-BLOQUEADOS (WE-ARC)
                 ELSE
                    MOVE 'S'           TO WE-SW-DEPURAR
                    PERFORM  ARCHIVAR-REGISTRO
                 END-IF
           END-EVALUATE.
      *--------------*
       BUSCAR-REGLA.
      *--------------*
      *--- PRIMERO LA REGLA DEL ESTADO DEL REGISTRO, LUEGO LA GENERAL
      *--- DEL ARCHIVO ('*')
           MOVE ZEROS                  TO WE-DIAS-REGLA.
           MOVE ZEROS                  TO WE-CORTE-FEC.
           MOVE ZEROS                  TO WE-CORTE-JUL.
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO R.
           PERFORM UNTIL R >= WE-CANT-REGLAS OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO R
              IF WE-REG-CODIGO (R) (1:5) = WE-ARC-CODIGO (WE-ARC) AND
                 WE-REG-CODIGO (R) (6:1) = WE-ACT-ESTADO
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              MOVE 0                   TO R
              PERFORM UNTIL R >= WE-CANT-REGLAS OR
                            WE-SW-ENCONTRO = 'S'
                 ADD  1                TO R
                 IF WE-REG-CODIGO (R) (1:5) = WE-ARC-CODIGO (WE-ARC)
                    AND WE-REG-CODIGO (R) (6:1) = '*'
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 END-IF
              END-PERFORM
           END-IF.
           IF WE-SW-ENCONTRO = 'S'
              MOVE WE-REG-DIAS (R)     TO WE-DIAS-REGLA
              MOVE WE-REG-CORTE-FEC (R) TO WE-CORTE-FEC
              MOVE WE-REG-CORTE-JUL (R) TO WE-CORTE-JUL
           END-IF.
      *-------------------*
       VERIFICAR-BLOQUEO.
      *-------------------*
      *--- CUENTA CON EXPEDIENTE O EMBARGO VIGENTE, O CLIENTE CON
      *--- HABEAS DATA PENDIENTE. SI EL CLIENTE DE LA CUENTA NO SE
      *--- PUEDE UBICAR, EL REGISTRO SE CONSERVA
           MOVE 'N'                    TO WE-SW-BLOQUEO.
           IF WE-ACT-CTAAFI NOT = SPACES
              MOVE WE-ACT-CTAAFI       TO WE-CLAVE-BUSQ
              PERFORM  BUSCAR-EXPEDIENTE
              IF WE-SW-BLOQUEO = 'S'
                 ADD  1                TO WE-CONT-BLQ-EXPEDIENTE
              ELSE
                 PERFORM  BUSCAR-EMBARGO
                 IF WE-SW-BLOQUEO = 'S'
                    ADD  1             TO WE-CONT-BLQ-EMBARGO
                 END-IF
              END-IF
              IF WE-SW-BLOQUEO = 'N' AND WE-CANT-HABEAS > 0
                 PERFORM  UBICAR-CLIENTE-CUENTA
              END-IF
           END-IF.
           IF WE-SW-BLOQUEO = 'N' AND WE-CANT-HABEAS > 0 AND
              WE-ACT-COD-UNICO NOT = SPACES
              MOVE WE-ACT-COD-UNICO    TO WE-CLAVE-BUSQ
              PERFORM  BUSCAR-HABEAS
              IF WE-SW-BLOQUEO = 'S'
                 ADD  1                TO WE-CONT-BLQ-HABEAS
              END-IF
           END-IF.
      *-------------------*
       BUSCAR-EXPEDIENTE.
      *-------------------*
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-EXPEDIENTES    TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-BLOQUEO = 'S'
              COMPUTE J = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-EXP-CTAAFI (J) = WE-CLAVE-BUSQ
                    MOVE 'S'           TO WE-SW-BLOQUEO
                 WHEN WE-EXP-CTAAFI (J) < WE-CLAVE-BUSQ
                    COMPUTE WE-BAJO = J + 1
                    END-COMPUTE
                 WHEN OTHER
                    IF J = 1
                       MOVE 0          TO WE-ALTO
                    ELSE
                       COMPUTE WE-ALTO = J - 1
                       END-COMPUTE
                    END-IF
              END-EVALUATE
           END-PERFORM.
      *----------------*
       BUSCAR-EMBARGO.
      *----------------*
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-EMBARGOS       TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-BLOQUEO = 'S'
              COMPUTE J = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-EMB-CTAAFI (J) = WE-CLAVE-BUSQ
                    MOVE 'S'           TO WE-SW-BLOQUEO
                 WHEN WE-EMB-CTAAFI (J) < WE-CLAVE-BUSQ
                    COMPUTE WE-BAJO = J + 1
                    END-COMPUTE
                 WHEN OTHER
                    IF J = 1
                       MOVE 0          TO WE-ALTO
                    ELSE
                       COMPUTE WE-ALTO = J - 1
                       END-COMPUTE
                    END-IF
              END-EVALUATE
           END-PERFORM.
      *---------------*
       BUSCAR-HABEAS.
      *---------------*
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-HABEAS         TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-BLOQUEO = 'S'
              COMPUTE J = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-HAB-COD-UNICO (J) = WE-CLAVE-BUSQ
                    MOVE 'S'           TO WE-SW-BLOQUEO
                 WHEN WE-HAB-COD-UNICO (J) < WE-CLAVE-BUSQ
                    COMPUTE WE-BAJO = J + 1
                    END-COMPUTE
                 WHEN OTHER
                    IF J = 1
                       MOVE 0          TO WE-ALTO
                    ELSE
                       COMPUTE WE-ALTO = J - 1
                       END-COMPUTE
                    END-IF
              END-EVALUATE
           END-PERFORM.
      *-----------------------*
       UBICAR-CLIENTE-CUENTA.
      *-----------------------*
      *--- LAS DESCARGAS VIENEN EN ORDEN DE CUENTA: SE GUARDA LA ULTIMA
      *--- CUENTA RESUELTA PARA NO REPETIR LA LLAMADA A SRMR013
           IF WE-ACT-CTAAFI NOT = WE-CACHE-CTAAFI
              MOVE WE-ACT-CTAAFI       TO WE-CTAAFI
              PERFORM  BUSCAR-CLIENTE-CUENTA
              MOVE WE-ACT-CTAAFI       TO WE-CACHE-CTAAFI
              MOVE WE-CUNICO           TO WE-CACHE-CUNICO
           END-IF.
           IF WE-CACHE-CUNICO = SPACES
              MOVE 'S'                 TO WE-SW-BLOQUEO
              ADD  1                   TO WE-CONT-BLQ-SIN-CLIENTE
           ELSE
              MOVE WE-CACHE-CUNICO     TO WE-ACT-COD-UNICO
           END-IF.
      *-----------------------*
       BUSCAR-CLIENTE-CUENTA.
      *-----------------------*
           MOVE SPACES                 TO WE-CUNICO.
           INITIALIZE WF-COMMAREA-CRCS.
           MOVE ' '  TO RM-ACCION      IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '0'  TO RM-FUNCTION    IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE 'AC' TO RM-FROM-ENT-CD IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '10' TO RM-FROM-APPL-CD
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '0000'                 TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (01:04).
           MOVE WE-CTAAFI              TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (05:10).
           MOVE SPACES                 TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (15:14).
           MOVE WE-ENT4                TO RM-ACCT-CTLS
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (01:04).
           CALL 'SRMR013'  USING  WF-COMMAREA-CRCS.
           IF RM-RETURN-CODE IN RM-REL-CUSTOMER-FOR-ACCOUNT = '00'
              MOVE RMCMACRL-CUST-KEY
                   IN RM-REL-CUSTOMER-FOR-ACCOUNT (1) (21:10)
                                       TO WE-CUNICO
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *-------------------*
       ARCHIVAR-REGISTRO.
      *-------------------*
           MOVE SPACES                 TO REG-DEPURA.
           MOVE 'D'                    TO DEP-TIPO-REG.
           MOVE WE-ARC-NOMBRE (WE-ARC) TO DEP-ARCHIVO.
           MOVE WE-FEC-PROCESO         TO DEP-FEC-PROCESO.
           MOVE WE-ACT-ESTADO          TO DEP-ESTADO.
           MOVE WE-ACT-FECHA           TO DEP-FEC-REGISTRO.
           MOVE WE-DIAS-REGLA          TO DEP-DIAS-RETEN.
           MOVE WE-ACT-LONGITUD        TO DEP-LONGITUD.
           MOVE WE-ACT-DATOS           TO DEP-DATOS.
           WRITE REG-DEPURA.
           ADD  1                      TO WE-CNT-DEPURADOS (WE-ARC).
           ADD  1                      TO WE-CONT-DEPURADOS.
           ADD  WE-ACT-FECHA           TO WE-CNT-HASH (WE-ARC).
      *------------------*
       TERMINAR-ARCHIVO.
      *------------------*
      *--- COLA DEL ARCHIVO EN EL HISTORICO, LINEA DEL REPORTE Y FIN DE
      *--- SU PARTICION EN RUNCTL (GRABADOS = DEPURADOS)
           MOVE SPACES                 TO REG-DEPURA-CTL.
           MOVE 'T'                    TO DEP-CTL-TIPO.
           MOVE WE-ARC-NOMBRE (WE-ARC) TO DEP-CTL-ARCHIVO.
           MOVE 'BSEB064 '             TO DEP-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO DEP-CTL-FECHA.
           MOVE WE-CNT-DEPURADOS (WE-ARC) TO DEP-CTL-CANTIDAD.
           MOVE WE-CNT-HASH (WE-ARC)   TO DEP-CTL-HASH-FECHA.
           WRITE REG-DEPURA-CTL.
           INITIALIZE                  WE-LINEA-ARCHIVO.
           MOVE WE-ARC-NOMBRE (WE-ARC) TO WE-LAR-NOMBRE.
           MOVE WE-CNT-LEIDOS (WE-ARC) TO WE-LAR-LEIDOS.
           MOVE WE-CNT-DEPURADOS (WE-ARC) TO WE-LAR-DEPURADOS.
           MOVE WE-CNT-VIGENTES (WE-ARC) TO WE-LAR-VIGENTES.
           MOVE WE-CNT-BLOQUEADOS (WE-ARC) TO WE-LAR-BLOQUEADOS.
           MOVE WE-CNT-SIN-FECHA (WE-ARC) TO WE-LAR-SIN-FECHA.
           MOVE WE-CNT-HASH (WE-ARC)   TO WE-LAR-HASH.
           WRITE REG-REPORTE           FROM WE-LINEA-ARCHIVO.
           DISPLAY 'BSEB064 ' WE-ARC-NOMBRE (WE-ARC)
                   ' LEIDOS = ' WE-CNT-LEIDOS (WE-ARC)
                   ' DEPURADOS = ' WE-CNT-DEPURADOS (WE-ARC)
                   ' BLOQUEADOS = ' WE-CNT-BLOQUEADOS (WE-ARC).
           MOVE 'F'                    TO RUNC-MODO.
           MOVE WE-FEC-PROCESO         TO RUNC-FEC-PROCESO.
           MOVE 'BSEB064 '             TO RUNC-PROGRAMA.
           MOVE WE-ARC-PARTICION (WE-ARC) TO RUNC-PARTICION.
           MOVE 'T'                    TO RUNC-ESTADO-FIN.
           MOVE WE-CNT-LEIDOS (WE-ARC) TO RUNC-CONT-LEIDOS.
           MOVE WE-CNT-DEPURADOS (WE-ARC) TO RUNC-CONT-GRABADOS.
           MOVE ZEROS                  TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING      RUNC-COMMAREA.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'BLOQUEO LEGAL'        TO WE-SEC-TEXTO.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           MOVE 'CUENTAS CON EXPEDIENTE'       TO WE-TOT-ETIQUETA.
           MOVE WE-CANT-EXPEDIENTES    TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CUENTAS CON EMBARGO VIGENTE'  TO WE-TOT-ETIQUETA.
           MOVE WE-CANT-EMBARGOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CLIENTES CON HABEAS PENDIENTE' TO WE-TOT-ETIQUETA.
           MOVE WE-CANT-HABEAS         TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RETENIDOS POR EXPEDIENTE'     TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-BLQ-EXPEDIENTE TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RETENIDOS POR EMBARGO'        TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-BLQ-EMBARGO    TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RETENIDOS POR HABEAS DATA'    TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-BLQ-HABEAS     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RETENIDOS SIN CLIENTE UBICADO' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-BLQ-SIN-CLIENTE TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'REGISTROS LEIDOS'             TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-LEIDOS         TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'REGISTROS DEPURADOS'          TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-DEPURADOS      TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CODIGOS RET NO RECONOCIDOS'   TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-RET-IGNORADOS  TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'LLAMADAS SRM EN ERROR'        TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ERRORES        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB064 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-DEPURA
                  ARCH-REPORTE.
           DISPLAY 'BSEB064 REGISTROS LEIDOS     = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB064 REGISTROS DEPURADOS  = ' WE-CONT-DEPURADOS.
           DISPLAY 'BSEB064 RETENIDOS EXPEDIENTE = '
                   WE-CONT-BLQ-EXPEDIENTE.
           DISPLAY 'BSEB064 RETENIDOS EMBARGO    = '
                   WE-CONT-BLQ-EMBARGO.
           DISPLAY 'BSEB064 RETENIDOS HABEAS     = '
                   WE-CONT-BLQ-HABEAS.
           DISPLAY 'BSEB064 RETENIDOS SIN CLIENTE= '
                   WE-CONT-BLQ-SIN-CLIENTE.
           DISPLAY 'BSEB064 LLAMADAS EN ERROR    = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SI EL PREDECESOR
      *--- DECLARADO NO TERMINO BIEN PARA LA FECHA, NO SE ARRANCA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB064 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB064 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB064 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
      *--- LA CORRIDA GENERAL (PARTICION 0) LLEVA LOS TOTALES; CADA
      *--- ARCHIVO YA QUEDO EN SU PARTICION (A A K)
           MOVE 'F'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB064 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-DEPURADOS   TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
