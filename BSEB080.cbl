************************************************************************
***   * 104664 15/10/26 JCV EXTRACTO DIARIO DELIMITADO DE LOS REGISTROS*
***   *               DEL BUS PARA EL DATAMART, INCREMENTAL O          *
***   *               COMPLETO, CON MANIFIESTO DE CONTROL              *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO EXTRACTOBI - LOTE DIARIO                            **
*OBJET*** DESCARGA LOS REGISTROS DEL BUS (PROMESAS, CONVENIOS,        **
*OBJET*** EMBARGOS, EXPEDIENTES, CASTIGOS, PAGOS, COTIZACIONES,       **
*OBJET*** RETENCIONES, CAMPANA DE TARJETAS, CALIDAD DE DATOS,         **
*OBJET*** RECLAMOS Y CONCURSOS) EN ARCHIVOS DELIMITADOS POR '|' CON   **
*OBJET*** FILA DE TITULOS, CODIGOS DECODIFICADOS, FECHAS AAAAMMDD E   **
*OBJET*** IMPORTES CON SU CONTRAVALOR EN SOLES. EN MODO INCREMENTAL   **
*OBJET*** SOLO SALEN ALTAS, MODIFICADOS Y BAJAS CONTRA LA IMAGEN DE   **
*OBJET*** LA CORRIDA ANTERIOR; EL MANIFIESTO TRAE CANTIDADES Y SUMAS  **
*OBJET*** DE CONTROL                                                  **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB080.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TIPCAMB        ASSIGN TO TIPCAMB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CNVLOG         ASSIGN TO CNVLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EMBGLOG        ASSIGN TO EMBGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXPLOG         ASSIGN TO EXPLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CTGLOG         ASSIGN TO CTGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRELOG         ASSIGN TO PRELOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RETHOLD        ASSIGN TO RETHOLD
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RETHIST        ASSIGN TO RETHIST
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CAMPTARJ       ASSIGN TO CAMPTARJ
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DQLOG          ASSIGN TO DQLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RECLAMO        ASSIGN TO RECLAMO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CONCURSO       ASSIGN TO CONCURSO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-IMAGANT        ASSIGN TO IMAGANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-IMAGNEW        ASSIGN TO IMAGNEW
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIPROM         ASSIGN TO BIPROM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BICNV          ASSIGN TO BICNV
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIEMB          ASSIGN TO BIEMB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIEXP          ASSIGN TO BIEXP
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BICTG          ASSIGN TO BICTG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIPAGO         ASSIGN TO BIPAGO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BICOTIZ        ASSIGN TO BICOTIZ
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIRET          ASSIGN TO BIRET
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIRETH         ASSIGN TO BIRETH
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BICAMP         ASSIGN TO BICAMP
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIDQL          ASSIGN TO BIDQL
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIRCL          ASSIGN TO BIRCL
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BICCS          ASSIGN TO BICCS
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BIMANIF        ASSIGN TO BIMANIF
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y MODO ----------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-MODO                   PIC X(01).
      *        'C' CARGA COMPLETA: TODOS LOS REGISTROS, SIN LEER LA
      *        IMAGEN ANTERIOR (PRIMERA CARGA O RECARGA DEL DATAMART)
      *        'I' O BLANCO: INCREMENTAL, SOLO LAS ALTAS, CAMBIOS Y
      *        BAJAS DESDE LA CORRIDA ANTERIOR (IMAGANT)
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ TIPOS DE CAMBIO (DESCARGA DE TIPCAMB) --------*
       FD  ARCH-TIPCAMB
           RECORDING MODE IS F.
           COPY BSETCMRG.
      *------------------ REGISTROS DEL BUS (DESCARGAS POR CLAVE) ------*
      *--- CADA DESCARGA VIENE EN EL ORDEN DE LA CLAVE DEL ARCHIVO
      *--- (REPRO DEL KSDS; DQLOG ORDENADO POR PROGRAMA, FUENTE, CLAVE
      *--- Y REGLA); LA COMPARACION CONTRA LA IMAGEN ANTERIOR LO EXIGE
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
       01  REG-PROMLOG-ENT                 PIC X(105).
       FD  ARCH-CNVLOG
           RECORDING MODE IS F.
       01  REG-CNVLOG-ENT                  PIC X(658).
       FD  ARCH-EMBGLOG
           RECORDING MODE IS F.
       01  REG-EMBGLOG-ENT                 PIC X(102).
       FD  ARCH-EXPLOG
           RECORDING MODE IS F.
       01  REG-EXPLOG-ENT                  PIC X(324).
       FD  ARCH-CTGLOG
           RECORDING MODE IS F.
       01  REG-CTGLOG-ENT                  PIC X(106).
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
       01  REG-PAGOLOG-ENT                 PIC X(237).
       FD  ARCH-PRELOG
           RECORDING MODE IS F.
       01  REG-PRELOG-ENT                  PIC X(222).
       FD  ARCH-RETHOLD
           RECORDING MODE IS F.
       01  REG-RETHOLD-ENT                 PIC X(73).
       FD  ARCH-RETHIST
           RECORDING MODE IS F.
       01  REG-RETHIST-ENT                 PIC X(63).
       FD  ARCH-CAMPTARJ
           RECORDING MODE IS F.
       01  REG-CAMPTARJ-ENT                PIC X(77).
       FD  ARCH-DQLOG
           RECORDING MODE IS F.
       01  REG-DQLOG-ENT                   PIC X(89).
       FD  ARCH-RECLAMO
           RECORDING MODE IS F.
       01  REG-RECLAMO-ENT                 PIC X(250).
       FD  ARCH-CONCURSO
           RECORDING MODE IS F.
       01  REG-CONCURSO-ENT                PIC X(200).
      *------------------ IMAGEN DE LA CORRIDA ANTERIOR Y LA NUEVA -----*
       FD  ARCH-IMAGANT
           RECORDING MODE IS F.
       01  REG-IMAGANT                     PIC X(768).
       FD  ARCH-IMAGNEW
           RECORDING MODE IS F.
       01  REG-IMAGNEW                     PIC X(768).
      *------------------ ARCHIVOS DELIMITADOS DEL DATAMART ------------*
       FD  ARCH-BIPROM
           RECORDING MODE IS F.
       01  REG-BIPROM                      PIC X(500).
       FD  ARCH-BICNV
           RECORDING MODE IS F.
       01  REG-BICNV                       PIC X(500).
       FD  ARCH-BIEMB
           RECORDING MODE IS F.
       01  REG-BIEMB                       PIC X(500).
       FD  ARCH-BIEXP
           RECORDING MODE IS F.
       01  REG-BIEXP                       PIC X(500).
       FD  ARCH-BICTG
           RECORDING MODE IS F.
       01  REG-BICTG                       PIC X(500).
       FD  ARCH-BIPAGO
           RECORDING MODE IS F.
       01  REG-BIPAGO                      PIC X(500).
       FD  ARCH-BICOTIZ
           RECORDING MODE IS F.
       01  REG-BICOTIZ                     PIC X(500).
       FD  ARCH-BIRET
           RECORDING MODE IS F.
       01  REG-BIRET                       PIC X(500).
       FD  ARCH-BIRETH
           RECORDING MODE IS F.
       01  REG-BIRETH                      PIC X(500).
       FD  ARCH-BICAMP
           RECORDING MODE IS F.
       01  REG-BICAMP                      PIC X(500).
       FD  ARCH-BIDQL
           RECORDING MODE IS F.
       01  REG-BIDQL                       PIC X(500).
       FD  ARCH-BIRCL
           RECORDING MODE IS F.
       01  REG-BIRCL                       PIC X(500).
       FD  ARCH-BICCS
           RECORDING MODE IS F.
       01  REG-BICCS                       PIC X(500).
      *------------------ MANIFIESTO DE LA CORRIDA ---------------------*
       FD  ARCH-BIMANIF
           RECORDING MODE IS F.
       01  REG-BIMANIF                     PIC X(250).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-TIPCAMB              PIC X(01)  VALUE SPACES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-ENTRADA              PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA-ANT              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-ANTERIOR             PIC 9(08)  VALUE ZEROS.
           02  WE-MODO                     PIC X(01)  VALUE SPACES.
           02  WE-OPERACION                PIC X(01)  VALUE SPACES.
           02  WE-MONEDA-TRAB              PIC X(02)  VALUE SPACES.
           02  WE-IMPORTE-SOLES            PIC S9(15)V99 VALUE ZEROS.
           02  WE-CLAVE-SNAP               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-BUSQ               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-REG                PIC X(66)  VALUE SPACES.
           02  WE-CLAVE-ACT                PIC X(68)  VALUE SPACES.
           02  WE-CLAVE-ANT                PIC X(68)  VALUE SPACES.
           02  WE-CLAVE-PREVIA             PIC X(68)  VALUE SPACES.
           02  WE-IMG-TRAB                 PIC X(700) VALUE SPACES.
           02  WE-IMG-ACTUAL               PIC X(700) VALUE SPACES.
           02  WE-IMG-ANTERIOR             PIC X(700) VALUE SPACES.
           02  WE-LINEA                    PIC X(500) VALUE SPACES.
           02  WE-PUNTERO                  PIC 9(04)  VALUE ZEROS.
           02  WE-COL-TEXTO                PIC X(80)  VALUE SPACES.
           02  WE-COL-IMPORTE              PIC S9(15)V99 VALUE ZEROS.
           02  WE-COL-NUMERO               PIC 9(09)  VALUE ZEROS.
           02  WE-COL-FECHA                PIC 9(08)  VALUE ZEROS.
           02  WE-COL-JULIANA              PIC 9(07)  VALUE ZEROS.
           02  WE-COL-HORA                 PIC 9(07)  VALUE ZEROS.
           02  WE-IMP-EDIT                 PIC -(15)9.99.
           02  WE-NUM-EDIT                 PIC Z(08)9.
           02  WE-BLANCOS                  PIC 9(02)  VALUE ZEROS.
           02  WE-DOMINIO                  PIC X(03)  VALUE SPACES.
           02  WE-CODIGO                   PIC X(03)  VALUE SPACES.
           02  WE-DIA-ANIO                 PIC 9(03)  VALUE ZEROS.
           02  WE-ACU-TRAB                 PIC 9(03)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-CUO-CUMPLIDAS            PIC 9(02)  VALUE ZEROS.
           02  WE-CUO-IMPAGAS              PIC 9(02)  VALUE ZEROS.
           02  WE-CUO-PENDIENTES           PIC 9(02)  VALUE ZEROS.
           02  WE-CUO-IMPORTE              PIC S9(13)V99 VALUE ZEROS.
           02  WE-CUO-PROXIMA              PIC 9(08)  VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(09)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-IMG-ANT             PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-IMG-NUEVA           PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-IMG-SOBRANTE        PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-LEIDOS               PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-FILAS                PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-SIN-CAMBIO           PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-ALTAS                PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-CAMBIOS              PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-BAJAS                PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-IGUALES              PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-SUMA-SOLES           PIC S9(15)V99 VALUE ZEROS.
           02  E                           PIC 9(02)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  L                           PIC 9(03)  VALUE ZEROS.
           02  WE-BAJO                     PIC 9(05)  VALUE ZEROS.
           02  WE-ALTO                     PIC 9(05)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *------------------ DIAS ACUMULADOS AL INICIO DE CADA MES --------*
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ IMAGEN DE LOS REGISTROS EXTRAIDOS ------------*
      *--- UNA LINEA POR REGISTRO DE CADA ENTIDAD, EN ORDEN DE ENTIDAD
      *--- Y CLAVE, CON LA FOTO COMPLETA DEL REGISTRO; LA CORRIDA
      *--- SIGUIENTE LA COMPARA PARA SABER QUE CAMBIO. CABECERA '00'
      *--- CON LA FECHA DE PROCESO Y COLA '99' CON LA CANTIDAD
       01  WE-REG-IMAGANT.
           02  IMGA-ENTIDAD                PIC X(02).
           02  IMGA-CLAVE                  PIC X(66).
           02  IMGA-REGISTRO               PIC X(700).
       01  WE-REG-IMAGANT-CTL  REDEFINES  WE-REG-IMAGANT.
           02  IMGA-CTL-TIPO               PIC X(02).
           02  IMGA-CTL-PROGRAMA           PIC X(08).
           02  IMGA-CTL-FECHA              PIC 9(08).
           02  IMGA-CTL-MODO               PIC X(01).
           02  IMGA-CTL-CANTIDAD           PIC 9(09).
           02  FILLER                      PIC X(740).
       01  WE-REG-IMAGNEW.
           02  IMGN-ENTIDAD                PIC X(02).
           02  IMGN-CLAVE                  PIC X(66).
           02  IMGN-REGISTRO               PIC X(700).
       01  WE-REG-IMAGNEW-CTL  REDEFINES  WE-REG-IMAGNEW.
           02  IMGN-CTL-TIPO               PIC X(02).
           02  IMGN-CTL-PROGRAMA           PIC X(08).
           02  IMGN-CTL-FECHA              PIC 9(08).
           02  IMGN-CTL-MODO               PIC X(01).
           02  IMGN-CTL-CANTIDAD           PIC 9(09).
           02  FILLER                      PIC X(740).
      *------------------ REGISTROS DEL BUS (AREAS DE TRABAJO) ---------*
           COPY BSEPRORG.
           COPY BSECNVRG.
           COPY BSEEMBRG.
           COPY BSEEXPRG.
           COPY BSECTGRG.
           COPY BSEPAGRG.
           COPY BSEPRERG.
           COPY BSERETRG.
           COPY BSERHIRG.
           COPY BSECAMRG.
           COPY BSEDQLRG.
           COPY BSERCLRG.
           COPY BSECCSRG.
      *------------------ COTIZACIONES DEL DIA -------------------------*
       01  WE-TABLA-CAMBIOS.
           02  WE-CANT-CAMBIOS             PIC 9(03)  VALUE ZEROS.
           02  WE-TC-OCC  OCCURS  20  TIMES.
               03  WE-TC-MONEDA            PIC X(02).
               03  WE-TC-CAMBIO            PIC S9(05)V9(04).
      *------------------ MONEDA DE CADA CUENTA DE LA FOTO -------------*
       01  WE-TABLA-CUENTAS.
           02  WE-CANT-CUENTAS             PIC 9(05)  VALUE ZEROS.
           02  WE-CTA-OCC  OCCURS  30000  TIMES.
               03  WE-CTA-CTAAFI           PIC X(10).
               03  WE-CTA-MONEDA           PIC X(02).
      *------------------ ENTIDADES DEL EXTRACTO -----------------------*
      *--- CODIGO, NOMBRE DE LA ENTIDAD, REGISTRO DE ORIGEN, ARCHIVO
      *--- DE SALIDA Y VERSION DE SU DISENO DE COLUMNAS. UN CAMBIO DE
      *--- COLUMNAS SUBE LA VERSION; LAS COLUMNAS NUEVAS VAN AL FINAL
       01  WE-TABLA-ENTIDADES.
           02  FILLER                      PIC X(30)  VALUE
               '01PROMESA   PROMLOG BIPROM  01'.
           02  FILLER                      PIC X(30)  VALUE
               '02CONVENIO  CNVLOG  BICNV   01'.
           02  FILLER                      PIC X(30)  VALUE
               '03EMBARGO   EMBGLOG BIEMB   01'.
           02  FILLER                      PIC X(30)  VALUE
               '04EXPEDIENTEEXPLOG  BIEXP   01'.
           02  FILLER                      PIC X(30)  VALUE
               '05CASTIGO   CTGLOG  BICTG   01'.
           02  FILLER                      PIC X(30)  VALUE
               '06PAGO      PAGOLOG BIPAGO  01'.
           02  FILLER                      PIC X(30)  VALUE
               '07COTIZACIONPRELOG  BICOTIZ 01'.
           02  FILLER                      PIC X(30)  VALUE
               '08RETENCION RETHOLD BIRET   01'.
           02  FILLER                      PIC X(30)  VALUE
               '09RETEN-HISTRETHIST BIRETH  01'.
           02  FILLER                      PIC X(30)  VALUE
               '10CAMPANA   CAMPTARJBICAMP  01'.
           02  FILLER                      PIC X(30)  VALUE
               '11CALIDAD   DQLOG   BIDQL   01'.
           02  FILLER                      PIC X(30)  VALUE
               '12RECLAMO   RECLAMO BIRCL   01'.
           02  FILLER                      PIC X(30)  VALUE
               '13CONCURSO  CONCURSOBICCS   01'.
       01  WE-ENTIDADES-RED  REDEFINES  WE-TABLA-ENTIDADES.
           02  WE-ENT-OCC  OCCURS  13  TIMES.
               03  WE-ENT-CODIGO           PIC X(02).
               03  WE-ENT-NOMBRE           PIC X(10).
               03  WE-ENT-REGISTRO         PIC X(08).
               03  WE-ENT-ARCHIVO          PIC X(08).
               03  WE-ENT-VERSION          PIC X(02).
      *------------------ CONTADORES Y SUMAS DE CONTROL POR ENTIDAD ----*
       01  WE-TABLA-CONTADORES.
           02  WE-CNT-OCC  OCCURS  13  TIMES.
               03  WE-CNT-LEIDOS           PIC 9(09).
               03  WE-CNT-FILAS            PIC 9(09).
               03  WE-CNT-ALTAS            PIC 9(09).
               03  WE-CNT-CAMBIOS          PIC 9(09).
               03  WE-CNT-BAJAS            PIC 9(09).
               03  WE-CNT-IGUALES          PIC 9(09).
               03  WE-CNT-SIN-CAMBIO       PIC 9(09).
               03  WE-CNT-SUMA             PIC S9(15)V99.
               03  WE-CNT-SUMA-SOLES       PIC S9(15)V99.
      *------------------ DESCRIPCION DE LOS CODIGOS DE ESTADO ---------*
      *--- DOMINIO (3), CODIGO (3) Y DESCRIPCION QUE VIAJA AL DATAMART
       01  WE-CANT-DOMINIOS                PIC 9(03)  VALUE 43.
       01  WE-TABLA-DOMINIOS.
           02  FILLER                      PIC X(30)  VALUE
               'PROP  PENDIENTE               '.
           02  FILLER                      PIC X(30)  VALUE
               'PROC  CUMPLIDA                '.
           02  FILLER                      PIC X(30)  VALUE
               'PROI  INCUMPLIDA              '.
           02  FILLER                      PIC X(30)  VALUE
               'CNVD  AL DIA                  '.
           02  FILLER                      PIC X(30)  VALUE
               'CNVT  ATRASADO                '.
           02  FILLER                      PIC X(30)  VALUE
               'CNVC  CAIDO                   '.
           02  FILLER                      PIC X(30)  VALUE
               'EMBV  VIGENTE                 '.
           02  FILLER                      PIC X(30)  VALUE
               'EMBL  LEVANTADO               '.
           02  FILLER                      PIC X(30)  VALUE
               'CTGP  PROPUESTO               '.
           02  FILLER                      PIC X(30)  VALUE
               'CTGA  APROBADO                '.
           02  FILLER                      PIC X(30)  VALUE
               'CTGR  RECHAZADO               '.
           02  FILLER                      PIC X(30)  VALUE
               'PAG   APLICADO                '.
           02  FILLER                      PIC X(30)  VALUE
               'PAGA  APLICADO                '.
           02  FILLER                      PIC X(30)  VALUE
               'PAGX  EXTORNADO               '.
           02  FILLER                      PIC X(30)  VALUE
               'MOTCTACUENTA ERRADA           '.
           02  FILLER                      PIC X(30)  VALUE
               'MOTCHQCHEQUE RECHAZADO        '.
           02  FILLER                      PIC X(30)  VALUE
               'MOTDEPDEPOSITO NO ACREDITADO  '.
           02  FILLER                      PIC X(30)  VALUE
               'MOTOTROTRO                    '.
           02  FILLER                      PIC X(30)  VALUE
               'PRE   VIGENTE                 '.
           02  FILLER                      PIC X(30)  VALUE
               'PREA  APLICADA EN COBRANZAS   '.
           02  FILLER                      PIC X(30)  VALUE
               'PREO  OBSERVADA               '.
           02  FILLER                      PIC X(30)  VALUE
               'PREV  VENCIDA POR EXTORNO     '.
           02  FILLER                      PIC X(30)  VALUE
               'RETV  VIGENTE                 '.
           02  FILLER                      PIC X(30)  VALUE
               'RETL  LIBERADA                '.
           02  FILLER                      PIC X(30)  VALUE
               'RTHA  COLOCADA                '.
           02  FILLER                      PIC X(30)  VALUE
               'RTHL  LIBERADA                '.
           02  FILLER                      PIC X(30)  VALUE
               'RTHX  EXPIRADA POR LOTE       '.
           02  FILLER                      PIC X(30)  VALUE
               'CAMP  PENDIENTE               '.
           02  FILLER                      PIC X(30)  VALUE
               'CAMC  CONTACTADO              '.
           02  FILLER                      PIC X(30)  VALUE
               'CAMR  RENOVADO                '.
           02  FILLER                      PIC X(30)  VALUE
               'CAMD  DECLINADO               '.
           02  FILLER                      PIC X(30)  VALUE
               'DQLA  ABIERTA                 '.
           02  FILLER                      PIC X(30)  VALUE
               'DQLC  CERRADA                 '.
           02  FILLER                      PIC X(30)  VALUE
               'RCLA  ABIERTO                 '.
           02  FILLER                      PIC X(30)  VALUE
               'RCLR  RESUELTO                '.
           02  FILLER                      PIC X(30)  VALUE
               'RESF  A FAVOR DEL CLIENTE     '.
           02  FILLER                      PIC X(30)  VALUE
               'RESB  A FAVOR DEL BANCO       '.
           02  FILLER                      PIC X(30)  VALUE
               'RESP  PARCIAL                 '.
           02  FILLER                      PIC X(30)  VALUE
               'RESD  DESISTIDO               '.
           02  FILLER                      PIC X(30)  VALUE
               'CCSP  RECLAMO PENDIENTE       '.
           02  FILLER                      PIC X(30)  VALUE
               'CCSR  RECLAMO PRESENTADO      '.
           02  FILLER                      PIC X(30)  VALUE
               'ORIJ  CUENTA JUDICIAL         '.
           02  FILLER                      PIC X(30)  VALUE
               'ORIA  DOCUMENTO DESCONTADO    '.
       01  WE-DOMINIOS-RED  REDEFINES  WE-TABLA-DOMINIOS.
           02  WE-DOM-OCC  OCCURS  43  TIMES.
               03  WE-DOM-DOMINIO          PIC X(03).
               03  WE-DOM-CODIGO           PIC X(03).
               03  WE-DOM-DESCRIPCION      PIC X(24).
      *------------------ FILA DE TITULOS DE CADA ARCHIVO (VERSION 01) -*
       01  WE-CAB-PROMESA.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|CTAAFI|FEC_PROMESA|NRO_BOVEDA|MO'.
           02  FILLER                      PIC X(50)  VALUE
               'NEDA|IMPORTE|IMPORTE_SOLES|SALDO_REGISTRO|SALDO_RE'.
           02  FILLER                      PIC X(50)  VALUE
               'GISTRO_SOLES|SECTORISTA|ESTADO|DESC_ESTADO|USUARIO'.
           02  FILLER                      PIC X(27)  VALUE
               '|FEC_REGISTRO|HORA_REGISTRO'.
           02  FILLER                      PIC X(323) VALUE SPACES.
       01  WE-CAB-CONVENIO.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|CTAAFI|FEC_ALTA|MONEDA|SALDO_REG'.
           02  FILLER                      PIC X(50)  VALUE
               'ISTRO|SALDO_REGISTRO_SOLES|SECTORISTA|ESTADO|DESC_'.
           02  FILLER                      PIC X(50)  VALUE
               'ESTADO|CANT_CUOTAS|CUOTAS_CUMPLIDAS|CUOTAS_IMPAGAS'.
           02  FILLER                      PIC X(50)  VALUE
               '|CUOTAS_PENDIENTES|IMPORTE_CUOTAS|IMPORTE_CUOTAS_S'.
           02  FILLER                      PIC X(50)  VALUE
               'OLES|FEC_PROX_CUOTA|USUARIO|FEC_REGISTRO|HORA_REGI'.
           02  FILLER                      PIC X(04)  VALUE
               'STRO'.
           02  FILLER                      PIC X(246) VALUE SPACES.
       01  WE-CAB-EMBARGO.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|CTAAFI|REFERENCIA|JUZGADO|MONEDA'.
           02  FILLER                      PIC X(50)  VALUE
               '|IMPORTE|IMPORTE_SOLES|ESTADO|DESC_ESTADO|FEC_ALTA'.
           02  FILLER                      PIC X(47)  VALUE
               '|FEC_LEVANTA|USUARIO|FEC_REGISTRO|HORA_REGISTRO'.
           02  FILLER                      PIC X(353) VALUE SPACES.
       01  WE-CAB-EXPEDIENTE.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|CTAAFI|NRO_EXPEDIENTE|JUZGADO|ET'.
           02  FILLER                      PIC X(50)  VALUE
               'APA|DESC_ETAPA|FEC_ETAPA|CANT_HISTORIA|USUARIO|FEC'.
           02  FILLER                      PIC X(23)  VALUE
               '_REGISTRO|HORA_REGISTRO'.
           02  FILLER                      PIC X(377) VALUE SPACES.
       01  WE-CAB-CASTIGO.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|CTAAFI|ESTADO|DESC_ESTADO|MONEDA'.
           02  FILLER                      PIC X(50)  VALUE
               '|SALDO|SALDO_SOLES|SITUACION|FEC_INGRESO|FEC_PROPU'.
           02  FILLER                      PIC X(50)  VALUE
               'ESTA|USUARIO_DECISION|FEC_DECISION|MOTIVO|USUARIO|'.
           02  FILLER                      PIC X(26)  VALUE
               'FEC_REGISTRO|HORA_REGISTRO'.
           02  FILLER                      PIC X(324) VALUE SPACES.
       01  WE-CAB-PAGO.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|NRO_COTIZACION|CTAAFI|MONEDA|AMO'.
           02  FILLER                      PIC X(50)  VALUE
               'RTIZACION|INT_VIGENTE|INT_MORATORIO|INT_COMPENSATO'.
           02  FILLER                      PIC X(50)  VALUE
               'RIO|PROTESTO_COB_JUD|GASTOS|HONORARIOS|IGV|TOTAL_P'.
           02  FILLER                      PIC X(50)  VALUE
               'AGADO|TOTAL_PAGADO_SOLES|ESTADO|DESC_ESTADO|FEC_PA'.
           02  FILLER                      PIC X(50)  VALUE
               'GO|USUARIO|FEC_REGISTRO|HORA_REGISTRO|USUARIO_EXTO'.
           02  FILLER                      PIC X(49)  VALUE
               'RNO|FEC_EXTORNO|COD_MOTIVO|DESC_MOTIVO|TXT_MOTIVO'.
           02  FILLER                      PIC X(201) VALUE SPACES.
       01  WE-CAB-COTIZACION.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|NRO_COTIZACION|CTAAFI|TIPO_DOC|N'.
           02  FILLER                      PIC X(50)  VALUE
               'RO_DOC|FEC_LIQUIDACION|TIPO_LIQUIDACION|MONEDA|NUE'.
           02  FILLER                      PIC X(50)  VALUE
               'VO_IMPORTE|AMORTIZACION|INT_VIGENTE|INT_MORATORIO|'.
           02  FILLER                      PIC X(50)  VALUE
               'INT_COMPENSATORIO|DIAS_VIGENTE|DIAS_VENCIDO|PROTES'.
           02  FILLER                      PIC X(50)  VALUE
               'TO_COB_JUD|GASTOS|HONORARIOS|IGV|TOTAL_PAGAR|TOTAL'.
           02  FILLER                      PIC X(50)  VALUE
               '_PAGAR_SOLES|ESTADO|DESC_ESTADO|USUARIO|FEC_REGIST'.
           02  FILLER                      PIC X(16)  VALUE
               'RO|HORA_REGISTRO'.
           02  FILLER                      PIC X(184) VALUE SPACES.
       01  WE-CAB-RETENCION.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|NUMERO_DOC|ESTADO|DESC_ESTADO|MO'.
           02  FILLER                      PIC X(50)  VALUE
               'TIVO|USUARIO_AUTORIZA|FEC_ALTA|FEC_EXPIRA|FEC_LIBE'.
           02  FILLER                      PIC X(02)  VALUE
               'RA'.
           02  FILLER                      PIC X(398) VALUE SPACES.
       01  WE-CAB-HIST-RETENCION.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|NUMERO_DOC|FEC_EVENTO|HORA_EVENT'.
           02  FILLER                      PIC X(35)  VALUE
               'O|EVENTO|DESC_EVENTO|MOTIVO|USUARIO'.
           02  FILLER                      PIC X(415) VALUE SPACES.
       01  WE-CAB-CAMPANA.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|CTA_TARJETA|PAN_ENMASCARADO|COD_'.
           02  FILLER                      PIC X(50)  VALUE
               'UNICO|FEC_VCTO|ESTADO|DESC_ESTADO|FEC_ESTADO|USUAR'.
           02  FILLER                      PIC X(50)  VALUE
               'IO_ESTADO|CTA_TARJETA_NUEVA|VCTO_NUEVO|FEC_CONCILI'.
           02  FILLER                      PIC X(01)  VALUE
               'A'.
           02  FILLER                      PIC X(349) VALUE SPACES.
       01  WE-CAB-CALIDAD.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|PROGRAMA|FUENTE|CLAVE|REGLA|SEVE'.
           02  FILLER                      PIC X(50)  VALUE
               'RIDAD|ESTADO|DESC_ESTADO|FEC_ALTA|FEC_ULT_VISTO|CA'.
           02  FILLER                      PIC X(08)  VALUE
               'NT_VECES'.
           02  FILLER                      PIC X(392) VALUE SPACES.
       01  WE-CAB-RECLAMO.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|NUMERO|CODENT|TIPO|CTAAFI|NUMDOC'.
           02  FILLER                      PIC X(50)  VALUE
               '|COD_UNICO|FEC_RECEPCION|PLAZO_DIAS|FEC_VENCE|ESTA'.
           02  FILLER                      PIC X(50)  VALUE
               'DO|DESC_ESTADO|DESCRIPCION|USUARIO_REGISTRO|FEC_RE'.
           02  FILLER                      PIC X(50)  VALUE
               'GISTRO|RESOLUCION|DESC_RESOLUCION|DETALLE_RESOLUCI'.
           02  FILLER                      PIC X(36)  VALUE
               'ON|USUARIO_RESOLUCION|FEC_RESOLUCION'.
           02  FILLER                      PIC X(264) VALUE SPACES.
       01  WE-CAB-CONCURSO.
           02  FILLER                      PIC X(50)  VALUE
               'VERSION|OPERACION|ORIGEN|DESC_ORIGEN|REFERENCIA|CO'.
           02  FILLER                      PIC X(50)  VALUE
               'DENT|TIN_CD|TIN|COD_UNICO|NOMBRE|EXPEDIENTE|FEC_PU'.
           02  FILLER                      PIC X(50)  VALUE
               'BLICACION|FEC_LIMITE|MONEDA|SALDO|SALDO_SOLES|ESTA'.
           02  FILLER                      PIC X(48)  VALUE
               'DO|DESC_ESTADO|FEC_PRESENTA|FEC_REGISTRO|USUARIO'.
           02  FILLER                      PIC X(302) VALUE SPACES.
       01  WE-CAB-MANIFIESTO.
           02  FILLER                      PIC X(50)  VALUE
               'ENTIDAD|REGISTRO|ARCHIVO|VERSION|MODO|FEC_PROCESO|'.
           02  FILLER                      PIC X(50)  VALUE
               'FEC_DESDE|FILAS|ALTAS|MODIFICADAS|BAJAS|SIN_CAMBIO'.
           02  FILLER                      PIC X(50)  VALUE
               '|LEIDOS|SIN_TIPO_CAMBIO|SUMA_IMPORTE|SUMA_IMPORTE_'.
           02  FILLER                      PIC X(05)  VALUE
               'SOLES'.
           02  FILLER                      PIC X(345) VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           OPEN INPUT   ARCH-PARM.
           READ ARCH-PARM
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-FEC-PROCESO   TO WE-FEC-PROCESO
                   MOVE PARM-MODO          TO WE-MODO
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB080 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-MODO = SPACE
              MOVE 'I'                 TO WE-MODO
           END-IF.
           IF WE-MODO NOT = 'C' AND WE-MODO NOT = 'I'
              DISPLAY 'BSEB080 MODO INVALIDO ' WE-MODO
              PERFORM  CANCELAR-PROCESO
           END-IF.
           INITIALIZE                     WE-TABLA-CONTADORES.
           OPEN INPUT   ARCH-TIPCAMB.
           PERFORM  CARGAR-CAMBIOS.
           CLOSE  ARCH-TIPCAMB.
           OPEN INPUT   ARCH-SNAPSHOT.
           PERFORM  CARGAR-CUENTAS.
           CLOSE  ARCH-SNAPSHOT.
      *--- EN CARGA COMPLETA NO SE LEE LA IMAGEN ANTERIOR: TODO
      *--- REGISTRO SALE CON OPERACION 'C'
           IF WE-MODO = 'I'
              OPEN INPUT   ARCH-IMAGANT
              PERFORM  INICIAR-IMAGEN-ANTERIOR
           ELSE
              MOVE HIGH-VALUES         TO WE-CLAVE-ANT
           END-IF.
           OPEN OUTPUT  ARCH-IMAGNEW.
           MOVE SPACES                 TO WE-REG-IMAGNEW.
           MOVE '00'                   TO IMGN-CTL-TIPO.
           MOVE 'BSEB080 '             TO IMGN-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO IMGN-CTL-FECHA.
           MOVE WE-MODO                TO IMGN-CTL-MODO.
           MOVE ZEROS                  TO IMGN-CTL-CANTIDAD.
           WRITE REG-IMAGNEW           FROM WE-REG-IMAGNEW.
           DISPLAY 'BSEB080 FECHA ' WE-FEC-PROCESO ' MODO ' WE-MODO
                   ' IMAGEN ANTERIOR ' WE-FEC-ANTERIOR.
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
      *--------------*
       CARGAR-CUENTAS.
      *--------------*
      *--- SOLO LA MONEDA DE CADA CUENTA, PARA PASAR A SOLES LOS
      *--- IMPORTES DE LOS REGISTROS POR CTAAFI; LA FOTO VIENE EN
      *--- ORDEN DE CTAAFI Y SE BUSCA POR MITADES
           MOVE LOW-VALUES             TO WE-CLAVE-SNAP.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S'
              READ ARCH-SNAPSHOT
                   AT END
                      MOVE 'S'         TO WE-EOF-SNAPSHOT
                   NOT AT END
                      EVALUATE SNJ-CTAAFI (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-SNAPJUD TO REG-SNAPJUD-CTL
                            PERFORM  VALIDAR-COLA
                            MOVE 'S'   TO WE-EOF-SNAPSHOT
                         WHEN OTHER
                            ADD  1          TO WE-CONT-FOTO
                            ADD  SNJ-SALACT TO WE-HASH-SALACT
                            PERFORM  AGREGAR-CUENTA
                      END-EVALUATE
              END-READ
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB080 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       AGREGAR-CUENTA.
      *--------------*
           IF SNJ-CTAAFI NOT > WE-CLAVE-SNAP
              DISPLAY 'BSEB080 FOTO SNAPJUD FUERA DE ORDEN ' SNJ-CTAAFI
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-CANT-CUENTAS >= 30000
              DISPLAY 'BSEB080 TABLA DE CUENTAS DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-CUENTAS.
           MOVE SNJ-CTAAFI       TO WE-CTA-CTAAFI (WE-CANT-CUENTAS).
           MOVE SNJ-MONEDA       TO WE-CTA-MONEDA (WE-CANT-CUENTAS).
           MOVE SNJ-CTAAFI             TO WE-CLAVE-SNAP.
      *------------*
       VALIDAR-COLA.
      *------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB080 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB080 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB080 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-----------------------*
       INICIAR-IMAGEN-ANTERIOR.
      *-----------------------*
      *--- EL INCREMENTAL EXIGE LA IMAGEN DE UNA CORRIDA ANTERIOR
      *--- COMPLETA: CABECERA DE OTRA FECHA Y COLA QUE CIERRE
           READ ARCH-IMAGANT           INTO WE-REG-IMAGANT
                AT END
                   DISPLAY 'BSEB080 SIN IMAGEN ANTERIOR: CORRER EN '
                           'MODO C (CARGA COMPLETA)'
                   PERFORM  CANCELAR-PROCESO
           END-READ.
           IF IMGA-CTL-TIPO NOT = '00'
              DISPLAY 'BSEB080 IMAGEN ANTERIOR SIN CABECERA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF IMGA-CTL-FECHA NOT < WE-FEC-PROCESO
              DISPLAY 'BSEB080 IMAGEN ANTERIOR NO ES DE UNA CORRIDA '
                      'PREVIA ' IMGA-CTL-FECHA
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE IMGA-CTL-FECHA         TO WE-FEC-ANTERIOR.
           MOVE SPACES                 TO WE-CLAVE-ANT.
           PERFORM  LEER-IMAGEN-ANTERIOR.
      *--------------------*
       LEER-IMAGEN-ANTERIOR.
      *--------------------*
      *--- ENTREGA LA PROXIMA IMAGEN; EN LA COLA LA VALIDA Y DEJA LA
      *--- CLAVE EN HIGH-VALUES
           MOVE 'N'                    TO WE-SW-LEYO.
           PERFORM UNTIL WE-SW-LEYO = 'S' OR
                         WE-CLAVE-ANT = HIGH-VALUES
              READ ARCH-IMAGANT        INTO WE-REG-IMAGANT
                   AT END
                      MOVE HIGH-VALUES TO WE-CLAVE-ANT
                   NOT AT END
                      EVALUATE IMGA-ENTIDAD
                         WHEN '00'
                            CONTINUE
                         WHEN '99'
                            PERFORM  VALIDAR-COLA-ANTERIOR
                            MOVE HIGH-VALUES TO WE-CLAVE-ANT
                         WHEN OTHER
                            ADD  1     TO WE-CONT-IMG-ANT
                            MOVE IMGA-ENTIDAD TO WE-CLAVE-ANT (1:2)
                            MOVE IMGA-CLAVE   TO WE-CLAVE-ANT (3:66)
                            MOVE IMGA-REGISTRO TO WE-IMG-ANTERIOR
                            MOVE 'S'   TO WE-SW-LEYO
                      END-EVALUATE
              END-READ
           END-PERFORM.
      *---------------------*
       VALIDAR-COLA-ANTERIOR.
      *---------------------*
           MOVE 'S'                    TO WE-SW-COLA-ANT.
           IF IMGA-CTL-CANTIDAD NOT = WE-CONT-IMG-ANT
              DISPLAY 'BSEB080 IMAGEN ANTERIOR NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB080 COLA CANT=' IMGA-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-IMG-ANT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- LAS ENTIDADES SE EXTRAEN EN EL ORDEN DE SU CODIGO, EL MISMO
      *--- DE LA IMAGEN, ASI LA COMPARACION ES UN APAREO
           MOVE 0                      TO E.
           PERFORM UNTIL E >= 13
              ADD  1                   TO E
              PERFORM  EXTRAER-ENTIDAD
           END-PERFORM.
      *--- IMAGENES DE UNA ENTIDAD QUE YA NO SE EXTRAE: SOLO SE CUENTAN
           PERFORM UNTIL WE-CLAVE-ANT = HIGH-VALUES
              ADD  1                   TO WE-CONT-IMG-SOBRANTE
              PERFORM  LEER-IMAGEN-ANTERIOR
           END-PERFORM.
           IF WE-MODO = 'I'
              IF WE-SW-COLA-ANT NOT = 'S'
                 DISPLAY 'BSEB080 IMAGEN ANTERIOR SIN COLA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              CLOSE  ARCH-IMAGANT
           END-IF.
      *---------------*
       EXTRAER-ENTIDAD.
      *---------------*
           PERFORM  ABRIR-ENTIDAD.
           PERFORM  GRABAR-CABECERA.
           MOVE LOW-VALUES             TO WE-CLAVE-PREVIA.
           MOVE SPACES                 TO WE-EOF-ENTRADA.
           PERFORM  LEER-ENTRADA.
           PERFORM UNTIL WE-EOF-ENTRADA = 'S'
              ADD  1                   TO WE-CNT-LEIDOS (E)
              PERFORM  PROCESAR-REGISTRO
              PERFORM  LEER-ENTRADA
           END-PERFORM.
      *--- LO QUE QUEDA DE LA ENTIDAD EN LA IMAGEN ANTERIOR SON BAJAS
           MOVE HIGH-VALUES            TO WE-CLAVE-ACT.
           MOVE WE-ENT-CODIGO (E)      TO WE-CLAVE-ACT (1:2).
           PERFORM  EMITIR-BAJAS.
           PERFORM  CERRAR-ENTIDAD.
      *-----------------*
       PROCESAR-REGISTRO.
      *-----------------*
      *--- OPERACION DE LA FILA: 'C' CARGA COMPLETA; EN INCREMENTAL
      *--- 'A' ALTA, 'M' MODIFICADO Y 'B' BAJA (EL REGISTRO YA NO ESTA
      *--- Y LA FILA LLEVA SU ULTIMA IMAGEN); SIN CAMBIOS NO SALE
           MOVE WE-IMG-TRAB            TO WE-IMG-ACTUAL.
           PERFORM  CARGAR-REGISTRO.
           PERFORM  OBTENER-CLAVE.
           MOVE WE-ENT-CODIGO (E)      TO WE-CLAVE-ACT (1:2).
           MOVE WE-CLAVE-REG           TO WE-CLAVE-ACT (3:66).
           IF WE-CLAVE-ACT NOT > WE-CLAVE-PREVIA
              DISPLAY 'BSEB080 DESCARGA ' WE-ENT-REGISTRO (E)
                      ' FUERA DE ORDEN: ' WE-CLAVE-REG
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-CLAVE-ACT           TO WE-CLAVE-PREVIA.
           PERFORM  EMITIR-BAJAS.
           IF WE-MODO = 'C'
              MOVE 'C'                 TO WE-OPERACION
              PERFORM  EMITIR-FILA
           ELSE
              IF WE-CLAVE-ANT = WE-CLAVE-ACT
                 IF WE-IMG-ANTERIOR = WE-IMG-ACTUAL
                    ADD  1             TO WE-CNT-IGUALES (E)
                 ELSE
                    MOVE 'M'           TO WE-OPERACION
                    ADD  1             TO WE-CNT-CAMBIOS (E)
                    PERFORM  EMITIR-FILA
                 END-IF
                 PERFORM  LEER-IMAGEN-ANTERIOR
              ELSE
                 MOVE 'A'              TO WE-OPERACION
                 ADD  1                TO WE-CNT-ALTAS (E)
                 PERFORM  EMITIR-FILA
              END-IF
           END-IF.
           MOVE SPACES                 TO WE-REG-IMAGNEW.
           MOVE WE-ENT-CODIGO (E)      TO IMGN-ENTIDAD.
           MOVE WE-CLAVE-REG           TO IMGN-CLAVE.
           MOVE WE-IMG-ACTUAL          TO IMGN-REGISTRO.
           WRITE REG-IMAGNEW           FROM WE-REG-IMAGNEW.
           ADD  1                      TO WE-CONT-IMG-NUEVA.
      *------------*
       EMITIR-BAJAS.
      *------------*
      *--- IMAGENES ANTERIORES CON CLAVE MENOR A LA ACTUAL: EL
      *--- REGISTRO SE ELIMINO DESDE LA CORRIDA ANTERIOR
           PERFORM UNTIL WE-CLAVE-ANT NOT < WE-CLAVE-ACT
              MOVE WE-IMG-ANTERIOR     TO WE-IMG-TRAB
              PERFORM  CARGAR-REGISTRO
              MOVE 'B'                 TO WE-OPERACION
              ADD  1                   TO WE-CNT-BAJAS (E)
              PERFORM  EMITIR-FILA
              PERFORM  LEER-IMAGEN-ANTERIOR
           END-PERFORM.
      *--- EL AREA DEL REGISTRO VUELVE A TENER EL REGISTRO ACTUAL
           MOVE WE-IMG-ACTUAL          TO WE-IMG-TRAB.
           PERFORM  CARGAR-REGISTRO.
      *-----------*
       EMITIR-FILA.
      *-----------*
           MOVE SPACES                 TO WE-LINEA.
           MOVE 1                      TO WE-PUNTERO.
           MOVE WE-ENT-VERSION (E)     TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE WE-OPERACION           TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           EVALUATE E
              WHEN 01
                 PERFORM  FORMATEAR-PROMESA
              WHEN 02
                 PERFORM  FORMATEAR-CONVENIO
              WHEN 03
                 PERFORM  FORMATEAR-EMBARGO
              WHEN 04
                 PERFORM  FORMATEAR-EXPEDIENTE
              WHEN 05
                 PERFORM  FORMATEAR-CASTIGO
              WHEN 06
                 PERFORM  FORMATEAR-PAGO
              WHEN 07
                 PERFORM  FORMATEAR-COTIZACION
              WHEN 08
                 PERFORM  FORMATEAR-RETENCION
              WHEN 09
                 PERFORM  FORMATEAR-HIST-RETENCION
              WHEN 10
                 PERFORM  FORMATEAR-CAMPANA
              WHEN 11
                 PERFORM  FORMATEAR-CALIDAD
              WHEN 12
                 PERFORM  FORMATEAR-RECLAMO
              WHEN 13
                 PERFORM  FORMATEAR-CONCURSO
           END-EVALUATE.
           PERFORM  GRABAR-LINEA.
           ADD  1                      TO WE-CNT-FILAS (E).
      *-----------------*
       FORMATEAR-PROMESA.
      *-----------------*
           MOVE PROMLOG-CTAAFI         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PROMLOG-FEC-PROMESA    TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE PROMLOG-NROBOVEDA      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PROMLOG-CTAAFI         TO WE-CLAVE-BUSQ.
           PERFORM  AGREGAR-MONEDA-CUENTA.
           MOVE PROMLOG-IMPORTE        TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           PERFORM  ACUMULAR-CONTROL.
           MOVE PROMLOG-SALACT-REGISTRO TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           MOVE PROMLOG-SECTORISTA     TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE 'PRO'                  TO WE-DOMINIO.
           MOVE PROMLOG-ESTADO         TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE PROMLOG-USER-ID        TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PROMLOG-FECHA          TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE PROMLOG-HORA           TO WE-COL-HORA.
           PERFORM  AGREGAR-HORA.
      *------------------*
       FORMATEAR-CONVENIO.
      *------------------*
      *--- EL PLAN DE CUOTAS SE RESUME: CUOTAS POR ESTADO, IMPORTE
      *--- PACTADO Y VENCIMIENTO DE LA PRIMERA CUOTA PENDIENTE
           MOVE ZEROS                  TO WE-CUO-CUMPLIDAS
                                          WE-CUO-IMPAGAS
                                          WE-CUO-PENDIENTES
                                          WE-CUO-IMPORTE
                                          WE-CUO-PROXIMA.
           IF CNVLOG-CANT-CUOTAS IS NOT NUMERIC
              MOVE ZEROS               TO CNVLOG-CANT-CUOTAS
           END-IF.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= CNVLOG-CANT-CUOTAS OR K >= 24
              ADD  1                   TO K
              ADD  CNVLOG-CUO-IMPORTE (K) TO WE-CUO-IMPORTE
              EVALUATE CNVLOG-CUO-ESTADO (K)
                 WHEN 'C'
                    ADD  1             TO WE-CUO-CUMPLIDAS
                 WHEN 'I'
                    ADD  1             TO WE-CUO-IMPAGAS
                 WHEN OTHER
                    ADD  1             TO WE-CUO-PENDIENTES
                    IF WE-CUO-PROXIMA = 0
                       MOVE CNVLOG-CUO-FECHA (K) TO WE-CUO-PROXIMA
                    END-IF
              END-EVALUATE
           END-PERFORM.
           MOVE CNVLOG-CTAAFI          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CNVLOG-FEC-ALTA        TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CNVLOG-CTAAFI          TO WE-CLAVE-BUSQ.
           PERFORM  AGREGAR-MONEDA-CUENTA.
           MOVE CNVLOG-SALACT-REGISTRO TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           MOVE CNVLOG-SECTORISTA      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE 'CNV'                  TO WE-DOMINIO.
           MOVE CNVLOG-ESTADO          TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE CNVLOG-CANT-CUOTAS     TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-CUO-CUMPLIDAS       TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-CUO-IMPAGAS         TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-CUO-PENDIENTES      TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-CUO-IMPORTE         TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           PERFORM  ACUMULAR-CONTROL.
           MOVE WE-CUO-PROXIMA         TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CNVLOG-USER-ID         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CNVLOG-FECHA           TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE CNVLOG-HORA            TO WE-COL-HORA.
           PERFORM  AGREGAR-HORA.
      *-----------------*
       FORMATEAR-EMBARGO.
      *-----------------*
           MOVE EMBLOG-CTAAFI          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EMBLOG-REFERENCIA      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EMBLOG-JUZGADO         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EMBLOG-CTAAFI          TO WE-CLAVE-BUSQ.
           PERFORM  AGREGAR-MONEDA-CUENTA.
           MOVE EMBLOG-IMPORTE         TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           PERFORM  ACUMULAR-CONTROL.
           MOVE 'EMB'                  TO WE-DOMINIO.
           MOVE EMBLOG-ESTADO          TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE EMBLOG-FEC-ALTA        TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE EMBLOG-FEC-LEVANTA     TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE EMBLOG-USER-ID         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EMBLOG-FECHA           TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE EMBLOG-HORA            TO WE-COL-HORA.
           PERFORM  AGREGAR-HORA.
      *--------------------*
       FORMATEAR-EXPEDIENTE.
      *--------------------*
           MOVE EXPLOG-CTAAFI          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EXPLOG-NRO-EXPEDIENTE  TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EXPLOG-JUZGADO         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EXPLOG-ETAPA           TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EXPLOG-DESC-ETAPA      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EXPLOG-FEC-ETAPA       TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE EXPLOG-NUM-HIST        TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE EXPLOG-USER-ID         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE EXPLOG-FECHA           TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE EXPLOG-HORA            TO WE-COL-HORA.
           PERFORM  AGREGAR-HORA.
      *-----------------*
       FORMATEAR-CASTIGO.
      *-----------------*
           MOVE CTGLOG-CTAAFI          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE 'CTG'                  TO WE-DOMINIO.
           MOVE CTGLOG-ESTADO          TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE CTGLOG-CTAAFI          TO WE-CLAVE-BUSQ.
           PERFORM  AGREGAR-MONEDA-CUENTA.
           MOVE CTGLOG-SALACT          TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           PERFORM  ACUMULAR-CONTROL.
           MOVE CTGLOG-SITUAC          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CTGLOG-FEC-INGRESO     TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CTGLOG-FEC-PROPUESTA   TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CTGLOG-USER-DECISION   TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CTGLOG-FEC-DECISION    TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CTGLOG-MOTIVO          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CTGLOG-USER-ID         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CTGLOG-FECHA           TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE CTGLOG-HORA            TO WE-COL-HORA.
           PERFORM  AGREGAR-HORA.
      *--------------*
       FORMATEAR-PAGO.
      *--------------*
           MOVE PAGLOG-NRO-COTIZACION  TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PAGLOG-CTAAFI          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PAGLOG-CTAAFI          TO WE-CLAVE-BUSQ.
           PERFORM  AGREGAR-MONEDA-CUENTA.
           MOVE PAGLOG-AMORTIZ         TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PAGLOG-INTVIGENTE      TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PAGLOG-INTMORAT        TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PAGLOG-INTCOMPEN       TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PAGLOG-PROTCOBJ        TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PAGLOG-GASTOS          TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PAGLOG-HONPRO          TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PAGLOG-IGV             TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PAGLOG-TOTPAGAR        TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           PERFORM  ACUMULAR-CONTROL.
           MOVE 'PAG'                  TO WE-DOMINIO.
           MOVE PAGLOG-ESTADO          TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE PAGLOG-FEC-PAGO        TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE PAGLOG-USER-ID         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PAGLOG-FECHA           TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE PAGLOG-HORA            TO WE-COL-HORA.
           PERFORM  AGREGAR-HORA.
           MOVE PAGLOG-USER-EXTORNO    TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PAGLOG-FEC-EXTORNO     TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE 'MOT'                  TO WE-DOMINIO.
           MOVE PAGLOG-COD-MOTIVO      TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE PAGLOG-TXT-MOTIVO      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
      *--------------------*
       FORMATEAR-COTIZACION.
      *--------------------*
           MOVE PRELOG-NRO-COTIZACION  TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PRELOG-CTAAFI          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PRELOG-TI-DOCU         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PRELOG-NU-DOCU         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PRELOG-FECPREL         TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE PRELOG-TIPPREL         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PRELOG-CTAAFI          TO WE-CLAVE-BUSQ.
           PERFORM  AGREGAR-MONEDA-CUENTA.
           MOVE PRELOG-NVOIMP          TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-AMORTIZ         TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-INTVIGENTE      TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-INTMORAT        TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-INTCOMPEN       TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-DIASVIG         TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE PRELOG-DIASVEN         TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE PRELOG-PROTCOBJ        TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-GASTOS          TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-HONPRO          TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-IGV             TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           MOVE PRELOG-TOTPAGAR        TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           PERFORM  ACUMULAR-CONTROL.
           MOVE 'PRE'                  TO WE-DOMINIO.
           MOVE PRELOG-ESTADO          TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE PRELOG-USER-ID         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE PRELOG-FECHA           TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE PRELOG-HORA            TO WE-COL-HORA.
           PERFORM  AGREGAR-HORA.
      *-------------------*
       FORMATEAR-RETENCION.
      *-------------------*
           MOVE RET-NUMERO             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE 'RET'                  TO WE-DOMINIO.
           MOVE RET-ESTADO             TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE RET-MOTIVO             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RET-USER-AUTORIZA      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RET-FEC-ALTA           TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE RET-FEC-EXPIRA         TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE RET-FEC-LIBERA         TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
      *------------------------*
       FORMATEAR-HIST-RETENCION.
      *------------------------*
           MOVE RETH-NUMERO            TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RETH-FECHA             TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE RETH-HORA              TO WE-COL-HORA.
           PERFORM  AGREGAR-HORA.
           MOVE 'RTH'                  TO WE-DOMINIO.
           MOVE RETH-EVENTO            TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE RETH-MOTIVO            TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RETH-USER-ID           TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
      *-----------------*
       FORMATEAR-CAMPANA.
      *-----------------*
      *--- EL PAN SE VUELVE A ENMASCARAR AUNQUE EL REGISTRO YA LO
      *--- GUARDE ASI: FUERA DEL BUS SOLO VIAJAN LOS 6 PRIMEROS Y LOS
      *--- 4 ULTIMOS DIGITOS
           MOVE CAMP-NUM-CTATAR        TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE SPACES                 TO WE-COL-TEXTO.
           IF CAMP-PAN NOT = SPACES
              MOVE CAMP-PAN            TO WE-COL-TEXTO
              MOVE '******'            TO WE-COL-TEXTO (7:6)
           END-IF.
           PERFORM  AGREGAR-TEXTO.
           MOVE CAMP-COD-UNICO         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CAMP-FEC-VCTO          TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE 'CAM'                  TO WE-DOMINIO.
           MOVE CAMP-ESTADO            TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE CAMP-FEC-ESTADO        TO WE-COL-JULIANA.
           PERFORM  AGREGAR-JULIANA.
           MOVE CAMP-USER-ESTADO       TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CAMP-CTATAR-NUEVA      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CAMP-VCTO-NUEVO        TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CAMP-FEC-CONCILIA      TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
      *-----------------*
       FORMATEAR-CALIDAD.
      *-----------------*
           MOVE DQLOG-PROGRAMA         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE DQLOG-FUENTE           TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE DQLOG-CLAVE            TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE DQLOG-REGLA            TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE DQLOG-SEVERIDAD        TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE 'DQL'                  TO WE-DOMINIO.
           MOVE DQLOG-ESTADO           TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE DQLOG-FEC-ALTA         TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE DQLOG-FEC-ULT-VISTO    TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE DQLOG-CANT-VECES       TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
      *-----------------*
       FORMATEAR-RECLAMO.
      *-----------------*
           MOVE RCL-NUMERO             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-CODENT             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-TIPO               TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-CTAAFI             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-NUMDOC             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-COD-UNICO          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-FEC-RECEPCION      TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE RCL-PLAZO-DIAS         TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE RCL-FEC-VENCE          TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE 'RCL'                  TO WE-DOMINIO.
           MOVE RCL-ESTADO             TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE RCL-DESCRIPCION        TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-USER-REGISTRO      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-FEC-REGISTRO       TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE 'RES'                  TO WE-DOMINIO.
           MOVE RCL-RESOLUCION         TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE RCL-DETALLE-RESOL      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-USER-RESOL         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE RCL-FEC-RESOL          TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
      *------------------*
       FORMATEAR-CONCURSO.
      *------------------*
           MOVE 'ORI'                  TO WE-DOMINIO.
           MOVE CCS-ORIGEN             TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE CCS-REFERENCIA         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CCS-CODENT             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CCS-TIN-CD             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CCS-TIN                TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CCS-COD-UNICO          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CCS-NOMBRE             TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CCS-EXPEDIENTE         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CCS-FEC-PUBLICACION    TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CCS-FEC-LIMITE         TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CCS-MONEDA             TO WE-MONEDA-TRAB.
           MOVE WE-MONEDA-TRAB         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE CCS-SALDO              TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           PERFORM  AGREGAR-SOLES.
           PERFORM  ACUMULAR-CONTROL.
           MOVE 'CCS'                  TO WE-DOMINIO.
           MOVE CCS-ESTADO             TO WE-CODIGO.
           PERFORM  AGREGAR-ESTADO.
           MOVE CCS-FEC-PRESENTA       TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CCS-FEC-REGISTRO       TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE CCS-USER-MMTO          TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
      *---------------*
       GRABAR-CABECERA.
      *---------------*
      *--- PRIMERA LINEA DE CADA ARCHIVO: NOMBRES DE LAS COLUMNAS
           EVALUATE E
              WHEN 01
                 MOVE WE-CAB-PROMESA   TO WE-LINEA
              WHEN 02
                 MOVE WE-CAB-CONVENIO  TO WE-LINEA
              WHEN 03
                 MOVE WE-CAB-EMBARGO   TO WE-LINEA
              WHEN 04
                 MOVE WE-CAB-EXPEDIENTE TO WE-LINEA
              WHEN 05
                 MOVE WE-CAB-CASTIGO   TO WE-LINEA
              WHEN 06
                 MOVE WE-CAB-PAGO      TO WE-LINEA
              WHEN 07
                 MOVE WE-CAB-COTIZACION TO WE-LINEA
              WHEN 08
                 MOVE WE-CAB-RETENCION TO WE-LINEA
              WHEN 09
                 MOVE WE-CAB-HIST-RETENCION TO WE-LINEA
              WHEN 10
                 MOVE WE-CAB-CAMPANA   TO WE-LINEA
              WHEN 11
                 MOVE WE-CAB-CALIDAD   TO WE-LINEA
              WHEN 12
                 MOVE WE-CAB-RECLAMO   TO WE-LINEA
              WHEN 13
                 MOVE WE-CAB-CONCURSO  TO WE-LINEA
           END-EVALUATE.
           PERFORM  GRABAR-LINEA.
      *------------*
       GRABAR-LINEA.
      *------------*
           EVALUATE E
              WHEN 01
                 WRITE REG-BIPROM      FROM WE-LINEA
              WHEN 02
                 WRITE REG-BICNV       FROM WE-LINEA
              WHEN 03
                 WRITE REG-BIEMB       FROM WE-LINEA
              WHEN 04
                 WRITE REG-BIEXP       FROM WE-LINEA
              WHEN 05
                 WRITE REG-BICTG       FROM WE-LINEA
              WHEN 06
                 WRITE REG-BIPAGO      FROM WE-LINEA
              WHEN 07
                 WRITE REG-BICOTIZ     FROM WE-LINEA
              WHEN 08
                 WRITE REG-BIRET       FROM WE-LINEA
              WHEN 09
                 WRITE REG-BIRETH      FROM WE-LINEA
              WHEN 10
                 WRITE REG-BICAMP      FROM WE-LINEA
              WHEN 11
                 WRITE REG-BIDQL       FROM WE-LINEA
              WHEN 12
                 WRITE REG-BIRCL       FROM WE-LINEA
              WHEN 13
                 WRITE REG-BICCS       FROM WE-LINEA
           END-EVALUATE.
      *-------------*
       ABRIR-ENTIDAD.
      *-------------*
           EVALUATE E
              WHEN 01
                 OPEN INPUT   ARCH-PROMLOG
                 OPEN OUTPUT  ARCH-BIPROM
              WHEN 02
                 OPEN INPUT   ARCH-CNVLOG
                 OPEN OUTPUT  ARCH-BICNV
              WHEN 03
                 OPEN INPUT   ARCH-EMBGLOG
                 OPEN OUTPUT  ARCH-BIEMB
              WHEN 04
                 OPEN INPUT   ARCH-EXPLOG
                 OPEN OUTPUT  ARCH-BIEXP
              WHEN 05
                 OPEN INPUT   ARCH-CTGLOG
                 OPEN OUTPUT  ARCH-BICTG
              WHEN 06
                 OPEN INPUT   ARCH-PAGOLOG
                 OPEN OUTPUT  ARCH-BIPAGO
              WHEN 07
                 OPEN INPUT   ARCH-PRELOG
                 OPEN OUTPUT  ARCH-BICOTIZ
              WHEN 08
                 OPEN INPUT   ARCH-RETHOLD
                 OPEN OUTPUT  ARCH-BIRET
              WHEN 09
                 OPEN INPUT   ARCH-RETHIST
                 OPEN OUTPUT  ARCH-BIRETH
              WHEN 10
                 OPEN INPUT   ARCH-CAMPTARJ
                 OPEN OUTPUT  ARCH-BICAMP
              WHEN 11
                 OPEN INPUT   ARCH-DQLOG
                 OPEN OUTPUT  ARCH-BIDQL
              WHEN 12
                 OPEN INPUT   ARCH-RECLAMO
                 OPEN OUTPUT  ARCH-BIRCL
              WHEN 13
                 OPEN INPUT   ARCH-CONCURSO
                 OPEN OUTPUT  ARCH-BICCS
           END-EVALUATE.
      *--------------*
       CERRAR-ENTIDAD.
      *--------------*
           EVALUATE E
              WHEN 01
                 CLOSE  ARCH-PROMLOG  ARCH-BIPROM
              WHEN 02
                 CLOSE  ARCH-CNVLOG   ARCH-BICNV
              WHEN 03
                 CLOSE  ARCH-EMBGLOG  ARCH-BIEMB
              WHEN 04
                 CLOSE  ARCH-EXPLOG   ARCH-BIEXP
              WHEN 05
                 CLOSE  ARCH-CTGLOG   ARCH-BICTG
              WHEN 06
                 CLOSE  ARCH-PAGOLOG  ARCH-BIPAGO
              WHEN 07
                 CLOSE  ARCH-PRELOG   ARCH-BICOTIZ
              WHEN 08
                 CLOSE  ARCH-RETHOLD  ARCH-BIRET
              WHEN 09
                 CLOSE  ARCH-RETHIST  ARCH-BIRETH
              WHEN 10
                 CLOSE  ARCH-CAMPTARJ ARCH-BICAMP
              WHEN 11
                 CLOSE  ARCH-DQLOG    ARCH-BIDQL
              WHEN 12
                 CLOSE  ARCH-RECLAMO  ARCH-BIRCL
              WHEN 13
                 CLOSE  ARCH-CONCURSO ARCH-BICCS
           END-EVALUATE.
      *------------*
       LEER-ENTRADA.
      *------------*
           MOVE SPACES                 TO WE-IMG-TRAB.
           EVALUATE E
              WHEN 01
                 READ ARCH-PROMLOG     INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 02
                 READ ARCH-CNVLOG      INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 03
                 READ ARCH-EMBGLOG     INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 04
                 READ ARCH-EXPLOG      INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 05
                 READ ARCH-CTGLOG      INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 06
                 READ ARCH-PAGOLOG     INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 07
                 READ ARCH-PRELOG      INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 08
                 READ ARCH-RETHOLD     INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 09
                 READ ARCH-RETHIST     INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 10
                 READ ARCH-CAMPTARJ    INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 11
                 READ ARCH-DQLOG       INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 12
                 READ ARCH-RECLAMO     INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
              WHEN 13
                 READ ARCH-CONCURSO    INTO WE-IMG-TRAB
                      AT END MOVE 'S'  TO WE-EOF-ENTRADA
                 END-READ
           END-EVALUATE.
      *---------------*
       CARGAR-REGISTRO.
      *---------------*
           EVALUATE E
              WHEN 01
                 MOVE WE-IMG-TRAB      TO REG-PROMLOG
              WHEN 02
                 MOVE WE-IMG-TRAB      TO REG-CNVLOG
              WHEN 03
                 MOVE WE-IMG-TRAB      TO REG-EMBGLOG
              WHEN 04
                 MOVE WE-IMG-TRAB      TO REG-EXPLOG
              WHEN 05
                 MOVE WE-IMG-TRAB      TO REG-CTGLOG
              WHEN 06
                 MOVE WE-IMG-TRAB      TO REG-PAGOLOG
              WHEN 07
                 MOVE WE-IMG-TRAB      TO REG-PRELOG
              WHEN 08
                 MOVE WE-IMG-TRAB      TO REG-RETHOLD
              WHEN 09
                 MOVE WE-IMG-TRAB      TO REG-RETHIST
              WHEN 10
                 MOVE WE-IMG-TRAB      TO REG-CAMPTARJ
              WHEN 11
                 MOVE WE-IMG-TRAB      TO REG-DQLOG
              WHEN 12
                 MOVE WE-IMG-TRAB      TO REG-RECLAMO
              WHEN 13
                 MOVE WE-IMG-TRAB      TO REG-CONCURSO
           END-EVALUATE.
      *-------------*
       OBTENER-CLAVE.
      *-------------*
      *--- CLAVE DEL ARCHIVO DE ORIGEN; ES LA QUE ORDENA LA DESCARGA
           MOVE SPACES                 TO WE-CLAVE-REG.
           EVALUATE E
              WHEN 01
                 MOVE PROMLOG-CLAVE    TO WE-CLAVE-REG
              WHEN 02
                 MOVE CNVLOG-CTAAFI    TO WE-CLAVE-REG
              WHEN 03
                 MOVE EMBLOG-CLAVE     TO WE-CLAVE-REG
              WHEN 04
                 MOVE EXPLOG-CTAAFI    TO WE-CLAVE-REG
              WHEN 05
                 MOVE CTGLOG-CTAAFI    TO WE-CLAVE-REG
              WHEN 06
                 MOVE PAGLOG-NRO-COTIZACION TO WE-CLAVE-REG
              WHEN 07
                 MOVE PRELOG-NRO-COTIZACION TO WE-CLAVE-REG
              WHEN 08
                 MOVE RET-NUMERO       TO WE-CLAVE-REG
              WHEN 09
                 MOVE RETH-CLAVE       TO WE-CLAVE-REG
              WHEN 10
                 MOVE CAMP-NUM-CTATAR  TO WE-CLAVE-REG
              WHEN 11
                 MOVE REG-DQLOG (1:66) TO WE-CLAVE-REG
              WHEN 12
                 MOVE RCL-NUMERO       TO WE-CLAVE-REG
              WHEN 13
                 MOVE CCS-CLAVE        TO WE-CLAVE-REG
           END-EVALUATE.
      *-----------------*
       AGREGAR-SEPARADOR.
      *-----------------*
           IF WE-PUNTERO > 1
              STRING '|'               DELIMITED BY SIZE
                     INTO WE-LINEA     WITH POINTER WE-PUNTERO
              END-STRING
           END-IF.
      *-------------*
       AGREGAR-VACIO.
      *-------------*
           PERFORM  AGREGAR-SEPARADOR.
      *-------------*
       AGREGAR-TEXTO.
      *-------------*
      *--- SIN BLANCOS A LA DERECHA; UN '|' DEL DATO PASA A '/' PARA
      *--- NO PARTIR LA COLUMNA
           INSPECT WE-COL-TEXTO        REPLACING ALL '|' BY '/'.
           MOVE 80                     TO L.
           PERFORM UNTIL L = 0 OR WE-COL-TEXTO (L:1) NOT = SPACE
              SUBTRACT 1               FROM L
           END-PERFORM.
           PERFORM  AGREGAR-SEPARADOR.
           IF L > 0
              STRING WE-COL-TEXTO (1:L) DELIMITED BY SIZE
                     INTO WE-LINEA     WITH POINTER WE-PUNTERO
              END-STRING
           END-IF.
      *---------------*
       AGREGAR-IMPORTE.
      *---------------*
           MOVE WE-COL-IMPORTE         TO WE-IMP-EDIT.
           PERFORM  AGREGAR-IMP-EDITADO.
      *-------------------*
       AGREGAR-IMP-EDITADO.
      *-------------------*
      *--- IMPORTE CON PUNTO DECIMAL Y SIGNO ADELANTE, SIN BLANCOS
           MOVE 0                      TO WE-BLANCOS.
           INSPECT WE-IMP-EDIT         TALLYING WE-BLANCOS
                                       FOR LEADING SPACES.
           ADD  1                      TO WE-BLANCOS.
           PERFORM  AGREGAR-SEPARADOR.
           STRING WE-IMP-EDIT (WE-BLANCOS:) DELIMITED BY SIZE
                  INTO WE-LINEA        WITH POINTER WE-PUNTERO
           END-STRING.
      *--------------*
       AGREGAR-NUMERO.
      *--------------*
           MOVE WE-COL-NUMERO          TO WE-NUM-EDIT.
           MOVE 0                      TO WE-BLANCOS.
           INSPECT WE-NUM-EDIT         TALLYING WE-BLANCOS
                                       FOR LEADING SPACES.
           ADD  1                      TO WE-BLANCOS.
           PERFORM  AGREGAR-SEPARADOR.
           STRING WE-NUM-EDIT (WE-BLANCOS:) DELIMITED BY SIZE
                  INTO WE-LINEA        WITH POINTER WE-PUNTERO
           END-STRING.
      *-------------*
       AGREGAR-FECHA.
      *-------------*
      *--- FECHAS AAAAMMDD; EN CERO LA COLUMNA VA VACIA
           IF WE-COL-FECHA = 0
              PERFORM  AGREGAR-VACIO
           ELSE
              MOVE WE-COL-FECHA        TO WE-COL-TEXTO
              PERFORM  AGREGAR-TEXTO
           END-IF.
      *---------------*
       AGREGAR-JULIANA.
      *---------------*
      *--- LAS FECHAS DE MANTENIMIENTO (JULIANA DE CICS) SALEN COMO
      *--- AAAAMMDD, IGUAL QUE LAS DEMAS FECHAS DEL ARCHIVO
           MOVE 0                      TO WE-COL-FECHA.
           IF WE-COL-JULIANA > 0
              PERFORM  CONVERTIR-JULIANA
           END-IF.
           PERFORM  AGREGAR-FECHA.
      *------------*
       AGREGAR-HORA.
      *------------*
      *--- HORA 0HHMMSS DE CICS: SALE HHMMSS
           MOVE WE-COL-HORA (2:6)      TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
      *--------------*
       AGREGAR-ESTADO.
      *--------------*
      *--- CODIGO Y, EN LA COLUMNA SIGUIENTE, SU DESCRIPCION
           MOVE WE-CODIGO              TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           PERFORM  DECODIFICAR.
           PERFORM  AGREGAR-TEXTO.
      *---------------------*
       AGREGAR-MONEDA-CUENTA.
      *---------------------*
           PERFORM  BUSCAR-MONEDA.
           MOVE WE-MONEDA-TRAB         TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
      *-------------*
       AGREGAR-SOLES.
      *-------------*
      *--- CONTRAVALOR EN SOLES DE WE-COL-IMPORTE; VACIO SI NO SE
      *--- CONOCE LA MONEDA O NO HAY COTIZACION DEL DIA
           PERFORM  CONVERTIR-SOLES.
           IF WE-SW-CAMBIO = 'S'
              MOVE WE-IMPORTE-SOLES    TO WE-IMP-EDIT
              PERFORM  AGREGAR-IMP-EDITADO
           ELSE
              PERFORM  AGREGAR-VACIO
           END-IF.
      *----------------*
       ACUMULAR-CONTROL.
      *----------------*
      *--- SUMAS DE CONTROL DEL MANIFIESTO SOBRE EL IMPORTE PRINCIPAL
      *--- DE CADA FILA GRABADA
           ADD  WE-COL-IMPORTE         TO WE-CNT-SUMA (E).
           IF WE-SW-CAMBIO = 'S'
              ADD  WE-IMPORTE-SOLES    TO WE-CNT-SUMA-SOLES (E)
           ELSE
              ADD  1                   TO WE-CNT-SIN-CAMBIO (E)
           END-IF.
      *-----------*
       DECODIFICAR.
      *-----------*
      *--- DESCRIPCION DE WE-CODIGO EN EL DOMINIO WE-DOMINIO; UN CODIGO
      *--- QUE NO ESTA EN LA TABLA SALE 'NO DEFINIDO'
           MOVE SPACES                 TO WE-COL-TEXTO.
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-DOMINIOS OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-DOM-DOMINIO (I) = WE-DOMINIO AND
                 WE-DOM-CODIGO (I)  = WE-CODIGO
                 MOVE 'S'              TO WE-SW-ENCONTRO
                 MOVE WE-DOM-DESCRIPCION (I) TO WE-COL-TEXTO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S' AND WE-CODIGO NOT = SPACES
              MOVE 'NO DEFINIDO'       TO WE-COL-TEXTO
           END-IF.
      *-------------*
       BUSCAR-MONEDA.
      *-------------*
      *--- MONEDA DE LA CUENTA WE-CLAVE-BUSQ EN LA FOTO; BLANCO SI LA
      *--- CUENTA NO ESTA
           MOVE SPACES                 TO WE-MONEDA-TRAB.
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-CUENTAS        TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-ENCONTRO = 'S'
              COMPUTE J = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-CTA-CTAAFI (J) = WE-CLAVE-BUSQ
                    MOVE 'S'           TO WE-SW-ENCONTRO
                    MOVE WE-CTA-MONEDA (J) TO WE-MONEDA-TRAB
                 WHEN WE-CTA-CTAAFI (J) < WE-CLAVE-BUSQ
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
       CONVERTIR-SOLES.
      *---------------*
           MOVE ZEROS                  TO WE-IMPORTE-SOLES.
           MOVE 'N'                    TO WE-SW-CAMBIO.
           IF WE-MONEDA-TRAB = 'SO'
              MOVE WE-COL-IMPORTE      TO WE-IMPORTE-SOLES
              MOVE 'S'                 TO WE-SW-CAMBIO
           ELSE
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAMBIOS OR
                            WE-SW-CAMBIO = 'S' OR
                            WE-MONEDA-TRAB = SPACES
                 ADD  1                TO K
                 IF WE-TC-MONEDA (K) = WE-MONEDA-TRAB
                    MOVE 'S'           TO WE-SW-CAMBIO
                    COMPUTE WE-IMPORTE-SOLES ROUNDED =
                            WE-COL-IMPORTE * WE-TC-CAMBIO (K)
                    END-COMPUTE
                 END-IF
              END-PERFORM
           END-IF.
      *-----------------*
       CONVERTIR-JULIANA.
      *-----------------*
      *--- WE-COL-JULIANA (0CYYDDD) A AAAAMMDD EN WE-COL-FECHA; EL MES
      *--- SE BUSCA DESDE DICIEMBRE HACIA ATRAS
           DIVIDE WE-COL-JULIANA BY 1000 GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO.
           MOVE WE-RESTO               TO WE-DIA-ANIO.
           COMPUTE WE-FT-AAAA = 1900 + WE-COCIENTE
           END-COMPUTE.
           PERFORM  VERIFICAR-BISIESTO.
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 12                     TO L.
           PERFORM UNTIL L = 0 OR WE-SW-ENCONTRO = 'S'
              MOVE WE-ACU-DIAS (L)     TO WE-ACU-TRAB
              IF L > 2 AND WE-SW-BISIESTO = 'S'
                 ADD  1                TO WE-ACU-TRAB
              END-IF
              IF WE-ACU-TRAB < WE-DIA-ANIO
                 MOVE 'S'              TO WE-SW-ENCONTRO
              ELSE
                 SUBTRACT 1            FROM L
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'S'
              MOVE L                   TO WE-FT-MM
              COMPUTE WE-FT-DD = WE-DIA-ANIO - WE-ACU-TRAB
              END-COMPUTE
              MOVE WE-FECHA-TRAB       TO WE-COL-FECHA
           END-IF.
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
      *-------------------*
       ESCRIBIR-MANIFIESTO.
      *-------------------*
      *--- UNA FILA POR ENTIDAD CON LO QUE SE GRABO Y SUS SUMAS DE
      *--- CONTROL, Y UNA FILA TOTAL; EL DATAMART CUADRA CONTRA ESTO
      *--- ANTES DE CARGAR
           OPEN OUTPUT  ARCH-BIMANIF.
           MOVE WE-CAB-MANIFIESTO      TO WE-LINEA.
           WRITE REG-BIMANIF           FROM WE-LINEA.
           MOVE 0                      TO E.
           PERFORM UNTIL E >= 13
              ADD  1                   TO E
              MOVE SPACES              TO WE-LINEA
              MOVE 1                   TO WE-PUNTERO
              MOVE WE-ENT-NOMBRE (E)   TO WE-COL-TEXTO
              PERFORM  AGREGAR-TEXTO
              MOVE WE-ENT-REGISTRO (E) TO WE-COL-TEXTO
              PERFORM  AGREGAR-TEXTO
              MOVE WE-ENT-ARCHIVO (E)  TO WE-COL-TEXTO
              PERFORM  AGREGAR-TEXTO
              MOVE WE-ENT-VERSION (E)  TO WE-COL-TEXTO
              PERFORM  AGREGAR-TEXTO
              PERFORM  AGREGAR-CABEZA-MANIFIESTO
              MOVE WE-CNT-FILAS (E)    TO WE-COL-NUMERO
              PERFORM  AGREGAR-NUMERO
              MOVE WE-CNT-ALTAS (E)    TO WE-COL-NUMERO
              PERFORM  AGREGAR-NUMERO
              MOVE WE-CNT-CAMBIOS (E)  TO WE-COL-NUMERO
              PERFORM  AGREGAR-NUMERO
              MOVE WE-CNT-BAJAS (E)    TO WE-COL-NUMERO
              PERFORM  AGREGAR-NUMERO
              MOVE WE-CNT-IGUALES (E)  TO WE-COL-NUMERO
              PERFORM  AGREGAR-NUMERO
              MOVE WE-CNT-LEIDOS (E)   TO WE-COL-NUMERO
              PERFORM  AGREGAR-NUMERO
              MOVE WE-CNT-SIN-CAMBIO (E) TO WE-COL-NUMERO
              PERFORM  AGREGAR-NUMERO
              MOVE WE-CNT-SUMA (E)     TO WE-COL-IMPORTE
              PERFORM  AGREGAR-IMPORTE
              MOVE WE-CNT-SUMA-SOLES (E) TO WE-COL-IMPORTE
              PERFORM  AGREGAR-IMPORTE
              WRITE REG-BIMANIF        FROM WE-LINEA
              ADD  WE-CNT-LEIDOS (E)   TO WE-TOT-LEIDOS
              ADD  WE-CNT-FILAS (E)    TO WE-TOT-FILAS
              ADD  WE-CNT-ALTAS (E)    TO WE-TOT-ALTAS
              ADD  WE-CNT-CAMBIOS (E)  TO WE-TOT-CAMBIOS
              ADD  WE-CNT-BAJAS (E)    TO WE-TOT-BAJAS
              ADD  WE-CNT-IGUALES (E)  TO WE-TOT-IGUALES
              ADD  WE-CNT-SIN-CAMBIO (E) TO WE-TOT-SIN-CAMBIO
              ADD  WE-CNT-SUMA-SOLES (E) TO WE-TOT-SUMA-SOLES
           END-PERFORM.
      *--- EN EL TOTAL NO SE SUMAN IMPORTES DE MONEDAS DISTINTAS: SOLO
      *--- VA LA SUMA EN SOLES
           MOVE SPACES                 TO WE-LINEA.
           MOVE 1                      TO WE-PUNTERO.
           MOVE 'TOTAL'                TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           PERFORM  AGREGAR-VACIO.
           PERFORM  AGREGAR-VACIO.
           PERFORM  AGREGAR-VACIO.
           PERFORM  AGREGAR-CABEZA-MANIFIESTO.
           MOVE WE-TOT-FILAS           TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-TOT-ALTAS           TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-TOT-CAMBIOS         TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-TOT-BAJAS           TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-TOT-IGUALES         TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-TOT-LEIDOS          TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           MOVE WE-TOT-SIN-CAMBIO      TO WE-COL-NUMERO.
           PERFORM  AGREGAR-NUMERO.
           PERFORM  AGREGAR-VACIO.
           MOVE WE-TOT-SUMA-SOLES      TO WE-COL-IMPORTE.
           PERFORM  AGREGAR-IMPORTE.
           WRITE REG-BIMANIF           FROM WE-LINEA.
           CLOSE  ARCH-BIMANIF.
      *-------------------------*
       AGREGAR-CABEZA-MANIFIESTO.
      *-------------------------*
      *--- MODO, FECHA DE PROCESO Y FECHA DE LA IMAGEN CONTRA LA QUE
      *--- SE CALCULO EL INCREMENTAL (VACIA EN CARGA COMPLETA)
           MOVE WE-MODO                TO WE-COL-TEXTO.
           PERFORM  AGREGAR-TEXTO.
           MOVE WE-FEC-PROCESO         TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
           MOVE WE-FEC-ANTERIOR        TO WE-COL-FECHA.
           PERFORM  AGREGAR-FECHA.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB080 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
      *--- LA COLA DE LA IMAGEN NUEVA LLEVA LA CANTIDAD DE REGISTROS;
      *--- LA CORRIDA SIGUIENTE LA VALIDA ANTES DE COMPARAR
           MOVE SPACES                 TO WE-REG-IMAGNEW.
           MOVE '99'                   TO IMGN-CTL-TIPO.
           MOVE 'BSEB080 '             TO IMGN-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO IMGN-CTL-FECHA.
           MOVE WE-MODO                TO IMGN-CTL-MODO.
           MOVE WE-CONT-IMG-NUEVA      TO IMGN-CTL-CANTIDAD.
           WRITE REG-IMAGNEW           FROM WE-REG-IMAGNEW.
           CLOSE  ARCH-IMAGNEW.
           PERFORM  ESCRIBIR-MANIFIESTO.
           DISPLAY 'BSEB080 REGISTROS LEIDOS   = ' WE-TOT-LEIDOS.
           DISPLAY 'BSEB080 FILAS GRABADAS     = ' WE-TOT-FILAS.
           DISPLAY 'BSEB080 ALTAS              = ' WE-TOT-ALTAS.
           DISPLAY 'BSEB080 MODIFICADAS        = ' WE-TOT-CAMBIOS.
           DISPLAY 'BSEB080 BAJAS              = ' WE-TOT-BAJAS.
           DISPLAY 'BSEB080 SIN CAMBIOS        = ' WE-TOT-IGUALES.
           DISPLAY 'BSEB080 SIN TIPO DE CAMBIO = ' WE-TOT-SIN-CAMBIO.
           DISPLAY 'BSEB080 IMAGEN ANTERIOR    = ' WE-CONT-IMG-ANT.
           DISPLAY 'BSEB080 IMAGEN NUEVA       = ' WE-CONT-IMG-NUEVA.
           DISPLAY 'BSEB080 IMAGENES SOBRANTES = ' WE-CONT-IMG-SOBRANTE.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; CORRE DESPUES DE LA
      *--- FOTO DEL DIA (BSEB034)
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB080 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-MODO             TO RUNC-PARAMETROS (10:1).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB080 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB080 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-TOT-LEIDOS       TO RUNC-CONT-LEIDOS.
           MOVE WE-TOT-FILAS        TO RUNC-CONT-GRABADOS.
           MOVE WE-TOT-SIN-CAMBIO   TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
