************************************************************************
***   * 104665 15/10/26 JCV VERIFICACION SEMANAL DE INTEGRIDAD         *
***   *               REFERENCIAL ENTRE LOS REGISTROS DEL BUS          *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO INTEGRIDADREF - LOTE SEMANAL                        **
*OBJET*** RECORRE LAS RELACIONES ENTRE LOS REGISTROS DEL BUS:         **
*OBJET*** PAGOS Y COTIZACIONES, AVISOS Y PROMESAS, HISTORIA Y         **
*OBJET*** RETENCIONES, CAMPANA DE TARJETAS Y MAESTRO (ATCO088),       **
*OBJET*** CADENAS Y CICLOS DE FUSIONES DE CLIENTES, Y CASTIGOS,       **
*OBJET*** CONVENIOS, EXPEDIENTES Y EMBARGOS CONTRA LA FOTO DE LA      **
*OBJET*** CARTERA (SNAPJUD). CADA HALLAZGO VA A DQLOG (BSEBDQLG)      **
*OBJET*** CON SU REGLA Y EL RESUMEN SALE POR PAR DE ARCHIVOS          **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB081.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CLIMERGE       ASSIGN TO CLIMERGE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRELOG         ASSIGN TO PRELOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-NOTILOG        ASSIGN TO NOTILOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RETHOLD        ASSIGN TO RETHOLD
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RETHIST        ASSIGN TO RETHIST
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CAMPTARJ       ASSIGN TO CAMPTARJ
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CTGLOG         ASSIGN TO CTGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CNVLOG         ASSIGN TO CNVLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXPLOG         ASSIGN TO EXPLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EMBGLOG        ASSIGN TO EMBGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y ENTIDAD -------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ FUSIONES DE CLIENTES (DESCARGA DE CLIMERGE) --*
       FD  ARCH-CLIMERGE
           RECORDING MODE IS F.
           COPY BSEMRGRG.
      *------------------ REGISTROS DEL BUS (DESCARGAS POR CLAVE) ------*
      *--- CADA DESCARGA VIENE EN EL ORDEN DE LA CLAVE DEL ARCHIVO
      *--- (REPRO DEL KSDS); LOS CRUCES SON APAREOS Y LO EXIGEN
       FD  ARCH-PRELOG
           RECORDING MODE IS F.
           COPY BSEPRERG.
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
           COPY BSEPAGRG.
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
           COPY BSEPRORG.
       FD  ARCH-NOTILOG
           RECORDING MODE IS F.
           COPY BSENOTRG.
       FD  ARCH-RETHOLD
           RECORDING MODE IS F.
           COPY BSERETRG.
       FD  ARCH-RETHIST
           RECORDING MODE IS F.
           COPY BSERHIRG.
       FD  ARCH-CAMPTARJ
           RECORDING MODE IS F.
           COPY BSECAMRG.
       FD  ARCH-CTGLOG
           RECORDING MODE IS F.
           COPY BSECTGRG.
       FD  ARCH-CNVLOG
           RECORDING MODE IS F.
           COPY BSECNVRG.
       FD  ARCH-EXPLOG
           RECORDING MODE IS F.
           COPY BSEEXPRG.
       FD  ARCH-EMBGLOG
           RECORDING MODE IS F.
           COPY BSEEMBRG.
      *------------------ RESUMEN POR PAR DE ARCHIVOS ------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-CLIMERGE             PIC X(01)  VALUE SPACES.
           02  WE-EOF-CAMPTARJ             PIC X(01)  VALUE SPACES.
           02  WE-EOF-ENTRADA              PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CICLO                 PIC X(01)  VALUE SPACES.
           02  WE-SW-FIN-CADENA            PIC X(01)  VALUE SPACES.
           02  WE-SW-TARJETA               PIC X(01)  VALUE SPACES.
           02  WE-SW-NUEVA                 PIC X(01)  VALUE SPACES.
           02  WE-SW-ERROR-ATC             PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-PRE                PIC X(30)  VALUE SPACES.
           02  WE-CLAVE-PAG                PIC X(30)  VALUE SPACES.
           02  WE-CLAVE-PRO                PIC X(30)  VALUE SPACES.
           02  WE-CLAVE-NOT                PIC X(30)  VALUE SPACES.
           02  WE-CLAVE-RET                PIC X(30)  VALUE SPACES.
           02  WE-CLAVE-RTH                PIC X(30)  VALUE SPACES.
           02  WE-CLAVE-CTG                PIC X(30)  VALUE SPACES.
           02  WE-CLAVE-PREVIA             PIC X(30)  VALUE SPACES.
           02  WE-CLAVE-LEIDA              PIC X(30)  VALUE SPACES.
           02  WE-ARCHIVO                  PIC X(08)  VALUE SPACES.
           02  WE-CLAVE-SNAP               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-BUSQ               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-INICIO             PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-HALLAZGO           PIC X(30)  VALUE SPACES.
           02  WE-ULT-EVENTO               PIC X(01)  VALUE SPACES.
           02  WE-SECUENCIA                PIC 9(08)  VALUE ZEROS.
           02  WE-NEXT-PREV                PIC X(04)  VALUE SPACES.
           02  WE-PASOS                    PIC 9(05)  VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(09)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-HALLAZGOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERR-DQLOG           PIC 9(07)  VALUE ZEROS.
           02  P                           PIC 9(02)  VALUE ZEROS.
           02  R                           PIC 9(02)  VALUE ZEROS.
           02  WE-PAR-PROMLOG              PIC 9(02)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  WE-BAJO                     PIC 9(05)  VALUE ZEROS.
           02  WE-ALTO                     PIC 9(05)  VALUE ZEROS.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ CUENTAS DE LA FOTO (ORDEN DE CTAAFI) ---------*
       01  WE-TABLA-CARTERA.
           02  WE-CANT-CARTERA             PIC 9(05)  VALUE ZEROS.
           02  WE-CAR-CTAAFI  OCCURS  30000  TIMES
                                           PIC X(10).
      *------------------ FUSIONES (ORDEN DE CODIGO ABSORBIDO) ---------*
       01  WE-TABLA-FUSIONES.
           02  WE-CANT-FUSIONES            PIC 9(05)  VALUE ZEROS.
           02  WE-MRG-OCC  OCCURS  20000  TIMES.
               03  WE-MRG-ABSORBIDO        PIC X(10).
               03  WE-MRG-SUPERVIV         PIC X(10).
      *------------------ PARES DE ARCHIVOS REVISADOS ------------------*
       01  WE-TABLA-PARES.
           02  FILLER                      PIC X(30)  VALUE
           'PAGOLOG  -> PRELOG            '.
           02  FILLER                      PIC X(30)  VALUE
           'NOTILOG  -> PROMLOG           '.
           02  FILLER                      PIC X(30)  VALUE
           'RETHIST  -> RETHOLD           '.
           02  FILLER                      PIC X(30)  VALUE
           'CAMPTARJ -> MAESTRO TARJETAS  '.
           02  FILLER                      PIC X(30)  VALUE
           'CLIMERGE -> CLIMERGE          '.
           02  FILLER                      PIC X(30)  VALUE
           'CTGLOG   -> SNAPJUD           '.
           02  FILLER                      PIC X(30)  VALUE
           'CNVLOG   -> SNAPJUD           '.
           02  FILLER                      PIC X(30)  VALUE
           'EXPLOG   -> SNAPJUD           '.
           02  FILLER                      PIC X(30)  VALUE
           'EMBGLOG  -> SNAPJUD           '.
           02  FILLER                      PIC X(30)  VALUE
           'PROMLOG  -> CTGLOG            '.
       01  WE-TABLA-PARES-R  REDEFINES  WE-TABLA-PARES.
           02  WE-PAR-DESCRIPCION  OCCURS  10  TIMES
                                           PIC X(30).
      *------------------ REGLAS DE INTEGRIDAD -------------------------*
      *--- POR REGLA: PAR, REGLA DE DQLOG, SEVERIDAD, ARCHIVO DONDE
      *--- QUEDA LA CLAVE INFORMADA Y DESCRIPCION PARA EL RESUMEN
       01  WE-TABLA-REGLAS.
           02  FILLER                      PIC X(58)  VALUE
           '01PAGO-SIN-COTIZACION APAGOLOG PAGO SIN COTIZACION        '.
           02  FILLER                      PIC X(58)  VALUE
           '01PAGO-CTA-DISTINTA   APAGOLOG CUENTA DISTINTA A COTIZ.   '.
           02  FILLER                      PIC X(58)  VALUE
           '01COTIZ-A-SIN-PAGO    APRELOG  COTIZ. APLICADA SIN PAGO   '.
           02  FILLER                      PIC X(58)  VALUE
           '01COTIZ-A-PAGO-EXTORN MPRELOG  APLICADA CON PAGO EXTORNADO'.
           02  FILLER                      PIC X(58)  VALUE
           '02AVISO-SIN-PROMESA   MNOTILOG AVISO SIN PROMESA          '.
           02  FILLER                      PIC X(58)  VALUE
           '02AVISO-PROMESA-NO-INCMNOTILOG PROMESA AVISADA NO INCUMPL.'.
           02  FILLER                      PIC X(58)  VALUE
           '03HIST-SIN-RETENCION  MRETHIST HISTORIA SIN RETENCION     '.
           02  FILLER                      PIC X(58)  VALUE
           '03RETENCION-SIN-HIST  BRETHOLD RETENCION SIN HISTORIA     '.
           02  FILLER                      PIC X(58)  VALUE
           '03RETEN-ESTADO-VS-HISTARETHOLD ESTADO NO CUADRA CON EVENTO'.
           02  FILLER                      PIC X(58)  VALUE
           '04TARJETA-SIN-MAESTRO ACAMPTARJTARJETA NO ESTA EN MAESTRO '.
           02  FILLER                      PIC X(58)  VALUE
           '04RENOVADA-SIN-MAESTROMCAMPTARJTARJETA NUEVA NO EN MAESTRO'.
           02  FILLER                      PIC X(58)  VALUE
           '05FUSION-ENCADENADA   MCLIMERGESUPERVIVIENTE YA ABSORBIDO '.
           02  FILLER                      PIC X(58)  VALUE
           '05FUSION-CICLICA      ACLIMERGEFUSIONES EN CICLO          '.
           02  FILLER                      PIC X(58)  VALUE
           '06CASTIGO-SIN-CARTERA MCTGLOG  PROPUESTA FUERA DE SNAPJUD '.
           02  FILLER                      PIC X(58)  VALUE
           '07CONVENIO-SIN-CARTERAMCNVLOG  CONVENIO FUERA DE SNAPJUD  '.
           02  FILLER                      PIC X(58)  VALUE
           '08EXPED-SIN-CARTERA   BEXPLOG  EXPEDIENTE FUERA DE SNAPJUD'.
           02  FILLER                      PIC X(58)  VALUE
           '09EMBARGO-SIN-CARTERA MEMBGLOG EMBARGO FUERA DE SNAPJUD   '.
           02  FILLER                      PIC X(58)  VALUE
           '10CASTIGO-CON-PROMESA APROMLOG PROMESA VIGENTE EN CASTIGO '.
       01  WE-TABLA-REGLAS-R  REDEFINES  WE-TABLA-REGLAS.
           02  WE-REG-OCC  OCCURS  18  TIMES.
               03  WE-REG-PAR              PIC 9(02).
               03  WE-REG-REGLA            PIC X(20).
               03  WE-REG-SEVERIDAD        PIC X(01).
               03  WE-REG-FUENTE           PIC X(08).
               03  WE-REG-DESCRIPCION      PIC X(27).
      *------------------ CONTADORES POR PAR Y POR REGLA ---------------*
       01  WE-TABLA-CONTADORES.
           02  WE-PAR-CONT  OCCURS  10  TIMES.
               03  WE-PAR-LEIDOS           PIC 9(09).
               03  WE-PAR-HALLAZGOS        PIC 9(07).
           02  WE-REG-CANT  OCCURS  18  TIMES
                                           PIC 9(07).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(50)  VALUE
               'BSEB081 INTEGRIDAD REFERENCIAL DE LOS REGISTROS DE'.
           02  FILLER                      PIC X(09)  VALUE
               'L BUS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(65)  VALUE SPACES.
       01  WE-LINEA-PAR.
           02  FILLER                      PIC X(05)  VALUE 'PAR: '.
           02  WE-PAR-D-DESCRIPCION        PIC X(30).
           02  FILLER                      PIC X(19)  VALUE
               '  REGISTROS LEIDOS '.
           02  WE-PAR-D-LEIDOS             PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(12)  VALUE
               '  HALLAZGOS '.
           02  WE-PAR-D-HALLAZGOS          PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(46)  VALUE SPACES.
       01  WE-LINEA-CAB-REGLA.
           02  FILLER                      PIC X(50)  VALUE
               '      REGLA DQLOG           SEV ARCHIVO   DESCRIPC'.
           02  FILLER                      PIC X(30)  VALUE
               'ION                   CANTIDAD'.
           02  FILLER                      PIC X(52)  VALUE SPACES.
       01  WE-LINEA-REGLA.
           02  FILLER                      PIC X(06)  VALUE SPACES.
           02  WE-REG-D-REGLA              PIC X(20).
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-REG-D-SEVERIDAD          PIC X(01).
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-REG-D-FUENTE             PIC X(08).
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-REG-D-DESCRIPCION        PIC X(27).
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-REG-D-CANT               PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(52)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(40)  VALUE SPACES.
           02  WE-TOT-CANT                 PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(81)  VALUE SPACES.
      *--- COPY PARA RUTINA ATCO088 ($SAT) ----------------------------*
           COPY ATC88TCL.
      *------------------ COMMAREA RUTINA BSEBDQLG (CALIDAD DATOS) ----*
           COPY BSEDQLCA.
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
                   IF PARM-CODENT NOT = SPACES
                      MOVE PARM-CODENT     TO WE-CODENT
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB081 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           INITIALIZE                     WE-TABLA-CONTADORES.
           OPEN INPUT   ARCH-SNAPSHOT.
           PERFORM  CARGAR-CARTERA.
           CLOSE  ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-CLIMERGE.
           PERFORM  CARGAR-FUSIONES.
           CLOSE  ARCH-CLIMERGE.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           DISPLAY 'BSEB081 FECHA ' WE-FEC-PROCESO
                   ' CUENTAS EN FOTO ' WE-CANT-CARTERA
                   ' FUSIONES ' WE-CANT-FUSIONES.
      *--------------*
       CARGAR-CARTERA.
      *--------------*
      *--- SOLO LAS CUENTAS DE LA FOTO, PARA BUSCAR POR MITADES LAS
      *--- CUENTAS QUE CITAN LOS REGISTROS DEL BUS
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
              DISPLAY 'BSEB081 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       AGREGAR-CUENTA.
      *--------------*
           IF SNJ-CTAAFI NOT > WE-CLAVE-SNAP
              DISPLAY 'BSEB081 FOTO SNAPJUD FUERA DE ORDEN ' SNJ-CTAAFI
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-CANT-CARTERA >= 30000
              DISPLAY 'BSEB081 TABLA DE CUENTAS DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-CARTERA.
           MOVE SNJ-CTAAFI       TO WE-CAR-CTAAFI (WE-CANT-CARTERA).
           MOVE SNJ-CTAAFI             TO WE-CLAVE-SNAP.
      *------------*
       VALIDAR-COLA.
      *------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB081 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB081 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB081 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *---------------*
       CARGAR-FUSIONES.
      *---------------*
      *--- LA DESCARGA VIENE EN ORDEN DEL CODIGO ABSORBIDO (CLAVE
      *--- DEL ARCHIVO); LAS CADENAS SE RECORREN POR MITADES
           MOVE LOW-VALUES             TO WE-CLAVE-PREVIA.
           PERFORM UNTIL WE-EOF-CLIMERGE = 'S'
              READ ARCH-CLIMERGE
                   AT END
                      MOVE 'S'         TO WE-EOF-CLIMERGE
                   NOT AT END
                      PERFORM  AGREGAR-FUSION
              END-READ
           END-PERFORM.
      *--------------*
       AGREGAR-FUSION.
      *--------------*
           IF MRG-COD-ABSORBIDO NOT > WE-CLAVE-PREVIA (1:10)
              MOVE 'CLIMERGE'          TO WE-ARCHIVO
              MOVE MRG-COD-ABSORBIDO   TO WE-CLAVE-LEIDA
              PERFORM  FUERA-DE-ORDEN
           END-IF.
           IF WE-CANT-FUSIONES >= 20000
              DISPLAY 'BSEB081 TABLA DE FUSIONES DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-FUSIONES.
           ADD  1                      TO WE-PAR-LEIDOS (5).
           ADD  1                      TO WE-CONT-LEIDOS.
           MOVE MRG-COD-ABSORBIDO
                          TO WE-MRG-ABSORBIDO (WE-CANT-FUSIONES).
           MOVE MRG-COD-SUPERVIV
                          TO WE-MRG-SUPERVIV  (WE-CANT-FUSIONES).
           MOVE MRG-COD-ABSORBIDO      TO WE-CLAVE-PREVIA.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  REVISAR-PAGOS.
           PERFORM  REVISAR-AVISOS.
           PERFORM  REVISAR-RETENCIONES.
           PERFORM  REVISAR-CAMPANA.
           PERFORM  REVISAR-FUSIONES.
           PERFORM  REVISAR-CASTIGOS.
           PERFORM  REVISAR-CONVENIOS.
           PERFORM  REVISAR-EXPEDIENTES.
           PERFORM  REVISAR-EMBARGOS.
      *-------------*
       REVISAR-PAGOS.
      *-------------*
      *--- APAREO PAGOLOG CONTRA PRELOG POR NUMERO DE COTIZACION: TODO
      *--- PAGO CITA UNA COTIZACION DE LA MISMA CUENTA, Y TODA
      *--- COTIZACION APLICADA TIENE SU PAGO SIN EXTORNAR
           MOVE 1                      TO P.
           OPEN INPUT   ARCH-PRELOG
                        ARCH-PAGOLOG.
           MOVE LOW-VALUES             TO WE-CLAVE-PRE
                                          WE-CLAVE-PAG.
           PERFORM  LEER-PRELOG.
           PERFORM  LEER-PAGOLOG.
           PERFORM UNTIL WE-CLAVE-PRE = HIGH-VALUES AND
                         WE-CLAVE-PAG = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WE-CLAVE-PAG < WE-CLAVE-PRE
                    MOVE PAGLOG-NRO-COTIZACION TO WE-CLAVE-HALLAZGO
                    MOVE 1             TO R
                    PERFORM  REGISTRAR-HALLAZGO
                    PERFORM  LEER-PAGOLOG
                 WHEN WE-CLAVE-PRE < WE-CLAVE-PAG
                    IF PRELOG-ESTADO = 'A'
                       MOVE PRELOG-NRO-COTIZACION
                                       TO WE-CLAVE-HALLAZGO
                       MOVE 3          TO R
                       PERFORM  REGISTRAR-HALLAZGO
                    END-IF
                    PERFORM  LEER-PRELOG
                 WHEN OTHER
                    PERFORM  COMPARAR-PAGO
                    PERFORM  LEER-PRELOG
                    PERFORM  LEER-PAGOLOG
              END-EVALUATE
           END-PERFORM.
           CLOSE  ARCH-PRELOG
                  ARCH-PAGOLOG.
      *-------------*
       COMPARAR-PAGO.
      *-------------*
           MOVE PRELOG-NRO-COTIZACION  TO WE-CLAVE-HALLAZGO.
           IF PAGLOG-CTAAFI NOT = PRELOG-CTAAFI
              MOVE 2                   TO R
              PERFORM  REGISTRAR-HALLAZGO
           END-IF.
      *--- EL EXTORNO DEVUELVE LA COTIZACION A SU ESTADO ANTERIOR
           IF PRELOG-ESTADO = 'A' AND PAGLOG-ESTADO = 'X'
              MOVE 4                   TO R
              PERFORM  REGISTRAR-HALLAZGO
           END-IF.
      *--------------*
       REVISAR-AVISOS.
      *--------------*
      *--- APAREO NOTILOG CONTRA PROMLOG POR CUENTA Y FECHA DE PROMESA:
      *--- SOLO SE AVISAN PROMESAS INCUMPLIDAS (BSEB029)
           MOVE 2                      TO P.
           MOVE 2                      TO WE-PAR-PROMLOG.
           OPEN INPUT   ARCH-PROMLOG
                        ARCH-NOTILOG.
           MOVE LOW-VALUES             TO WE-CLAVE-PRO
                                          WE-CLAVE-NOT.
           PERFORM  LEER-PROMLOG.
           PERFORM  LEER-NOTILOG.
           PERFORM UNTIL WE-CLAVE-PRO = HIGH-VALUES AND
                         WE-CLAVE-NOT = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WE-CLAVE-NOT < WE-CLAVE-PRO
                    MOVE NOTLOG-CLAVE  TO WE-CLAVE-HALLAZGO
                    MOVE 5             TO R
                    PERFORM  REGISTRAR-HALLAZGO
                    PERFORM  LEER-NOTILOG
                 WHEN WE-CLAVE-PRO < WE-CLAVE-NOT
                    PERFORM  LEER-PROMLOG
                 WHEN OTHER
                    IF PROMLOG-ESTADO NOT = 'I'
                       MOVE NOTLOG-CLAVE
                                       TO WE-CLAVE-HALLAZGO
                       MOVE 6          TO R
                       PERFORM  REGISTRAR-HALLAZGO
                    END-IF
                    PERFORM  LEER-PROMLOG
                    PERFORM  LEER-NOTILOG
              END-EVALUATE
           END-PERFORM.
           CLOSE  ARCH-PROMLOG
                  ARCH-NOTILOG.
      *-------------------*
       REVISAR-RETENCIONES.
      *-------------------*
      *--- APAREO RETHIST CONTRA RETHOLD POR NUMERO DE RETENCION: TODA
      *--- HISTORIA TIENE SU RETENCION, TODA RETENCION TIENE HISTORIA
      *--- Y EL ESTADO DE LA RETENCION CUADRA CON SU ULTIMO EVENTO
           MOVE 3                      TO P.
           OPEN INPUT   ARCH-RETHOLD
                        ARCH-RETHIST.
           MOVE LOW-VALUES             TO WE-CLAVE-RET
                                          WE-CLAVE-RTH.
           PERFORM  LEER-RETHOLD.
           PERFORM  LEER-RETHIST.
           PERFORM UNTIL WE-CLAVE-RET = HIGH-VALUES AND
                         WE-CLAVE-RTH = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WE-CLAVE-RTH (1:10) < WE-CLAVE-RET (1:10)
                    MOVE RETH-CLAVE    TO WE-CLAVE-HALLAZGO
                    MOVE 7             TO R
                    PERFORM  REGISTRAR-HALLAZGO
                    PERFORM  LEER-RETHIST
                 WHEN WE-CLAVE-RET (1:10) < WE-CLAVE-RTH (1:10)
                    MOVE RET-NUMERO    TO WE-CLAVE-HALLAZGO
                    MOVE 8             TO R
                    PERFORM  REGISTRAR-HALLAZGO
                    PERFORM  LEER-RETHOLD
                 WHEN OTHER
                    PERFORM  COMPARAR-RETENCION
                    PERFORM  LEER-RETHOLD
              END-EVALUATE
           END-PERFORM.
           CLOSE  ARCH-RETHOLD
                  ARCH-RETHIST.
      *------------------*
       COMPARAR-RETENCION.
      *------------------*
      *--- LA HISTORIA VIENE EN ORDEN DE FECHA Y HORA: QUEDA EL ULTIMO
      *--- EVENTO. COLOCADA EXIGE VIGENTE; LIBERADA O EXPIRADA EXIGE
      *--- LIBERADA
           MOVE SPACES                 TO WE-ULT-EVENTO.
           PERFORM UNTIL WE-CLAVE-RTH (1:10) NOT = WE-CLAVE-RET (1:10)
              MOVE RETH-EVENTO         TO WE-ULT-EVENTO
              PERFORM  LEER-RETHIST
           END-PERFORM.
           IF (WE-ULT-EVENTO = 'A' AND RET-ESTADO NOT = 'V') OR
              (WE-ULT-EVENTO NOT = 'A' AND RET-ESTADO NOT = 'L')
              MOVE RET-NUMERO          TO WE-CLAVE-HALLAZGO
              MOVE 9                   TO R
              PERFORM  REGISTRAR-HALLAZGO
           END-IF.
      *---------------*
       REVISAR-CAMPANA.
      *---------------*
      *--- CADA TARJETA DE LA CAMPANA DE RENOVACION (Y LA NUEVA, SI YA
      *--- SE RENOVO) DEBE ESTAR ENTRE LAS TARJETAS DEL CLIENTE EN EL
      *--- MAESTRO (ATCO088). EL PAN NO SE INFORMA EN DQLOG
           MOVE 4                      TO P.
           OPEN INPUT   ARCH-CAMPTARJ.
           PERFORM UNTIL WE-EOF-CAMPTARJ = 'S'
              READ ARCH-CAMPTARJ
                   AT END
                      MOVE 'S'         TO WE-EOF-CAMPTARJ
                   NOT AT END
                      ADD  1           TO WE-PAR-LEIDOS (P)
                      ADD  1           TO WE-CONT-LEIDOS
                      PERFORM  REVISAR-TARJETA
              END-READ
           END-PERFORM.
           CLOSE  ARCH-CAMPTARJ.
      *---------------*
       REVISAR-TARJETA.
      *---------------*
           MOVE SPACES                 TO WE-SW-TARJETA
                                          WE-SW-NUEVA
                                          WE-SW-ERROR-ATC.
           PERFORM  BARRER-TARJETAS-CLIENTE.
      *--- SIN RESPUESTA DEL MAESTRO NO HAY HALLAZGO: VA A ERRORES
           IF WE-SW-ERROR-ATC = 'S'
              ADD  1                   TO WE-CONT-ERRORES
           ELSE
              MOVE SPACES              TO WE-CLAVE-HALLAZGO
              MOVE CAMP-NUM-CTATAR     TO WE-CLAVE-HALLAZGO (1:7)
              IF WE-SW-TARJETA NOT = 'S'
                 MOVE 10               TO R
                 PERFORM  REGISTRAR-HALLAZGO
              END-IF
              IF CAMP-ESTADO = 'R' AND CAMP-CTATAR-NUEVA NOT = SPACES
                 AND WE-SW-NUEVA NOT = 'S'
                 MOVE CAMP-CTATAR-NUEVA
                                       TO WE-CLAVE-HALLAZGO (1:7)
                 MOVE 11               TO R
                 PERFORM  REGISTRAR-HALLAZGO
              END-IF
           END-IF.
      *-----------------------*
       BARRER-TARJETAS-CLIENTE.
      *-----------------------*
           MOVE ZEROS                  TO WE-SECUENCIA.
           MOVE SPACES                 TO TCL-FLG-CONTINUA.
           MOVE 00                     TO TCL-COD-RESPTA.
           MOVE 'NEXT'                 TO WE-NEXT-PREV.
           PERFORM UNTIL TCL-FLG-CONTINUA = 'U' OR
                         TCL-COD-RESPTA NOT = 00
              PERFORM  LLAMAR-ATCO088
           END-PERFORM.
      *--------------*
       LLAMAR-ATCO088.
      *--------------*
           INITIALIZE                     ATC88TCL.
           MOVE  'SAT'                 TO TCL-IDE-APP.
           MOVE  WE-CODENT             TO TCL-COD-ENTIDA.
           MOVE  CAMP-COD-UNICO        TO TCL-COD-UNICO.
           MOVE  WE-SECUENCIA (2:7)    TO TCL-IDE-SECUENC.
           MOVE  WE-NEXT-PREV          TO TCL-FLG-LECTURA.
           CALL 'ATCO088'  USING       ATC88TCL.
      *--- 10: CLIENTE SIN TARJETAS EN EL MAESTRO
           EVALUATE TCL-COD-RESPTA
              WHEN 00
                 PERFORM UBICAR-TARJETAS
              WHEN 10
                 CONTINUE
              WHEN OTHER
                 MOVE 'S'              TO WE-SW-ERROR-ATC
           END-EVALUATE.
      *---------------*
       UBICAR-TARJETAS.
      *---------------*
           MOVE 0                      TO J.
           PERFORM UNTIL J >= TCL-NUM-ELEMEN
              ADD  1                   TO J
              IF TCL-NUM-CTATAR (J) = CAMP-NUM-CTATAR
                 MOVE 'S'              TO WE-SW-TARJETA
              END-IF
              IF TCL-NUM-CTATAR (J) = CAMP-CTATAR-NUEVA
                 MOVE 'S'              TO WE-SW-NUEVA
              END-IF
           END-PERFORM.
           IF TCL-NUM-ELEMEN > 0
              MOVE TCL-COD-SECUENC (TCL-NUM-ELEMEN) TO WE-SECUENCIA
           END-IF.
      *----------------*
       REVISAR-FUSIONES.
      *----------------*
      *--- DESDE CADA FUSION SE SIGUE EL SUPERVIVIENTE MIENTRAS SEA A
      *--- SU VEZ ABSORBIDO: SI LA CADENA VUELVE AL CODIGO INICIAL HAY
      *--- CICLO; SI DA AL MENOS UN PASO EL SUPERVIVIENTE YA NO EXISTE
           MOVE 5                      TO P.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-FUSIONES
              ADD  1                   TO I
              PERFORM  SEGUIR-CADENA
              MOVE WE-MRG-ABSORBIDO (I) TO WE-CLAVE-HALLAZGO
              MOVE WE-MRG-SUPERVIV (I)
                                       TO WE-CLAVE-HALLAZGO (11:10)
              IF WE-SW-CICLO = 'S'
                 MOVE 13               TO R
                 PERFORM  REGISTRAR-HALLAZGO
              ELSE
                 IF WE-PASOS > 0
                    MOVE 12            TO R
                    PERFORM  REGISTRAR-HALLAZGO
                 END-IF
              END-IF
           END-PERFORM.
      *-------------*
       SEGUIR-CADENA.
      *-------------*
      *--- LOS PASOS SE LIMITAN A LA CANTIDAD DE FUSIONES: UN CICLO
      *--- QUE NO PASA POR EL CODIGO INICIAL TAMBIEN TERMINA
           MOVE WE-MRG-ABSORBIDO (I)   TO WE-CLAVE-INICIO.
           MOVE WE-MRG-SUPERVIV (I)    TO WE-CLAVE-BUSQ.
           MOVE 0                      TO WE-PASOS.
           MOVE SPACES                 TO WE-SW-CICLO
                                          WE-SW-FIN-CADENA.
           PERFORM UNTIL WE-SW-FIN-CADENA = 'S'
              IF WE-CLAVE-BUSQ = WE-CLAVE-INICIO
                 MOVE 'S'              TO WE-SW-CICLO
                                          WE-SW-FIN-CADENA
              ELSE
                 MOVE SPACES           TO WE-SW-ENCONTRO
                 PERFORM  BUSCAR-FUSION
                 IF WE-SW-ENCONTRO = 'S' AND
                    WE-PASOS < WE-CANT-FUSIONES
                    ADD  1             TO WE-PASOS
                    MOVE WE-MRG-SUPERVIV (J) TO WE-CLAVE-BUSQ
                 ELSE
                    MOVE 'S'           TO WE-SW-FIN-CADENA
                 END-IF
              END-IF
           END-PERFORM.
      *-------------*
       BUSCAR-FUSION.
      *-------------*
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-FUSIONES       TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-ENCONTRO = 'S'
              COMPUTE J = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-MRG-ABSORBIDO (J) = WE-CLAVE-BUSQ
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 WHEN WE-MRG-ABSORBIDO (J) < WE-CLAVE-BUSQ
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
       REVISAR-CASTIGOS.
      *----------------*
      *--- APAREO CTGLOG CONTRA PROMLOG POR CUENTA: LA PROPUESTA DE
      *--- CASTIGO ES DE UNA CUENTA DE LA CARTERA, Y UNA CUENTA CON
      *--- CASTIGO APROBADO NO TIENE PROMESAS PENDIENTES
           MOVE 6                      TO P.
           MOVE 10                     TO WE-PAR-PROMLOG.
           OPEN INPUT   ARCH-CTGLOG
                        ARCH-PROMLOG.
           MOVE LOW-VALUES             TO WE-CLAVE-CTG
                                          WE-CLAVE-PRO.
           PERFORM  LEER-CTGLOG.
           PERFORM  LEER-PROMLOG.
           PERFORM UNTIL WE-CLAVE-CTG = HIGH-VALUES AND
                         WE-CLAVE-PRO = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WE-CLAVE-PRO (1:10) < WE-CLAVE-CTG (1:10)
                    PERFORM  LEER-PROMLOG
                 WHEN WE-CLAVE-CTG (1:10) < WE-CLAVE-PRO (1:10)
                    PERFORM  REVISAR-CASTIGO-CARTERA
                    PERFORM  LEER-CTGLOG
                 WHEN OTHER
                    IF CTGLOG-ESTADO = 'A' AND PROMLOG-ESTADO = 'P'
                       MOVE PROMLOG-CLAVE
                                       TO WE-CLAVE-HALLAZGO
                       MOVE 18         TO R
                       PERFORM  REGISTRAR-HALLAZGO
                    END-IF
                    PERFORM  LEER-PROMLOG
              END-EVALUATE
           END-PERFORM.
           CLOSE  ARCH-CTGLOG
                  ARCH-PROMLOG.
      *-----------------------*
       REVISAR-CASTIGO-CARTERA.
      *-----------------------*
      *--- EL CASTIGO APROBADO O RECHAZADO PUEDE HABER SALIDO DE LA
      *--- CARTERA; SOLO LA PROPUESTA PENDIENTE DEBE ESTAR EN LA FOTO
           IF CTGLOG-ESTADO = 'P'
              MOVE CTGLOG-CTAAFI       TO WE-CLAVE-BUSQ
              PERFORM  VERIFICAR-CARTERA
              IF WE-SW-ENCONTRO NOT = 'S'
                 MOVE CTGLOG-CTAAFI    TO WE-CLAVE-HALLAZGO
                 MOVE 14               TO R
                 PERFORM  REGISTRAR-HALLAZGO
              END-IF
           END-IF.
      *-----------------*
       REVISAR-CONVENIOS.
      *-----------------*
      *--- SOLO LOS CONVENIOS VIVOS (AL DIA O ATRASADOS)
           MOVE 7                      TO P.
           MOVE SPACES                 TO WE-EOF-ENTRADA.
           OPEN INPUT   ARCH-CNVLOG.
           PERFORM UNTIL WE-EOF-ENTRADA = 'S'
              READ ARCH-CNVLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ENTRADA
                   NOT AT END
                      ADD  1           TO WE-PAR-LEIDOS (P)
                      ADD  1           TO WE-CONT-LEIDOS
                      IF CNVLOG-ESTADO = 'D' OR CNVLOG-ESTADO = 'T'
                         MOVE CNVLOG-CTAAFI TO WE-CLAVE-BUSQ
                         MOVE 15       TO R
                         PERFORM  REVISAR-CUENTA-CARTERA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-CNVLOG.
      *-------------------*
       REVISAR-EXPEDIENTES.
      *-------------------*
      *--- TODO EXPEDIENTE; LA CUENTA PUEDE HABER SALIDO DE LA CARTERA
      *--- CON EL PROCESO AUN ABIERTO, DE AHI LA SEVERIDAD BAJA
           MOVE 8                      TO P.
           MOVE SPACES                 TO WE-EOF-ENTRADA.
           OPEN INPUT   ARCH-EXPLOG.
           PERFORM UNTIL WE-EOF-ENTRADA = 'S'
              READ ARCH-EXPLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ENTRADA
                   NOT AT END
                      ADD  1           TO WE-PAR-LEIDOS (P)
                      ADD  1           TO WE-CONT-LEIDOS
                      MOVE EXPLOG-CTAAFI TO WE-CLAVE-BUSQ
                      MOVE 16          TO R
                      PERFORM  REVISAR-CUENTA-CARTERA
              END-READ
           END-PERFORM.
           CLOSE  ARCH-EXPLOG.
      *----------------*
       REVISAR-EMBARGOS.
      *----------------*
      *--- SOLO LOS EMBARGOS VIGENTES
           MOVE 9                      TO P.
           MOVE SPACES                 TO WE-EOF-ENTRADA.
           OPEN INPUT   ARCH-EMBGLOG.
           PERFORM UNTIL WE-EOF-ENTRADA = 'S'
              READ ARCH-EMBGLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-ENTRADA
                   NOT AT END
                      ADD  1           TO WE-PAR-LEIDOS (P)
                      ADD  1           TO WE-CONT-LEIDOS
                      IF EMBLOG-ESTADO = 'V'
                         MOVE EMBLOG-CTAAFI TO WE-CLAVE-BUSQ
                         MOVE 17       TO R
                         PERFORM  REVISAR-CUENTA-CARTERA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-EMBGLOG.
      *----------------------*
       REVISAR-CUENTA-CARTERA.
      *----------------------*
           PERFORM  VERIFICAR-CARTERA.
           IF WE-SW-ENCONTRO NOT = 'S'
              MOVE WE-CLAVE-BUSQ       TO WE-CLAVE-HALLAZGO
              PERFORM  REGISTRAR-HALLAZGO
           END-IF.
      *-----------------*
       VERIFICAR-CARTERA.
      *-----------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-CARTERA        TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-ENCONTRO = 'S'
              COMPUTE J = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-CAR-CTAAFI (J) = WE-CLAVE-BUSQ
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 WHEN WE-CAR-CTAAFI (J) < WE-CLAVE-BUSQ
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
      *-----------*
       LEER-PRELOG.
      *-----------*
           READ ARCH-PRELOG
                AT END
                   MOVE HIGH-VALUES    TO WE-CLAVE-PRE
                NOT AT END
                   ADD  1              TO WE-PAR-LEIDOS (P)
                   ADD  1              TO WE-CONT-LEIDOS
                   MOVE PRELOG-NRO-COTIZACION TO WE-CLAVE-LEIDA
                   IF WE-CLAVE-LEIDA NOT > WE-CLAVE-PRE
                      MOVE 'PRELOG  '  TO WE-ARCHIVO
                      PERFORM  FUERA-DE-ORDEN
                   END-IF
                   MOVE WE-CLAVE-LEIDA TO WE-CLAVE-PRE
           END-READ.
      *------------*
       LEER-PAGOLOG.
      *------------*
           READ ARCH-PAGOLOG
                AT END
                   MOVE HIGH-VALUES    TO WE-CLAVE-PAG
                NOT AT END
                   ADD  1              TO WE-PAR-LEIDOS (P)
                   ADD  1              TO WE-CONT-LEIDOS
                   MOVE PAGLOG-NRO-COTIZACION TO WE-CLAVE-LEIDA
                   IF WE-CLAVE-LEIDA NOT > WE-CLAVE-PAG
                      MOVE 'PAGOLOG '  TO WE-ARCHIVO
                      PERFORM  FUERA-DE-ORDEN
                   END-IF
                   MOVE WE-CLAVE-LEIDA TO WE-CLAVE-PAG
           END-READ.
      *------------*
       LEER-PROMLOG.
      *------------*
      *--- PROMLOG SE LEE EN DOS PARES: AVISOS Y CASTIGOS
           READ ARCH-PROMLOG
                AT END
                   MOVE HIGH-VALUES    TO WE-CLAVE-PRO
                NOT AT END
                   ADD  1              TO WE-PAR-LEIDOS (WE-PAR-PROMLOG)
                   ADD  1              TO WE-CONT-LEIDOS
                   MOVE PROMLOG-CLAVE  TO WE-CLAVE-LEIDA
                   IF WE-CLAVE-LEIDA NOT > WE-CLAVE-PRO
                      MOVE 'PROMLOG '  TO WE-ARCHIVO
                      PERFORM  FUERA-DE-ORDEN
                   END-IF
                   MOVE WE-CLAVE-LEIDA TO WE-CLAVE-PRO
           END-READ.
      *------------*
       LEER-NOTILOG.
      *------------*
           READ ARCH-NOTILOG
                AT END
                   MOVE HIGH-VALUES    TO WE-CLAVE-NOT
                NOT AT END
                   ADD  1              TO WE-PAR-LEIDOS (P)
                   ADD  1              TO WE-CONT-LEIDOS
                   MOVE NOTLOG-CLAVE   TO WE-CLAVE-LEIDA
                   IF WE-CLAVE-LEIDA NOT > WE-CLAVE-NOT
                      MOVE 'NOTILOG '  TO WE-ARCHIVO
                      PERFORM  FUERA-DE-ORDEN
                   END-IF
                   MOVE WE-CLAVE-LEIDA TO WE-CLAVE-NOT
           END-READ.
      *------------*
       LEER-RETHOLD.
      *------------*
           READ ARCH-RETHOLD
                AT END
                   MOVE HIGH-VALUES    TO WE-CLAVE-RET
                NOT AT END
                   ADD  1              TO WE-PAR-LEIDOS (P)
                   ADD  1              TO WE-CONT-LEIDOS
                   MOVE RET-NUMERO     TO WE-CLAVE-LEIDA
                   IF WE-CLAVE-LEIDA NOT > WE-CLAVE-RET
                      MOVE 'RETHOLD '  TO WE-ARCHIVO
                      PERFORM  FUERA-DE-ORDEN
                   END-IF
                   MOVE WE-CLAVE-LEIDA TO WE-CLAVE-RET
           END-READ.
      *------------*
       LEER-RETHIST.
      *------------*
           READ ARCH-RETHIST
                AT END
                   MOVE HIGH-VALUES    TO WE-CLAVE-RTH
                NOT AT END
                   ADD  1              TO WE-PAR-LEIDOS (P)
                   ADD  1              TO WE-CONT-LEIDOS
                   MOVE RETH-CLAVE     TO WE-CLAVE-LEIDA
                   IF WE-CLAVE-LEIDA NOT > WE-CLAVE-RTH
                      MOVE 'RETHIST '  TO WE-ARCHIVO
                      PERFORM  FUERA-DE-ORDEN
                   END-IF
                   MOVE WE-CLAVE-LEIDA TO WE-CLAVE-RTH
           END-READ.
      *-----------*
       LEER-CTGLOG.
      *-----------*
           READ ARCH-CTGLOG
                AT END
                   MOVE HIGH-VALUES    TO WE-CLAVE-CTG
                NOT AT END
                   ADD  1              TO WE-PAR-LEIDOS (P)
                   ADD  1              TO WE-CONT-LEIDOS
                   MOVE CTGLOG-CTAAFI  TO WE-CLAVE-LEIDA
                   IF WE-CLAVE-LEIDA NOT > WE-CLAVE-CTG
                      MOVE 'CTGLOG  '  TO WE-ARCHIVO
                      PERFORM  FUERA-DE-ORDEN
                   END-IF
                   MOVE WE-CLAVE-LEIDA TO WE-CLAVE-CTG
           END-READ.
      *--------------*
       FUERA-DE-ORDEN.
      *--------------*
      *--- LOS CRUCES SON APAREOS: UNA DESCARGA DESORDENADA DARIA
      *--- HALLAZGOS FALSOS
           DISPLAY 'BSEB081 ' WE-ARCHIVO ' FUERA DE ORDEN '
                   WE-CLAVE-LEIDA.
           PERFORM  CANCELAR-PROCESO.
      *------------------*
       REGISTRAR-HALLAZGO.
      *------------------*
      *--- R: REGLA DE LA TABLA; LA CLAVE YA VIENE EN WE-CLAVE-HALLAZGO
           ADD  1                      TO WE-REG-CANT (R).
           MOVE WE-REG-PAR (R)         TO K.
           ADD  1                      TO WE-PAR-HALLAZGOS (K).
           ADD  1                      TO WE-CONT-HALLAZGOS.
           MOVE 'BSEB081 '             TO DQL-PROGRAMA.
           MOVE WE-REG-FUENTE (R)      TO DQL-FUENTE.
           MOVE WE-CLAVE-HALLAZGO      TO DQL-CLAVE.
           MOVE WE-REG-REGLA (R)       TO DQL-REGLA.
           MOVE WE-REG-SEVERIDAD (R)   TO DQL-SEVERIDAD.
           MOVE WE-FEC-PROCESO         TO DQL-FECHA.
           CALL 'BSEBDQLG'  USING      DQL-COMMAREA.
           IF DQL-COD-RESPTA NOT = '00'
              ADD  1                   TO WE-CONT-ERR-DQLOG
           END-IF.
      *----------------*
       IMPRIMIR-RESUMEN.
      *----------------*
      *--- POR PAR: LEIDOS Y HALLAZGOS, Y EL DETALLE DE SUS REGLAS
           MOVE 0                      TO P.
           PERFORM UNTIL P >= 10
              ADD  1                   TO P
              MOVE WE-PAR-DESCRIPCION (P) TO WE-PAR-D-DESCRIPCION
              MOVE WE-PAR-LEIDOS (P)   TO WE-PAR-D-LEIDOS
              MOVE WE-PAR-HALLAZGOS (P) TO WE-PAR-D-HALLAZGOS
              WRITE REG-REPORTE        FROM WE-LINEA-PAR
              WRITE REG-REPORTE        FROM WE-LINEA-CAB-REGLA
              MOVE 0                   TO R
              PERFORM UNTIL R >= 18
                 ADD  1                TO R
                 IF WE-REG-PAR (R) = P
                    PERFORM  IMPRIMIR-REGLA
                 END-IF
              END-PERFORM
              MOVE SPACES              TO REG-REPORTE
              WRITE REG-REPORTE
           END-PERFORM.
      *--------------*
       IMPRIMIR-REGLA.
      *--------------*
           MOVE WE-REG-REGLA (R)       TO WE-REG-D-REGLA.
           MOVE WE-REG-SEVERIDAD (R)   TO WE-REG-D-SEVERIDAD.
           MOVE WE-REG-FUENTE (R)      TO WE-REG-D-FUENTE.
           MOVE WE-REG-DESCRIPCION (R) TO WE-REG-D-DESCRIPCION.
           MOVE WE-REG-CANT (R)        TO WE-REG-D-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-REGLA.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB081 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  IMPRIMIR-RESUMEN.
           MOVE 'REGISTROS LEIDOS'     TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-LEIDOS         TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'HALLAZGOS INFORMADOS A DQLOG'
                                       TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-HALLAZGOS      TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'TARJETAS SIN RESPUESTA DEL MAESTRO'
                                       TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ERRORES        TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'HALLAZGOS NO GRABADOS EN DQLOG'
                                       TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ERR-DQLOG      TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB081 REGISTROS LEIDOS   = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB081 HALLAZGOS          = ' WE-CONT-HALLAZGOS.
           DISPLAY 'BSEB081 ERRORES MAESTRO    = ' WE-CONT-ERRORES.
           DISPLAY 'BSEB081 ERRORES DQLOG      = ' WE-CONT-ERR-DQLOG.
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
           MOVE 'BSEB081 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-CODENT           TO RUNC-PARAMETROS (10:3).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB081 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB081 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-HALLAZGOS   TO RUNC-CONT-GRABADOS.
           ADD  WE-CONT-ERRORES  WE-CONT-ERR-DQLOG
                                 GIVING RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
