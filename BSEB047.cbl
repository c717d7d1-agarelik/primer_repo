************************************************************************
***   * 104641 15/10/26 JCV DETALLE DE BSEB027 CON LA PORCION         *
***   *               CUBIERTA POR GARANTIAS                          *
***   * 104634 15/10/26 JCV INTERFAZ CONTABLE DIARIA: RECUPEROS,      *
***   *               CASTIGOS, PROVISIONES Y HONORARIOS DE ESTUDIOS  *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO GENERAASIENTOS - LOTE                              **
*OBJET*** ARMA EL ARCHIVO DIARIO DE ASIENTOS PARA CONTABILIDAD:      **
*OBJET*** - RECUPEROS DE LOS PAGOS APLICADOS EN EL DIA (PAGOLOG)     **
*OBJET***   POR COMPONENTE, Y SU REVERSION SI SE EXTORNAN (EXTOLOG)  **
*OBJET*** - CASTIGOS APROBADOS EN EL DIA (CTGLOG EN 'A')             **
*OBJET*** - CARGO O LIBERACION DE PROVISION POR MONEDA: DIFERENCIA   **
*OBJET***   ENTRE LA CORRIDA ACTUAL Y LA ANTERIOR DE BSEB027         **
*OBJET*** - DEVENGO DE HONORARIOS DE LA LIQUIDACION DE BSEB026       **
*OBJET*** CADA COMPROBANTE SE LLEVA A SOLES CON TIPCAMB Y DEBE       **
*OBJET*** CUADRAR; SI ALGUNO NO CUADRA EL ARCHIVO QUEDA SIN COLA Y   **
*OBJET*** EL PROCESO TERMINA CANCELADO                               **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB047.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TIPCAMB        ASSIGN TO TIPCAMB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXTOLOG        ASSIGN TO EXTOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CTGLOG         ASSIGN TO CTGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DETALLE        ASSIGN TO DETALLE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DETANT         ASSIGN TO DETANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-LIQUIDA        ASSIGN TO LIQUIDA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ASIENTOS       ASSIGN TO ASIENTOS
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
      *------------------ COTIZACIONES (DESCARGA DE TIPCAMB) -----------*
       FD  ARCH-TIPCAMB
           RECORDING MODE IS F.
           COPY BSETCMRG.
      *------------------ PAGOS APLICADOS (DESCARGA DE PAGOLOG) --------*
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
           COPY BSEPAGRG.
      *------------------ EXTORNOS DE PAGOS (DESCARGA DE EXTOLOG) ------*
       FD  ARCH-EXTOLOG
           RECORDING MODE IS F.
           COPY BSEEXTRG.
      *------------------ CASTIGOS (DESCARGA DE CTGLOG) ----------------*
       FD  ARCH-CTGLOG
           RECORDING MODE IS F.
           COPY BSECTGRG.
      *------------------ DETALLE CLASIFICADO DE HOY (BSEB027) ---------*
       FD  ARCH-DETALLE
           RECORDING MODE IS F.
       01  REG-DETALLE.
           02  DET-TIPO-CARTERA            PIC X(01).
           02  DET-CLAVE                   PIC X(12).
           02  DET-MONEDA                  PIC X(02).
           02  DET-DIAS-MORA               PIC 9(05).
           02  DET-CATEGORIA               PIC X(03).
           02  DET-SALDO                   PIC S9(13)V99.
           02  DET-PCT-PROVISION           PIC 9(03)V99.
           02  DET-PROVISION               PIC S9(13)V99.
104641     02  DET-COBERTURA               PIC S9(13)V99.
      *------------------ DETALLE CLASIFICADO ANTERIOR (BSEB027) -------*
       FD  ARCH-DETANT
           RECORDING MODE IS F.
       01  REG-DETANT.
           02  DETA-TIPO-CARTERA           PIC X(01).
           02  DETA-CLAVE                  PIC X(12).
           02  DETA-MONEDA                 PIC X(02).
           02  DETA-DIAS-MORA              PIC 9(05).
           02  DETA-CATEGORIA              PIC X(03).
           02  DETA-SALDO                  PIC S9(13)V99.
           02  DETA-PCT-PROVISION          PIC 9(03)V99.
           02  DETA-PROVISION              PIC S9(13)V99.
104641     02  DETA-COBERTURA              PIC S9(13)V99.
      *------------------ LIQUIDACION DE HONORARIOS (BSEB026) ----------*
       FD  ARCH-LIQUIDA
           RECORDING MODE IS F.
       01  REG-LIQUIDA.
           02  LIQ-COD-ESTUDIO             PIC X(04).
           02  LIQ-NOMBRE                  PIC X(30).
           02  LIQ-CANT-PAGOS              PIC 9(07).
           02  LIQ-TOT-COBRADO             PIC S9(13)V99.
           02  LIQ-TOT-HONORARIOS          PIC S9(13)V99.
       01  REG-LIQUIDA-CTL.
           02  LIQ-CTL-TIPO                PIC X(01).
           02  LIQ-CTL-PROGRAMA            PIC X(08).
           02  LIQ-CTL-FECHA               PIC 9(08).
           02  LIQ-CTL-CANTIDAD            PIC 9(09).
           02  LIQ-CTL-HASH-HONOR          PIC 9(15).
           02  FILLER                      PIC X(30).
      *------------------ ASIENTOS PARA CONTABILIDAD -------------------*
       FD  ARCH-ASIENTOS
           RECORDING MODE IS F.
           COPY BSEASIRG.
      *------------------ REPORTE DE COMPROBANTES ----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-TIPCAMB              PIC X(01)  VALUE SPACES.
           02  WE-EOF-PAGOLOG              PIC X(01)  VALUE SPACES.
           02  WE-EOF-EXTOLOG              PIC X(01)  VALUE SPACES.
           02  WE-EOF-CTGLOG               PIC X(01)  VALUE SPACES.
           02  WE-EOF-DETALLE              PIC X(01)  VALUE SPACES.
           02  WE-EOF-LIQUIDA              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-EXTORNO               PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-LIQ-DEL-DIA           PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-JULIANA              PIC 9(07)  VALUE ZEROS.
           02  WE-DIA-ANIO                 PIC 9(03)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(05)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(05)  VALUE ZEROS.
           02  WE-FT-FECHA.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-MONEDA-TRAB              PIC X(02)  VALUE SPACES.
           02  WE-CTAAFI-TRAB              PIC X(10)  VALUE SPACES.
           02  WE-CONCEPTO                 PIC X(03)  VALUE SPACES.
           02  WE-IMPORTE                  PIC S9(13)V99 VALUE ZEROS.
           02  WE-SOLES                    PIC S9(13)V99 VALUE ZEROS.
           02  WE-DIFERENCIA               PIC S9(13)V99 VALUE ZEROS.
           02  WE-DEBE-ORIGEN              PIC S9(13)V99 VALUE ZEROS.
           02  WE-HABER-ORIGEN             PIC S9(13)V99 VALUE ZEROS.
           02  WE-DEBE-SOLES               PIC S9(13)V99 VALUE ZEROS.
           02  WE-HABER-SOLES              PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOT-DEBE                 PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOT-HABER                PIC S9(13)V99 VALUE ZEROS.
           02  WE-HASH-DEBE                PIC 9(15)  VALUE ZEROS.
           02  WE-HASH-HONOR               PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-LIQUIDA             PIC 9(09)  VALUE ZEROS.
           02  WE-NRO-COMPROBANTE          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-LINEAS              PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-PAGOS               PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EXTORNOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CASTIGOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PROVISIONES         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-HONORARIOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-DESCUADRADOS        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CAMBIO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(03)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
           02  X                           PIC 9(03)  VALUE ZEROS.
      *------------------ DIAS ACUMULADOS AL INICIO DE CADA MES --------*
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
      *------------------ CUENTAS CONTABLES POR CONCEPTO ---------------*
      *--- CONCEPTO, CUENTA DEL DEBE, CUENTA DEL HABER. EN LA REVERSION
      *--- DE UN PAGO EXTORNADO SE INVIERTEN DEBE Y HABER
       01  WE-TABLA-CONCEPTOS.
           02  FILLER                      PIC X(27)  VALUE
               'RCA110101      140501      '.
           02  FILLER                      PIC X(27)  VALUE
               'RIN110101      510401      '.
           02  FILLER                      PIC X(27)  VALUE
               'RGA110101      150801      '.
           02  FILLER                      PIC X(27)  VALUE
               'RHO110101      250401      '.
           02  FILLER                      PIC X(27)  VALUE
               'RIG110101      250201      '.
           02  FILLER                      PIC X(27)  VALUE
               'CAS140901      140501      '.
           02  FILLER                      PIC X(27)  VALUE
               'PVC430201      140901      '.
           02  FILLER                      PIC X(27)  VALUE
               'PVL140901      560201      '.
           02  FILLER                      PIC X(27)  VALUE
               'HON450301      250401      '.
       01  FILLER  REDEFINES  WE-TABLA-CONCEPTOS.
           02  WE-CON-OCC  OCCURS  9  TIMES.
               03  WE-CON-CODIGO           PIC X(03).
               03  WE-CON-CTA-DEBE         PIC X(12).
               03  WE-CON-CTA-HABER        PIC X(12).
      *------------------ COTIZACIONES DEL DIA -------------------------*
       01  WE-TABLA-CAMBIOS.
           02  WE-CANT-CAMBIOS             PIC 9(03)  VALUE ZEROS.
           02  WE-TC-OCC  OCCURS  20  TIMES.
               03  WE-TC-MONEDA            PIC X(02).
               03  WE-TC-CAMBIO            PIC S9(05)V9(04).
      *------------------ PROVISION POR MONEDA (HOY Y ANTERIOR) --------*
       01  WE-TABLA-MONEDAS.
           02  WE-CANT-MONEDAS             PIC 9(03)  VALUE ZEROS.
           02  WE-MON-OCC  OCCURS  10  TIMES.
               03  WE-MON-CODIGO           PIC X(02).
               03  WE-MON-PROV-HOY         PIC S9(13)V99.
               03  WE-MON-PROV-ANT         PIC S9(13)V99.
      *------------------ COMPROBANTE EN ARMADO -------------------------*
       01  WE-COMPROBANTE.
           02  WE-CMP-CANT-LINEAS          PIC 9(03)  VALUE ZEROS.
           02  WE-CMP-MONEDA               PIC X(02)  VALUE SPACES.
           02  WE-CMP-TIPO-CAMBIO          PIC S9(05)V9(04) VALUE ZEROS.
           02  WE-CMP-REFERENCIA           PIC X(14)  VALUE SPACES.
           02  WE-CMP-GLOSA                PIC X(30)  VALUE SPACES.
           02  WE-CMP-LINEA  OCCURS  20  TIMES.
               03  WE-CL-CONCEPTO          PIC X(03).
               03  WE-CL-CUENTA            PIC X(12).
               03  WE-CL-DEBE-HABER        PIC X(01).
               03  WE-CL-IMPORTE           PIC S9(13)V99.
               03  WE-CL-SOLES             PIC S9(13)V99.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'BSEB047 ASIENTOS CONTABLES DEL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(76)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(132) VALUE
               'COMPROB  REFERENCIA     GLOSA                          M
      -        'ON      DEBE ORIGEN     DEBE EN SOLES  ESTADO'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-COMPROBANTE          PIC 9(07)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-REFERENCIA           PIC X(14)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-GLOSA                PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DEBE-ORIGEN          PIC -9(13).99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DEBE-SOLES           PIC -9(13).99.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-ESTADO               PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(15)  VALUE SPACES.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  CONTABILIZAR-PAGOS.
           PERFORM  CONTABILIZAR-EXTORNOS.
           PERFORM  CONTABILIZAR-CASTIGOS.
           PERFORM  CONTABILIZAR-PROVISIONES.
           PERFORM  CONTABILIZAR-HONORARIOS.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           INITIALIZE  WE-TABLA-CAMBIOS.
           INITIALIZE  WE-TABLA-MONEDAS.
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
           PERFORM  CALCULAR-FECHA-JULIANA.
           OPEN INPUT   ARCH-TIPCAMB.
           PERFORM  CARGAR-CAMBIOS.
           CLOSE  ARCH-TIPCAMB.
           OPEN OUTPUT  ARCH-ASIENTOS.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           PERFORM  GRABAR-CABECERA.
      *----------------*
       CARGAR-CAMBIOS.
      *----------------*
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
      *--------------------*
       CONTABILIZAR-PAGOS.
      *--------------------*
      *--- RECUPERO DE CADA PAGO APLICADO EN EL DIA (EN LINEA POR
      *--- BSEO019 O EN LOTE POR BSEB045), AUNQUE SE HAYA EXTORNADO
      *--- DESPUES: EL EXTORNO SE CONTABILIZA APARTE EN SU FECHA
           OPEN INPUT   ARCH-PAGOLOG.
           PERFORM UNTIL WE-EOF-PAGOLOG = 'S'
              READ ARCH-PAGOLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-PAGOLOG
                   NOT AT END
                      IF PAGLOG-FECHA = WE-FEC-JULIANA
                         ADD  1        TO WE-CONT-PAGOS
                         MOVE SPACES   TO WE-SW-EXTORNO
                         MOVE PAGLOG-CTAAFI TO WE-CTAAFI-TRAB
                         MOVE 'RECUPERO COBRANZA JUDICIAL'
                                       TO WE-CMP-GLOSA
                         PERFORM  ASIENTO-PAGO
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-PAGOLOG.
      *--------------*
       ASIENTO-PAGO.
      *--------------*
           PERFORM  OBTENER-MONEDA-CUENTA.
           PERFORM  INICIAR-COMPROBANTE.
           MOVE 'RCA'                  TO WE-CONCEPTO.
           MOVE PAGLOG-AMORTIZ         TO WE-IMPORTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           MOVE 'RIN'                  TO WE-CONCEPTO.
           COMPUTE WE-IMPORTE = PAGLOG-INTVIGENTE + PAGLOG-INTMORAT +
                                PAGLOG-INTCOMPEN
           END-COMPUTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           MOVE 'RGA'                  TO WE-CONCEPTO.
           COMPUTE WE-IMPORTE = PAGLOG-GASTOS + PAGLOG-PROTCOBJ
           END-COMPUTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           MOVE 'RHO'                  TO WE-CONCEPTO.
           MOVE PAGLOG-HONPRO          TO WE-IMPORTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           MOVE 'RIG'                  TO WE-CONCEPTO.
           MOVE PAGLOG-IGV             TO WE-IMPORTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           PERFORM  CERRAR-COMPROBANTE.
      *-----------------------*
       CONTABILIZAR-EXTORNOS.
      *-----------------------*
      *--- EL EXTORNO DEL DIA REVIERTE EL RECUPERO CON LOS MISMOS
      *--- COMPONENTES QUE GUARDO EXTOLOG
           OPEN INPUT   ARCH-EXTOLOG.
           PERFORM UNTIL WE-EOF-EXTOLOG = 'S'
              READ ARCH-EXTOLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-EXTOLOG
                   NOT AT END
                      IF EXTLOG-FEC-EXTORNO = WE-FEC-PROCESO
                         ADD  1        TO WE-CONT-EXTORNOS
                         MOVE 'S'      TO WE-SW-EXTORNO
                         MOVE EXTLOG-CTAAFI TO WE-CTAAFI-TRAB
                         MOVE 'EXTORNO RECUPERO COBRANZA JUD.'
                                       TO WE-CMP-GLOSA
                         PERFORM  ASIENTO-EXTORNO
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-EXTOLOG.
           MOVE SPACES                 TO WE-SW-EXTORNO.
      *-----------------*
       ASIENTO-EXTORNO.
      *-----------------*
           PERFORM  OBTENER-MONEDA-CUENTA.
           PERFORM  INICIAR-COMPROBANTE.
           MOVE 'RCA'                  TO WE-CONCEPTO.
           MOVE EXTLOG-AMORTIZ         TO WE-IMPORTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           MOVE 'RIN'                  TO WE-CONCEPTO.
           COMPUTE WE-IMPORTE = EXTLOG-INTVIGENTE + EXTLOG-INTMORAT +
                                EXTLOG-INTCOMPEN
           END-COMPUTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           MOVE 'RGA'                  TO WE-CONCEPTO.
           COMPUTE WE-IMPORTE = EXTLOG-GASTOS + EXTLOG-PROTCOBJ
           END-COMPUTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           MOVE 'RHO'                  TO WE-CONCEPTO.
           MOVE EXTLOG-HONPRO          TO WE-IMPORTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           MOVE 'RIG'                  TO WE-CONCEPTO.
           MOVE EXTLOG-IGV             TO WE-IMPORTE.
           PERFORM  AGREGAR-PARTIDA-DOBLE.
           PERFORM  CERRAR-COMPROBANTE.
      *-----------------------*
       CONTABILIZAR-CASTIGOS.
      *-----------------------*
      *--- EL CASTIGO SE CONTABILIZA EL DIA EN QUE SE APRUEBA (BSEO023)
           OPEN INPUT   ARCH-CTGLOG.
           PERFORM UNTIL WE-EOF-CTGLOG = 'S'
              READ ARCH-CTGLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-CTGLOG
                   NOT AT END
                      IF CTGLOG-ESTADO = 'A' AND
                         CTGLOG-FEC-DECISION = WE-FEC-PROCESO
                         ADD  1        TO WE-CONT-CASTIGOS
                         MOVE CTGLOG-CTAAFI TO WE-CTAAFI-TRAB
                         PERFORM  OBTENER-MONEDA-CUENTA
                         PERFORM  INICIAR-COMPROBANTE
                         MOVE 'CASTIGO CREDITO JUDICIAL'
                                       TO WE-CMP-GLOSA
                         MOVE 'CAS'    TO WE-CONCEPTO
                         MOVE CTGLOG-SALACT TO WE-IMPORTE
                         PERFORM  AGREGAR-PARTIDA-DOBLE
                         PERFORM  CERRAR-COMPROBANTE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-CTGLOG.
      *--------------------------*
       CONTABILIZAR-PROVISIONES.
      *--------------------------*
      *--- LA PROVISION DEL DIA ES LA DIFERENCIA POR MONEDA ENTRE LA
      *--- CORRIDA DE BSEB027 DE HOY Y LA ANTERIOR: SI SUBE ES CARGO,
      *--- SI BAJA ES LIBERACION
           OPEN INPUT   ARCH-DETALLE.
           MOVE SPACES                 TO WE-EOF-DETALLE.
           PERFORM UNTIL WE-EOF-DETALLE = 'S'
              READ ARCH-DETALLE
                   AT END
                      MOVE 'S'         TO WE-EOF-DETALLE
                   NOT AT END
                      MOVE DET-MONEDA  TO WE-MONEDA-TRAB
                      PERFORM  BUSCAR-MONEDA
                      ADD  DET-PROVISION TO WE-MON-PROV-HOY (I)
              END-READ
           END-PERFORM.
           CLOSE  ARCH-DETALLE.
           OPEN INPUT   ARCH-DETANT.
           MOVE SPACES                 TO WE-EOF-DETALLE.
           PERFORM UNTIL WE-EOF-DETALLE = 'S'
              READ ARCH-DETANT
                   AT END
                      MOVE 'S'         TO WE-EOF-DETALLE
                   NOT AT END
                      MOVE DETA-MONEDA TO WE-MONEDA-TRAB
                      PERFORM  BUSCAR-MONEDA
                      ADD  DETA-PROVISION TO WE-MON-PROV-ANT (I)
              END-READ
           END-PERFORM.
           CLOSE  ARCH-DETANT.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-MONEDAS
              ADD  1                   TO K
              COMPUTE WE-DIFERENCIA = WE-MON-PROV-HOY (K) -
                                      WE-MON-PROV-ANT (K)
              END-COMPUTE
              IF WE-DIFERENCIA NOT = 0
                 ADD  1                TO WE-CONT-PROVISIONES
                 MOVE WE-MON-CODIGO (K) TO WE-MONEDA-TRAB
                 MOVE SPACES           TO WE-CTAAFI-TRAB
                 PERFORM  INICIAR-COMPROBANTE
                 IF WE-DIFERENCIA > 0
                    MOVE 'PVC'         TO WE-CONCEPTO
                    MOVE WE-DIFERENCIA TO WE-IMPORTE
                    MOVE 'CARGO PROVISION CARTERA JUD.'
                                       TO WE-CMP-GLOSA
                 ELSE
                    MOVE 'PVL'         TO WE-CONCEPTO
                    COMPUTE WE-IMPORTE = 0 - WE-DIFERENCIA
                    END-COMPUTE
                    MOVE 'LIBERACION PROVISION CART.JUD.'
                                       TO WE-CMP-GLOSA
                 END-IF
                 PERFORM  AGREGAR-PARTIDA-DOBLE
                 PERFORM  CERRAR-COMPROBANTE
              END-IF
           END-PERFORM.
      *---------------*
       BUSCAR-MONEDA.
      *---------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-MONEDAS OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-MON-CODIGO (I) = WE-MONEDA-TRAB
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-MONEDAS >= 10
                 DISPLAY 'BSEB047 TABLA DE MONEDAS EXCEDIDA (10)'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-MONEDAS
              MOVE WE-CANT-MONEDAS     TO I
              MOVE WE-MONEDA-TRAB      TO WE-MON-CODIGO (I)
           END-IF.
      *-------------------------*
       CONTABILIZAR-HONORARIOS.
      *-------------------------*
      *--- EL HONORARIO DE EXITO DE CADA ESTUDIO SE DEVENGA EL DIA DE
      *--- CIERRE DE LA LIQUIDACION DE BSEB026 (FECHA DE LA CABECERA);
      *--- LA LIQUIDACION SE VALIDA CONTRA SU COLA ANTES DE USARLA
           OPEN INPUT   ARCH-LIQUIDA.
           PERFORM UNTIL WE-EOF-LIQUIDA = 'S'
              READ ARCH-LIQUIDA
                   AT END
                      MOVE 'S'         TO WE-EOF-LIQUIDA
                   NOT AT END
                      EVALUATE LIQ-CTL-TIPO
                         WHEN 'H'
                            IF LIQ-CTL-FECHA = WE-FEC-PROCESO
                               MOVE 'S' TO WE-SW-LIQ-DEL-DIA
                            END-IF
                         WHEN 'T'
                            PERFORM  VALIDAR-COLA-LIQUIDA
                         WHEN OTHER
                            ADD  1     TO WE-CONT-LIQUIDA
                            ADD  LIQ-TOT-HONORARIOS TO WE-HASH-HONOR
                            IF WE-SW-LIQ-DEL-DIA = 'S'
                               PERFORM  ASIENTO-HONORARIO
                            END-IF
                      END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE  ARCH-LIQUIDA.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-LIQUIDA > 0
              DISPLAY 'BSEB047 LIQUIDACION SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------------*
       ASIENTO-HONORARIO.
      *--------------------*
           IF LIQ-TOT-HONORARIOS NOT = 0
              ADD  1                   TO WE-CONT-HONORARIOS
              MOVE 'SO'                TO WE-MONEDA-TRAB
              MOVE LIQ-COD-ESTUDIO     TO WE-CTAAFI-TRAB
              PERFORM  INICIAR-COMPROBANTE
              MOVE 'DEVENGO HONORARIOS ESTUDIO'
                                       TO WE-CMP-GLOSA
              MOVE 'HON'               TO WE-CONCEPTO
              MOVE LIQ-TOT-HONORARIOS  TO WE-IMPORTE
              PERFORM  AGREGAR-PARTIDA-DOBLE
              PERFORM  CERRAR-COMPROBANTE
           END-IF.
      *----------------------*
       VALIDAR-COLA-LIQUIDA.
      *----------------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF LIQ-CTL-CANTIDAD   NOT = WE-CONT-LIQUIDA OR
              LIQ-CTL-HASH-HONOR NOT = WE-HASH-HONOR
              DISPLAY 'BSEB047 LIQUIDACION NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB047 COLA CANT=' LIQ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-LIQUIDA
              DISPLAY 'BSEB047 COLA HASH=' LIQ-CTL-HASH-HONOR
                      ' LEIDO=' WE-HASH-HONOR
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-----------------------*
       OBTENER-MONEDA-CUENTA.
      *-----------------------*
      *--- LA MONEDA DEL CREDITO SALE DE LA TRAMA 036, COMO EN BSEB027
           MOVE SPACES                 TO WE-MONEDA-TRAB.
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 036                    TO CRM-CO-NRO-TRAMA.
           MOVE '$CL'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE 'C'                    TO CRM-CO-TIPO-BUSQ.
           MOVE WE-CTAAFI-TRAB         TO CRM-CO-CUENTA-BUSQ.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO NOT = +0000
              ADD  1                   TO WE-CONT-ERRORES
           ELSE
              MOVE CRM-CO-MONEDA-36    TO WE-MONEDA-TRAB
           END-IF.
      *---------------------*
       INICIAR-COMPROBANTE.
      *---------------------*
      *--- EL TIPO DE CAMBIO DEL DIA SE FIJA POR COMPROBANTE; LOS
      *--- SOLES VAN A UNO
           MOVE 0                      TO WE-CMP-CANT-LINEAS.
           MOVE WE-MONEDA-TRAB         TO WE-CMP-MONEDA.
           MOVE WE-CTAAFI-TRAB         TO WE-CMP-REFERENCIA.
           MOVE 0                      TO WE-CMP-TIPO-CAMBIO.
           MOVE 'S'                    TO WE-SW-CAMBIO.
           IF WE-MONEDA-TRAB = 'SO'
              MOVE 1                   TO WE-CMP-TIPO-CAMBIO
           ELSE
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAMBIOS OR WE-SW-CAMBIO = 'S'
                 ADD  1                TO K
                 IF WE-TC-MONEDA (K) = WE-MONEDA-TRAB
                    MOVE 'S'           TO WE-SW-CAMBIO
                    MOVE WE-TC-CAMBIO (K) TO WE-CMP-TIPO-CAMBIO
                 END-IF
              END-PERFORM
           END-IF.
      *-----------------------*
       AGREGAR-PARTIDA-DOBLE.
      *-----------------------*
      *--- CADA CONCEPTO GENERA UNA LINEA AL DEBE Y OTRA AL HABER POR
      *--- EL MISMO IMPORTE; LOS COMPONENTES EN CERO NO SE ASIENTAN
           IF WE-IMPORTE NOT = 0
              MOVE 0                   TO X
              MOVE SPACES              TO WE-SW-ENCONTRO
              PERFORM UNTIL X >= 9 OR WE-SW-ENCONTRO = 'S'
                 ADD  1                TO X
                 IF WE-CON-CODIGO (X) = WE-CONCEPTO
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 END-IF
              END-PERFORM
              COMPUTE WE-SOLES ROUNDED =
                      WE-IMPORTE * WE-CMP-TIPO-CAMBIO
              END-COMPUTE
              ADD  1                   TO WE-CMP-CANT-LINEAS
              MOVE WE-CMP-CANT-LINEAS  TO K
              MOVE WE-CONCEPTO         TO WE-CL-CONCEPTO (K)
              MOVE WE-CON-CTA-DEBE (X) TO WE-CL-CUENTA (K)
              MOVE 'D'                 TO WE-CL-DEBE-HABER (K)
              MOVE WE-IMPORTE          TO WE-CL-IMPORTE (K)
              MOVE WE-SOLES            TO WE-CL-SOLES (K)
              ADD  1                   TO WE-CMP-CANT-LINEAS
              MOVE WE-CMP-CANT-LINEAS  TO K
              MOVE WE-CONCEPTO         TO WE-CL-CONCEPTO (K)
              MOVE WE-CON-CTA-HABER (X) TO WE-CL-CUENTA (K)
              MOVE 'H'                 TO WE-CL-DEBE-HABER (K)
              MOVE WE-IMPORTE          TO WE-CL-IMPORTE (K)
              MOVE WE-SOLES            TO WE-CL-SOLES (K)
              IF WE-SW-EXTORNO = 'S'
                 MOVE 'H'              TO WE-CL-DEBE-HABER (K - 1)
                 MOVE 'D'              TO WE-CL-DEBE-HABER (K)
              END-IF
           END-IF.
      *--------------------*
       CERRAR-COMPROBANTE.
      *--------------------*
      *--- EL COMPROBANTE SE GRABA SOLO SI CUADRA EN ORIGEN Y EN SOLES;
      *--- UNO DESCUADRADO O SIN TIPO DE CAMBIO IMPIDE CERRAR EL
      *--- ARCHIVO (NO SE GRABA LA COLA)
           IF WE-CMP-CANT-LINEAS > 0
              ADD  1                   TO WE-NRO-COMPROBANTE
              MOVE 0                   TO WE-DEBE-ORIGEN
              MOVE 0                   TO WE-HABER-ORIGEN
              MOVE 0                   TO WE-DEBE-SOLES
              MOVE 0                   TO WE-HABER-SOLES
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CMP-CANT-LINEAS
                 ADD  1                TO K
                 IF WE-CL-DEBE-HABER (K) = 'D'
                    ADD  WE-CL-IMPORTE (K) TO WE-DEBE-ORIGEN
                    ADD  WE-CL-SOLES (K)   TO WE-DEBE-SOLES
                 ELSE
                    ADD  WE-CL-IMPORTE (K) TO WE-HABER-ORIGEN
                    ADD  WE-CL-SOLES (K)   TO WE-HABER-SOLES
                 END-IF
              END-PERFORM
              MOVE WE-NRO-COMPROBANTE  TO WE-DET-COMPROBANTE
              MOVE WE-CMP-REFERENCIA   TO WE-DET-REFERENCIA
              MOVE WE-CMP-GLOSA        TO WE-DET-GLOSA
              MOVE WE-CMP-MONEDA       TO WE-DET-MONEDA
              MOVE WE-DEBE-ORIGEN      TO WE-DET-DEBE-ORIGEN
              MOVE WE-DEBE-SOLES       TO WE-DET-DEBE-SOLES
              EVALUATE TRUE
                 WHEN WE-CMP-MONEDA = SPACES
                    ADD  1             TO WE-CONT-SIN-CAMBIO
                    MOVE 'MONEDA NO UBICADA' TO WE-DET-ESTADO
                 WHEN WE-SW-CAMBIO NOT = 'S'
                    ADD  1             TO WE-CONT-SIN-CAMBIO
                    MOVE 'SIN TIPO DE CAMBIO' TO WE-DET-ESTADO
                 WHEN WE-DEBE-ORIGEN NOT = WE-HABER-ORIGEN OR
                      WE-DEBE-SOLES  NOT = WE-HABER-SOLES
                    ADD  1             TO WE-CONT-DESCUADRADOS
                    MOVE 'DESCUADRADO'  TO WE-DET-ESTADO
                 WHEN OTHER
                    MOVE 'CONTABILIZADO' TO WE-DET-ESTADO
                    PERFORM  GRABAR-COMPROBANTE
              END-EVALUATE
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-IF.
      *--------------------*
       GRABAR-COMPROBANTE.
      *--------------------*
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CMP-CANT-LINEAS
              ADD  1                   TO K
              MOVE SPACES              TO REG-ASIENTO
              MOVE 'D'                 TO ASI-TIPO
              MOVE WE-FEC-PROCESO      TO ASI-FEC-CONTABLE
              MOVE WE-NRO-COMPROBANTE  TO ASI-NRO-COMPROBANTE
              MOVE K                   TO ASI-NRO-LINEA
              MOVE WE-CL-CONCEPTO (K)  TO ASI-CONCEPTO
              MOVE WE-CL-CUENTA (K)    TO ASI-CUENTA-CONTABLE
              MOVE WE-CL-DEBE-HABER (K) TO ASI-DEBE-HABER
              MOVE WE-CMP-MONEDA       TO ASI-MONEDA
              MOVE WE-CL-IMPORTE (K)   TO ASI-IMPORTE-ORIGEN
              MOVE WE-CMP-TIPO-CAMBIO  TO ASI-TIPO-CAMBIO
              MOVE WE-CL-SOLES (K)     TO ASI-IMPORTE-SOLES
              MOVE WE-CMP-REFERENCIA   TO ASI-REFERENCIA
              MOVE WE-CMP-GLOSA        TO ASI-GLOSA
              WRITE REG-ASIENTO
              ADD  1                   TO WE-CONT-LINEAS
              IF WE-CL-DEBE-HABER (K) = 'D'
                 ADD  WE-CL-SOLES (K)  TO WE-TOT-DEBE
                 ADD  WE-CL-SOLES (K)  TO WE-HASH-DEBE
              ELSE
                 ADD  WE-CL-SOLES (K)  TO WE-TOT-HABER
              END-IF
           END-PERFORM.
      *----------------*
       GRABAR-CABECERA.
      *----------------*
           MOVE SPACES                 TO REG-ASIENTO-CTL.
           MOVE 'H'                    TO ASI-CTL-TIPO.
           MOVE 'BSEB047 '             TO ASI-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO ASI-CTL-FECHA.
           MOVE ZEROS                  TO ASI-CTL-CANTIDAD.
           MOVE ZEROS                  TO ASI-CTL-HASH-DEBE.
           MOVE ZEROS                  TO ASI-CTL-TOT-DEBE.
           MOVE ZEROS                  TO ASI-CTL-TOT-HABER.
           WRITE REG-ASIENTO-CTL.
      *------------*
       GRABAR-COLA.
      *------------*
           MOVE SPACES                 TO REG-ASIENTO-CTL.
           MOVE 'T'                    TO ASI-CTL-TIPO.
           MOVE 'BSEB047 '             TO ASI-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO ASI-CTL-FECHA.
           MOVE WE-CONT-LINEAS         TO ASI-CTL-CANTIDAD.
           MOVE WE-HASH-DEBE           TO ASI-CTL-HASH-DEBE.
           MOVE WE-TOT-DEBE            TO ASI-CTL-TOT-DEBE.
           MOVE WE-TOT-HABER           TO ASI-CTL-TOT-HABER.
           WRITE REG-ASIENTO-CTL.
      *--------------------------*
       CALCULAR-FECHA-JULIANA.
      *--------------------------*
      *--- PAGOLOG GUARDA LA FECHA DE APLICACION EN JULIANA DE CICS
      *--- (0CYYDDD); SE DERIVA LA DE LA FECHA DE PROCESO PARA CRUZAR
           MOVE WE-FEC-PROCESO         TO WE-FT-FECHA.
           COMPUTE WE-DIA-ANIO = WE-ACU-DIAS (WE-FT-MM) + WE-FT-DD
           END-COMPUTE.
           IF WE-FT-MM > 2
              DIVIDE WE-FT-AAAA BY 4   GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 ADD  1                TO WE-DIA-ANIO
                 DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    SUBTRACT 1         FROM WE-DIA-ANIO
                    DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                             REMAINDER WE-RESTO
                    IF WE-RESTO = 0
                       ADD  1          TO WE-DIA-ANIO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           COMPUTE WE-FEC-JULIANA = ((WE-FT-AAAA - 1900) * 1000)
                                  + WE-DIA-ANIO
           END-COMPUTE.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB047 PROCESO CANCELADO - ASIENTOS SIN COLA'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           DISPLAY 'BSEB047 PAGOS DEL DIA       = ' WE-CONT-PAGOS.
           DISPLAY 'BSEB047 EXTORNOS DEL DIA    = ' WE-CONT-EXTORNOS.
           DISPLAY 'BSEB047 CASTIGOS APROBADOS  = ' WE-CONT-CASTIGOS.
           DISPLAY 'BSEB047 MOVIM. PROVISION    = ' WE-CONT-PROVISIONES.
           DISPLAY 'BSEB047 DEVENGOS HONORARIOS = ' WE-CONT-HONORARIOS.
           DISPLAY 'BSEB047 COMPROBANTES        = ' WE-NRO-COMPROBANTE.
           DISPLAY 'BSEB047 LINEAS GRABADAS     = ' WE-CONT-LINEAS.
           DISPLAY 'BSEB047 TOTAL DEBE SOLES    = ' WE-TOT-DEBE.
           DISPLAY 'BSEB047 TOTAL HABER SOLES   = ' WE-TOT-HABER.
           DISPLAY 'BSEB047 DESCUADRADOS        = '
                   WE-CONT-DESCUADRADOS.
           DISPLAY 'BSEB047 SIN TIPO DE CAMBIO  = ' WE-CONT-SIN-CAMBIO.
           DISPLAY 'BSEB047 CONSULTAS EN ERROR  = ' WE-CONT-ERRORES.
      *--- UN COMPROBANTE QUE NO CUADRA DEJA EL ARCHIVO SIN COLA:
      *--- CONTABILIDAD LO RECHAZA Y LA CORRIDA QUEDA CANCELADA
           IF WE-CONT-DESCUADRADOS > 0 OR WE-CONT-SIN-CAMBIO > 0 OR
              WE-TOT-DEBE NOT = WE-TOT-HABER
              CLOSE  ARCH-ASIENTOS
              CLOSE  ARCH-REPORTE
              PERFORM  CANCELAR-PROCESO
           END-IF.
           PERFORM  GRABAR-COLA.
           CLOSE  ARCH-ASIENTOS.
           CLOSE  ARCH-REPORTE.
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
           MOVE 'BSEB047 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB047 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB047 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           COMPUTE RUNC-CONT-LEIDOS = WE-CONT-PAGOS + WE-CONT-EXTORNOS
                                    + WE-CONT-CASTIGOS
                                    + WE-CONT-PROVISIONES
                                    + WE-CONT-HONORARIOS
           END-COMPUTE.
           MOVE WE-CONT-LINEAS      TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
