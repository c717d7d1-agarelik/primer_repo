************************************************************************
***   * 104639 15/10/26 JCV DETALLE POR CUENTA DE LA LIQUIDACION      *
***   *               (LIQCTA) PARA CONCILIAR LAS FACTURAS DE LOS     *
***   *               ESTUDIOS EN EL BSEB054                          *
***   * 104632 15/10/26 JCV PAGOS EXTORNADOS (DESCARGA DE EXTOLOG) NO *
***   *               GENERAN HONORARIO; EL EXTORNO DE UN PAGO YA     *
***   *               LIQUIDADO SE DESCUENTA EN EL PERIODO DEL EXTORNO*
***   * 104616 02/09/26 JCV REGISTRA LA CORRIDA EN RUNCTL (RUTINA    *
***   *               BSEBRUNC) CON CHEQUEO DE PREDECESOR            *
***   * 104598 02/09/26 JCV LIQUIDACION MENSUAL DE HONORARIOS         *
*OBJET*** PAGOS APLICADOS DEL PERIODO (CLOCRM02 TRAMA 038 POR CUENTA **
*OBJET*** CON LA TASA CRM-TASHONCLI DE LA TRAMA 036), ARMA EL        **
*OBJET*** ARCHIVO DE LIQUIDACION PARA CUENTAS A PAGAR CON CABECERA   **
*OBJET*** Y COLA DE CONTROL, Y UN RESUMEN IMPRIMIBLE POR ESTUDIO.    **
*OBJET*** EL DETALLE POR CUENTA (LIQCTA) VA A LA CONCILIACION DE     **
*OBJET*** FACTURAS DE ESTUDIOS (BSEB054)                             **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
104632     SELECT  ARCH-EXTOLOG        ASSIGN TO EXTOLOG
104632                                  ORGANIZATION IS SEQUENTIAL.
104639     SELECT  ARCH-LIQCTA         ASSIGN TO LIQCTA
104639                                  ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *------------------ EXTORNOS DE PAGOS (DESCARGA DE EXTOLOG) ------*
104632 FD  ARCH-EXTOLOG
104632     RECORDING MODE IS F.
104632     COPY BSEEXTRG.
      *------------------ LIQUIDACION POR CUENTA -----------------------*
104639 FD  ARCH-LIQCTA
104639     RECORDING MODE IS F.
104639     COPY BSELQCRG.
104639 01  REG-LIQCTA-CTL.
104639     02  LQC-CTL-TIPO                PIC X(01).
104639     02  LQC-CTL-PROGRAMA            PIC X(08).
104639     02  LQC-CTL-FECHA               PIC 9(08).
104639     02  LQC-CTL-CANTIDAD            PIC 9(09).
104639     02  LQC-CTL-HASH-HONOR          PIC 9(15).
104639     02  FILLER                      PIC X(59).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
           02  I                           PIC 9(03)  VALUE ZEROS.
           02  J                           PIC 9(03)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
104632     02  X                           PIC 9(05)  VALUE ZEROS.
104632     02  WE-EOF-EXTOLOG              PIC X(01)  VALUE SPACES.
104632     02  WE-SW-EXTORNADO             PIC X(01)  VALUE SPACES.
104632     02  WE-CONT-NETEADOS            PIC 9(07)  VALUE ZEROS.
104632     02  WE-CONT-DESCONTADOS         PIC 9(07)  VALUE ZEROS.
104639     02  WE-CONT-LIQCTA              PIC 9(07)  VALUE ZEROS.
104639     02  WE-HASH-LIQCTA              PIC 9(15)  VALUE ZEROS.
104639     02  WE-ANT-PAGOS                PIC 9(07)  VALUE ZEROS.
104639     02  WE-ANT-COBRADO              PIC S9(13)V99 VALUE ZEROS.
104639     02  WE-ANT-HONORARIOS           PIC S9(13)V99 VALUE ZEROS.
104632*------------------ EXTORNOS DE PAGOS EN MEMORIA -----------------*
104632 01  WE-TABLA-EXTORNOS.
104632     02  WE-CANT-EXT                 PIC 9(05)  VALUE ZEROS.
104632     02  WE-EXT-OCC  OCCURS  5000  TIMES.
104632         03  WE-EXT-CTAAFI           PIC X(10).
104632         03  WE-EXT-FEC-PAGO         PIC 9(08).
104632         03  WE-EXT-FEC-EXTORNO      PIC 9(08).
104632         03  WE-EXT-TOTPAGAR         PIC S9(13)V99.
104632         03  WE-EXT-USADO            PIC X(01).
      *------------------ ACUMULADORES POR ESTUDIO ---------------------*
       01  WE-TABLA-ESTUDIOS.
           02  WE-CANT-ESTUDIOS            PIC 9(03)  VALUE ZEROS.
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
104632     PERFORM  CARGAR-EXTORNOS.
           OPEN INPUT   ARCH-CARTERA.
           OPEN OUTPUT  ARCH-LIQUIDA.
           OPEN OUTPUT  ARCH-REPORTE.
104639     OPEN OUTPUT  ARCH-LIQCTA.
           PERFORM  GRABAR-CABECERA.
           PERFORM  LEER-CARTERA.
      *-----------------*
104632 CARGAR-EXTORNOS.
      *-----------------*
      *--- LOS EXTORNOS REGISTRADOS POR BSEO030 HASTA HOY; SI NO
      *--- ENTRAN EN LA TABLA SE CANCELA: LIQUIDAR SIN NETEAR PAGARIA
      *--- HONORARIOS SOBRE DINERO QUE NO SE COBRO
104632     MOVE 0                      TO WE-CANT-EXT.
104632     OPEN INPUT  ARCH-EXTOLOG.
104632     PERFORM UNTIL WE-EOF-EXTOLOG = 'S'
104632        READ ARCH-EXTOLOG
104632             AT END
104632                MOVE 'S'         TO WE-EOF-EXTOLOG
104632             NOT AT END
104632                IF WE-CANT-EXT >= 5000
104632                   DISPLAY 'BSEB026 TABLA DE EXTORNOS EXCEDIDA'
104632                   PERFORM  CANCELAR-PROCESO
104632                END-IF
104632                ADD  1           TO WE-CANT-EXT
104632                MOVE EXTLOG-CTAAFI
104632                         TO WE-EXT-CTAAFI      (WE-CANT-EXT)
104632                MOVE EXTLOG-FEC-PAGO
104632                         TO WE-EXT-FEC-PAGO    (WE-CANT-EXT)
104632                MOVE EXTLOG-FEC-EXTORNO
104632                         TO WE-EXT-FEC-EXTORNO (WE-CANT-EXT)
104632                MOVE EXTLOG-TOTPAGAR
104632                         TO WE-EXT-TOTPAGAR    (WE-CANT-EXT)
104632                MOVE 'N' TO WE-EXT-USADO       (WE-CANT-EXT)
104632        END-READ
104632     END-PERFORM.
104632     CLOSE  ARCH-EXTOLOG.
      *------------------*
104632 CANCELAR-PROCESO.
      *------------------*
104632     DISPLAY 'BSEB026 PROCESO CANCELADO - REVISAR EXTOLOG'.
104632     MOVE 16                     TO RETURN-CODE.
104632     STOP RUN.
      *----------------*
       GRABAR-CABECERA.
      *----------------*
           MOVE ZEROS                  TO LIQ-CTL-CANTIDAD.
           MOVE ZEROS                  TO LIQ-CTL-HASH-HONOR.
           WRITE REG-LIQUIDA           FROM REG-LIQUIDA-CTL.
104639     MOVE SPACES                 TO REG-LIQCTA-CTL.
104639     MOVE 'H'                    TO LQC-CTL-TIPO.
104639     MOVE 'BSEB026 '             TO LQC-CTL-PROGRAMA.
104639     MOVE WE-FEC-HASTA           TO LQC-CTL-FECHA.
104639     MOVE ZEROS                  TO LQC-CTL-CANTIDAD.
104639     MOVE ZEROS                  TO LQC-CTL-HASH-HONOR.
104639     WRITE REG-LIQCTA            FROM REG-LIQCTA-CTL.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
              MOVE CRM-TASHONCLI       TO WE-TASA-HON
              PERFORM  UBICAR-ESTUDIO
              IF I > 0
104639           MOVE WE-EST-PAGOS      (I) TO WE-ANT-PAGOS
104639           MOVE WE-EST-COBRADO    (I) TO WE-ANT-COBRADO
104639           MOVE WE-EST-HONORARIOS (I) TO WE-ANT-HONORARIOS
                 PERFORM  ACUMULAR-PAGOS-PERIODO
104632           PERFORM  DESCONTAR-EXTORNOS
104639           PERFORM  GRABAR-LIQ-CUENTA
              END-IF
           END-IF.
      *----------------*
              MOVE 0                   TO K
              PERFORM UNTIL K >= CRM-CO-NUM-PAGOS OR K >= 20
                 ADD  1                TO K
104632           MOVE 'N'              TO WE-SW-EXTORNADO
104632           IF CRM-CO-FEC-PAGO-38 (K) >= WE-FEC-DESDE AND
104632              CRM-CO-FEC-PAGO-38 (K) <= WE-FEC-HASTA
104632              PERFORM  BUSCAR-EXTORNO
104632           END-IF
                 IF CRM-CO-FEC-PAGO-38 (K) >= WE-FEC-DESDE AND
104632              CRM-CO-FEC-PAGO-38 (K) <= WE-FEC-HASTA AND
104632              WE-SW-EXTORNADO = 'N'
                    COMPUTE WE-HONORARIO ROUNDED =
                            CRM-CO-IMP-PAGO-38 (K) *
                            WE-TASA-HON / 100
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *----------------*
104632 BUSCAR-EXTORNO.
      *----------------*
      *--- EL PAGO DEL PERIODO EXTORNADO HASTA EL CIERRE NO GENERA
      *--- HONORARIO; SE CRUZA POR CUENTA, FECHA DE APLICACION E
      *--- IMPORTE, Y CADA EXTORNO ANULA UN SOLO PAGO
104632     MOVE 0                      TO X.
104632     PERFORM UNTIL X >= WE-CANT-EXT OR WE-SW-EXTORNADO = 'S'
104632        ADD  1                   TO X
104632        IF WE-EXT-USADO       (X) = 'N'                      AND
104632           WE-EXT-CTAAFI      (X) = CART-CTAAFI              AND
104632           WE-EXT-FEC-PAGO    (X) = CRM-CO-FEC-PAGO-38 (K)   AND
104632           WE-EXT-TOTPAGAR    (X) = CRM-CO-IMP-PAGO-38 (K)   AND
104632           WE-EXT-FEC-EXTORNO (X) <= WE-FEC-HASTA
104632           MOVE 'S'              TO WE-EXT-USADO (X)
104632           MOVE 'S'              TO WE-SW-EXTORNADO
104632           ADD  1                TO WE-CONT-NETEADOS
104632        END-IF
104632     END-PERFORM.
      *--------------------*
104632 DESCONTAR-EXTORNOS.
      *--------------------*
      *--- EXTORNO DEL PERIODO SOBRE UN PAGO DE UN PERIODO ANTERIOR
      *--- (YA LIQUIDADO): EL HONORARIO PAGADO SE DESCUENTA AHORA
      *--- CON LA TASA VIGENTE DE LA CUENTA
104632     MOVE 0                      TO X.
104632     PERFORM UNTIL X >= WE-CANT-EXT
104632        ADD  1                   TO X
104632        IF WE-EXT-CTAAFI      (X) = CART-CTAAFI    AND
104632           WE-EXT-FEC-EXTORNO (X) >= WE-FEC-DESDE  AND
104632           WE-EXT-FEC-EXTORNO (X) <= WE-FEC-HASTA  AND
104632           WE-EXT-FEC-PAGO    (X) <  WE-FEC-DESDE
104632           COMPUTE WE-HONORARIO ROUNDED =
104632                   WE-EXT-TOTPAGAR (X) * WE-TASA-HON / 100
104632           END-COMPUTE
104632           SUBTRACT WE-EXT-TOTPAGAR (X)
104632                                 FROM WE-EST-COBRADO    (I)
104632           SUBTRACT WE-HONORARIO FROM WE-EST-HONORARIOS (I)
104632           ADD  1                TO WE-CONT-DESCONTADOS
104632        END-IF
104632     END-PERFORM.
      *-------------------*
104639 GRABAR-LIQ-CUENTA.
      *-------------------*
104639*--- LO QUE LA CUENTA SUMO AL ESTUDIO EN ESTE PERIODO; LAS
104639*--- CUENTAS SIN PAGOS NI EXTORNOS NO SE GRABAN
104639     INITIALIZE                     REG-LIQCTA.
104639     COMPUTE LQC-CANT-PAGOS = WE-EST-PAGOS (I) - WE-ANT-PAGOS
104639     END-COMPUTE.
104639     COMPUTE LQC-COBRADO    = WE-EST-COBRADO (I) - WE-ANT-COBRADO
104639     END-COMPUTE.
104639     COMPUTE LQC-HONORARIO  = WE-EST-HONORARIOS (I) -
104639                              WE-ANT-HONORARIOS
104639     END-COMPUTE.
104639     IF LQC-CANT-PAGOS > 0 OR LQC-HONORARIO NOT = 0
104639        MOVE WE-EST-CODIGO (I)   TO LQC-COD-ESTUDIO
104639        MOVE CART-CTAAFI         TO LQC-CTAAFI
104639        MOVE WE-FEC-DESDE        TO LQC-FEC-DESDE
104639        MOVE WE-FEC-HASTA        TO LQC-FEC-HASTA
104639        WRITE REG-LIQCTA
104639        ADD  1                   TO WE-CONT-LIQCTA
104639        ADD  LQC-HONORARIO       TO WE-HASH-LIQCTA
104639     END-IF.
      *------------------*
       ORDENAR-ESTUDIOS.
      *------------------*
           MOVE WE-CONT-GRABADOS       TO LIQ-CTL-CANTIDAD.
           MOVE WE-HASH-HONOR          TO LIQ-CTL-HASH-HONOR.
           WRITE REG-LIQUIDA           FROM REG-LIQUIDA-CTL.
104639     MOVE SPACES                 TO REG-LIQCTA-CTL.
104639     MOVE 'T'                    TO LQC-CTL-TIPO.
104639     MOVE 'BSEB026 '             TO LQC-CTL-PROGRAMA.
104639     MOVE WE-FEC-HASTA           TO LQC-CTL-FECHA.
104639     MOVE WE-CONT-LIQCTA         TO LQC-CTL-CANTIDAD.
104639     MOVE WE-HASH-LIQCTA         TO LQC-CTL-HASH-HONOR.
104639     WRITE REG-LIQCTA            FROM REG-LIQCTA-CTL.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-CARTERA.
           CLOSE  ARCH-LIQUIDA.
           CLOSE  ARCH-REPORTE.
104639     CLOSE  ARCH-LIQCTA.
           DISPLAY 'BSEB026 CUENTAS LEIDAS     = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB026 ESTUDIOS LIQUIDADOS= ' WE-CONT-GRABADOS.
           DISPLAY 'BSEB026 LLAMADAS EN ERROR  = ' WE-CONT-ERRORES.
104632     DISPLAY 'BSEB026 PAGOS EXTORNADOS   = ' WE-CONT-NETEADOS.
104632     DISPLAY 'BSEB026 EXTORNOS DESCONT.  = ' WE-CONT-DESCONTADOS.
104639     DISPLAY 'BSEB026 CUENTAS LIQUIDADAS = ' WE-CONT-LIQCTA.
104616     PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
