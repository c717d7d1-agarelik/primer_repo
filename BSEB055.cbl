************************************************************************
***   * 104640 15/10/26 JCV CONCILIACION MENSUAL DEL REGISTRO DE      *
***   *               GASTOS JUDICIALES CONTRA CRM-CO-GASTOS         *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO CONCILIAGASTOSJUD - LOTE MENSUAL                   **
*OBJET*** SUMA POR CUENTA LOS GASTOS RECUPERABLES DEL REGISTRO       **
*OBJET*** GASTJUD (DESCARGA) HASTA LA FECHA DE PROCESO, LOS LLEVA A  **
*OBJET*** LA MONEDA DEL CREDITO CON LA COTIZACION DEL DIA (TIPCAMB)  **
*OBJET*** Y LOS COMPARA CONTRA CRM-CO-GASTOS DE LA TRAMA 036. LA     **
*OBJET*** CUENTA CUYO REGISTRO SUPERA LO CARGADO EN CRM QUEDA COMO   **
*OBJET*** GASTO SUBREGISTRADO EN EL REPORTE Y EN DQLOG, ANTES DE QUE **
*OBJET*** UNA PRELIQUIDACION (BSEO003) COBRE DE MENOS AL DEUDOR      **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB055.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-GASTJUD        ASSIGN TO GASTJUD
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TIPCAMB        ASSIGN TO TIPCAMB
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
      *------------------ GASTOS JUDICIALES (DESCARGA DE GASTJUD) ------*
      *    ORDENADA POR CLAVE: CTAAFI + SECUENCIA
       FD  ARCH-GASTJUD
           RECORDING MODE IS F.
           COPY BSEGASRG.
      *------------------ COTIZACIONES (DESCARGA DE TIPCAMB) -----------*
       FD  ARCH-TIPCAMB
           RECORDING MODE IS F.
           COPY BSETCMRG.
      *------------------ REPORTE DE GASTOS SUBREGISTRADOS -------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-GASTJUD              PIC X(01)  VALUE SPACES.
           02  WE-EOF-TIPCAMB              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-SIN-CAMBIO            PIC X(01)  VALUE SPACES.
           02  WE-SW-MONEDA                PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CTAAFI-ACTUAL            PIC X(10)  VALUE SPACES.
           02  WE-CANT-GASTOS-CTA          PIC 9(05)  VALUE ZEROS.
           02  WE-MONEDA-BUSCADA           PIC X(02)  VALUE SPACES.
           02  WE-CAMBIO-BUSCADO           PIC S9(05)V9(04) VALUE ZEROS.
           02  WE-CAMBIO-ORIGEN            PIC S9(05)V9(04) VALUE ZEROS.
           02  WE-CAMBIO-CUENTA            PIC S9(05)V9(04) VALUE ZEROS.
           02  WE-IMPORTE-CONVERTIDO       PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOTAL-REGISTRO           PIC S9(13)V99 VALUE ZEROS.
           02  WE-DIFERENCIA               PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOT-DIFERENCIA           PIC S9(13)V99 VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CUENTAS             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CONCILIADAS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SUBREGISTRO         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CAMBIO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
           02  N                           PIC 9(03)  VALUE ZEROS.
      *------------------ COTIZACIONES DEL DIA -------------------------*
       01  WE-TABLA-CAMBIOS.
           02  WE-CANT-CAMBIOS             PIC 9(03)  VALUE ZEROS.
           02  WE-TC-OCC  OCCURS  20  TIMES.
               03  WE-TC-MONEDA            PIC X(02).
               03  WE-TC-CAMBIO            PIC S9(05)V9(04).
      *------------------ RECUPERABLE DE LA CUENTA POR MONEDA ----------*
       01  WE-TABLA-MONEDAS.
           02  WE-CANT-MONEDAS             PIC 9(03)  VALUE ZEROS.
           02  WE-MO-OCC  OCCURS  5  TIMES.
               03  WE-MO-MONEDA            PIC X(02).
               03  WE-MO-IMPORTE           PIC S9(13)V99.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(50)  VALUE
               'BSEB055 GASTOS JUDICIALES SUBREGISTRADOS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(74)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(44)  VALUE
               'CUENTA     MON GASTOS  REGISTRO RECUPERABLE'.
           02  FILLER                      PIC X(46)  VALUE
               '   CRM-CO-GASTOS   SUBREGISTRADO  OBSERVACION'.
           02  FILLER                      PIC X(42)  VALUE SPACES.
       01  WE-LINEA-DETALLE.
           02  WE-DET-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-CANT                 PIC ZZZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-REGISTRO             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CRM                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DIFERENCIA           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-OBSERVACION          PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(26)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  FILLER                      PIC X(30)  VALUE
               'TOTAL SUBREGISTRADO CUENTAS: '.
           02  WE-TOT-D-CANT               PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(16)  VALUE SPACES.
           02  WE-TOT-D-DIFERENCIA         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(60)  VALUE SPACES.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
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
           OPEN INPUT   ARCH-TIPCAMB.
           PERFORM  CARGAR-CAMBIOS.
           CLOSE  ARCH-TIPCAMB.
           OPEN INPUT   ARCH-GASTJUD.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           PERFORM  LEER-GASTJUD.
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
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM UNTIL WE-EOF-GASTJUD = 'S'
              MOVE GAS-CTAAFI          TO WE-CTAAFI-ACTUAL
              MOVE ZEROS               TO WE-CANT-GASTOS-CTA
              INITIALIZE                  WE-TABLA-MONEDAS
              PERFORM UNTIL WE-EOF-GASTJUD = 'S' OR
                            GAS-CTAAFI NOT = WE-CTAAFI-ACTUAL
                 PERFORM  ACUMULAR-GASTO
                 PERFORM  LEER-GASTJUD
              END-PERFORM
              IF WE-CANT-GASTOS-CTA > 0
                 PERFORM  CONCILIAR-CUENTA
              END-IF
           END-PERFORM.
      *--------------*
       LEER-GASTJUD.
      *--------------*
           READ ARCH-GASTJUD
                AT END
                   MOVE 'S'              TO WE-EOF-GASTJUD
                NOT AT END
                   ADD  1                TO WE-CONT-LEIDOS
           END-READ.
      *----------------*
       ACUMULAR-GASTO.
      *----------------*
      *--- SOLO LOS RECUPERABLES YA INCURRIDOS A LA FECHA DE PROCESO
           IF GAS-RECUPERABLE = 'S' AND
              GAS-FEC-GASTO <= WE-FEC-PROCESO
              ADD  1                   TO WE-CANT-GASTOS-CTA
              MOVE 'N'                 TO WE-SW-MONEDA
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CANT-MONEDAS OR WE-SW-MONEDA = 'S'
                 ADD  1                TO N
                 IF WE-MO-MONEDA (N) = GAS-MONEDA
                    MOVE 'S'           TO WE-SW-MONEDA
                 END-IF
              END-PERFORM
              IF WE-SW-MONEDA NOT = 'S'
                 IF WE-CANT-MONEDAS >= 5
                    DISPLAY 'BSEB055 TABLA DE MONEDAS DESBORDADA '
                            GAS-CTAAFI
                    PERFORM  CANCELAR-PROCESO
                 END-IF
                 ADD  1                TO WE-CANT-MONEDAS
                 MOVE WE-CANT-MONEDAS  TO N
                 MOVE GAS-MONEDA       TO WE-MO-MONEDA  (N)
                 MOVE ZEROS            TO WE-MO-IMPORTE (N)
              END-IF
              ADD  GAS-IMPORTE         TO WE-MO-IMPORTE (N)
           END-IF.
      *------------------*
       CONCILIAR-CUENTA.
      *------------------*
           ADD  1                      TO WE-CONT-CUENTAS.
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 036                    TO CRM-CO-NRO-TRAMA.
           MOVE '$CL'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE 'C'                    TO CRM-CO-TIPO-BUSQ.
           MOVE WE-CTAAFI-ACTUAL       TO CRM-CO-CUENTA-BUSQ.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO NOT = +0000
              ADD  1                   TO WE-CONT-ERRORES
              MOVE ZEROS               TO WE-TOTAL-REGISTRO
              MOVE ZEROS               TO WE-DIFERENCIA
              MOVE 'CUENTA NO ENCONTRADA EN CRM'
                                       TO WE-DET-OBSERVACION
              PERFORM  IMPRIMIR-CUENTA
           ELSE
              PERFORM  COMPARAR-GASTOS
           END-IF.
      *-----------------*
       COMPARAR-GASTOS.
      *-----------------*
           PERFORM  CONVERTIR-A-MONEDA-CUENTA.
           COMPUTE WE-DIFERENCIA = WE-TOTAL-REGISTRO - CRM-CO-GASTOS
           END-COMPUTE.
           EVALUATE TRUE
              WHEN WE-SW-SIN-CAMBIO = 'S'
                 ADD  1                TO WE-CONT-SIN-CAMBIO
                 MOVE ZEROS            TO WE-DIFERENCIA
                 MOVE 'SIN COTIZACION DEL DIA'
                                       TO WE-DET-OBSERVACION
                 PERFORM  IMPRIMIR-CUENTA
              WHEN WE-DIFERENCIA > 0
                 ADD  1                TO WE-CONT-SUBREGISTRO
                 ADD  WE-DIFERENCIA    TO WE-TOT-DIFERENCIA
                 MOVE 'GASTO SUBREGISTRADO EN CRM'
                                       TO WE-DET-OBSERVACION
                 PERFORM  IMPRIMIR-CUENTA
                 PERFORM  REGISTRAR-DQLOG
              WHEN OTHER
                 ADD  1                TO WE-CONT-CONCILIADAS
           END-EVALUATE.
      *---------------------------*
       CONVERTIR-A-MONEDA-CUENTA.
      *---------------------------*
      *--- CADA MONEDA PASA A SOLES Y DE SOLES A LA MONEDA DEL CREDITO;
      *--- SI FALTA UNA COTIZACION LA CUENTA NO SE COMPARA
           MOVE SPACES                 TO WE-SW-SIN-CAMBIO.
           MOVE ZEROS                  TO WE-TOTAL-REGISTRO.
           MOVE CRM-CO-MONEDA-36       TO WE-MONEDA-BUSCADA.
           PERFORM  BUSCAR-CAMBIO.
           MOVE WE-CAMBIO-BUSCADO      TO WE-CAMBIO-CUENTA.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-MONEDAS
              ADD  1                   TO N
              IF WE-MO-MONEDA (N) = CRM-CO-MONEDA-36
                 ADD  WE-MO-IMPORTE (N) TO WE-TOTAL-REGISTRO
              ELSE
                 MOVE WE-MO-MONEDA (N) TO WE-MONEDA-BUSCADA
                 PERFORM  BUSCAR-CAMBIO
                 MOVE WE-CAMBIO-BUSCADO TO WE-CAMBIO-ORIGEN
                 IF WE-CAMBIO-ORIGEN = 0 OR WE-CAMBIO-CUENTA = 0
                    MOVE 'S'           TO WE-SW-SIN-CAMBIO
                 ELSE
                    COMPUTE WE-IMPORTE-CONVERTIDO ROUNDED =
                            WE-MO-IMPORTE (N) * WE-CAMBIO-ORIGEN
                                              / WE-CAMBIO-CUENTA
                    END-COMPUTE
                    ADD  WE-IMPORTE-CONVERTIDO TO WE-TOTAL-REGISTRO
                 END-IF
              END-IF
           END-PERFORM.
      *---------------*
       BUSCAR-CAMBIO.
      *---------------*
      *--- LOS SOLES COTIZAN 1; SIN COTIZACION DEL DIA DEVUELVE CERO
           MOVE ZEROS                  TO WE-CAMBIO-BUSCADO.
           IF WE-MONEDA-BUSCADA = 'SO'
              MOVE 1                   TO WE-CAMBIO-BUSCADO
           ELSE
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAMBIOS OR
                            WE-SW-CAMBIO = 'S'
                 ADD  1                TO K
                 IF WE-TC-MONEDA (K) = WE-MONEDA-BUSCADA
                    MOVE 'S'           TO WE-SW-CAMBIO
                    MOVE WE-TC-CAMBIO (K) TO WE-CAMBIO-BUSCADO
                 END-IF
              END-PERFORM
           END-IF.
      *-----------------*
       IMPRIMIR-CUENTA.
      *-----------------*
           MOVE WE-CTAAFI-ACTUAL       TO WE-DET-CTAAFI.
           MOVE CRM-CO-MONEDA-36       TO WE-DET-MONEDA.
           MOVE WE-CANT-GASTOS-CTA     TO WE-DET-CANT.
           MOVE WE-TOTAL-REGISTRO      TO WE-DET-REGISTRO.
           MOVE CRM-CO-GASTOS          TO WE-DET-CRM.
           MOVE WE-DIFERENCIA          TO WE-DET-DIFERENCIA.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *-----------------*
       REGISTRAR-DQLOG.
      *-----------------*
           MOVE 'BSEB055 '             TO DQL-PROGRAMA.
           MOVE 'GASTJUD '             TO DQL-FUENTE.
           MOVE SPACES                 TO DQL-CLAVE.
           MOVE WE-CTAAFI-ACTUAL       TO DQL-CLAVE (1:10).
           MOVE 'GASTO-SUBREGISTRADO ' TO DQL-REGLA.
           MOVE 'A'                    TO DQL-SEVERIDAD.
           MOVE WE-FEC-PROCESO         TO DQL-FECHA.
           CALL 'BSEBDQLG'  USING      DQL-COMMAREA.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB055 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WE-CONT-SUBREGISTRO    TO WE-TOT-D-CANT.
           MOVE WE-TOT-DIFERENCIA      TO WE-TOT-D-DIFERENCIA.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           CLOSE  ARCH-GASTJUD.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB055 GASTOS LEIDOS          = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB055 CUENTAS CON RECUPERABLE= ' WE-CONT-CUENTAS.
           DISPLAY 'BSEB055 CUENTAS CONCILIADAS    = '
                   WE-CONT-CONCILIADAS.
           DISPLAY 'BSEB055 CUENTAS SUBREGISTRADAS = '
                   WE-CONT-SUBREGISTRO.
           DISPLAY 'BSEB055 CUENTAS SIN COTIZACION = '
                   WE-CONT-SIN-CAMBIO.
           DISPLAY 'BSEB055 CUENTAS EN ERROR       = ' WE-CONT-ERRORES.
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
           MOVE 'BSEB055 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB055 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB055 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-SUBREGISTRO TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
