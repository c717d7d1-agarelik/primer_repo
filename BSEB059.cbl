************************************************************************
***   * 104644 15/10/26 JCV ENVIO DIARIO DE SOLICITUDES DE BLOQUEO DE  *
***   *               TARJETA AL PROCESADOR Y APLICACION DE SU         *
***   *               RESPUESTA (RECARGA DE BLQTARJ)                   *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO ENVIOBLOQUEOTARJETA - LOTE DIARIO                  **
*OBJET*** APLICA EL ARCHIVO DE RESPUESTA DEL PROCESADOR DE TARJETAS  **
*OBJET*** A LAS SOLICITUDES ENVIADAS (CONFIRMADA O RECHAZADA), ARMA  **
*OBJET*** EL ARCHIVO DE ENVIO CON LAS SOLICITUDES PENDIENTES QUE     **
*OBJET*** REGISTRO BSEO034 Y LAS MARCA ENVIADAS. ESCRIBE LA RECARGA  **
*OBJET*** DE BLQTARJ Y UN REPORTE CON LAS ENVIADAS, LAS RESPONDIDAS, **
*OBJET*** LAS QUE SIGUEN SIN RESPUESTA PASADO EL PLAZO Y LAS         **
*OBJET*** RESPUESTAS QUE NO CORRESPONDEN A UNA SOLICITUD ENVIADA     **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB059.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BLQTARJ        ASSIGN TO BLQTARJ
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RESPUEST       ASSIGN TO RESPUEST
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-BLQNEW         ASSIGN TO BLQNEW
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ENVIO          ASSIGN TO ENVIO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y PLAZO DE RESPUESTA --------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
           02  PARM-DIAS-RESPUESTA         PIC 9(03).
      *------------------ SOLICITUDES DE BLOQUEO (DESCARGA) ------------*
       FD  ARCH-BLQTARJ
           RECORDING MODE IS F.
           COPY BSEBLQRG.
      *------------------ RESPUESTA DEL PROCESADOR DE TARJETAS ---------*
       FD  ARCH-RESPUEST
           RECORDING MODE IS F.
           COPY BSEBRSRG.
      *------------------ SOLICITUDES DE BLOQUEO (RECARGA) -------------*
       FD  ARCH-BLQNEW
           RECORDING MODE IS F.
       01  REG-BLQNEW                      PIC X(160).
      *------------------ ENVIO AL PROCESADOR DE TARJETAS --------------*
       FD  ARCH-ENVIO
           RECORDING MODE IS F.
           COPY BSEBENRG.
      *------------------ REPORTE DE SOLICITUDES -----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-BLQTARJ              PIC X(01)  VALUE SPACES.
           02  WE-EOF-RESPUEST             PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-DIAS-RESPUESTA           PIC 9(03)  VALUE 3.
           02  WE-DIAS-CALCULO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-PROCESO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-ESPERA              PIC S9(07) VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RESPUESTAS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ENVIADAS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CONFIRMADAS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RECHAZADAS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-RESPUESTA       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VENCIDAS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-NO-APLICADAS        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *------------------ RESPUESTAS DEL PROCESADOR --------------------*
       01  WE-TABLA-RESPUESTAS.
           02  WE-CANT-RESPUESTAS          PIC 9(05)  VALUE ZEROS.
           02  WE-RSP-OCC  OCCURS  5000  TIMES.
               03  WE-RSP-CLAVE.
                   04  WE-RSP-NUM-CTATAR   PIC X(07).
                   04  WE-RSP-SECUENCIA    PIC 9(03).
               03  WE-RSP-RESULTADO        PIC X(01).
               03  WE-RSP-COD-RESPUESTA    PIC X(02).
               03  WE-RSP-DES-RESPUESTA    PIC X(30).
               03  WE-RSP-FEC-PROCESO      PIC 9(08).
               03  WE-RSP-SW-APLICADA      PIC X(01).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(28)  VALUE
               'BSEB059 SOLICITUDES DE '.
           02  FILLER                      PIC X(28)  VALUE
               'BLOQUEO DE TARJETA AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(68)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(22)  VALUE
               'EVENTO'.
           02  FILLER                      PIC X(12)  VALUE
               'CTA.TARJETA'.
           02  FILLER                      PIC X(17)  VALUE
               'SEC MOT REP'.
           02  FILLER                      PIC X(19)  VALUE
               'TARJETA'.
           02  FILLER                      PIC X(18)  VALUE
               'SOLICITUD ENVIO'.
           02  FILLER                      PIC X(44)  VALUE
               'RESPUESTA DEL PROCESADOR'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-EVENTO               PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-NUM-CTATAR           PIC X(07)  VALUE SPACES.
           02  FILLER                      PIC X(05)  VALUE SPACES.
           02  WE-DET-SECUENCIA            PIC 9(03)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-MOTIVO               PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-REPOSICION           PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(07)  VALUE SPACES.
           02  WE-DET-PAN.
               03  WE-DET-PAN-BIN          PIC X(06)  VALUE SPACES.
               03  WE-DET-PAN-OCULTO       PIC X(06)  VALUE SPACES.
               03  WE-DET-PAN-FINAL        PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-FEC-SOLICITUD        PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-ENVIO            PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-COD-RESPUESTA        PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DES-RESPUESTA        PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(11)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
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
                   IF PARM-DIAS-RESPUESTA IS NUMERIC AND
                      PARM-DIAS-RESPUESTA > 0
                      MOVE PARM-DIAS-RESPUESTA
                                           TO WE-DIAS-RESPUESTA
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-CALCULO        TO WE-DIAS-PROCESO.
      *--- LA RESPUESTA SE CARGA Y VALIDA ANTES DE ABRIR LAS SALIDAS:
      *--- UN ARCHIVO INCOMPLETO CANCELA SIN DEJAR ENVIO NI RECARGA
           OPEN INPUT   ARCH-RESPUEST.
           PERFORM  CARGAR-RESPUESTAS.
           CLOSE  ARCH-RESPUEST.
           OPEN INPUT   ARCH-BLQTARJ.
           OPEN OUTPUT  ARCH-BLQNEW.
           OPEN OUTPUT  ARCH-ENVIO.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           INITIALIZE                     REG-BLQENVIO-CTL.
           MOVE 'H'                    TO BLE-CTL-TIPO.
           MOVE 'BSEB059 '             TO BLE-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO BLE-CTL-FECHA.
           WRITE REG-BLQENVIO-CTL.
      *--------------*
       CALCULAR-DIAS.
      *--------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL), COMO EN BSEB013
           COMPUTE WE-DIAS-CALCULO = (WE-FT-AAAA * 360) +
                                     (WE-FT-MM   * 30)  +
                                      WE-FT-DD
           END-COMPUTE.
      *-------------------*
       CARGAR-RESPUESTAS.
      *-------------------*
      *--- SIN ARCHIVO DEL PROCESADOR (VACIO) NO HAY NADA QUE APLICAR;
      *--- CON DETALLE, LA COLA ES OBLIGATORIA Y DEBE CUADRAR
           PERFORM UNTIL WE-EOF-RESPUEST = 'S'
              READ ARCH-RESPUEST
                   AT END
                      MOVE 'S'         TO WE-EOF-RESPUEST
                   NOT AT END
                      EVALUATE BLR-TIPO
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            PERFORM  VALIDAR-COLA
                            MOVE 'S'   TO WE-EOF-RESPUEST
                         WHEN OTHER
                            ADD  1     TO WE-CONT-RESPUESTAS
                            PERFORM  GUARDAR-RESPUESTA
                      END-EVALUATE
              END-READ
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-RESPUESTAS > 0
              DISPLAY 'BSEB059 RESPUESTA SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       VALIDAR-COLA.
      *--------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF BLR-CTL-CANTIDAD NOT = WE-CONT-RESPUESTAS
              DISPLAY 'BSEB059 RESPUESTA NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB059 COLA CANT=' BLR-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-RESPUESTAS
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-------------------*
       GUARDAR-RESPUESTA.
      *-------------------*
           IF WE-CANT-RESPUESTAS >= 5000
              DISPLAY 'BSEB059 MAS DE 5000 RESPUESTAS DEL PROCESADOR'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-RESPUESTAS.
           MOVE WE-CANT-RESPUESTAS     TO I.
           MOVE BLR-NUM-CTATAR         TO WE-RSP-NUM-CTATAR (I).
           MOVE BLR-SECUENCIA          TO WE-RSP-SECUENCIA (I).
           MOVE BLR-RESULTADO          TO WE-RSP-RESULTADO (I).
           MOVE BLR-COD-RESPUESTA      TO WE-RSP-COD-RESPUESTA (I).
           MOVE BLR-DES-RESPUESTA      TO WE-RSP-DES-RESPUESTA (I).
           MOVE BLR-FEC-PROCESO        TO WE-RSP-FEC-PROCESO (I).
           MOVE 'N'                    TO WE-RSP-SW-APLICADA (I).
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM UNTIL WE-EOF-BLQTARJ = 'S'
              READ ARCH-BLQTARJ
                   AT END
                      MOVE 'S'         TO WE-EOF-BLQTARJ
                   NOT AT END
                      ADD  1           TO WE-CONT-LEIDOS
                      EVALUATE BLQ-ESTADO
                         WHEN 'E'
                            PERFORM  APLICAR-RESPUESTA
                         WHEN 'P'
                            PERFORM  ENVIAR-SOLICITUD
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                      WRITE REG-BLQNEW FROM REG-BLQTARJ
              END-READ
           END-PERFORM.
           PERFORM  LISTAR-NO-APLICADAS.
      *-------------------*
       APLICAR-RESPUESTA.
      *-------------------*
      *--- SOLICITUD YA ENVIADA: SE BUSCA SU RESPUESTA; SI AUN NO LLEGA
      *--- Y PASO EL PLAZO, SE LISTA PARA RECLAMAR AL PROCESADOR
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-RESPUESTAS OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-RSP-NUM-CTATAR (I) = BLQ-NUM-CTATAR AND
                 WE-RSP-SECUENCIA (I)  = BLQ-SECUENCIA  AND
                 WE-RSP-SW-APLICADA (I) = 'N'           AND
                (WE-RSP-RESULTADO (I)  = 'C' OR 'R')
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'S'
              MOVE 'S'                 TO WE-RSP-SW-APLICADA (I)
              MOVE WE-RSP-RESULTADO (I)     TO BLQ-ESTADO
              MOVE WE-RSP-COD-RESPUESTA (I) TO BLQ-COD-RESPUESTA
              MOVE WE-RSP-DES-RESPUESTA (I) TO BLQ-DES-RESPUESTA
              MOVE WE-RSP-FEC-PROCESO (I)   TO BLQ-FEC-RESPUESTA
              IF BLQ-FEC-RESPUESTA NOT NUMERIC OR
                 BLQ-FEC-RESPUESTA = 0
                 MOVE WE-FEC-PROCESO   TO BLQ-FEC-RESPUESTA
              END-IF
              IF BLQ-ESTADO = 'C'
                 ADD  1                TO WE-CONT-CONFIRMADAS
                 MOVE 'CONFIRMADA'     TO WE-DET-EVENTO
              ELSE
                 ADD  1                TO WE-CONT-RECHAZADAS
                 MOVE 'RECHAZADA'      TO WE-DET-EVENTO
              END-IF
              PERFORM  IMPRIMIR-SOLICITUD
           ELSE
              ADD  1                   TO WE-CONT-SIN-RESPUESTA
              MOVE BLQ-FEC-ENVIO       TO WE-FECHA-TRAB
              PERFORM  CALCULAR-DIAS
              COMPUTE WE-DIAS-ESPERA =
                      WE-DIAS-PROCESO - WE-DIAS-CALCULO
              END-COMPUTE
              IF WE-DIAS-ESPERA > WE-DIAS-RESPUESTA
                 ADD  1                TO WE-CONT-VENCIDAS
                 MOVE 'SIN RESPUESTA'  TO WE-DET-EVENTO
                 PERFORM  IMPRIMIR-SOLICITUD
              END-IF
           END-IF.
      *------------------*
       ENVIAR-SOLICITUD.
      *------------------*
           INITIALIZE                     REG-BLQENVIO.
           MOVE 'D'                    TO BLE-TIPO.
           MOVE BLQ-NUM-CTATAR         TO BLE-NUM-CTATAR.
           MOVE BLQ-SECUENCIA          TO BLE-SECUENCIA.
           MOVE BLQ-CODENT             TO BLE-CODENT.
           MOVE BLQ-PAN                TO BLE-PAN.
           MOVE BLQ-MOTIVO             TO BLE-MOTIVO.
           MOVE BLQ-REPOSICION         TO BLE-REPOSICION.
           MOVE BLQ-FEC-SOLICITUD      TO BLE-FEC-SOLICITUD.
           MOVE BLQ-OBSERVACION        TO BLE-OBSERVACION.
           WRITE REG-BLQENVIO.
           ADD  1                      TO WE-CONT-ENVIADAS.
           MOVE 'E'                    TO BLQ-ESTADO.
           MOVE WE-FEC-PROCESO         TO BLQ-FEC-ENVIO.
           MOVE 'ENVIADA'              TO WE-DET-EVENTO.
           PERFORM  IMPRIMIR-SOLICITUD.
      *--------------------*
       IMPRIMIR-SOLICITUD.
      *--------------------*
      *--- EL NUMERO DE TARJETA SE LISTA ENMASCARADO
           MOVE BLQ-NUM-CTATAR         TO WE-DET-NUM-CTATAR.
           MOVE BLQ-SECUENCIA          TO WE-DET-SECUENCIA.
           MOVE BLQ-MOTIVO             TO WE-DET-MOTIVO.
           MOVE BLQ-REPOSICION         TO WE-DET-REPOSICION.
           MOVE BLQ-PAN (1:6)          TO WE-DET-PAN-BIN.
           MOVE ALL '*'                TO WE-DET-PAN-OCULTO.
           MOVE BLQ-PAN (13:4)         TO WE-DET-PAN-FINAL.
           MOVE BLQ-FEC-SOLICITUD      TO WE-DET-FEC-SOLICITUD.
           MOVE BLQ-FEC-ENVIO          TO WE-DET-FEC-ENVIO.
           MOVE BLQ-COD-RESPUESTA      TO WE-DET-COD-RESPUESTA.
           MOVE BLQ-DES-RESPUESTA      TO WE-DET-DES-RESPUESTA.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *---------------------*
       LISTAR-NO-APLICADAS.
      *---------------------*
      *--- RESPUESTAS QUE NO CERRARON UNA SOLICITUD ENVIADA: CLAVE
      *--- DESCONOCIDA, SOLICITUD YA RESPONDIDA O RESULTADO NO VALIDO
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-RESPUESTAS
              ADD  1                   TO I
              IF WE-RSP-SW-APLICADA (I) = 'N'
                 ADD  1                TO WE-CONT-NO-APLICADAS
                 INITIALIZE               WE-LINEA-DETALLE
                 MOVE 'RESPUESTA NO APLIC.' TO WE-DET-EVENTO
                 MOVE WE-RSP-NUM-CTATAR (I) TO WE-DET-NUM-CTATAR
                 MOVE WE-RSP-SECUENCIA (I)  TO WE-DET-SECUENCIA
                 MOVE WE-RSP-COD-RESPUESTA (I)
                                       TO WE-DET-COD-RESPUESTA
                 MOVE WE-RSP-DES-RESPUESTA (I)
                                       TO WE-DET-DES-RESPUESTA
                 WRITE REG-REPORTE     FROM WE-LINEA-DETALLE
              END-IF
           END-PERFORM.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'SOLICITUDES LEIDAS'   TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-LEIDOS         TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'ENVIADAS AL PROCESADOR' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ENVIADAS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CONFIRMADAS'          TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CONFIRMADAS    TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RECHAZADAS'           TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-RECHAZADAS     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'ENVIADAS SIN RESPUESTA' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-RESPUESTA  TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  FUERA DE PLAZO'     TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-VENCIDAS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RESPUESTAS RECIBIDAS' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-RESPUESTAS     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  NO APLICADAS'       TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-NO-APLICADAS   TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB059 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           INITIALIZE                     REG-BLQENVIO-CTL.
           MOVE 'T'                    TO BLE-CTL-TIPO.
           MOVE 'BSEB059 '             TO BLE-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO BLE-CTL-FECHA.
           MOVE WE-CONT-ENVIADAS       TO BLE-CTL-CANTIDAD.
           WRITE REG-BLQENVIO-CTL.
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-BLQTARJ
                  ARCH-BLQNEW
                  ARCH-ENVIO
                  ARCH-REPORTE.
           DISPLAY 'BSEB059 SOLICITUDES LEIDAS     = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB059 ENVIADAS AL PROCESADOR = ' WE-CONT-ENVIADAS.
           DISPLAY 'BSEB059 CONFIRMADAS            = '
                   WE-CONT-CONFIRMADAS.
           DISPLAY 'BSEB059 RECHAZADAS             = '
                   WE-CONT-RECHAZADAS.
           DISPLAY 'BSEB059 SIN RESPUESTA EN PLAZO = ' WE-CONT-VENCIDAS.
           DISPLAY 'BSEB059 RESPUESTAS NO APLICADAS= '
                   WE-CONT-NO-APLICADAS.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; NO TIENE PREDECESOR
      *--- EN LA CADENA: DEPENDE SOLO DE LA DESCARGA DE BLQTARJ
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB059 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB059 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB059 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-ENVIADAS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
