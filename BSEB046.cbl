************************************************************************
***   * 104633 15/10/26 JCV ANTIGUEDAD DEL SUSPENSO DE LA RECAUDACION *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO ANTIGUEDADSUSPENSO - LOTE                          **
*OBJET*** CLASIFICA LOS COBROS QUE QUEDARON EN SUSPENSO DESPUES DE   **
*OBJET*** BSEB045 POR MOTIVO Y POR DIAS DESDE SU PRIMER INGRESO      **
*OBJET*** (0-7, 8-15, 16-30, 31-60, MAS DE 60) Y DETALLA LOS QUE     **
*OBJET*** LLEVAN MAS DE QUINCE DIAS SIN APLICARSE                    **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB046.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SUSPENSO       ASSIGN TO SUSPENSO
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
      *------------------ SUSPENSO DE LA RECAUDACION -------------------*
       FD  ARCH-SUSPENSO
           RECORDING MODE IS F.
           COPY BSESUSRG.
      *------------------ REPORTE DE ANTIGUEDAD ------------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SUSPENSO             PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-FT-FECHA.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-DIAS-PROCESO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-CALCULO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-SUSPENSO            PIC S9(07) VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-DETALLE             PIC 9(07)  VALUE ZEROS.
           02  WE-IMP-TOTAL                PIC S9(13)V99 VALUE ZEROS.
           02  WE-IMP-TOTAL-MOTIVO         PIC S9(13)V99 VALUE ZEROS.
           02  I                           PIC 9(03)  VALUE ZEROS.
           02  J                           PIC 9(03)  VALUE ZEROS.
      *------------------ MOTIVOS DEL SUSPENSO -------------------------*
      *--- EL ULTIMO RENGLON ('OTR') JUNTA CUALQUIER MOTIVO NO PREVISTO
       01  WE-TABLA-MOTIVOS.
           02  FILLER                      PIC X(33)  VALUE
               'SCOSIN COTIZACION'.
           02  FILLER                      PIC X(33)  VALUE
               'OBSCOTIZACION OBSERVADA'.
           02  FILLER                      PIC X(33)  VALUE
               'VENCOTIZACION VENCIDA'.
           02  FILLER                      PIC X(33)  VALUE
               'CORIMPORTE MENOR QUE LO COTIZADO'.
           02  FILLER                      PIC X(33)  VALUE
               'EXCIMPORTE MAYOR QUE LO COTIZADO'.
           02  FILLER                      PIC X(33)  VALUE
               'CANCUENTA CANCELADA'.
           02  FILLER                      PIC X(33)  VALUE
               'DESSALDO MENOR QUE LO COTIZADO'.
           02  FILLER                      PIC X(33)  VALUE
               'DUPCOTIZACION YA PAGADA'.
           02  FILLER                      PIC X(33)  VALUE
               'CRMERROR AL CONSULTAR CRM'.
           02  FILLER                      PIC X(33)  VALUE
               'OTROTRO MOTIVO'.
       01  WE-MOTIVOS-RED  REDEFINES  WE-TABLA-MOTIVOS.
           02  WE-MOTIVO  OCCURS  10  TIMES.
               03  WE-MOT-CODIGO           PIC X(03).
               03  WE-MOT-DESCRIPCION      PIC X(30).
      *------------------ ACUMULADOS MOTIVO X TRAMO DE DIAS ------------*
      *--- TRAMOS: 1 HASTA 7 / 2 HASTA 15 / 3 HASTA 30 / 4 HASTA 60 /
      *--- 5 MAS DE 60 DIAS
       01  WE-TABLA-ACUMULADOS.
           02  WE-ACU-MOTIVO  OCCURS  10  TIMES.
               03  WE-ACU-TRAMO  OCCURS  5  TIMES.
                   04  WE-ACU-CANTIDAD     PIC 9(07).
                   04  WE-ACU-IMPORTE      PIC S9(13)V99.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(52)  VALUE
               'BSEB046 ANTIGUEDAD DEL SUSPENSO DE RECAUDACION AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(72)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(132) VALUE
               'MOTIVO                             0-7 DIAS    8-15 DIAS
      -        '   16-30 DIAS   31-60 DIAS   MAS DE 60      IMPORTE'.
       01  WE-LINEA-RESUMEN.
           02  WE-RES-CODIGO               PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-DESCRIPCION          PIC X(30)  VALUE SPACES.
           02  WE-RES-TRAMO  OCCURS  5  TIMES.
               03  FILLER                  PIC X(04).
               03  WE-RES-CANTIDAD         PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-IMPORTE              PIC -9(13).99.
           02  FILLER                      PIC X(15)  VALUE SPACES.
       01  WE-LINEA-SUBTITULO.
           02  FILLER                      PIC X(132) VALUE
               'COBROS CON MAS DE 15 DIAS EN SUSPENSO'.
       01  WE-LINEA-CABECERA-DET.
           02  FILLER                      PIC X(132) VALUE
               'F.INGRESO COTIZACION     CUENTA     F.PAGO   CANAL  IMPO
      -        'RTE              MOTIVO  DIAS INTENTOS  REFERENCIA'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-FEC-INGRESO          PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-COTIZACION           PIC X(14)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-PAGO             PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CANAL                PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-IMPORTE              PIC -9(13).99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MOTIVO               PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(04)  VALUE SPACES.
           02  WE-DET-DIAS                 PIC ZZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-INTENTOS             PIC ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-REFERENCIA           PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(20)  VALUE SPACES.
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
           MOVE WE-FEC-PROCESO         TO WE-FT-FECHA.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-CALCULO        TO WE-DIAS-PROCESO.
           INITIALIZE                     WE-TABLA-ACUMULADOS.
           OPEN INPUT   ARCH-SUSPENSO.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-SUBTITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA-DET.
           PERFORM  LEER-SUSPENSO.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM UNTIL WE-EOF-SUSPENSO = 'S'
              PERFORM  CLASIFICAR-COBRO
              PERFORM  LEER-SUSPENSO
           END-PERFORM.
           PERFORM  IMPRIMIR-RESUMEN.
      *---------------*
       LEER-SUSPENSO.
      *---------------*
           READ ARCH-SUSPENSO
                AT END
                   MOVE 'S'              TO WE-EOF-SUSPENSO
                NOT AT END
                   ADD  1                TO WE-CONT-LEIDOS
           END-READ.
      *--------------*
       CALCULAR-DIAS.
      *--------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL), COMO EN BSEB013
           COMPUTE WE-DIAS-CALCULO = (WE-FT-AAAA * 360) +
                                     (WE-FT-MM   * 30)  +
                                      WE-FT-DD
           END-COMPUTE.
      *------------------*
       CLASIFICAR-COBRO.
      *------------------*
           MOVE SUS-FEC-INGRESO        TO WE-FT-FECHA.
           PERFORM  CALCULAR-DIAS.
           COMPUTE WE-DIAS-SUSPENSO = WE-DIAS-PROCESO - WE-DIAS-CALCULO
           END-COMPUTE.
           IF WE-DIAS-SUSPENSO < 0
              MOVE 0                   TO WE-DIAS-SUSPENSO
           END-IF.
           EVALUATE TRUE
              WHEN WE-DIAS-SUSPENSO NOT > 7
                 MOVE 1                TO J
              WHEN WE-DIAS-SUSPENSO NOT > 15
                 MOVE 2                TO J
              WHEN WE-DIAS-SUSPENSO NOT > 30
                 MOVE 3                TO J
              WHEN WE-DIAS-SUSPENSO NOT > 60
                 MOVE 4                TO J
              WHEN OTHER
                 MOVE 5                TO J
           END-EVALUATE.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= 9 OR WE-MOT-CODIGO (I + 1) = SUS-MOTIVO
              ADD  1                   TO I
           END-PERFORM.
           ADD  1                      TO I.
           ADD  1                      TO WE-ACU-CANTIDAD (I J).
           ADD  SUS-IMPORTE            TO WE-ACU-IMPORTE (I J).
           ADD  SUS-IMPORTE            TO WE-IMP-TOTAL.
      *--- LO QUE LLEVA MAS DE QUINCE DIAS SE DETALLA PARA SEGUIMIENTO
           IF WE-DIAS-SUSPENSO > 15
              ADD  1                   TO WE-CONT-DETALLE
              MOVE SUS-FEC-INGRESO     TO WE-DET-FEC-INGRESO
              MOVE SUS-NRO-COTIZACION  TO WE-DET-COTIZACION
              MOVE SUS-CTAAFI          TO WE-DET-CTAAFI
              MOVE SUS-FEC-PAGO        TO WE-DET-FEC-PAGO
              MOVE SUS-CANAL           TO WE-DET-CANAL
              MOVE SUS-IMPORTE         TO WE-DET-IMPORTE
              MOVE SUS-MOTIVO          TO WE-DET-MOTIVO
              MOVE WE-DIAS-SUSPENSO    TO WE-DET-DIAS
              MOVE SUS-INTENTOS        TO WE-DET-INTENTOS
              MOVE SUS-REF-OPERACION   TO WE-DET-REFERENCIA
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-IF.
      *------------------*
       IMPRIMIR-RESUMEN.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= 10
              ADD  1                   TO I
              MOVE SPACES              TO WE-LINEA-RESUMEN
              MOVE WE-MOT-CODIGO (I)   TO WE-RES-CODIGO
              MOVE WE-MOT-DESCRIPCION (I) TO WE-RES-DESCRIPCION
              MOVE 0                   TO WE-RES-IMPORTE
              MOVE 0                   TO J
              PERFORM UNTIL J >= 5
                 ADD  1                TO J
                 MOVE WE-ACU-CANTIDAD (I J) TO WE-RES-CANTIDAD (J)
                 ADD  WE-ACU-IMPORTE (I J)  TO WE-IMP-TOTAL-MOTIVO
              END-PERFORM
              MOVE WE-IMP-TOTAL-MOTIVO TO WE-RES-IMPORTE
              MOVE 0                   TO WE-IMP-TOTAL-MOTIVO
              WRITE REG-REPORTE        FROM WE-LINEA-RESUMEN
           END-PERFORM.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-SUSPENSO.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB046 COBROS EN SUSPENSO = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB046 CON MAS DE 15 DIAS = ' WE-CONT-DETALLE.
           DISPLAY 'BSEB046 IMPORTE SUSPENDIDO = ' WE-IMP-TOTAL.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; EL REPORTE SE ARMA
      *--- SOBRE EL SUSPENSO QUE DEJO BSEB045 PARA LA MISMA FECHA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB046 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB045 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB046 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB046 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-DETALLE     TO RUNC-CONT-GRABADOS.
           MOVE 0                   TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
