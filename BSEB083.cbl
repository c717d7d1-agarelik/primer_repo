************************************************************************
***   * 104666 15/10/26 JCV EXPEDIENTES EN SENTENCIA O EJECUCION SIN   *
***   *               SENTENCIA INDEXADA EN DOCIDX                     *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO SENTENCIASINDEXADAS - LOTE SEMANAL                  **
*OBJET*** LISTA LOS EXPEDIENTES JUDICIALES (EXPLOG) EN ETAPA SEN O    **
*OBJET*** EJE QUE NO TIENEN UNA SENTENCIA O RESOLUCION (TIPO 'SEN')   **
*OBJET*** INDEXADA EN EL INDICE DE DOCUMENTOS DIGITALES, NI BAJO EL   **
*OBJET*** NUMERO DE EXPEDIENTE NI BAJO LA CUENTA JUDICIAL             **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB083.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DOCIDX         ASSIGN TO DOCIDX
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXPLOG         ASSIGN TO EXPLOG
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
      *------------------ INDICE DE DOCUMENTOS (DESCARGA DE DOCIDX) ----*
      *--- VIENE EN EL ORDEN DE LA CLAVE DEL ARCHIVO (REPRO DEL KSDS)
       FD  ARCH-DOCIDX
           RECORDING MODE IS F.
           COPY BSEDOCRG.
      *------------------ EXPEDIENTES (DESCARGA DE EXPLOG) -------------*
       FD  ARCH-EXPLOG
           RECORDING MODE IS F.
           COPY BSEEXPRG.
      *------------------ EXPEDIENTES SIN SENTENCIA INDEXADA -----------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-DOCIDX               PIC X(01)  VALUE SPACES.
           02  WE-EOF-EXPLOG               PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-BUSQ               PIC X(31)  VALUE SPACES.
           02  WE-CLAVE-ANT                PIC X(31)  VALUE LOW-VALUES.
           02  WE-CONT-DOCUMENTOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EXPEDIENTES         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CON-SENTENCIA       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EN-SENTENCIA        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-SENTENCIA       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-BAJO                     PIC 9(05)  VALUE ZEROS.
           02  WE-ALTO                     PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
      *------------------ CLAVES CON SENTENCIA INDEXADA ('SEN') --------*
      *--- EN ORDEN DE CLAVE (EL DE LA DESCARGA) PARA BUSCAR POR MITADES
       01  WE-TABLA-SENTENCIAS.
           02  WE-CANT-SEN                 PIC 9(05)  VALUE ZEROS.
           02  WE-SEN-CLAVE  OCCURS  20000  TIMES
                                           PIC X(31).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(49)  VALUE
               'BSEB083 EXPEDIENTES EN SENTENCIA O EJECUCION SIN'.
           02  FILLER                      PIC X(23)  VALUE
               ' SENTENCIA INDEXADA AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(52)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(50)  VALUE
               'CUENTA     EXPEDIENTE           JUZGADO'.
           02  FILLER                      PIC X(82)  VALUE
               '                   ETAPA FEC.ETAPA'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-EXPEDIENTE           PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-JUZGADO              PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(07)  VALUE SPACES.
           02  WE-DET-ETAPA                PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-FEC-ETAPA            PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(49)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(36)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(89)  VALUE SPACES.
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
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           OPEN INPUT   ARCH-DOCIDX.
           PERFORM  CARGAR-SENTENCIAS.
           CLOSE  ARCH-DOCIDX.
           OPEN INPUT   ARCH-EXPLOG.
           PERFORM  REVISAR-EXPEDIENTES.
           CLOSE  ARCH-EXPLOG.
      *-----------------*
       CARGAR-SENTENCIAS.
      *-----------------*
      *--- SOLO LAS CLAVES CON UN DOCUMENTO TIPO 'SEN' (SENTENCIA O
      *--- RESOLUCION); UNA CLAVE CON VARIAS SENTENCIAS ENTRA UNA VEZ
           PERFORM UNTIL WE-EOF-DOCIDX = 'S'
              READ ARCH-DOCIDX
                   AT END
                      MOVE 'S'         TO WE-EOF-DOCIDX
                   NOT AT END
                      ADD  1           TO WE-CONT-DOCUMENTOS
                      IF DOC-TIPO-DOCUMENTO = 'SEN'
                         PERFORM  AGREGAR-SENTENCIA
                      END-IF
              END-READ
           END-PERFORM.
      *-----------------*
       AGREGAR-SENTENCIA.
      *-----------------*
           MOVE DOC-CLAVE (1:31)       TO WE-CLAVE-BUSQ.
           IF WE-CLAVE-BUSQ < WE-CLAVE-ANT
              DISPLAY 'BSEB083 DOCIDX DESORDENADO ' WE-CLAVE-BUSQ
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-CLAVE-BUSQ NOT = WE-CLAVE-ANT
              IF WE-CANT-SEN >= 20000
                 DISPLAY 'BSEB083 TABLA SENTENCIA DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-SEN
              MOVE WE-CLAVE-BUSQ       TO WE-SEN-CLAVE (WE-CANT-SEN)
              MOVE WE-CLAVE-BUSQ       TO WE-CLAVE-ANT
           END-IF.
      *-------------------*
       REVISAR-EXPEDIENTES.
      *-------------------*
      *--- EXPEDIENTES EN ETAPA SENTENCIA O EJECUCION: LA SENTENCIA
      *--- PUEDE ESTAR INDEXADA BAJO EL EXPEDIENTE O BAJO LA CUENTA
           PERFORM UNTIL WE-EOF-EXPLOG = 'S'
              READ ARCH-EXPLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-EXPLOG
                   NOT AT END
                      ADD  1           TO WE-CONT-EXPEDIENTES
                      IF EXPLOG-ETAPA = 'SEN' OR EXPLOG-ETAPA = 'EJE'
                         ADD  1        TO WE-CONT-EN-SENTENCIA
                         PERFORM  VERIFICAR-SENTENCIA
                      END-IF
              END-READ
           END-PERFORM.
      *-------------------*
       VERIFICAR-SENTENCIA.
      *-------------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           IF EXPLOG-NRO-EXPEDIENTE NOT = SPACES
              MOVE 'X'                 TO WE-CLAVE-BUSQ (1:1)
              MOVE EXPLOG-NRO-EXPEDIENTE
                                       TO WE-CLAVE-BUSQ (2:30)
              PERFORM  BUSCAR-SENTENCIA
           END-IF.
           IF WE-SW-ENCONTRO NOT = 'S'
              MOVE 'C'                 TO WE-CLAVE-BUSQ (1:1)
              MOVE EXPLOG-CTAAFI       TO WE-CLAVE-BUSQ (2:30)
              PERFORM  BUSCAR-SENTENCIA
           END-IF.
           IF WE-SW-ENCONTRO = 'S'
              ADD  1                   TO WE-CONT-CON-SENTENCIA
           ELSE
              ADD  1                   TO WE-CONT-SIN-SENTENCIA
              MOVE EXPLOG-CTAAFI       TO WE-DET-CTAAFI
              MOVE EXPLOG-NRO-EXPEDIENTE TO WE-DET-EXPEDIENTE
              MOVE EXPLOG-JUZGADO      TO WE-DET-JUZGADO
              MOVE EXPLOG-ETAPA        TO WE-DET-ETAPA
              MOVE EXPLOG-FEC-ETAPA    TO WE-DET-FEC-ETAPA
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-IF.
      *----------------*
       BUSCAR-SENTENCIA.
      *----------------*
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-SEN            TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-ENCONTRO = 'S'
              COMPUTE J = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-SEN-CLAVE (J) = WE-CLAVE-BUSQ
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 WHEN WE-SEN-CLAVE (J) < WE-CLAVE-BUSQ
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
       IMPRIMIR-TOTALES.
      *----------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'EXPEDIENTES LEIDOS'   TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-EXPEDIENTES    TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'EN SENTENCIA O EJECUCION' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-EN-SENTENCIA   TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CON SENTENCIA INDEXADA' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CON-SENTENCIA  TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'SIN SENTENCIA INDEXADA' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-SENTENCIA  TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB083 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB083 DOCUMENTOS EN INDICE   = '
                   WE-CONT-DOCUMENTOS.
           DISPLAY 'BSEB083 CLAVES CON SENTENCIA   = ' WE-CANT-SEN.
           DISPLAY 'BSEB083 EXPEDIENTES LEIDOS     = '
                   WE-CONT-EXPEDIENTES.
           DISPLAY 'BSEB083 EN SENTENCIA/EJECUCION = '
                   WE-CONT-EN-SENTENCIA.
           DISPLAY 'BSEB083 SIN SENTENCIA INDEXADA = '
                   WE-CONT-SIN-SENTENCIA.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SI LA CARGA DEL
      *--- GESTOR (BSEB082) NO TERMINO BIEN PARA LA FECHA, NO SE ARRANCA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB083 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-CODENT           TO RUNC-PARAMETROS (10:3).
           MOVE 'BSEB082 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB083 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB083 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-EXPEDIENTES TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-SIN-SENTENCIA TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
