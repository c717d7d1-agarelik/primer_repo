************************************************************************
***   * 104666 15/10/26 JCV CARGA NOCTURNA DE LAS INDEXACIONES DEL     *
***   *               GESTOR DOCUMENTAL EN EL INDICE DOCIDX            *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO CARGADOCUMENTOS - LOTE DIARIO                       **
*OBJET*** APLICA LAS INDEXACIONES DEL DIA DEL GESTOR DOCUMENTAL       **
*OBJET*** (DOCFEED) SOBRE LA DESCARGA DEL INDICE DOCIDX: CADA ENTRADA **
*OBJET*** VALIDA (TIPO DE CLAVE, TIPO DE DOCUMENTO EN REFTAB 'DOC',   **
*OBJET*** REFERENCIA Y FECHA) SE INTERCALA BAJO SU CLAVE CON LA       **
*OBJET*** SIGUIENTE SECUENCIA Y ORIGEN 'L'. LAS REFERENCIAS YA        **
*OBJET*** INDEXADAS SE OMITEN Y LAS INVALIDAS SALEN AL REPORTE.       **
*OBJET*** GENERA LA RECARGA COMPLETA DEL INDICE (DOCNEW)              **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB082.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REFTAB         ASSIGN TO REFTAB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DOCIDX         ASSIGN TO DOCIDX
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DOCFEED        ASSIGN TO DOCFEED
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DOCNEW         ASSIGN TO DOCNEW
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
      *------------------ TABLAS DE REFERENCIA (DESCARGA DE REFTAB) ---*
       FD  ARCH-REFTAB
           RECORDING MODE IS F.
           COPY BSEREFRG.
      *------------------ INDICE DE DOCUMENTOS (DESCARGA DE DOCIDX) ----*
      *--- VIENE EN EL ORDEN DE LA CLAVE DEL ARCHIVO (REPRO DEL KSDS)
       FD  ARCH-DOCIDX
           RECORDING MODE IS F.
       01  REG-DOCIDX-ENT                  PIC X(120).
      *------------------ INDEXACIONES DEL GESTOR DOCUMENTAL (DIARIO) --*
       FD  ARCH-DOCFEED
           RECORDING MODE IS F.
       01  REG-DOCFEED.
           02  FEED-TIPO-CLAVE             PIC X(01).
      *        'C' CTAAFI / 'E' EMBARGO / 'X' EXPEDIENTE / 'D' DOC.DESC.
           02  FEED-CLAVE-NEGOCIO          PIC X(30).
           02  FEED-TIPO-DOCUMENTO         PIC X(03).
           02  FEED-REF-DMS                PIC X(40).
           02  FEED-FEC-DOCUMENTO          PIC 9(08).
           02  FEED-USER-INDEXA            PIC X(08).
           02  FILLER                      PIC X(30).
      *------------------ INDICE DE DOCUMENTOS ACTUALIZADO (RECARGA) ---*
       FD  ARCH-DOCNEW
           RECORDING MODE IS F.
       01  REG-DOCNEW                      PIC X(120).
      *------------------ REPORTE DE LA CARGA --------------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-REFTAB               PIC X(01)  VALUE SPACES.
           02  WE-EOF-DOCIDX               PIC X(01)  VALUE SPACES.
           02  WE-EOF-DOCFEED              PIC X(01)  VALUE SPACES.
           02  WE-SW-TIPO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-DUPLICADO             PIC X(01)  VALUE SPACES.
           02  WE-SW-POSICION              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-FEC-DOCUMENTO            PIC 9(08)  VALUE ZEROS.
           02  WE-MOTIVO                   PIC X(40)  VALUE SPACES.
           02  WE-CLAVE-ANT                PIC X(34)  VALUE LOW-VALUES.
           02  WE-CLAVE-NUEVA              PIC X(31)  VALUE SPACES.
           02  WE-ULT-SECUENCIA            PIC 9(03)  VALUE ZEROS.
           02  WE-CONT-INDICE              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-NOVEDADES           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-INDEXADOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-YA-INDEXADOS        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RECHAZADOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
           02  P                           PIC 9(05)  VALUE ZEROS.
      *------------------ REGISTRO DEL INDICE (AREA DE TRABAJO) --------*
           COPY BSEDOCRG.
      *------------------ TIPOS DE DOCUMENTO VIGENTES (REFTAB 'DOC') ---*
       01  WE-TABLA-TIPOS.
           02  WE-CANT-TIPOS               PIC 9(03)  VALUE ZEROS.
           02  WE-TIPO-DOC  OCCURS  50  TIMES
                                           PIC X(03).
      *------------------ INDICE DE DOCUMENTOS EN MEMORIA --------------*
      *--- EN ORDEN DE CLAVE; LAS ALTAS SE INTERCALAN EN SU LUGAR
       01  WE-TABLA-DOCUMENTOS.
           02  WE-CANT-DOC                 PIC 9(05)  VALUE ZEROS.
           02  WE-DOC-OCC  OCCURS  20000  TIMES.
               03  WE-DOC-CLAVE.
                   04  WE-DOC-CLAVE-NEGOCIO  PIC X(31).
                   04  WE-DOC-SECUENCIA    PIC 9(03).
               03  WE-DOC-TIPO             PIC X(03).
               03  WE-DOC-REF-DMS          PIC X(40).
               03  WE-DOC-RESTO            PIC X(43).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(49)  VALUE
               'BSEB082 CARGA DEL INDICE DE DOCUMENTOS DIGITALES'.
           02  FILLER                      PIC X(04)  VALUE ' AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(71)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(50)  VALUE
               'T CLAVE                          TIPO REFERENCIA G'.
           02  FILLER                      PIC X(50)  VALUE
               'ESTOR                        MOTIVO DEL RECHAZO'.
           02  FILLER                      PIC X(32)  VALUE SPACES.
       01  WE-LINEA-DETALLE.
           02  WE-DET-TIPO-CLAVE           PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CLAVE                PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-TIPO-DOC             PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-REF-DMS              PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MOTIVO               PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(13)  VALUE SPACES.
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
           PERFORM  CARGAR-TIPOS-DOCUMENTO.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *----------------------*
       CARGAR-TIPOS-DOCUMENTO.
      *----------------------*
      *--- REFTAB 'DOC': CODIGO (1:3) = TIPO DE DOCUMENTO DIGITAL
           OPEN INPUT  ARCH-REFTAB.
           PERFORM UNTIL WE-EOF-REFTAB = 'S'
              READ ARCH-REFTAB
                   AT END
                      MOVE 'S'         TO WE-EOF-REFTAB
                   NOT AT END
                      IF REFTAB-TABLA = 'DOC' AND
                         REFTAB-FEC-BAJA = 0  AND
                         REFTAB-FEC-VIGENCIA <= WE-FEC-PROCESO
                         IF WE-CANT-TIPOS >= 50
                            DISPLAY 'BSEB082 TABLA DE TIPOS DESBORDADA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-TIPOS
                         MOVE REFTAB-CODIGO (1:3)
                                  TO WE-TIPO-DOC (WE-CANT-TIPOS)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-REFTAB.
           IF WE-CANT-TIPOS = 0
              DISPLAY 'BSEB082 REFTAB SIN TIPOS DE DOCUMENTO (DOC)'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           OPEN INPUT   ARCH-DOCIDX.
           PERFORM  CARGAR-INDICE.
           CLOSE  ARCH-DOCIDX.
           OPEN INPUT   ARCH-DOCFEED.
           PERFORM  APLICAR-NOVEDADES.
           CLOSE  ARCH-DOCFEED.
           PERFORM  GRABAR-INDICE.
      *-------------*
       CARGAR-INDICE.
      *-------------*
      *--- EL INDICE VIGENTE PASA ENTERO A LA RECARGA; SE VERIFICA EL
      *--- ORDEN PORQUE LAS ALTAS SE INTERCALAN POR CLAVE
           PERFORM UNTIL WE-EOF-DOCIDX = 'S'
              READ ARCH-DOCIDX
                   AT END
                      MOVE 'S'         TO WE-EOF-DOCIDX
                   NOT AT END
                      IF WE-CANT-DOC >= 20000
                         DISPLAY 'BSEB082 TABLA DOCUMENTO DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      IF REG-DOCIDX-ENT (1:34) NOT > WE-CLAVE-ANT
                         DISPLAY 'BSEB082 DOCIDX DESORDENADO '
                                 REG-DOCIDX-ENT (1:34)
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      MOVE REG-DOCIDX-ENT (1:34)
                                       TO WE-CLAVE-ANT
                      ADD  1           TO WE-CANT-DOC
                      ADD  1           TO WE-CONT-INDICE
                      MOVE REG-DOCIDX-ENT
                                       TO WE-DOC-OCC (WE-CANT-DOC)
              END-READ
           END-PERFORM.
      *-----------------*
       APLICAR-NOVEDADES.
      *-----------------*
           PERFORM UNTIL WE-EOF-DOCFEED = 'S'
              READ ARCH-DOCFEED
                   AT END
                      MOVE 'S'         TO WE-EOF-DOCFEED
                   NOT AT END
                      ADD  1           TO WE-CONT-NOVEDADES
                      PERFORM  VALIDAR-NOVEDAD
                      IF WE-MOTIVO = SPACES
                         PERFORM  INDEXAR-NOVEDAD
                      END-IF
                      IF WE-MOTIVO NOT = SPACES
                         PERFORM  RECHAZAR-NOVEDAD
                      END-IF
              END-READ
           END-PERFORM.
      *---------------*
       VALIDAR-NOVEDAD.
      *---------------*
      *--- MISMAS REGLAS QUE EL ALTA EN LINEA (BSEO042)
           MOVE SPACES                 TO WE-MOTIVO.
           EVALUATE TRUE
              WHEN FEED-TIPO-CLAVE NOT = 'C' AND
                   FEED-TIPO-CLAVE NOT = 'E' AND
                   FEED-TIPO-CLAVE NOT = 'X' AND
                   FEED-TIPO-CLAVE NOT = 'D'
                 MOVE 'TIPO DE CLAVE INVALIDO'     TO WE-MOTIVO
              WHEN FEED-CLAVE-NEGOCIO = SPACES
                 MOVE 'CLAVE DE NEGOCIO EN BLANCO' TO WE-MOTIVO
              WHEN FEED-REF-DMS = SPACES
                 MOVE 'SIN REFERENCIA DEL GESTOR'  TO WE-MOTIVO
              WHEN FEED-FEC-DOCUMENTO NOT NUMERIC
                 MOVE 'FECHA DEL DOCUMENTO INVALIDA' TO WE-MOTIVO
              WHEN FEED-FEC-DOCUMENTO > WE-FEC-PROCESO
                 MOVE 'FECHA DEL DOCUMENTO POSTERIOR AL PROCESO'
                                       TO WE-MOTIVO
              WHEN OTHER
                 PERFORM  VALIDAR-TIPO-DOCUMENTO
                 IF WE-SW-TIPO NOT = 'S'
                    MOVE 'TIPO DE DOCUMENTO NO VIGENTE (DOC)'
                                       TO WE-MOTIVO
                 END-IF
           END-EVALUATE.
      *----------------------*
       VALIDAR-TIPO-DOCUMENTO.
      *----------------------*
           MOVE SPACES                 TO WE-SW-TIPO.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-TIPOS OR WE-SW-TIPO = 'S'
              ADD  1                   TO N
              IF WE-TIPO-DOC (N) = FEED-TIPO-DOCUMENTO
                 MOVE 'S'              TO WE-SW-TIPO
              END-IF
           END-PERFORM.
      *---------------*
       INDEXAR-NOVEDAD.
      *---------------*
      *--- LA CLAVE SE BUSCA EN EL INDICE: ULTIMA SECUENCIA, SI LA
      *--- REFERENCIA YA ESTA INDEXADA (REENVIO DEL GESTOR, SE OMITE)
      *--- Y LA POSICION DONDE SE INTERCALA EL ALTA
           MOVE FEED-TIPO-CLAVE        TO WE-CLAVE-NUEVA (1:1).
           MOVE FEED-CLAVE-NEGOCIO     TO WE-CLAVE-NUEVA (2:30).
           MOVE 0                      TO WE-ULT-SECUENCIA.
           MOVE SPACES                 TO WE-SW-DUPLICADO.
           MOVE SPACES                 TO WE-SW-POSICION.
           COMPUTE P = WE-CANT-DOC + 1
           END-COMPUTE.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-DOC OR WE-SW-POSICION = 'S'
              ADD  1                   TO I
              IF WE-DOC-CLAVE-NEGOCIO (I) = WE-CLAVE-NUEVA
                 MOVE WE-DOC-SECUENCIA (I) TO WE-ULT-SECUENCIA
                 IF WE-DOC-REF-DMS (I) = FEED-REF-DMS
                    MOVE 'S'           TO WE-SW-DUPLICADO
                 END-IF
              END-IF
              IF WE-DOC-CLAVE-NEGOCIO (I) > WE-CLAVE-NUEVA
                 MOVE I                TO P
                 MOVE 'S'              TO WE-SW-POSICION
              END-IF
           END-PERFORM.
           IF WE-SW-DUPLICADO = 'S'
              ADD  1                   TO WE-CONT-YA-INDEXADOS
           ELSE
              IF WE-ULT-SECUENCIA >= 999
                 MOVE 'LA CLAVE YA TIENE 999 DOCUMENTOS'
                                       TO WE-MOTIVO
              ELSE
                 PERFORM  INTERCALAR-DOCUMENTO
              END-IF
           END-IF.
      *--------------------*
       INTERCALAR-DOCUMENTO.
      *--------------------*
           IF WE-CANT-DOC >= 20000
              DISPLAY 'BSEB082 TABLA DOCUMENTO DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-CANT-DOC            TO J.
           PERFORM UNTIL J < P
              MOVE WE-DOC-OCC (J)      TO WE-DOC-OCC (J + 1)
              SUBTRACT 1               FROM J
           END-PERFORM.
           ADD  1                      TO WE-CANT-DOC.
           MOVE SPACES                 TO REG-DOCIDX.
           MOVE FEED-TIPO-CLAVE        TO DOC-TIPO-CLAVE.
           MOVE FEED-CLAVE-NEGOCIO     TO DOC-CLAVE-NEGOCIO.
           COMPUTE DOC-SECUENCIA = WE-ULT-SECUENCIA + 1
           END-COMPUTE.
           MOVE FEED-TIPO-DOCUMENTO    TO DOC-TIPO-DOCUMENTO.
           MOVE FEED-REF-DMS           TO DOC-REF-DMS.
           IF FEED-FEC-DOCUMENTO = 0
              MOVE WE-FEC-PROCESO      TO DOC-FEC-DOCUMENTO
           ELSE
              MOVE FEED-FEC-DOCUMENTO  TO DOC-FEC-DOCUMENTO
           END-IF.
           IF FEED-USER-INDEXA = SPACES
              MOVE 'BSEB082 '          TO DOC-USER-INDEXA
           ELSE
              MOVE FEED-USER-INDEXA    TO DOC-USER-INDEXA
           END-IF.
           MOVE WE-FEC-PROCESO         TO DOC-FEC-INDEXA.
           MOVE 'L'                    TO DOC-ORIGEN.
           MOVE REG-DOCIDX             TO WE-DOC-OCC (P).
           ADD  1                      TO WE-CONT-INDEXADOS.
      *----------------*
       RECHAZAR-NOVEDAD.
      *----------------*
           ADD  1                      TO WE-CONT-RECHAZADOS.
           MOVE FEED-TIPO-CLAVE        TO WE-DET-TIPO-CLAVE.
           MOVE FEED-CLAVE-NEGOCIO     TO WE-DET-CLAVE.
           MOVE FEED-TIPO-DOCUMENTO    TO WE-DET-TIPO-DOC.
           MOVE FEED-REF-DMS           TO WE-DET-REF-DMS.
           MOVE WE-MOTIVO              TO WE-DET-MOTIVO.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *-------------*
       GRABAR-INDICE.
      *-------------*
           OPEN OUTPUT  ARCH-DOCNEW.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-DOC
              ADD  1                   TO N
              WRITE REG-DOCNEW         FROM WE-DOC-OCC (N)
              ADD  1                   TO WE-CONT-GRABADOS
           END-PERFORM.
           CLOSE  ARCH-DOCNEW.
      *----------------*
       IMPRIMIR-TOTALES.
      *----------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'DOCUMENTOS EN EL INDICE VIGENTE' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-INDICE         TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'INDEXACIONES RECIBIDAS DEL GESTOR' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-NOVEDADES      TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'DOCUMENTOS INDEXADOS'  TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-INDEXADOS      TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'YA INDEXADOS ANTERIORMENTE' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-YA-INDEXADOS   TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'INDEXACIONES RECHAZADAS' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-RECHAZADOS     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'REGISTROS EN LA RECARGA' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-GRABADOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB082 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB082 DOCUMENTOS EN INDICE   = ' WE-CONT-INDICE.
           DISPLAY 'BSEB082 INDEXACIONES LEIDAS    = '
                   WE-CONT-NOVEDADES.
           DISPLAY 'BSEB082 DOCUMENTOS INDEXADOS   = '
                   WE-CONT-INDEXADOS.
           DISPLAY 'BSEB082 YA INDEXADOS           = '
                   WE-CONT-YA-INDEXADOS.
           DISPLAY 'BSEB082 RECHAZADOS             = '
                   WE-CONT-RECHAZADOS.
           DISPLAY 'BSEB082 REGISTROS GRABADOS     = ' WE-CONT-GRABADOS.
           MOVE WE-CONT-RECHAZADOS     TO WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; LA CARGA NO TIENE
      *--- PREDECESOR: EL GESTOR DEJA SU ARCHIVO ANTES DEL LOTE
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB082 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-CODENT           TO RUNC-PARAMETROS (10:3).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-NOVEDADES   TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-GRABADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
