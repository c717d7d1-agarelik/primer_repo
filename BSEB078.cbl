************************************************************************
***   * 104662 15/10/26 JCV LISTA DE TRABAJO DE RECLAMOS DE CREDITO    *
***   *               PENDIENTES ANTE CONCURSOS CON DIAS RESTANTES     *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO PENDIENTESCONCURSO - LOTE DIARIO                    **
*OBJET*** LISTA LAS CUENTAS Y DOCUMENTOS DE LA ENTIDAD REGISTRADOS EN **
*OBJET*** CONCURSO (BSEB077) CUYO RECLAMO DE CREDITO AUN NO SE        **
*OBJET*** PRESENTO, ORDENADOS POR FECHA LIMITE, CON LOS DIAS CORRIDOS **
*OBJET*** QUE QUEDAN PARA PRESENTARLO O LOS PLAZOS YA VENCIDOS        **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB078.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CONCURSO       ASSIGN TO CONCURSO
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
      *------------------ CONCURSOS (DESCARGA DE CONCURSO) -------------*
       FD  ARCH-CONCURSO
           RECORDING MODE IS F.
       01  REG-CONCURSO-ENT                PIC X(200).
      *------------------ LISTA DE TRABAJO DE RECLAMOS DE CREDITO ------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-CONCURSO             PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-ANIO-ANT                 PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-4               PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-100             PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE-400             PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-NUM-DIA                  PIC 9(07)  VALUE ZEROS.
           02  WE-NUM-PROCESO              PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-RESTAN              PIC S9(05) VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PRESENTADOS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VENCIDOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PENDIENTES          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
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
      *------------------ REGISTRO DE CONCURSO (AREA DE TRABAJO) -------*
           COPY BSECCSRG.
      *------------------ RECLAMOS PENDIENTES A ORDENAR -----------------*
       01  WE-TABLA-PENDIENTES.
           02  WE-CANT-PEN                 PIC 9(05)  VALUE ZEROS.
           02  WE-PEN-OCC  OCCURS  5000  TIMES.
               03  WE-PEN-FEC-LIMITE       PIC 9(08).
               03  WE-PEN-REG              PIC X(200).
       01  WE-ELEMENTO-AUX                 PIC X(208).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(44)  VALUE
               'BSEB078 RECLAMOS DE CREDITO PENDIENTES EN '.
           02  FILLER                      PIC X(16)  VALUE
               'CONCURSO AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(64)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(44)  VALUE
               'O REFERENCIA DOCUMENTO   NOMBRE'.
           02  FILLER                      PIC X(41)  VALUE
               '            EXPEDIENTE           PUBLIC.'.
           02  FILLER                      PIC X(47)  VALUE
               ' LIMITE    DIAS SITUACION  MO             SALDO'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-ORIGEN               PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-REFERENCIA           PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-TIN                  PIC X(11)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-NOMBRE               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-EXPEDIENTE           PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-PUBLICA          PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-LIMITE           PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DIAS                 PIC ----9  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SITUACION            PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SALDO                PIC Z,ZZZ,ZZZ,ZZ9.99-.
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
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-NUMERO-DIA.
           IF WE-NUM-DIA = 0
              DISPLAY 'BSEB078 FECHA DE PROCESO INVALIDA '
                      WE-FEC-PROCESO
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-NUM-DIA             TO WE-NUM-PROCESO.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           OPEN INPUT   ARCH-CONCURSO.
           PERFORM  CARGAR-PENDIENTES.
           CLOSE  ARCH-CONCURSO.
           PERFORM  ORDENAR-PENDIENTES.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-PEN
              ADD  1                   TO I
              MOVE WE-PEN-REG (I)      TO REG-CONCURSO
              PERFORM  IMPRIMIR-PENDIENTE
           END-PERFORM.
      *-----------------*
       CARGAR-PENDIENTES.
      *-----------------*
      *--- SOLO LOS RECLAMOS DE CREDITO AUN NO PRESENTADOS DE LA
      *--- ENTIDAD; LOS PRESENTADOS SOLO SE CUENTAN
           PERFORM UNTIL WE-EOF-CONCURSO = 'S'
              READ ARCH-CONCURSO
                   AT END
                      MOVE 'S'         TO WE-EOF-CONCURSO
                   NOT AT END
                      ADD  1           TO WE-CONT-LEIDOS
                      MOVE REG-CONCURSO-ENT TO REG-CONCURSO
                      IF CCS-CODENT = WE-CODENT
                         IF CCS-ESTADO = 'P'
                            PERFORM  AGREGAR-PENDIENTE
                         ELSE
                            ADD  1     TO WE-CONT-PRESENTADOS
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
      *-----------------*
       AGREGAR-PENDIENTE.
      *-----------------*
           IF WE-CANT-PEN >= 5000
              DISPLAY 'BSEB078 TABLA DE PENDIENTES DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-PEN.
           MOVE CCS-FEC-LIMITE
                                TO WE-PEN-FEC-LIMITE (WE-CANT-PEN).
           MOVE REG-CONCURSO    TO WE-PEN-REG (WE-CANT-PEN).
      *------------------*
       ORDENAR-PENDIENTES.
      *------------------*
      *--- POR FECHA LIMITE (BURBUJA): LO MAS URGENTE ARRIBA
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO NOT = 'S'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-PEN - 1
                 ADD  1                TO I
                 COMPUTE J = I + 1
                 END-COMPUTE
                 IF WE-PEN-FEC-LIMITE (J) < WE-PEN-FEC-LIMITE (I)
                    MOVE WE-PEN-OCC (I)  TO WE-ELEMENTO-AUX
                    MOVE WE-PEN-OCC (J)  TO WE-PEN-OCC (I)
                    MOVE WE-ELEMENTO-AUX TO WE-PEN-OCC (J)
                    MOVE 'S'             TO WE-SW-CAMBIO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *------------------*
       IMPRIMIR-PENDIENTE.
      *------------------*
      *--- DIAS CORRIDOS QUE QUEDAN PARA PRESENTAR EL RECLAMO; EN
      *--- NEGATIVO EL PLAZO YA VENCIO
           MOVE CCS-FEC-LIMITE         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-NUMERO-DIA.
           IF WE-NUM-DIA = 0
              ADD  1                   TO WE-CONT-ERRORES
              MOVE ZEROS               TO WE-DIAS-RESTAN
              MOVE 'SIN FECHA'         TO WE-DET-SITUACION
           ELSE
              COMPUTE WE-DIAS-RESTAN = WE-NUM-DIA - WE-NUM-PROCESO
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-DIAS-RESTAN < 0
                    ADD  1             TO WE-CONT-VENCIDOS
                    MOVE 'VENCIDO'     TO WE-DET-SITUACION
                 WHEN WE-DIAS-RESTAN = 0
                    ADD  1             TO WE-CONT-PENDIENTES
                    MOVE 'VENCE HOY'   TO WE-DET-SITUACION
                 WHEN OTHER
                    ADD  1             TO WE-CONT-PENDIENTES
                    MOVE 'PENDIENTE'   TO WE-DET-SITUACION
              END-EVALUATE
           END-IF.
           MOVE CCS-ORIGEN             TO WE-DET-ORIGEN.
           MOVE CCS-REFERENCIA         TO WE-DET-REFERENCIA.
           MOVE CCS-TIN                TO WE-DET-TIN.
           MOVE CCS-NOMBRE             TO WE-DET-NOMBRE.
           MOVE CCS-EXPEDIENTE         TO WE-DET-EXPEDIENTE.
           MOVE CCS-FEC-PUBLICACION    TO WE-DET-FEC-PUBLICA.
           MOVE CCS-FEC-LIMITE         TO WE-DET-FEC-LIMITE.
           MOVE WE-DIAS-RESTAN         TO WE-DET-DIAS.
           MOVE CCS-MONEDA             TO WE-DET-MONEDA.
           MOVE CCS-SALDO              TO WE-DET-SALDO.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *-------------------*
       CALCULAR-NUMERO-DIA.
      *-------------------*
      *--- DIAS TRANSCURRIDOS DESDE EL 01/01/0001 HASTA WE-FECHA-TRAB,
      *--- PARA RESTAR FECHAS CALENDARIO; CERO SI LA FECHA NO ES VALIDA
           MOVE ZEROS                  TO WE-NUM-DIA.
           IF WE-FECHA-TRAB IS NUMERIC AND
              WE-FT-AAAA > 0           AND
              WE-FT-MM   > 0           AND
              WE-FT-MM   < 13          AND
              WE-FT-DD   > 0
              COMPUTE WE-ANIO-ANT = WE-FT-AAAA - 1
              END-COMPUTE
              DIVIDE WE-ANIO-ANT BY 4   GIVING WE-COCIENTE-4
              DIVIDE WE-ANIO-ANT BY 100 GIVING WE-COCIENTE-100
              DIVIDE WE-ANIO-ANT BY 400 GIVING WE-COCIENTE-400
              COMPUTE WE-NUM-DIA = (WE-ANIO-ANT * 365)
                                 + WE-COCIENTE-4
                                 - WE-COCIENTE-100
                                 + WE-COCIENTE-400
                                 + WE-ACU-DIAS (WE-FT-MM)
                                 + WE-FT-DD
              END-COMPUTE
              IF WE-FT-MM > 2
                 PERFORM  VERIFICAR-BISIESTO
                 IF WE-SW-BISIESTO = 'S'
                    ADD  1             TO WE-NUM-DIA
                 END-IF
              END-IF
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
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB078 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'RECLAMOS PENDIENTES EN PLAZO' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-PENDIENTES     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'PLAZO VENCIDO SIN PRESENTAR' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-VENCIDOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RECLAMOS YA PRESENTADOS' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-PRESENTADOS    TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB078 CONCURSOS LEIDOS   = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB078 PENDIENTES EN PLAZO= ' WE-CONT-PENDIENTES.
           DISPLAY 'BSEB078 PLAZO VENCIDO      = ' WE-CONT-VENCIDOS.
           DISPLAY 'BSEB078 YA PRESENTADOS     = ' WE-CONT-PRESENTADOS.
           DISPLAY 'BSEB078 SIN FECHA VALIDA   = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SIN PREDECESOR
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB078 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-CODENT           TO RUNC-PARAMETROS (9:3).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB078 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB078 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           COMPUTE RUNC-CONT-GRABADOS = WE-CONT-PENDIENTES
                                      + WE-CONT-VENCIDOS
           END-COMPUTE.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
