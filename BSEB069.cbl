************************************************************************
***   * 104653 15/10/26 JCV EFECTIVIDAD SEMANAL DE LOS RECORDATORIOS   *
***   *               PREVIOS AL VENCIMIENTO                           *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO EFECTIVIDADRECORDATORIOS - LOTE SEMANAL             **
*OBJET*** TOMA LAS PROMESAS (PROMLOG) Y CUOTAS DE CONVENIO (CNVLOG)   **
*OBJET*** QUE VENCIERON EN LOS ULTIMOS N DIAS Y LAS SEPARA EN LAS QUE **
*OBJET*** RECIBIERON RECORDATORIO (REMILOG, BSEB068) Y LAS QUE NO.    **
*OBJET*** INFORMA POR TIPO Y GRUPO LOS VENCIMIENTOS, CUMPLIDOS,       **
*OBJET*** INCUMPLIDOS Y PENDIENTES, LA TASA DE CUMPLIMIENTO Y LA      **
*OBJET*** DIFERENCIA EN PUNTOS ENTRE AMBOS GRUPOS                     **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB069.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REMILOG        ASSIGN TO REMILOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CNVLOG         ASSIGN TO CNVLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FALLEC         ASSIGN TO FALLEC
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y DIAS DEL PERIODO ----------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-DIAS-PERIODO           PIC 9(03).
      *        DIAS HACIA ATRAS QUE SE MIDEN; CERO = 7
      *------------------ RECORDATORIOS ENVIADOS (REMILOG) -------------*
       FD  ARCH-REMILOG
           RECORDING MODE IS F.
           COPY BSERMLRG.
      *------------------ PROMESAS (DESCARGA DE PROMLOG) ---------------*
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
           COPY BSEPRORG.
      *------------------ CONVENIOS (DESCARGA DE CNVLOG) ---------------*
       FD  ARCH-CNVLOG
           RECORDING MODE IS F.
           COPY BSECNVRG.
      *------------------ FALLECIDOS (DESCARGA DE FALLLOG) -------------*
       FD  ARCH-FALLEC
           RECORDING MODE IS F.
           COPY BSEFALRG.
      *------------------ REPORTE DE EFECTIVIDAD -----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-REMILOG              PIC X(01)  VALUE SPACES.
           02  WE-EOF-PROMLOG              PIC X(01)  VALUE SPACES.
           02  WE-EOF-CNVLOG               PIC X(01)  VALUE SPACES.
           02  WE-EOF-FALLEC               PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-FALLECIDO             PIC X(01)  VALUE SPACES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DESDE                PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-HASTA                PIC 9(08)  VALUE ZEROS.
           02  WE-DIAS-PERIODO             PIC 9(03)  VALUE ZEROS.
           02  WE-DIAS-RESTA               PIC 9(05)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-CLAVE                    PIC X(21)  VALUE SPACES.
           02  WE-CLAVE-R  REDEFINES  WE-CLAVE.
               03  WE-CLA-CTAAFI           PIC X(10).
               03  WE-CLA-TIPO             PIC X(01).
               03  WE-CLA-FEC-VENCE        PIC 9(08).
               03  WE-CLA-NRO-CUOTA        PIC 9(02).
           02  WE-ESTADO                   PIC X(01)  VALUE SPACES.
           02  WE-IMPORTE                  PIC S9(13)V99 VALUE ZEROS.
           02  WE-TASA-REC                 PIC 9(03)V9 VALUE ZEROS.
           02  WE-TASA-NOREC               PIC 9(03)V9 VALUE ZEROS.
           02  WE-CONT-RECORDATORIOS       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VENCIMIENTOS        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FALLECIDOS          PIC 9(07)  VALUE ZEROS.
           02  T                           PIC 9(01)  VALUE ZEROS.
           02  G                           PIC 9(01)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *------------------ DIAS DE CADA MES -----------------------------*
       01  WE-TABLA-DIAS-MES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WE-DIAS-MES-RED  REDEFINES  WE-TABLA-DIAS-MES.
           02  WE-DIAS-DEL-MES  OCCURS  12  TIMES
                                           PIC 9(02).
      *------------------ CUENTAS DE DEUDOR FALLECIDO ------------------*
       01  WE-TABLA-FALLECIDOS.
           02  WE-CANT-FALL                PIC 9(05)  VALUE ZEROS.
           02  WE-FAL-CTAAFI  OCCURS  5000  TIMES
                                           PIC X(10).
      *------------------ RECORDATORIOS DE VENCIMIENTOS DEL PERIODO ----*
       01  WE-TABLA-RECORDADOS.
           02  WE-CANT-REM                 PIC 9(05)  VALUE ZEROS.
           02  WE-REM-CLAVE  OCCURS  5000  TIMES
                                           PIC X(21).
      *------------------ EFECTIVIDAD POR TIPO Y GRUPO -----------------*
      *--- TIPO 1 PROMESAS / 2 CUOTAS DE CONVENIO / 3 TOTAL;
      *--- GRUPO 1 CON RECORDATORIO / 2 SIN RECORDATORIO
       01  WE-TABLA-EFECTIVIDAD.
           02  WE-EFE-TIPO  OCCURS  3  TIMES.
               03  WE-EFE-GRUPO  OCCURS  2  TIMES.
                   04  WE-EFE-VENCIDOS     PIC 9(07).
                   04  WE-EFE-CUMPLIDOS    PIC 9(07).
                   04  WE-EFE-INCUMPLIDOS  PIC 9(07).
                   04  WE-EFE-PENDIENTES   PIC 9(07).
                   04  WE-EFE-IMP-VENCIDO  PIC S9(13)V99.
                   04  WE-EFE-IMP-CUMPLIDO PIC S9(13)V99.
       01  WE-TABLA-NOMBRES.
           02  FILLER                      PIC X(30)  VALUE
               'PROMESAS DE PAGO'.
           02  FILLER                      PIC X(30)  VALUE
               'CUOTAS DE CONVENIO'.
           02  FILLER                      PIC X(30)  VALUE
               'TOTAL'.
       01  WE-NOMBRES-RED  REDEFINES  WE-TABLA-NOMBRES.
           02  WE-NOM-TIPO  OCCURS  3  TIMES
                                           PIC X(30).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(45)  VALUE
               'BSEB069 EFECTIVIDAD DE LOS RECORDATORIOS DEL '.
           02  WE-TIT-DESDE                PIC 9(08).
           02  FILLER                      PIC X(04)  VALUE ' AL '.
           02  WE-TIT-HASTA                PIC 9(08).
           02  FILLER                      PIC X(67)  VALUE SPACES.
       01  WE-LINEA-SECCION.
           02  FILLER                      PIC X(04)  VALUE '--- '.
           02  WE-SEC-TITULO               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(98)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(50)  VALUE
               'GRUPO              VENCIDOS CUMPLIDOS INCUMPLID.  '.
           02  FILLER                      PIC X(54)  VALUE
               'PENDIENT. % CUMPL    IMPORTE VENCIDO  IMPORTE CUMPLIDO'.
           02  FILLER                      PIC X(28)  VALUE SPACES.
       01  WE-LINEA-DETALLE.
           02  WE-DET-GRUPO                PIC X(16)  VALUE SPACES.
           02  WE-DET-VENCIDOS             PIC ZZZ,ZZZ,ZZ9.
           02  WE-DET-CUMPLIDOS            PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-INCUMPLIDOS          PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PENDIENTES           PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-TASA                 PIC ZZ9.9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-IMP-VENCIDO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  WE-DET-IMP-CUMPLIDO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(28)  VALUE SPACES.
       01  WE-LINEA-DIFERENCIA.
           02  FILLER                      PIC X(63)  VALUE
               'DIFERENCIA DE CUMPLIMIENTO CON RECORDATORIO (PUNTOS)'.
           02  WE-DIF-PUNTOS               PIC +ZZ9.9.
           02  FILLER                      PIC X(63)  VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  IMPRIMIR-REPORTE.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           INITIALIZE                     WE-TABLA-EFECTIVIDAD.
           OPEN INPUT   ARCH-PARM.
           READ ARCH-PARM
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-FEC-PROCESO    TO WE-FEC-PROCESO
                   MOVE PARM-DIAS-PERIODO   TO WE-DIAS-PERIODO
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB069 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-DIAS-PERIODO = 0
              MOVE 7                   TO WE-DIAS-PERIODO
           END-IF.
      *--- SE MIDEN LOS VENCIMIENTOS DE LOS ULTIMOS N DIAS, SIN EL DE
      *--- HOY (SU CUMPLIMIENTO AUN NO SE EVALUO)
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           MOVE 1                      TO WE-DIAS-RESTA.
           PERFORM  RESTAR-DIAS.
           MOVE WE-FECHA-TRAB          TO WE-FEC-HASTA.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           MOVE WE-DIAS-PERIODO        TO WE-DIAS-RESTA.
           PERFORM  RESTAR-DIAS.
           MOVE WE-FECHA-TRAB          TO WE-FEC-DESDE.
           PERFORM  CARGAR-FALLECIDOS.
           PERFORM  CARGAR-RECORDADOS.
           OPEN INPUT   ARCH-PROMLOG.
           OPEN INPUT   ARCH-CNVLOG.
           OPEN OUTPUT  ARCH-REPORTE.
      *-----------*
       RESTAR-DIAS.
      *-----------*
      *--- WE-FECHA-TRAB MENOS WE-DIAS-RESTA DIAS CALENDARIO
           PERFORM WE-DIAS-RESTA TIMES
              SUBTRACT 1               FROM WE-FT-DD
              IF WE-FT-DD = 0
                 SUBTRACT 1            FROM WE-FT-MM
                 IF WE-FT-MM = 0
                    MOVE 12            TO WE-FT-MM
                    SUBTRACT 1         FROM WE-FT-AAAA
                 END-IF
                 PERFORM  VERIFICAR-BISIESTO
                 MOVE WE-DIAS-DEL-MES (WE-FT-MM) TO WE-FT-DD
                 IF WE-FT-MM = 2 AND WE-SW-BISIESTO = 'S'
                    MOVE 29            TO WE-FT-DD
                 END-IF
              END-IF
           END-PERFORM.
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
      *-----------------*
       CARGAR-FALLECIDOS.
      *-----------------*
           OPEN INPUT  ARCH-FALLEC.
           PERFORM UNTIL WE-EOF-FALLEC = 'S'
              READ ARCH-FALLEC
                   AT END
                      MOVE 'S'         TO WE-EOF-FALLEC
                   NOT AT END
                      IF WE-CANT-FALL >= 5000
                         DISPLAY 'BSEB069 TABLA FALLLOG DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CANT-FALL
                      MOVE FALL-CTAAFI
                               TO WE-FAL-CTAAFI (WE-CANT-FALL)
              END-READ
           END-PERFORM.
           CLOSE  ARCH-FALLEC.
      *-----------------*
       CARGAR-RECORDADOS.
      *-----------------*
      *--- SOLO LOS RECORDATORIOS DE VENCIMIENTOS DEL PERIODO
           OPEN INPUT  ARCH-REMILOG.
           PERFORM UNTIL WE-EOF-REMILOG = 'S'
              READ ARCH-REMILOG
                   AT END
                      MOVE 'S'         TO WE-EOF-REMILOG
                   NOT AT END
                      IF REMLOG-FEC-VENCE >= WE-FEC-DESDE AND
                         REMLOG-FEC-VENCE <= WE-FEC-HASTA
                         IF WE-CANT-REM >= 5000
                            DISPLAY 'BSEB069 TABLA REMILOG DESBORDADA'
                            PERFORM  CANCELAR-PROCESO
                         END-IF
                         ADD  1        TO WE-CANT-REM
                         ADD  1        TO WE-CONT-RECORDATORIOS
                         MOVE REMLOG-CLAVE
                                  TO WE-REM-CLAVE (WE-CANT-REM)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-REMILOG.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- CADA PROMESA Y CADA CUOTA QUE VENCIO EN EL PERIODO SE
      *--- CLASIFICA POR SU ESTADO ACTUAL (BSEB023 / BSEB025) Y POR
      *--- HABER RECIBIDO O NO EL RECORDATORIO
           PERFORM UNTIL WE-EOF-PROMLOG = 'S'
              READ ARCH-PROMLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-PROMLOG
                   NOT AT END
                      IF PROMLOG-FEC-PROMESA >= WE-FEC-DESDE AND
                         PROMLOG-FEC-PROMESA <= WE-FEC-HASTA
                         MOVE PROMLOG-CTAAFI      TO WE-CLA-CTAAFI
                         MOVE 'P'                 TO WE-CLA-TIPO
                         MOVE PROMLOG-FEC-PROMESA TO WE-CLA-FEC-VENCE
                         MOVE 0                   TO WE-CLA-NRO-CUOTA
                         MOVE PROMLOG-ESTADO      TO WE-ESTADO
                         MOVE PROMLOG-IMPORTE     TO WE-IMPORTE
                         MOVE 1                   TO T
                         PERFORM  CLASIFICAR-VENCIMIENTO
                      END-IF
              END-READ
           END-PERFORM.
           PERFORM UNTIL WE-EOF-CNVLOG = 'S'
              READ ARCH-CNVLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-CNVLOG
                   NOT AT END
                      PERFORM  REVISAR-CUOTAS
              END-READ
           END-PERFORM.
           CLOSE  ARCH-PROMLOG.
           CLOSE  ARCH-CNVLOG.
      *--------------*
       REVISAR-CUOTAS.
      *--------------*
           MOVE 0                      TO J.
           PERFORM UNTIL J >= CNVLOG-CANT-CUOTAS OR J >= 24
              ADD  1                   TO J
              IF CNVLOG-CUO-FECHA (J) >= WE-FEC-DESDE AND
                 CNVLOG-CUO-FECHA (J) <= WE-FEC-HASTA
                 MOVE CNVLOG-CTAAFI          TO WE-CLA-CTAAFI
                 MOVE 'C'                    TO WE-CLA-TIPO
                 MOVE CNVLOG-CUO-FECHA (J)   TO WE-CLA-FEC-VENCE
                 MOVE J                      TO WE-CLA-NRO-CUOTA
                 MOVE CNVLOG-CUO-ESTADO (J)  TO WE-ESTADO
                 MOVE CNVLOG-CUO-IMPORTE (J) TO WE-IMPORTE
                 MOVE 2                      TO T
                 PERFORM  CLASIFICAR-VENCIMIENTO
              END-IF
           END-PERFORM.
      *----------------------*
       CLASIFICAR-VENCIMIENTO.
      *----------------------*
      *--- LOS DEUDORES FALLECIDOS NUNCA RECIBEN AVISO: SE DEJAN FUERA
      *--- PARA NO SESGAR EL GRUPO SIN RECORDATORIO
           PERFORM  VERIFICAR-FALLECIDO.
           IF WE-SW-FALLECIDO = 'S'
              ADD  1                   TO WE-CONT-FALLECIDOS
           ELSE
              ADD  1                   TO WE-CONT-VENCIMIENTOS
              MOVE SPACES              TO WE-SW-ENCONTRO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-REM OR WE-SW-ENCONTRO = 'S'
                 ADD  1                TO I
                 IF WE-REM-CLAVE (I) = WE-CLAVE
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 END-IF
              END-PERFORM
              IF WE-SW-ENCONTRO = 'S'
                 MOVE 1                TO G
              ELSE
                 MOVE 2                TO G
              END-IF
              PERFORM  ACUMULAR-VENCIMIENTO
              MOVE 3                   TO T
              PERFORM  ACUMULAR-VENCIMIENTO
           END-IF.
      *--------------------*
       ACUMULAR-VENCIMIENTO.
      *--------------------*
           ADD  1                      TO WE-EFE-VENCIDOS    (T G).
           ADD  WE-IMPORTE             TO WE-EFE-IMP-VENCIDO (T G).
           EVALUATE WE-ESTADO
              WHEN 'C'
                 ADD  1                TO WE-EFE-CUMPLIDOS    (T G)
                 ADD  WE-IMPORTE       TO WE-EFE-IMP-CUMPLIDO (T G)
              WHEN 'I'
                 ADD  1                TO WE-EFE-INCUMPLIDOS  (T G)
              WHEN OTHER
                 ADD  1                TO WE-EFE-PENDIENTES   (T G)
           END-EVALUATE.
      *-------------------*
       VERIFICAR-FALLECIDO.
      *-------------------*
           MOVE SPACES                 TO WE-SW-FALLECIDO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-FALL OR WE-SW-FALLECIDO = 'S'
              ADD  1                   TO I
              IF WE-FAL-CTAAFI (I) = WE-CLA-CTAAFI
                 MOVE 'S'              TO WE-SW-FALLECIDO
              END-IF
           END-PERFORM.
      *----------------*
       IMPRIMIR-REPORTE.
      *----------------*
      *--- LA TASA DE CUMPLIMIENTO SE CALCULA SOBRE LOS VENCIMIENTOS
      *--- YA EVALUADOS (CUMPLIDOS MAS INCUMPLIDOS)
           MOVE WE-FEC-DESDE           TO WE-TIT-DESDE.
           MOVE WE-FEC-HASTA           TO WE-TIT-HASTA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE 0                      TO T.
           PERFORM UNTIL T >= 3
              ADD  1                   TO T
              MOVE WE-NOM-TIPO (T)     TO WE-SEC-TITULO
              WRITE REG-REPORTE        FROM WE-LINEA-SECCION
              WRITE REG-REPORTE        FROM WE-LINEA-CABECERA
              MOVE 0                   TO G
              PERFORM UNTIL G >= 2
                 ADD  1                TO G
                 PERFORM  IMPRIMIR-GRUPO
              END-PERFORM
              COMPUTE WE-DIF-PUNTOS = WE-TASA-REC - WE-TASA-NOREC
              END-COMPUTE
              WRITE REG-REPORTE        FROM WE-LINEA-DIFERENCIA
           END-PERFORM.
      *--------------*
       IMPRIMIR-GRUPO.
      *--------------*
           IF G = 1
              MOVE 'CON RECORDATORIO' TO WE-DET-GRUPO
           ELSE
              MOVE 'SIN RECORDATORIO' TO WE-DET-GRUPO
           END-IF.
           MOVE WE-EFE-VENCIDOS     (T G) TO WE-DET-VENCIDOS.
           MOVE WE-EFE-CUMPLIDOS    (T G) TO WE-DET-CUMPLIDOS.
           MOVE WE-EFE-INCUMPLIDOS  (T G) TO WE-DET-INCUMPLIDOS.
           MOVE WE-EFE-PENDIENTES   (T G) TO WE-DET-PENDIENTES.
           MOVE WE-EFE-IMP-VENCIDO  (T G) TO WE-DET-IMP-VENCIDO.
           MOVE WE-EFE-IMP-CUMPLIDO (T G) TO WE-DET-IMP-CUMPLIDO.
           MOVE ZEROS                  TO WE-TASA-NOREC.
           IF WE-EFE-CUMPLIDOS (T G) + WE-EFE-INCUMPLIDOS (T G) > 0
              COMPUTE WE-TASA-NOREC ROUNDED =
                      WE-EFE-CUMPLIDOS (T G) * 100 /
                      (WE-EFE-CUMPLIDOS (T G) +
                       WE-EFE-INCUMPLIDOS (T G))
              END-COMPUTE
           END-IF.
           MOVE WE-TASA-NOREC          TO WE-DET-TASA.
           IF G = 1
              MOVE WE-TASA-NOREC       TO WE-TASA-REC
           END-IF.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB069 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB069 RECORDATORIOS DEL PERIODO = '
                   WE-CONT-RECORDATORIOS.
           DISPLAY 'BSEB069 VENCIMIENTOS MEDIDOS      = '
                   WE-CONT-VENCIMIENTOS.
           DISPLAY 'BSEB069 EXCLUIDOS POR FALLECIMIENTO= '
                   WE-CONT-FALLECIDOS.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB069 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-DIAS-PERIODO     TO RUNC-PARAMETROS (10:3).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB069 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB069 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-VENCIMIENTOS TO RUNC-CONT-LEIDOS.
           MOVE 0                   TO RUNC-CONT-GRABADOS.
           MOVE 0                   TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
