************************************************************************
***   * 104659 15/10/26 JCV REPORTE MENSUAL DE DECISIONES CERCA O SOBRE*
***   *               EL LIMITE DE ATRIBUCION DEL USUARIO              *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO ATRIBUCIONESMENSUAL - LOTE MENSUAL                  **
*OBJET*** RECORRE LA DESCARGA DE AUTLOG (DECISIONES SUJETAS A LA      **
*OBJET*** MATRIZ DE ATRIBUCIONES QUE REGISTRA BSEOATRI) Y LISTA LAS   **
*OBJET*** DEL MES QUE SE DERIVARON A UN NIVEL SUPERIOR O SE TOMARON   **
*OBJET*** USANDO AL MENOS EL UMBRAL (PARM) DEL LIMITE DEL USUARIO,    **
*OBJET*** CON UN RESUMEN POR USUARIO DE TODAS SUS DECISIONES          **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB075.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-AUTLOG         ASSIGN TO AUTLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO, MES Y UMBRAL ---------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-MES-PROCESO            PIC 9(06).
      *        AAAAMM A LISTAR; CERO = MES ANTERIOR A LA FECHA
           02  PARM-UMBRAL                 PIC 9(03).
      *        % DEL LIMITE DESDE EL QUE UNA DECISION SE LISTA COMO
      *        CERCANA AL LIMITE; CERO = 90
      *------------------ DECISIONES (DESCARGA DE AUTLOG) --------------*
       FD  ARCH-AUTLOG
           RECORDING MODE IS F.
           COPY BSEAUTRG.
      *------------------ REPORTE DE ATRIBUCIONES ----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-SW-EOF                   PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-LISTAR                PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-MES-PROCESO              PIC 9(06)  VALUE ZEROS.
           02  WE-UMBRAL                   PIC 9(03)  VALUE 090.
           02  WE-FECHA-TRAB               PIC 9(08)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-FECHA-MES  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAAMM            PIC 9(06).
               03  FILLER                  PIC 9(02).
           02  WE-CONT-LEIDOS              PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-DEL-MES             PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-CERCA               PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-DERIVADAS           PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-LISTADAS            PIC 9(09)  VALUE ZEROS.
           02  WE-TOT-DECIDIDO             PIC S9(15)V99 VALUE ZEROS.
           02  WE-TOT-DERIVADO             PIC S9(15)V99 VALUE ZEROS.
           02  WE-MAX-PORC                 PIC 9(05)V99 VALUE ZEROS.
           02  I                           PIC 9(03)  VALUE ZEROS.
      *------------------ ACUMULADOS POR USUARIO ----------------------*
       01  WE-TABLA-USUARIOS.
           02  WE-CANT-USU                 PIC 9(03)  VALUE ZEROS.
           02  WE-USU-OCC  OCCURS  500  TIMES.
               03  WE-USU-USER-ID          PIC X(08).
               03  WE-USU-NIVEL            PIC 9(02).
               03  WE-USU-DECISIONES       PIC 9(07).
               03  WE-USU-CERCA            PIC 9(07).
               03  WE-USU-DERIVADAS        PIC 9(07).
               03  WE-USU-MAX-PORC         PIC 9(05)V99.
               03  WE-USU-DECIDIDO         PIC S9(15)V99.
               03  WE-USU-DERIVADO         PIC S9(15)V99.
      *------------------ LINEAS DEL REPORTE --------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(50)  VALUE
               'BSEB075 DECISIONES CERCA O SOBRE EL LIMITE DE ATRI'.
           02  FILLER                      PIC X(13)  VALUE
               'BUCION - MES '.
           02  WE-TIT-MES                  PIC 9(06).
           02  FILLER                      PIC X(09)  VALUE
               '  UMBRAL '.
           02  WE-TIT-UMBRAL               PIC ZZ9.
           02  FILLER                      PIC X(12)  VALUE
               '% - PROCESO '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(31)  VALUE SPACES.
       01  WE-LINEA-SUBTITULO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-SUB-TEXTO                PIC X(60)  VALUE SPACES.
           02  FILLER                      PIC X(70)  VALUE SPACES.
       01  WE-LINEA-CAB-DETALLE.
           02  FILLER                      PIC X(50)  VALUE
               'FECHA    USUARIO  NV OPERACION                 CUE'.
           02  FILLER                      PIC X(50)  VALUE
               'NTA     REFERENCIA     MO    IMPORTE SOLES     LIM'.
           02  FILLER                      PIC X(32)  VALUE
               'ITE SOLES    % USO RESULTADO    '.
       01  WE-LINEA-DETALLE.
           02  WE-DET-FECHA                PIC 9(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-USER-ID              PIC X(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-NIVEL                PIC 9(02).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-OPERACION            PIC X(25).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CTAAFI               PIC X(10).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-REFERENCIA           PIC X(14).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-IMP-SOLES            PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-LIMITE               PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PORC                 PIC ZZZZ9.99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-RESULTADO            PIC X(12).
           02  FILLER                      PIC X(01)  VALUE SPACES.
       01  WE-LINEA-CAB-USUARIO.
           02  FILLER                      PIC X(50)  VALUE
               'USUARIO  NV DECISIONES   CERCA DERIVADAS MAX % USO'.
           02  FILLER                      PIC X(82)  VALUE
               '   DECIDIDO SOLES   DERIVADO SOLES'.
       01  WE-LINEA-USUARIO.
           02  WE-RES-USER-ID              PIC X(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-NIVEL                PIC X(02).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-DECISIONES           PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-CERCA                PIC ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-DERIVADAS            PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-MAX-PORC             PIC ZZ,ZZ9.99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-DECIDIDO             PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-DERIVADO             PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(47)  VALUE SPACES.
       01  WE-LINEA-AVISO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-AVI-TEXTO                PIC X(120) VALUE SPACES.
           02  FILLER                      PIC X(10)  VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  IMPRIMIR-RESUMEN.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           OPEN INPUT   ARCH-PARM.
           READ ARCH-PARM
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-FEC-PROCESO     TO WE-FEC-PROCESO
                   IF PARM-MES-PROCESO IS NUMERIC
                      MOVE PARM-MES-PROCESO  TO WE-MES-PROCESO
                   END-IF
                   IF PARM-UMBRAL IS NUMERIC AND PARM-UMBRAL > 0
                      MOVE PARM-UMBRAL       TO WE-UMBRAL
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB075 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- SIN MES INFORMADO SE LISTA EL MES CERRADO ANTERIOR A LA
      *--- FECHA DE PROCESO, COMO EN BSEB071
           IF WE-MES-PROCESO = 0
              MOVE WE-FEC-PROCESO      TO WE-FECHA-TRAB
              IF WE-FT-MM = 1
                 MOVE 12               TO WE-FT-MM
                 SUBTRACT 1            FROM WE-FT-AAAA
              ELSE
                 SUBTRACT 1            FROM WE-FT-MM
              END-IF
              MOVE WE-FT-AAAAMM        TO WE-MES-PROCESO
           END-IF.
           MOVE WE-MES-PROCESO         TO WE-FT-AAAAMM.
           IF WE-FT-MM < 1 OR WE-FT-MM > 12
              DISPLAY 'BSEB075 MES A PROCESAR INVALIDO ' WE-MES-PROCESO
              PERFORM  CANCELAR-PROCESO
           END-IF.
           DISPLAY 'BSEB075 MES ' WE-MES-PROCESO ' UMBRAL ' WE-UMBRAL
                   '%'.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- LA DESCARGA DE AUTLOG VIENE EN ORDEN DE FECHA; SE LISTAN
      *--- LAS DECISIONES DEL MES A MEDIDA QUE SE LEEN Y SE ACUMULA
      *--- EL RESUMEN POR USUARIO
           OPEN INPUT   ARCH-AUTLOG.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-MES-PROCESO         TO WE-TIT-MES.
           MOVE WE-UMBRAL              TO WE-TIT-UMBRAL.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE SPACES                 TO WE-SUB-TEXTO.
           MOVE 'DECISIONES CERCA DEL LIMITE Y DERIVADAS A OTRO NIVEL'
                                       TO WE-SUB-TEXTO.
           WRITE REG-REPORTE           FROM WE-LINEA-SUBTITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-DETALLE.
           MOVE SPACES                 TO WE-SW-EOF.
           PERFORM UNTIL WE-SW-EOF = 'S'
              READ ARCH-AUTLOG
                   AT END
                      MOVE 'S'         TO WE-SW-EOF
                   NOT AT END
                      ADD  1           TO WE-CONT-LEIDOS
                      MOVE AUTLOG-FECHA TO WE-FECHA-TRAB
                      IF WE-FT-AAAAMM = WE-MES-PROCESO
                         PERFORM  EVALUAR-DECISION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-AUTLOG.
      *----------------*
       EVALUAR-DECISION.
      *----------------*
      *--- SE LISTA LA DERIVADA ('E') Y LA TOMADA CON UN USO DEL LIMITE
      *--- IGUAL O MAYOR AL UMBRAL
           ADD  1                      TO WE-CONT-DEL-MES.
           PERFORM  UBICAR-USUARIO.
           ADD  1                      TO WE-USU-DECISIONES (I).
           MOVE AUTLOG-NIVEL           TO WE-USU-NIVEL (I).
           IF AUTLOG-PORC-USO > WE-USU-MAX-PORC (I)
              MOVE AUTLOG-PORC-USO     TO WE-USU-MAX-PORC (I)
           END-IF.
           IF AUTLOG-PORC-USO > WE-MAX-PORC
              MOVE AUTLOG-PORC-USO     TO WE-MAX-PORC
           END-IF.
           MOVE 'N'                    TO WE-SW-LISTAR.
           IF AUTLOG-RESULTADO = 'E'
              ADD  1                   TO WE-CONT-DERIVADAS
              ADD  1                   TO WE-USU-DERIVADAS (I)
              ADD  AUTLOG-IMP-SOLES    TO WE-TOT-DERIVADO
                                          WE-USU-DERIVADO (I)
              MOVE SPACES              TO WE-DET-RESULTADO
              STRING 'DERIVADA N' AUTLOG-NIVEL-REQUERIDO
                     DELIMITED BY SIZE  INTO  WE-DET-RESULTADO
              END-STRING
              MOVE 'S'                 TO WE-SW-LISTAR
           ELSE
              ADD  AUTLOG-IMP-SOLES    TO WE-TOT-DECIDIDO
                                          WE-USU-DECIDIDO (I)
              IF AUTLOG-PORC-USO NOT < WE-UMBRAL
                 ADD  1                TO WE-CONT-CERCA
                 ADD  1                TO WE-USU-CERCA (I)
                 MOVE 'CERCA LIMITE'   TO WE-DET-RESULTADO
                 MOVE 'S'              TO WE-SW-LISTAR
              END-IF
           END-IF.
           IF WE-SW-LISTAR = 'S'
              PERFORM  IMPRIMIR-DECISION
           END-IF.
      *-----------------*
       IMPRIMIR-DECISION.
      *-----------------*
           MOVE AUTLOG-FECHA           TO WE-DET-FECHA.
           MOVE AUTLOG-USER-ID         TO WE-DET-USER-ID.
           MOVE AUTLOG-NIVEL           TO WE-DET-NIVEL.
           MOVE AUTLOG-OPERACION       TO WE-DET-OPERACION.
           MOVE AUTLOG-CTAAFI          TO WE-DET-CTAAFI.
           MOVE AUTLOG-REFERENCIA      TO WE-DET-REFERENCIA.
           MOVE AUTLOG-MONEDA          TO WE-DET-MONEDA.
           MOVE AUTLOG-IMP-SOLES       TO WE-DET-IMP-SOLES.
           MOVE AUTLOG-LIMITE          TO WE-DET-LIMITE.
           MOVE AUTLOG-PORC-USO        TO WE-DET-PORC.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           ADD  1                      TO WE-CONT-LISTADAS.
      *--------------*
       UBICAR-USUARIO.
      *--------------*
      *--- BUSQUEDA SECUENCIAL; LA ULTIMA POSICION ACUMULA LOS USUARIOS
      *--- QUE NO ENTRAN EN LA TABLA
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-USU OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-USU-USER-ID (I) = AUTLOG-USER-ID
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-USU < 500
                 ADD  1                TO WE-CANT-USU
                 MOVE WE-CANT-USU      TO I
                 MOVE AUTLOG-USER-ID   TO WE-USU-USER-ID (I)
                 MOVE ZEROS            TO WE-USU-NIVEL (I)
                                          WE-USU-DECISIONES (I)
                                          WE-USU-CERCA (I)
                                          WE-USU-DERIVADAS (I)
                                          WE-USU-MAX-PORC (I)
                                          WE-USU-DECIDIDO (I)
                                          WE-USU-DERIVADO (I)
              ELSE
                 MOVE 500              TO I
                 MOVE 'OTROS'          TO WE-USU-USER-ID (I)
              END-IF
           END-IF.
      *----------------*
       IMPRIMIR-RESUMEN.
      *----------------*
      *--- RESUMEN DE TODAS LAS DECISIONES DEL MES POR USUARIO, CON EL
      *--- MAYOR USO DE SU LIMITE
           IF WE-CONT-LISTADAS = 0
              MOVE SPACES              TO WE-AVI-TEXTO
              MOVE 'SIN DECISIONES CERCA DEL LIMITE NI DERIVADAS'
                                       TO WE-AVI-TEXTO
              WRITE REG-REPORTE        FROM WE-LINEA-AVISO
           END-IF.
           MOVE SPACES                 TO WE-SUB-TEXTO.
           MOVE 'RESUMEN POR USUARIO DE LAS DECISIONES DEL MES'
                                       TO WE-SUB-TEXTO.
           WRITE REG-REPORTE           FROM WE-LINEA-SUBTITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-USUARIO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-USU
              ADD  1                   TO I
              MOVE WE-USU-USER-ID (I)      TO WE-RES-USER-ID
              MOVE WE-USU-NIVEL (I)        TO WE-RES-NIVEL
              MOVE WE-USU-DECISIONES (I)   TO WE-RES-DECISIONES
              MOVE WE-USU-CERCA (I)        TO WE-RES-CERCA
              MOVE WE-USU-DERIVADAS (I)    TO WE-RES-DERIVADAS
              MOVE WE-USU-MAX-PORC (I)     TO WE-RES-MAX-PORC
              MOVE WE-USU-DECIDIDO (I)     TO WE-RES-DECIDIDO
              MOVE WE-USU-DERIVADO (I)     TO WE-RES-DERIVADO
              WRITE REG-REPORTE        FROM WE-LINEA-USUARIO
           END-PERFORM.
           MOVE 'TOTAL'                TO WE-RES-USER-ID.
           MOVE SPACES                 TO WE-RES-NIVEL.
           MOVE WE-CONT-DEL-MES        TO WE-RES-DECISIONES.
           MOVE WE-CONT-CERCA          TO WE-RES-CERCA.
           MOVE WE-CONT-DERIVADAS      TO WE-RES-DERIVADAS.
           MOVE WE-MAX-PORC            TO WE-RES-MAX-PORC.
           MOVE WE-TOT-DECIDIDO        TO WE-RES-DECIDIDO.
           MOVE WE-TOT-DERIVADO        TO WE-RES-DERIVADO.
           WRITE REG-REPORTE           FROM WE-LINEA-USUARIO.
           MOVE SPACES                 TO WE-AVI-TEXTO.
           STRING 'NIVEL 99 EN UNA DERIVADA: NINGUN NIVEL DE LA MATRIZ '
                  'ATRIBUC CUBRE EL IMPORTE. % USO 99999.99: USUARIO '
                  'SIN LIMITE'
                  DELIMITED BY SIZE  INTO  WE-AVI-TEXTO
           END-STRING.
           WRITE REG-REPORTE           FROM WE-LINEA-AVISO.
           CLOSE  ARCH-REPORTE.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB075 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           DISPLAY 'BSEB075 DECISIONES LEIDAS       = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB075 DECISIONES DEL MES      = '
                   WE-CONT-DEL-MES.
           DISPLAY 'BSEB075 CERCA DEL LIMITE        = ' WE-CONT-CERCA.
           DISPLAY 'BSEB075 DERIVADAS               = '
                   WE-CONT-DERIVADAS.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL. NO TIENE PREDECESOR:
      *--- AUTLOG LO ALIMENTA SOLO LA RUTINA EN LINEA BSEOATRI
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB075 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-MES-PROCESO      TO RUNC-PARAMETROS (10:6).
           MOVE WE-UMBRAL           TO RUNC-PARAMETROS (17:3).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-LISTADAS    TO RUNC-CONT-GRABADOS.
           MOVE ZEROS               TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
