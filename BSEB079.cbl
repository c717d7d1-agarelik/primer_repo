************************************************************************
***   * 104663 15/10/26 JCV REPORTE MENSUAL DE FORZADOS DE PERIODO     *
***   *               CONTABLE CERRADO GRABADOS EN SEGLOG              *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO FORZADOSCIERRE - LOTE MENSUAL                       **
*OBJET*** LISTA LOS REGISTROS CON FECHA EFECTIVA EN UN PERIODO YA     **
*OBJET*** CERRADO (REFTAB 'CIE') QUE SE FORZARON CON PERMISO, Y LOS   **
*OBJET*** PEDIDOS DE FORZADO DENEGADOS, QUE LA RUTINA BSEOCIER DEJA   **
*OBJET*** EN SEGLOG, CON UN RESUMEN POR USUARIO                       **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB079.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SEGLOG         ASSIGN TO SEGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y MES -----------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-MES-PROCESO            PIC 9(06).
      *        AAAAMM A LISTAR; CERO = MES ANTERIOR A LA FECHA
      *------------------ EVENTOS DE SEGURIDAD (DESCARGA DE SEGLOG) ---*
       FD  ARCH-SEGLOG
           RECORDING MODE IS F.
           COPY BSESEGRG.
      *------------------ REPORTE DE FORZADOS DE PERIODO CERRADO -------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-SW-EOF                   PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-MES-PROCESO              PIC 9(06)  VALUE ZEROS.
           02  WE-FECHA-TRAB               PIC 9(08)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-FECHA-MES  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAAMM            PIC 9(06).
               03  FILLER                  PIC 9(02).
           02  WE-DIA-ANIO                 PIC 9(03)  VALUE ZEROS.
           02  WE-DIAS-MES                 PIC 9(02)  VALUE ZEROS.
           02  WE-JUL-TRAB                 PIC 9(07)  VALUE ZEROS.
           02  WE-JUL-DESDE                PIC 9(07)  VALUE ZEROS.
           02  WE-JUL-HASTA                PIC 9(07)  VALUE ZEROS.
           02  WE-JUL-EVENTO               PIC 9(07)  VALUE ZEROS.
           02  WE-HORA-EVENTO              PIC 9(07)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-FORZADOS            PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-DENEGADOS           PIC 9(09)  VALUE ZEROS.
           02  I                           PIC 9(03)  VALUE ZEROS.
      *------------------ DIAS ACUMULADOS AL INICIO DE CADA MES --------*
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
       01  WE-TABLA-DIAS-MES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WE-DIAS-MES-RED  REDEFINES  WE-TABLA-DIAS-MES.
           02  WE-DIAS-DEL-MES  OCCURS  12  TIMES
                                           PIC 9(02).
      *------------------ ACUMULADOS POR USUARIO ----------------------*
       01  WE-TABLA-USUARIOS.
           02  WE-CANT-USU                 PIC 9(03)  VALUE ZEROS.
           02  WE-USU-OCC  OCCURS  500  TIMES.
               03  WE-USU-USER-ID          PIC X(08).
               03  WE-USU-FORZADOS         PIC 9(07).
               03  WE-USU-DENEGADOS        PIC 9(07).
      *------------------ LINEAS DEL REPORTE --------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(50)  VALUE
               'BSEB079 FORZADOS DE PERIODO CONTABLE CERRADO - MES'.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TIT-MES                  PIC 9(06).
           02  FILLER                      PIC X(12)  VALUE
               ' - PROCESO '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(55)  VALUE SPACES.
       01  WE-LINEA-SUBTITULO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-SUB-TEXTO                PIC X(60)  VALUE SPACES.
           02  FILLER                      PIC X(70)  VALUE SPACES.
       01  WE-LINEA-CAB-DETALLE.
           02  FILLER                      PIC X(50)  VALUE
               'FECHA    HORA   USUARIO  PROGRAMA CUENTA     PERIO'.
           02  FILLER                      PIC X(82)  VALUE
               'DO  RESULTADO'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-FECHA                PIC 9(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-HORA                 PIC X(06).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-USER-ID              PIC X(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PROGRAMA             PIC X(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CTAAFI               PIC X(10).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PERIODO              PIC X(06).
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-RESULTADO            PIC X(10).
           02  FILLER                      PIC X(69)  VALUE SPACES.
       01  WE-LINEA-CAB-USUARIO.
           02  FILLER                      PIC X(50)  VALUE
               'USUARIO   FORZADOS DENEGADOS'.
           02  FILLER                      PIC X(82)  VALUE SPACES.
       01  WE-LINEA-USUARIO.
           02  WE-RES-USER-ID              PIC X(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-FORZADOS             PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-DENEGADOS            PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(101) VALUE SPACES.
       01  WE-LINEA-AVISO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-AVI-TEXTO                PIC X(130) VALUE SPACES.
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
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB079 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- SIN MES INFORMADO SE LISTA EL MES CERRADO ANTERIOR A LA
      *--- FECHA DE PROCESO, COMO EN BSEB075
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
              DISPLAY 'BSEB079 MES A PROCESAR INVALIDO ' WE-MES-PROCESO
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- SEGLOG GUARDA LA FECHA JULIANA DE CICS (0CYYDDD): SE ARMA
      *--- EL RANGO DEL PRIMER AL ULTIMO DIA DEL MES
           MOVE 1                      TO WE-FT-DD.
           PERFORM  CALCULAR-FECHA-JULIANA.
           MOVE WE-JUL-TRAB            TO WE-JUL-DESDE.
           MOVE WE-DIAS-DEL-MES (WE-FT-MM) TO WE-DIAS-MES.
           IF WE-FT-MM = 2
              PERFORM  VERIFICAR-BISIESTO
              IF WE-SW-BISIESTO = 'S'
                 ADD  1                TO WE-DIAS-MES
              END-IF
           END-IF.
           COMPUTE WE-JUL-HASTA = WE-JUL-DESDE + WE-DIAS-MES - 1
           END-COMPUTE.
           DISPLAY 'BSEB079 MES ' WE-MES-PROCESO ' JULIANAS '
                   WE-JUL-DESDE ' A ' WE-JUL-HASTA.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- DE SEGLOG SOLO INTERESAN LOS EVENTOS DE LA RUTINA BSEOCIER:
      *--- REGLA 'CIE-AAAAMM' ES UN FORZADO AUTORIZADO Y 'CIE-DENEG'
      *--- UN PEDIDO DE FORZADO SIN PERMISO
           OPEN INPUT   ARCH-SEGLOG.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-MES-PROCESO         TO WE-TIT-MES.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE SPACES                 TO WE-SUB-TEXTO.
           MOVE 'REGISTROS CON FECHA EFECTIVA EN UN PERIODO YA CERRADO'
                                       TO WE-SUB-TEXTO.
           WRITE REG-REPORTE           FROM WE-LINEA-SUBTITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-DETALLE.
           MOVE SPACES                 TO WE-SW-EOF.
           PERFORM UNTIL WE-SW-EOF = 'S'
              READ ARCH-SEGLOG
                   AT END
                      MOVE 'S'         TO WE-SW-EOF
                   NOT AT END
                      ADD  1           TO WE-CONT-LEIDOS
                      MOVE SEGLOG-FECHA TO WE-JUL-EVENTO
                      IF SEGLOG-REGLA (1:4) = 'CIE-'       AND
                         WE-JUL-EVENTO NOT < WE-JUL-DESDE AND
                         WE-JUL-EVENTO NOT > WE-JUL-HASTA
                         PERFORM  IMPRIMIR-EVENTO
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-SEGLOG.
      *---------------*
       IMPRIMIR-EVENTO.
      *---------------*
      *--- EL DIA DEL MES SALE DE LA DIFERENCIA CON LA JULIANA DEL DIA 1
           PERFORM  UBICAR-USUARIO.
           MOVE WE-MES-PROCESO         TO WE-FT-AAAAMM.
           COMPUTE WE-FT-DD = WE-JUL-EVENTO - WE-JUL-DESDE + 1
           END-COMPUTE.
           MOVE WE-FECHA-TRAB          TO WE-DET-FECHA.
           MOVE SEGLOG-HORA            TO WE-HORA-EVENTO.
           MOVE WE-HORA-EVENTO (2:6)   TO WE-DET-HORA.
           MOVE SEGLOG-USER-ID         TO WE-DET-USER-ID.
           MOVE SEGLOG-PROGRAMA        TO WE-DET-PROGRAMA.
           MOVE SEGLOG-COD-CLIENTE     TO WE-DET-CTAAFI.
           IF SEGLOG-REGLA = 'CIE-DENEG '
              ADD  1                   TO WE-CONT-DENEGADOS
                                          WE-USU-DENEGADOS (I)
              MOVE SPACES              TO WE-DET-PERIODO
              MOVE 'DENEGADO'          TO WE-DET-RESULTADO
           ELSE
              ADD  1                   TO WE-CONT-FORZADOS
                                          WE-USU-FORZADOS (I)
              MOVE SEGLOG-REGLA (5:6)  TO WE-DET-PERIODO
              MOVE 'FORZADO'           TO WE-DET-RESULTADO
           END-IF.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *--------------*
       UBICAR-USUARIO.
      *--------------*
      *--- BUSQUEDA SECUENCIAL; LA ULTIMA POSICION ACUMULA LOS USUARIOS
      *--- QUE NO ENTRAN EN LA TABLA
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-USU OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-USU-USER-ID (I) = SEGLOG-USER-ID
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-USU < 500
                 ADD  1                TO WE-CANT-USU
                 MOVE WE-CANT-USU      TO I
                 MOVE SEGLOG-USER-ID   TO WE-USU-USER-ID (I)
                 MOVE ZEROS            TO WE-USU-FORZADOS (I)
                                          WE-USU-DENEGADOS (I)
              ELSE
                 MOVE 500              TO I
                 MOVE 'OTROS'          TO WE-USU-USER-ID (I)
              END-IF
           END-IF.
      *----------------*
       IMPRIMIR-RESUMEN.
      *----------------*
      *--- RESUMEN POR USUARIO DE LOS FORZADOS Y DE LOS PEDIDOS DE
      *--- FORZADO DENEGADOS EN EL MES
           IF WE-CONT-FORZADOS = 0 AND WE-CONT-DENEGADOS = 0
              MOVE SPACES              TO WE-AVI-TEXTO
              MOVE 'SIN FORZADOS DE PERIODO CERRADO EN EL MES'
                                       TO WE-AVI-TEXTO
              WRITE REG-REPORTE        FROM WE-LINEA-AVISO
           END-IF.
           MOVE SPACES                 TO WE-SUB-TEXTO.
           MOVE 'RESUMEN POR USUARIO DE LOS FORZADOS DEL MES'
                                       TO WE-SUB-TEXTO.
           WRITE REG-REPORTE           FROM WE-LINEA-SUBTITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-USUARIO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-USU
              ADD  1                   TO I
              MOVE WE-USU-USER-ID (I)      TO WE-RES-USER-ID
              MOVE WE-USU-FORZADOS (I)     TO WE-RES-FORZADOS
              MOVE WE-USU-DENEGADOS (I)    TO WE-RES-DENEGADOS
              WRITE REG-REPORTE        FROM WE-LINEA-USUARIO
           END-PERFORM.
           MOVE 'TOTAL'                TO WE-RES-USER-ID.
           MOVE WE-CONT-FORZADOS       TO WE-RES-FORZADOS.
           MOVE WE-CONT-DENEGADOS      TO WE-RES-DENEGADOS.
           WRITE REG-REPORTE           FROM WE-LINEA-USUARIO.
           CLOSE  ARCH-REPORTE.
      *----------------------*
       CALCULAR-FECHA-JULIANA.
      *----------------------*
      *--- WE-FECHA-TRAB EN JULIANA DE CICS (0CYYDDD), COMO EN BSEB064
           COMPUTE WE-DIA-ANIO = WE-ACU-DIAS (WE-FT-MM) + WE-FT-DD
           END-COMPUTE.
           IF WE-FT-MM > 2
              PERFORM  VERIFICAR-BISIESTO
              IF WE-SW-BISIESTO = 'S'
                 ADD  1                TO WE-DIA-ANIO
              END-IF
           END-IF.
           COMPUTE WE-JUL-TRAB = ((WE-FT-AAAA - 1900) * 1000)
                               + WE-DIA-ANIO
           END-COMPUTE.
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
           DISPLAY 'BSEB079 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           DISPLAY 'BSEB079 EVENTOS SEGLOG LEIDOS   = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB079 FORZADOS DEL MES        = '
                   WE-CONT-FORZADOS.
           DISPLAY 'BSEB079 FORZADOS DENEGADOS      = '
                   WE-CONT-DENEGADOS.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL. NO TIENE PREDECESOR:
      *--- LOS FORZADOS LOS GRABA SOLO LA RUTINA EN LINEA BSEOCIER
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB079 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-MES-PROCESO      TO RUNC-PARAMETROS (10:6).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB079 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB079 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           COMPUTE RUNC-CONT-GRABADOS = WE-CONT-FORZADOS
                                      + WE-CONT-DENEGADOS
           END-COMPUTE.
           MOVE 0                   TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
