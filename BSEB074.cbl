************************************************************************
***   * 104658 15/10/26 JCV DEPURACION DIARIA DE LOS IDS DE SOLICITUD  *
***   *               DE LAS OPERACIONES DEL BUS (IDEMLOG)             *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO DEPURACIONIDEMPOTENCIA - LOTE DIARIO                **
*OBJET*** RECORRE LA DESCARGA DE IDEMLOG (IDS DE SOLICITUD DE LAS     **
*OBJET*** OPERACIONES DE ACTUALIZACION CON SU RESPUESTA ORIGINAL) Y   **
*OBJET*** ARMA LA RECARGA SIN LOS RECIBIDOS ANTES DE LOS DIAS DE      **
*OBJET*** RETENCION (PARM). INFORMA POR OPERACION LO DEPURADO, LOS    **
*OBJET*** REINTENTOS ATENDIDOS Y LAS SOLICITUDES QUE QUEDARON EN      **
*OBJET*** PROCESO SIN RESPUESTA                                       **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB074.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-IDEMANT        ASSIGN TO IDEMANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-IDEMNUE        ASSIGN TO IDEMNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y DIAS A CONSERVAR ----------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-DIAS                   PIC 9(03).
      *        DIAS QUE SE CONSERVA UN ID DE SOLICITUD; CERO = 30
      *------------------ SOLICITUDES (DESCARGA DE IDEMLOG) ------------*
       FD  ARCH-IDEMANT
           RECORDING MODE IS F.
       01  REG-IDEMANT                     PIC X(1700).
      *------------------ RECARGA DE IDEMLOG ---------------------------*
       FD  ARCH-IDEMNUE
           RECORDING MODE IS F.
       01  REG-IDEMNUE                     PIC X(1700).
      *------------------ REPORTE DE LA DEPURACION ---------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-DIAS                     PIC 9(03)  VALUE 030.
           02  WE-CORTE-FEC                PIC 9(08)  VALUE ZEROS.
           02  WE-CLAVE-IDEM               PIC X(28)  VALUE SPACES.
           02  WE-CLAVE-IDEM-ANT           PIC X(28)  VALUE LOW-VALUES.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-CONT-LEIDOS              PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-CONSERVADOS         PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-DEPURADOS           PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-SIN-RESPUESTA       PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-SIN-FECHA           PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-REPETIDAS           PIC 9(09)  VALUE ZEROS.
           02  O                           PIC 9(03)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
       01  WE-TABLA-DIAS-MES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WE-DIAS-MES-RED  REDEFINES  WE-TABLA-DIAS-MES.
           02  WE-DIAS-DEL-MES  OCCURS  12  TIMES
                                           PIC 9(02).
      *------------------ AREA DE TRABAJO DE LA SOLICITUD --------------*
           COPY BSEIDMRG.
      *------------------ CONTADORES POR OPERACION ---------------------*
       01  WE-TABLA-OPERACIONES.
           02  WE-CANT-OPE                 PIC 9(03)  VALUE ZEROS.
           02  WE-OPE-OCC  OCCURS  50  TIMES.
               03  WE-OPE-OPERACION        PIC X(25).
               03  WE-OPE-LEIDOS           PIC 9(09).
               03  WE-OPE-DEPURADOS        PIC 9(09).
               03  WE-OPE-CONSERVADOS      PIC 9(09).
               03  WE-OPE-SIN-RESPUESTA    PIC 9(09).
               03  WE-OPE-REPETIDAS        PIC 9(09).
      *------------------ LINEAS DEL REPORTE --------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(52)  VALUE
               'BSEB074 DEPURACION DE IDS DE SOLICITUD (IDEMLOG) AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(13)  VALUE
               '  CONSERVA   '.
           02  WE-TIT-DIAS                 PIC ZZ9.
           02  FILLER                      PIC X(15)  VALUE
               ' DIAS - CORTE '.
           02  WE-TIT-CORTE                PIC 9(08).
           02  FILLER                      PIC X(33)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(50)  VALUE
               'OPERACION                      LEIDOS    DEPURADOS'.
           02  FILLER                      PIC X(82)  VALUE
               '  CONSERVADOS   SIN RESPTA   REINTENTOS'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-OPERACION            PIC X(25)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-LEIDOS               PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-DEPURADOS            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-CONSERVADOS          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-SIN-RESPUESTA        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-REPETIDAS            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(43)  VALUE SPACES.
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
           PERFORM  IMPRIMIR-REPORTE.
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
                   IF PARM-DIAS IS NUMERIC AND PARM-DIAS > 0
                      MOVE PARM-DIAS         TO WE-DIAS
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB074 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- VENCE LO ANTERIOR AL CORTE: FECHA DE PROCESO MENOS LOS DIAS
      *--- A CONSERVAR, COMO EN BSEB064
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  RESTAR-DIAS.
           MOVE WE-FECHA-TRAB          TO WE-CORTE-FEC.
           DISPLAY 'BSEB074 RETENCION ' WE-DIAS ' DIAS CORTE '
                   WE-CORTE-FEC.
      *-----------*
       RESTAR-DIAS.
      *-----------*
      *--- WE-FECHA-TRAB MENOS WE-DIAS DIAS CALENDARIO
           PERFORM WE-DIAS TIMES
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
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           OPEN INPUT   ARCH-IDEMANT.
           OPEN OUTPUT  ARCH-IDEMNUE.
           PERFORM  LEER-IDEMANT.
           PERFORM UNTIL WE-CLAVE-IDEM = HIGH-VALUES
              PERFORM  EVALUAR-SOLICITUD
              PERFORM  LEER-IDEMANT
           END-PERFORM.
           CLOSE  ARCH-IDEMANT.
           CLOSE  ARCH-IDEMNUE.
      *------------*
       LEER-IDEMANT.
      *------------*
      *--- LA DESCARGA DEBE VENIR EN EL ORDEN DE LA CLAVE; SI NO, LA
      *--- RECARGA SERIA RECHAZADA
           READ ARCH-IDEMANT
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-IDEM
                NOT AT END
                   ADD  1                TO WE-CONT-LEIDOS
                   MOVE REG-IDEMANT      TO REG-IDEMLOG
                   MOVE IDM-CLAVE        TO WE-CLAVE-IDEM
                   IF WE-CLAVE-IDEM NOT > WE-CLAVE-IDEM-ANT
                      DISPLAY 'BSEB074 DESCARGA IDEMLOG FUERA DE '
                              'ORDEN EN ' WE-CLAVE-IDEM
                      PERFORM  CANCELAR-PROCESO
                   END-IF
                   MOVE WE-CLAVE-IDEM    TO WE-CLAVE-IDEM-ANT
           END-READ.
      *-----------------*
       EVALUAR-SOLICITUD.
      *-----------------*
      *--- VENCE LA SOLICITUD RECIBIDA ANTES DEL CORTE, COMPLETA O NO.
      *--- UNA RESERVA EN PROCESO DE UN DIA ANTERIOR QUEDO DE UNA TAREA
      *--- QUE NO GRABO SU RESPUESTA: SE INFORMA PARA REVISAR SI LA
      *--- ACTUALIZACION SE HIZO. SIN FECHA VALIDA SE CONSERVA
           PERFORM  UBICAR-OPERACION.
           ADD  1                      TO WE-OPE-LEIDOS (O).
           IF IDM-CANT-REPETIDAS IS NUMERIC
              ADD  IDM-CANT-REPETIDAS  TO WE-CONT-REPETIDAS
                                          WE-OPE-REPETIDAS (O)
           END-IF.
           IF IDM-ESTADO = 'P' AND IDM-FECHA < WE-FEC-PROCESO
              ADD  1                   TO WE-CONT-SIN-RESPUESTA
              ADD  1                   TO WE-OPE-SIN-RESPUESTA (O)
              DISPLAY 'BSEB074 SOLICITUD SIN RESPUESTA '
                      IDM-USER-ID ' ' IDM-ID-SOLICITUD ' '
                      IDM-OPERACION ' ' IDM-FECHA
           END-IF.
           EVALUATE TRUE
              WHEN IDM-FECHA IS NOT NUMERIC OR IDM-FECHA = 0
                 ADD  1                TO WE-CONT-SIN-FECHA
                 PERFORM  CONSERVAR-SOLICITUD
              WHEN IDM-FECHA < WE-CORTE-FEC
                 ADD  1                TO WE-CONT-DEPURADOS
                 ADD  1                TO WE-OPE-DEPURADOS (O)
              WHEN OTHER
                 PERFORM  CONSERVAR-SOLICITUD
           END-EVALUATE.
      *-------------------*
       CONSERVAR-SOLICITUD.
      *-------------------*
           WRITE REG-IDEMNUE           FROM REG-IDEMLOG.
           ADD  1                      TO WE-CONT-CONSERVADOS.
           ADD  1                      TO WE-OPE-CONSERVADOS (O).
      *----------------*
       UBICAR-OPERACION.
      *----------------*
      *--- POCAS OPERACIONES DE ACTUALIZACION: BUSQUEDA SECUENCIAL; LA
      *--- ULTIMA POSICION ACUMULA LAS QUE NO ENTRAN EN LA TABLA
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO O.
           PERFORM UNTIL O >= WE-CANT-OPE OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO O
              IF WE-OPE-OPERACION (O) = IDM-OPERACION
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-OPE < 50
                 ADD  1                TO WE-CANT-OPE
                 MOVE WE-CANT-OPE      TO O
                 MOVE IDM-OPERACION    TO WE-OPE-OPERACION (O)
                 MOVE ZEROS            TO WE-OPE-LEIDOS (O)
                                          WE-OPE-DEPURADOS (O)
                                          WE-OPE-CONSERVADOS (O)
                                          WE-OPE-SIN-RESPUESTA (O)
                                          WE-OPE-REPETIDAS (O)
              ELSE
                 MOVE 50               TO O
                 MOVE 'OTRAS OPERACIONES' TO WE-OPE-OPERACION (O)
              END-IF
           END-IF.
      *----------------*
       IMPRIMIR-REPORTE.
      *----------------*
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-DIAS                TO WE-TIT-DIAS.
           MOVE WE-CORTE-FEC           TO WE-TIT-CORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE 0                      TO O.
           PERFORM UNTIL O >= WE-CANT-OPE
              ADD  1                   TO O
              MOVE WE-OPE-OPERACION (O)     TO WE-DET-OPERACION
              MOVE WE-OPE-LEIDOS (O)        TO WE-DET-LEIDOS
              MOVE WE-OPE-DEPURADOS (O)     TO WE-DET-DEPURADOS
              MOVE WE-OPE-CONSERVADOS (O)   TO WE-DET-CONSERVADOS
              MOVE WE-OPE-SIN-RESPUESTA (O) TO WE-DET-SIN-RESPUESTA
              MOVE WE-OPE-REPETIDAS (O)     TO WE-DET-REPETIDAS
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-PERFORM.
           MOVE 'TOTAL'                TO WE-DET-OPERACION.
           MOVE WE-CONT-LEIDOS         TO WE-DET-LEIDOS.
           MOVE WE-CONT-DEPURADOS      TO WE-DET-DEPURADOS.
           MOVE WE-CONT-CONSERVADOS    TO WE-DET-CONSERVADOS.
           MOVE WE-CONT-SIN-RESPUESTA  TO WE-DET-SIN-RESPUESTA.
           MOVE WE-CONT-REPETIDAS      TO WE-DET-REPETIDAS.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           IF WE-CONT-SIN-RESPUESTA > 0
              MOVE SPACES              TO WE-AVI-TEXTO
              STRING 'SOLICITUDES EN PROCESO DE DIAS ANTERIORES (VER '
                     'SYSOUT): REVISAR SI LA ACTUALIZACION SE REALIZO'
                     DELIMITED BY SIZE  INTO  WE-AVI-TEXTO
              END-STRING
              WRITE REG-REPORTE        FROM WE-LINEA-AVISO
           END-IF.
           IF WE-CONT-SIN-FECHA > 0
              MOVE SPACES              TO WE-AVI-TEXTO
              STRING 'SOLICITUDES SIN FECHA VALIDA CONSERVADAS: '
                     WE-CONT-SIN-FECHA
                     DELIMITED BY SIZE  INTO  WE-AVI-TEXTO
              END-STRING
              WRITE REG-REPORTE        FROM WE-LINEA-AVISO
           END-IF.
           CLOSE  ARCH-REPORTE.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB074 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           DISPLAY 'BSEB074 SOLICITUDES LEIDAS      = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB074 SOLICITUDES DEPURADAS   = '
                   WE-CONT-DEPURADOS.
           DISPLAY 'BSEB074 SOLICITUDES CONSERVADAS = '
                   WE-CONT-CONSERVADOS.
           DISPLAY 'BSEB074 SIN RESPUESTA           = '
                   WE-CONT-SIN-RESPUESTA.
           DISPLAY 'BSEB074 SIN FECHA VALIDA        = '
                   WE-CONT-SIN-FECHA.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL. NO TIENE PREDECESOR:
      *--- IDEMLOG LO ALIMENTAN SOLO LAS OPERACIONES EN LINEA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB074 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-DIAS             TO RUNC-PARAMETROS (10:3).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-LEIDOS      TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-CONSERVADOS TO RUNC-CONT-GRABADOS.
           MOVE ZEROS               TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
