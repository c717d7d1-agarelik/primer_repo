************************************************************************
***   * 104633 15/10/26 JCV APLICACION AUTOMATICA DE LA RECAUDACION   *
***   *               DE BANCOS Y AGENTES CONTRA COTIZACIONES PRELOG *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO APLICARECAUDACION - LOTE                           **
*OBJET*** LEE EL ARCHIVO DE RECAUDACION DE BANCOS Y AGENTES Y LOS    **
*OBJET*** COBROS QUE QUEDARON EN SUSPENSO, UBICA LA COTIZACION       **
*OBJET*** VIGENTE DE CADA UNO (POR NUMERO O POR CUENTA) Y LO APLICA  **
*OBJET*** CON LAS MISMAS REGLAS QUE BSEO019: COTIZACION NO OBSERVADA **
*OBJET*** NI VENCIDA, IMPORTE EXACTO, SALDO CRM NO MENOR QUE LO      **
*OBJET*** COTIZADO Y UN SOLO PAGO POR COTIZACION EN PAGOLOG. LO QUE  **
*OBJET*** NO SE PUEDE APLICAR PASA AL SUSPENSO CON SU MOTIVO         **
*OBJET*** PAGNOV SE CARGA A PAGOLOG CON REPLACE: UNA COTIZACION      **
*OBJET*** CON PAGO EXTORNADO (ESTADO 'X', BSEO030) SE PUEDE VOLVER   **
*OBJET*** A APLICAR Y EL NUEVO REGISTRO 'A' REEMPLAZA AL EXTORNADO   **
*OBJET*** DE IGUAL CLAVE, COMO EL REWRITE DE BSEO019 AL REAPLICAR    **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB045.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RECAUDA        ASSIGN TO RECAUDA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SUSPANT        ASSIGN TO SUSPANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRELOG         ASSIGN TO PRELOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRELNEW        ASSIGN TO PRELNEW
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGNOV         ASSIGN TO PAGNOV
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SUSPNEW        ASSIGN TO SUSPNEW
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
      *------------------ RECAUDACION DE BANCOS Y AGENTES --------------*
       FD  ARCH-RECAUDA
           RECORDING MODE IS F.
           COPY BSERECRG.
      *------------------ SUSPENSO DE LA CORRIDA ANTERIOR --------------*
       FD  ARCH-SUSPANT
           RECORDING MODE IS F.
           COPY BSESUSRG.
      *------------------ COTIZACIONES (DESCARGA DE PRELOG) ------------*
       FD  ARCH-PRELOG
           RECORDING MODE IS F.
           COPY BSEPRERG.
      *------------------ PAGOS APLICADOS (DESCARGA DE PAGOLOG) --------*
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
       01  REG-PAGOLOG-ANT                 PIC X(237).
      *------------------ COTIZACIONES ACTUALIZADAS (RECARGA) ----------*
       FD  ARCH-PRELNEW
           RECORDING MODE IS F.
       01  REG-PRELNEW                     PIC X(222).
      *------------------ PAGOS APLICADOS (CARGA A PAGOLOG) ------------*
      *--- SE CARGA CON REPLACE: EL PAGO NUEVO DE UNA COTIZACION CON
      *--- PAGO EXTORNADO REEMPLAZA AL REGISTRO 'X' DE IGUAL CLAVE
       FD  ARCH-PAGNOV
           RECORDING MODE IS F.
           COPY BSEPAGRG.
      *------------------ SUSPENSO NUEVO -------------------------------*
       FD  ARCH-SUSPNEW
           RECORDING MODE IS F.
       01  REG-SUSPNEW                     PIC X(93).
      *------------------ REPORTE DE APLICADOS Y SUSPENDIDOS -----------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-RECAUDA              PIC X(01)  VALUE SPACES.
           02  WE-EOF-SUSPANT              PIC X(01)  VALUE SPACES.
           02  WE-EOF-PRELOG               PIC X(01)  VALUE SPACES.
           02  WE-EOF-PAGOLOG              PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-JULIANA              PIC 9(07)  VALUE ZEROS.
           02  WE-DIA-ANIO                 PIC 9(03)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(05)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(05)  VALUE ZEROS.
           02  WE-FT-FECHA.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-HORA-SISTEMA             PIC 9(08)  VALUE ZEROS.
           02  WE-HORA-PAGO                PIC 9(07)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-RANGO                    PIC 9(01)  VALUE ZEROS.
           02  WE-IMPORTE-ENTERO           PIC 9(13)  VALUE ZEROS.
           02  WE-HASH-IMPORTE             PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-RECAUDO             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SUSP-ANT            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-APLICADOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-YA-APLICADOS        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SUSPENDIDOS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PRELOG              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-IMP-APLICADO             PIC S9(13)V99 VALUE ZEROS.
           02  WE-IMP-SUSPENDIDO           PIC S9(13)V99 VALUE ZEROS.
           02  WE-CANT-PARTIDAS            PIC 9(05)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
      *------------------ DIAS ACUMULADOS AL INICIO DE CADA MES --------*
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
      *------------------ COBROS A APLICAR (RECAUDO + SUSPENSO) --------*
      *--- WE-PT-RANGO ORDENA LAS COTIZACIONES CANDIDATAS CUANDO EL
      *--- COBRO VIENE SOLO CON LA CUENTA: 3 VIGENTE POR EL IMPORTE
      *--- EXACTO, 2 VIGENTE, 1 CUALQUIER OTRA (DA EL MOTIVO)
       01  WE-TABLA-PARTIDAS.
           02  WE-PARTIDA  OCCURS  5000  TIMES.
               03  WE-PT-FEC-INGRESO       PIC 9(08).
               03  WE-PT-INTENTOS          PIC 9(03).
               03  WE-PT-NRO-COTIZACION    PIC X(14).
               03  WE-PT-CTAAFI            PIC X(10).
               03  WE-PT-IMPORTE           PIC S9(13)V99.
               03  WE-PT-FEC-PAGO          PIC 9(08).
               03  WE-PT-CANAL             PIC X(04).
               03  WE-PT-REF-OPERACION     PIC X(20).
               03  WE-PT-RANGO             PIC 9(01).
               03  WE-PT-SW-PAGOLOG        PIC X(01).
      *            'S' COTIZACION CON PAGO VIGENTE EN PAGOLOG
      *            'R' MISMO PAGO YA APLICADO (REPROCESO DEL ARCHIVO)
               03  WE-PT-RESULTADO         PIC X(01).
      *            'A' APLICADO / 'S' SUSPENDIDO / 'R' YA APLICADO
               03  WE-PT-MOTIVO            PIC X(03).
               03  WE-PT-PRELOG            PIC X(222).
       01  WE-PRELOG-PARTIDA.
           02  WE-PP-NRO-COTIZACION        PIC X(14).
           02  WE-PP-CTAAFI                PIC X(10).
           02  FILLER                      PIC X(22).
           02  WE-PP-FECPREL               PIC 9(08).
           02  FILLER                      PIC X(146).
           02  WE-PP-TOTPAGAR              PIC S9(13)V99.
           02  FILLER                      PIC X(16).
           02  WE-PP-ESTADO                PIC X(01).
       01  WE-PAGOLOG-ANT.
           02  WE-PA-NRO-COTIZACION        PIC X(14).
           02  FILLER                      PIC X(130).
           02  WE-PA-TOTPAGAR              PIC S9(13)V99.
           02  FILLER                      PIC X(16).
           02  WE-PA-ESTADO                PIC X(01).
           02  WE-PA-FEC-PAGO              PIC 9(08).
           02  FILLER                      PIC X(53).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'BSEB045 APLICACION DE LA RECAUDACION AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(76)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(132) VALUE
               'RESULTADO  COTIZACION     CUENTA     F.PAGO   CANAL  IMP
      -        'ORTE           MOTIVO  REFERENCIA           INTENTOS'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-RESULTADO            PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
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
           02  FILLER                      PIC X(05)  VALUE SPACES.
           02  WE-DET-REFERENCIA           PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-INTENTOS             PIC ZZ9.
           02  FILLER                      PIC X(29)  VALUE SPACES.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
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
           PERFORM  CALCULAR-FECHA-JULIANA.
           ACCEPT WE-HORA-SISTEMA      FROM TIME.
           DIVIDE WE-HORA-SISTEMA BY 100 GIVING WE-HORA-PAGO.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- TODO EL RECAUDO SE CARGA Y SE VALIDA CONTRA SU COLA ANTES
      *--- DE TOCAR PRELOG O PAGOLOG: UN ARCHIVO INCOMPLETO NO APLICA
      *--- NADA
           PERFORM  CARGAR-RECAUDO.
           PERFORM  CARGAR-SUSPENSO.
           PERFORM  UBICAR-COTIZACIONES.
           PERFORM  VERIFICAR-PAGOLOG.
           OPEN OUTPUT  ARCH-PAGNOV.
           OPEN OUTPUT  ARCH-SUSPNEW.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-PARTIDAS
              ADD  1                   TO I
              PERFORM  EVALUAR-PARTIDA
              PERFORM  INFORMAR-PARTIDA
           END-PERFORM.
           PERFORM  ACTUALIZAR-PRELOG.
      *-----------------*
       CARGAR-RECAUDO.
      *-----------------*
           OPEN INPUT   ARCH-RECAUDA.
           PERFORM  LEER-RECAUDA.
           PERFORM UNTIL WE-EOF-RECAUDA = 'S'
              EVALUATE RECA-TIPO
                 WHEN 'H'
                    CONTINUE
                 WHEN 'T'
                    PERFORM  VALIDAR-COLA
                 WHEN OTHER
                    ADD  1             TO WE-CONT-RECAUDO
                    MOVE RECA-IMPORTE  TO WE-IMPORTE-ENTERO
                    ADD  WE-IMPORTE-ENTERO TO WE-HASH-IMPORTE
                    PERFORM  AGREGAR-PARTIDA-RECAUDO
              END-EVALUATE
              PERFORM  LEER-RECAUDA
           END-PERFORM.
           CLOSE  ARCH-RECAUDA.
           IF WE-SW-COLA NOT = 'S'
              DISPLAY 'BSEB045 RECAUDACION SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       LEER-RECAUDA.
      *--------------*
           READ ARCH-RECAUDA
                AT END
                   MOVE 'S'              TO WE-EOF-RECAUDA
           END-READ.
      *--------------*
       VALIDAR-COLA.
      *--------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF RECA-CTL-CANTIDAD     NOT = WE-CONT-RECAUDO OR
              RECA-CTL-HASH-IMPORTE NOT = WE-HASH-IMPORTE
              DISPLAY 'BSEB045 RECAUDACION NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB045 COLA CANT=' RECA-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-RECAUDO
              DISPLAY 'BSEB045 COLA HASH=' RECA-CTL-HASH-IMPORTE
                      ' LEIDO=' WE-HASH-IMPORTE
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *---------------------------*
       AGREGAR-PARTIDA-RECAUDO.
      *---------------------------*
           PERFORM  NUEVA-PARTIDA.
           MOVE WE-FEC-PROCESO         TO WE-PT-FEC-INGRESO (I).
           MOVE 0                      TO WE-PT-INTENTOS (I).
           MOVE RECA-NRO-COTIZACION    TO WE-PT-NRO-COTIZACION (I).
           MOVE RECA-CTAAFI            TO WE-PT-CTAAFI (I).
           MOVE RECA-IMPORTE           TO WE-PT-IMPORTE (I).
           MOVE RECA-FEC-PAGO          TO WE-PT-FEC-PAGO (I).
           MOVE RECA-CANAL             TO WE-PT-CANAL (I).
           MOVE RECA-REF-OPERACION     TO WE-PT-REF-OPERACION (I).
      *-----------------*
       CARGAR-SUSPENSO.
      *-----------------*
      *--- LO QUE QUEDO EN SUSPENSO SE REINTENTA CADA NOCHE: LA
      *--- COTIZACION PUDO HABERSE CORREGIDO O REEMITIDO
           OPEN INPUT   ARCH-SUSPANT.
           PERFORM  LEER-SUSPANT.
           PERFORM UNTIL WE-EOF-SUSPANT = 'S'
              ADD  1                   TO WE-CONT-SUSP-ANT
              PERFORM  NUEVA-PARTIDA
              MOVE SUS-FEC-INGRESO     TO WE-PT-FEC-INGRESO (I)
              MOVE SUS-INTENTOS        TO WE-PT-INTENTOS (I)
              MOVE SUS-NRO-COTIZACION  TO WE-PT-NRO-COTIZACION (I)
              MOVE SUS-CTAAFI          TO WE-PT-CTAAFI (I)
              MOVE SUS-IMPORTE         TO WE-PT-IMPORTE (I)
              MOVE SUS-FEC-PAGO        TO WE-PT-FEC-PAGO (I)
              MOVE SUS-CANAL           TO WE-PT-CANAL (I)
              MOVE SUS-REF-OPERACION   TO WE-PT-REF-OPERACION (I)
              PERFORM  LEER-SUSPANT
           END-PERFORM.
           CLOSE  ARCH-SUSPANT.
      *--------------*
       LEER-SUSPANT.
      *--------------*
           READ ARCH-SUSPANT
                AT END
                   MOVE 'S'              TO WE-EOF-SUSPANT
           END-READ.
      *---------------*
       NUEVA-PARTIDA.
      *---------------*
           IF WE-CANT-PARTIDAS >= 5000
              DISPLAY 'BSEB045 TABLA DE COBROS EXCEDIDA (5000)'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-PARTIDAS.
           MOVE WE-CANT-PARTIDAS       TO I.
           MOVE 0                      TO WE-PT-RANGO (I).
           MOVE SPACES                 TO WE-PT-SW-PAGOLOG (I).
           MOVE SPACES                 TO WE-PT-RESULTADO (I).
           MOVE SPACES                 TO WE-PT-MOTIVO (I).
           MOVE SPACES                 TO WE-PT-PRELOG (I).
      *---------------------*
       UBICAR-COTIZACIONES.
      *---------------------*
      *--- PRIMERA PASADA POR PRELOG: CADA COBRO SE QUEDA CON SU
      *--- COTIZACION (POR NUMERO) O CON LA MEJOR DE SU CUENTA
           OPEN INPUT   ARCH-PRELOG.
           PERFORM  LEER-PRELOG.
           PERFORM UNTIL WE-EOF-PRELOG = 'S'
              ADD  1                   TO WE-CONT-PRELOG
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-PARTIDAS
                 ADD  1                TO I
                 PERFORM  COMPARAR-COTIZACION
              END-PERFORM
              PERFORM  LEER-PRELOG
           END-PERFORM.
           CLOSE  ARCH-PRELOG.
      *--------------*
       LEER-PRELOG.
      *--------------*
           READ ARCH-PRELOG
                AT END
                   MOVE 'S'              TO WE-EOF-PRELOG
           END-READ.
      *----------------------*
       COMPARAR-COTIZACION.
      *----------------------*
           IF WE-PT-NRO-COTIZACION (I) NOT = SPACES
              IF WE-PT-NRO-COTIZACION (I) = PRELOG-NRO-COTIZACION
                 MOVE 3                TO WE-PT-RANGO (I)
                 MOVE REG-PRELOG       TO WE-PT-PRELOG (I)
              END-IF
           ELSE
              IF WE-PT-CTAAFI (I) NOT = SPACES AND
                 WE-PT-CTAAFI (I) = PRELOG-CTAAFI
                 PERFORM  CALIFICAR-CANDIDATA
              END-IF
           END-IF.
      *----------------------*
       CALIFICAR-CANDIDATA.
      *----------------------*
      *--- A IGUAL RANGO GANA LA COTIZACION DE FECHA MAS RECIENTE
           MOVE 1                      TO WE-RANGO.
           IF PRELOG-ESTADO = SPACE AND
              PRELOG-FECPREL >= WE-PT-FEC-PAGO (I)
              MOVE 2                   TO WE-RANGO
              IF PRELOG-TOTPAGAR = WE-PT-IMPORTE (I)
                 MOVE 3                TO WE-RANGO
              END-IF
           END-IF.
           MOVE WE-PT-PRELOG (I)       TO WE-PRELOG-PARTIDA.
           IF WE-RANGO > WE-PT-RANGO (I) OR
              (WE-RANGO = WE-PT-RANGO (I) AND
               PRELOG-FECPREL > WE-PP-FECPREL)
              MOVE WE-RANGO            TO WE-PT-RANGO (I)
              MOVE REG-PRELOG          TO WE-PT-PRELOG (I)
           END-IF.
      *-------------------*
       VERIFICAR-PAGOLOG.
      *-------------------*
      *--- UNA COTIZACION CON PAGO VIGENTE EN PAGOLOG NO SE VUELVE A
      *--- APLICAR. SI ES EL MISMO PAGO (FECHA E IMPORTE) SE TRATA DE
      *--- UN REPROCESO DEL ARCHIVO Y EL COBRO SE DA POR APLICADO
           OPEN INPUT   ARCH-PAGOLOG.
           PERFORM  LEER-PAGOLOG.
           PERFORM UNTIL WE-EOF-PAGOLOG = 'S'
              MOVE REG-PAGOLOG-ANT     TO WE-PAGOLOG-ANT
              IF WE-PA-ESTADO NOT = 'X'
                 MOVE 0                TO I
                 PERFORM UNTIL I >= WE-CANT-PARTIDAS
                    ADD  1             TO I
                    PERFORM  COMPARAR-PAGO
                 END-PERFORM
              END-IF
              PERFORM  LEER-PAGOLOG
           END-PERFORM.
           CLOSE  ARCH-PAGOLOG.
      *--------------*
       LEER-PAGOLOG.
      *--------------*
           READ ARCH-PAGOLOG
                AT END
                   MOVE 'S'              TO WE-EOF-PAGOLOG
           END-READ.
      *----------------*
       COMPARAR-PAGO.
      *----------------*
           IF WE-PT-RANGO (I) > 0
              MOVE WE-PT-PRELOG (I)    TO WE-PRELOG-PARTIDA
              IF WE-PP-NRO-COTIZACION = WE-PA-NRO-COTIZACION
                 IF WE-PA-FEC-PAGO  = WE-PT-FEC-PAGO (I) AND
                    WE-PA-TOTPAGAR  = WE-PT-IMPORTE (I)
                    MOVE 'R'           TO WE-PT-SW-PAGOLOG (I)
                 ELSE
                    MOVE 'S'           TO WE-PT-SW-PAGOLOG (I)
                 END-IF
              END-IF
           END-IF.
      *-----------------*
       EVALUAR-PARTIDA.
      *-----------------*
           ADD  1                      TO WE-PT-INTENTOS (I).
           MOVE 'S'                    TO WE-PT-RESULTADO (I).
           MOVE WE-PT-PRELOG (I)       TO WE-PRELOG-PARTIDA.
           EVALUATE TRUE
              WHEN WE-PT-RANGO (I) = 0
                 MOVE 'SCO'            TO WE-PT-MOTIVO (I)
              WHEN WE-PT-SW-PAGOLOG (I) = 'R'
                 MOVE 'R'              TO WE-PT-RESULTADO (I)
              WHEN WE-PT-SW-PAGOLOG (I) = 'S'
                 MOVE 'DUP'            TO WE-PT-MOTIVO (I)
              WHEN WE-PP-ESTADO = 'A'
                 MOVE 'DUP'            TO WE-PT-MOTIVO (I)
              WHEN WE-PP-ESTADO = 'O'
                 MOVE 'OBS'            TO WE-PT-MOTIVO (I)
              WHEN WE-PP-ESTADO = 'V'
                 MOVE 'VEN'            TO WE-PT-MOTIVO (I)
              WHEN WE-PP-FECPREL < WE-PT-FEC-PAGO (I)
                 MOVE 'VEN'            TO WE-PT-MOTIVO (I)
              WHEN WE-PT-IMPORTE (I) < WE-PP-TOTPAGAR
                 MOVE 'COR'            TO WE-PT-MOTIVO (I)
              WHEN WE-PT-IMPORTE (I) > WE-PP-TOTPAGAR
                 MOVE 'EXC'            TO WE-PT-MOTIVO (I)
              WHEN OTHER
                 PERFORM  VERIFICAR-DOBLE-COBRO
                 IF WE-SW-ENCONTRO = 'S'
                    MOVE 'DUP'         TO WE-PT-MOTIVO (I)
                 ELSE
                    PERFORM  REVALIDAR-CONTRA-CRM
                 END-IF
           END-EVALUATE.
           IF WE-PT-MOTIVO (I) = SPACES AND
              WE-PT-RESULTADO (I) = 'S'
              PERFORM  APLICAR-PAGO
           END-IF.
      *-----------------------*
       VERIFICAR-DOBLE-COBRO.
      *-----------------------*
      *--- DOS COBROS DE LA MISMA NOCHE SOBRE UNA COTIZACION: SE
      *--- APLICA EL PRIMERO Y EL OTRO QUEDA EN SUSPENSO
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= I - 1 OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO J
              IF WE-PT-RESULTADO (J) = 'A' AND
                 WE-PT-PRELOG (J) (1:14) = WE-PP-NRO-COTIZACION
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
      *---------------------*
       REVALIDAR-CONTRA-CRM.
      *---------------------*
      *--- LAS MISMAS REGLAS DE BSEO019: EL SALDO ACTUAL NO PUEDE SER
      *--- MENOR QUE LO COTIZADO Y LA CUENTA NO PUEDE ESTAR CANCELADA
           MOVE WE-PT-PRELOG (I)       TO REG-PRELOG.
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 036                    TO CRM-CO-NRO-TRAMA.
           MOVE '$CL'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE 'C'                    TO CRM-CO-TIPO-BUSQ.
           MOVE PRELOG-CTAAFI          TO CRM-CO-CUENTA-BUSQ.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           EVALUATE TRUE
              WHEN CRM-CO-COD-RETORNO NOT = +0000
                 ADD  1                TO WE-CONT-ERRORES
                 MOVE 'CRM'            TO WE-PT-MOTIVO (I)
              WHEN CRM-CO-SALACT NOT > 0
                 MOVE 'CAN'            TO WE-PT-MOTIVO (I)
              WHEN CRM-CO-SALACT < PRELOG-AMORTIZ
                 MOVE 'DES'            TO WE-PT-MOTIVO (I)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *-------------*
       APLICAR-PAGO.
      *-------------*
           MOVE WE-PT-PRELOG (I)       TO REG-PRELOG.
           INITIALIZE                     REG-PAGOLOG.
           MOVE PRELOG-NRO-COTIZACION  TO PAGLOG-NRO-COTIZACION.
           MOVE PRELOG-CTAAFI          TO PAGLOG-CTAAFI.
           MOVE PRELOG-AMORTIZ         TO PAGLOG-AMORTIZ.
           MOVE PRELOG-INTVIGENTE      TO PAGLOG-INTVIGENTE.
           MOVE PRELOG-INTMORAT        TO PAGLOG-INTMORAT.
           MOVE PRELOG-INTCOMPEN       TO PAGLOG-INTCOMPEN.
           MOVE PRELOG-PROTCOBJ        TO PAGLOG-PROTCOBJ.
           MOVE PRELOG-GASTOS          TO PAGLOG-GASTOS.
           MOVE PRELOG-HONPRO          TO PAGLOG-HONPRO.
           MOVE PRELOG-IGV             TO PAGLOG-IGV.
           MOVE PRELOG-TOTPAGAR        TO PAGLOG-TOTPAGAR.
           MOVE 'BSEB045 '             TO PAGLOG-USER-ID.
           MOVE WE-FEC-JULIANA         TO PAGLOG-FECHA.
           MOVE WE-HORA-PAGO           TO PAGLOG-HORA.
           MOVE 'A'                    TO PAGLOG-ESTADO.
           MOVE WE-PT-FEC-PAGO (I)     TO PAGLOG-FEC-PAGO.
           MOVE SPACES                 TO PAGLOG-USER-EXTORNO.
           MOVE ZEROS                  TO PAGLOG-FEC-EXTORNO.
           MOVE ZEROS                  TO PAGLOG-HORA-EXTORNO.
           MOVE SPACES                 TO PAGLOG-COD-MOTIVO.
           MOVE SPACES                 TO PAGLOG-TXT-MOTIVO.
           WRITE REG-PAGOLOG.
           MOVE 'A'                    TO WE-PT-RESULTADO (I).
      *------------------*
       INFORMAR-PARTIDA.
      *------------------*
           MOVE WE-PT-PRELOG (I)       TO WE-PRELOG-PARTIDA.
           MOVE WE-PT-NRO-COTIZACION (I) TO WE-DET-COTIZACION.
           IF WE-PT-RANGO (I) > 0
              MOVE WE-PP-NRO-COTIZACION TO WE-DET-COTIZACION
           END-IF.
           MOVE WE-PT-CTAAFI (I)       TO WE-DET-CTAAFI.
           MOVE WE-PT-FEC-PAGO (I)     TO WE-DET-FEC-PAGO.
           MOVE WE-PT-CANAL (I)        TO WE-DET-CANAL.
           MOVE WE-PT-IMPORTE (I)      TO WE-DET-IMPORTE.
           MOVE WE-PT-MOTIVO (I)       TO WE-DET-MOTIVO.
           MOVE WE-PT-REF-OPERACION (I) TO WE-DET-REFERENCIA.
           MOVE WE-PT-INTENTOS (I)     TO WE-DET-INTENTOS.
           EVALUATE WE-PT-RESULTADO (I)
              WHEN 'A'
                 ADD  1                TO WE-CONT-APLICADOS
                 ADD  WE-PT-IMPORTE (I) TO WE-IMP-APLICADO
                 MOVE 'APLICADO'       TO WE-DET-RESULTADO
              WHEN 'R'
                 ADD  1                TO WE-CONT-YA-APLICADOS
                 MOVE 'YA APLIC.'      TO WE-DET-RESULTADO
              WHEN OTHER
                 ADD  1                TO WE-CONT-SUSPENDIDOS
                 ADD  WE-PT-IMPORTE (I) TO WE-IMP-SUSPENDIDO
                 MOVE 'SUSPENSO'       TO WE-DET-RESULTADO
                 PERFORM  GRABAR-SUSPENSO
           END-EVALUATE.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *-----------------*
       GRABAR-SUSPENSO.
      *-----------------*
           MOVE WE-PT-FEC-INGRESO (I)  TO SUS-FEC-INGRESO.
           MOVE WE-PT-FEC-PAGO (I)     TO SUS-FEC-PAGO.
           MOVE WE-PT-NRO-COTIZACION (I) TO SUS-NRO-COTIZACION.
           MOVE WE-PT-CTAAFI (I)       TO SUS-CTAAFI.
           MOVE WE-PT-IMPORTE (I)      TO SUS-IMPORTE.
           MOVE WE-PT-CANAL (I)        TO SUS-CANAL.
           MOVE WE-PT-REF-OPERACION (I) TO SUS-REF-OPERACION.
           MOVE WE-PT-MOTIVO (I)       TO SUS-MOTIVO.
           MOVE WE-PT-INTENTOS (I)     TO SUS-INTENTOS.
           MOVE WE-FEC-PROCESO         TO SUS-FEC-ULT-INTENTO.
           WRITE REG-SUSPNEW           FROM REG-SUSPENSO.
      *-------------------*
       ACTUALIZAR-PRELOG.
      *-------------------*
      *--- SEGUNDA PASADA POR PRELOG: LAS COTIZACIONES APLICADAS
      *--- QUEDAN EN 'A' EN LA RECARGA, COMO LAS MARCA BSEO019
           MOVE SPACES                 TO WE-EOF-PRELOG.
           OPEN INPUT   ARCH-PRELOG.
           OPEN OUTPUT  ARCH-PRELNEW.
           PERFORM  LEER-PRELOG.
           PERFORM UNTIL WE-EOF-PRELOG = 'S'
              MOVE SPACES              TO WE-SW-ENCONTRO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-PARTIDAS OR
                            WE-SW-ENCONTRO = 'S'
                 ADD  1                TO I
                 IF WE-PT-RESULTADO (I) = 'A' AND
                    WE-PT-PRELOG (I) (1:14) = PRELOG-NRO-COTIZACION
                    MOVE 'S'           TO WE-SW-ENCONTRO
                    MOVE 'A'           TO PRELOG-ESTADO
                 END-IF
              END-PERFORM
              WRITE REG-PRELNEW        FROM REG-PRELOG
              PERFORM  LEER-PRELOG
           END-PERFORM.
           CLOSE  ARCH-PRELOG.
           CLOSE  ARCH-PRELNEW.
      *--------------------------*
       CALCULAR-FECHA-JULIANA.
      *--------------------------*
      *--- PAGOLOG LLEVA LA FECHA JULIANA DE CICS (0CYYDDD) COMO LOS
      *--- PAGOS APLICADOS EN LINEA POR BSEO019
           MOVE WE-FEC-PROCESO         TO WE-FT-FECHA.
           COMPUTE WE-DIA-ANIO = WE-ACU-DIAS (WE-FT-MM) + WE-FT-DD
           END-COMPUTE.
           IF WE-FT-MM > 2
              DIVIDE WE-FT-AAAA BY 4   GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 ADD  1                TO WE-DIA-ANIO
                 DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    SUBTRACT 1         FROM WE-DIA-ANIO
                    DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                             REMAINDER WE-RESTO
                    IF WE-RESTO = 0
                       ADD  1          TO WE-DIA-ANIO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           COMPUTE WE-FEC-JULIANA = ((WE-FT-AAAA - 1900) * 1000)
                                  + WE-DIA-ANIO
           END-COMPUTE.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB045 PROCESO CANCELADO - REVISAR RECAUDACION'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-PAGNOV.
           CLOSE  ARCH-SUSPNEW.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB045 COBROS RECAUDADOS  = ' WE-CONT-RECAUDO.
           DISPLAY 'BSEB045 SUSPENSO ANTERIOR  = ' WE-CONT-SUSP-ANT.
           DISPLAY 'BSEB045 COTIZACIONES LEIDAS= ' WE-CONT-PRELOG.
           DISPLAY 'BSEB045 PAGOS APLICADOS    = ' WE-CONT-APLICADOS.
           DISPLAY 'BSEB045 IMPORTE APLICADO   = ' WE-IMP-APLICADO.
           DISPLAY 'BSEB045 YA APLICADOS       = ' WE-CONT-YA-APLICADOS.
           DISPLAY 'BSEB045 QUEDAN EN SUSPENSO = ' WE-CONT-SUSPENDIDOS.
           DISPLAY 'BSEB045 IMPORTE SUSPENDIDO = ' WE-IMP-SUSPENDIDO.
           DISPLAY 'BSEB045 CONSULTAS EN ERROR = ' WE-CONT-ERRORES.
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
           MOVE 'BSEB045 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB045 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB045 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           COMPUTE RUNC-CONT-LEIDOS = WE-CONT-RECAUDO + WE-CONT-SUSP-ANT
           END-COMPUTE.
           MOVE WE-CONT-APLICADOS   TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
