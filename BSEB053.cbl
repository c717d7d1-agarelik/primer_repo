************************************************************************
***   * 104638 15/10/26 JCV AGENDA DIARIA DE PLAZOS PROCESALES POR    *
***   *               ESTUDIO CON ALERTA A 3 DIAS HABILES Y VENCIDOS *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO AGENDAPLAZOSJUD - LOTE                             **
*OBJET*** PARA CADA CUENTA DE LA FOTO SNAPJUD CON CARPETA EN EXPLOG  **
*OBJET*** CALCULA EL VENCIMIENTO DEL PROXIMO PASO PROCESAL: FECHA DE **
*OBJET*** LA ETAPA MAS LOS DIAS HABILES DEL PLAZO (REFTAB 'PLZ'),    **
*OBJET*** CON EL MISMO CRITERIO DE DIA HABIL QUE LA RUTINA BSEOFERD  **
*OBJET*** (DESCARGA DE FERIADO). ARMA LA AGENDA POR ESTUDIO CON LOS  **
*OBJET*** VENCIDOS, LA ALERTA DE LOS 3 DIAS HABILES SIGUIENTES Y EL  **
*OBJET*** RESTO; LOS VENCIDOS SE INFORMAN ADEMAS A DQLOG (BSEBDQLG)  **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB053.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXPLOG         ASSIGN TO EXPLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REFTAB         ASSIGN TO REFTAB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FERIADO        ASSIGN TO FERIADO
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
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ EXPEDIENTES (DESCARGA DE EXPLOG) -------------*
       FD  ARCH-EXPLOG
           RECORDING MODE IS F.
           COPY BSEEXPRG.
      *------------------ TABLAS DE REFERENCIA (DESCARGA DE REFTAB) ---*
       FD  ARCH-REFTAB
           RECORDING MODE IS F.
           COPY BSEREFRG.
      *------------------ FERIADOS (DESCARGA DE FERIADO) ---------------*
       FD  ARCH-FERIADO
           RECORDING MODE IS F.
           COPY BSEFERRG.
      *------------------ AGENDA DE PLAZOS POR ESTUDIO -----------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-REFTAB               PIC X(01)  VALUE SPACES.
           02  WE-EOF-FERIADO              PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-HABIL                 PIC X(01)  VALUE SPACES.
           02  WE-SW-FER                   PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-ALERTA               PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-EXP                PIC X(10)  VALUE SPACES.
           02  WE-ESTUDIO-ANT              PIC X(04)  VALUE SPACES.
           02  WE-SECCION-ANT              PIC 9(01)  VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-SIN-EXP             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-PLAZO           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VENCIDOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ALERTA              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-AGENDA              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-PLAZO               PIC 9(03)  VALUE ZEROS.
           02  WE-DIAS-HABILES             PIC 9(03)  VALUE ZEROS.
           02  WE-DIA-SEMANA               PIC 9(01)  VALUE ZEROS.
           02  WE-DIAS-MES                 PIC 9(02)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-SUMA                     PIC S9(09) VALUE ZEROS.
           02  WE-ZEL-ANIO                 PIC 9(04)  VALUE ZEROS.
           02  WE-ZEL-MES                  PIC 9(02)  VALUE ZEROS.
           02  WE-DIAS-CALCULO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-PROCESO             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
           02  N                           PIC 9(03)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *------------------ DIAS POR MES (FEBRERO SE AJUSTA) -------------*
       01  WE-TABLA-MESES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WE-TABLA-MESES.
           02  WE-MES-DIAS  OCCURS  12  TIMES  PIC 9(02).
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ FERIADOS EN MEMORIA --------------------------*
       01  WE-TABLA-FERIADOS.
           02  WE-CANT-FERIADOS            PIC 9(03)  VALUE ZEROS.
           02  WE-FER-FECHA  OCCURS  200  TIMES
                                           PIC 9(08).
      *------------------ PLAZOS POR ETAPA (REFTAB 'PLZ') --------------*
      *--- CODIGO = ETAPA ACTUAL (1:3) Y PROXIMA ETAPA (4:3);
      *--- DESCRIPCION (1:3) = DIAS HABILES, (5:26) = PROXIMO PASO
       01  WE-TABLA-PLAZOS.
           02  WE-CANT-PLAZOS              PIC 9(03)  VALUE ZEROS.
           02  WE-PLZ-OCC  OCCURS  50  TIMES.
               03  WE-PLZ-ETAPA            PIC X(03).
               03  WE-PLZ-SIGUIENTE        PIC X(03).
               03  WE-PLZ-DIAS             PIC 9(03).
               03  WE-PLZ-PASO             PIC X(26).
      *------------------ AGENDA EN MEMORIA ----------------------------*
       01  WE-TABLA-AGENDA.
           02  WE-CANT-AGENDA              PIC 9(05)  VALUE ZEROS.
           02  WE-AGE-OCC  OCCURS  5000  TIMES.
               03  WE-AGE-CLAVE.
                   04  WE-AGE-ESTUDIO      PIC X(04).
                   04  WE-AGE-SECCION      PIC 9(01).
      *                1 VENCIDO / 2 ALERTA / 3 AGENDA
                   04  WE-AGE-FEC-VENCE    PIC 9(08).
                   04  WE-AGE-CTAAFI       PIC X(10).
               03  WE-AGE-DESC-ESTUDIO     PIC X(30).
               03  WE-AGE-EXPEDIENTE       PIC X(20).
               03  WE-AGE-ETAPA            PIC X(03).
               03  WE-AGE-FEC-ETAPA        PIC 9(08).
               03  WE-AGE-PASO             PIC X(26).
               03  WE-AGE-PLAZO            PIC 9(03).
               03  WE-AGE-DIAS             PIC S9(05).
       01  WE-ELEMENTO-AUX                 PIC X(118).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'BSEB053 AGENDA DE PLAZOS PROCESALES AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(18)  VALUE
               '  ALERTA HASTA EL '.
           02  WE-TIT-ALERTA               PIC 9(08).
           02  FILLER                      PIC X(50)  VALUE SPACES.
       01  WE-LINEA-ESTUDIO.
           02  FILLER                      PIC X(08)  VALUE 'ESTUDIO '.
           02  WE-EST-CODIGO               PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EST-DESC                 PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(89)  VALUE SPACES.
       01  WE-LINEA-SECCION.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-SEC-TITULO               PIC X(60)  VALUE SPACES.
           02  FILLER                      PIC X(70)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(50)  VALUE
               '  CUENTA     EXPEDIENTE           ETAPA  FEC.ETAPA'.
           02  FILLER                      PIC X(82)  VALUE
               ' PROXIMO PASO               PLAZO  VENCE       DIAS'.
       01  WE-LINEA-DETALLE.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-EXPEDIENTE           PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-ETAPA                PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-FEC-ETAPA            PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-PASO                 PIC X(26)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PLAZO                PIC ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-FEC-VENCE            PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-DIAS                 PIC ---,--9.
           02  FILLER                      PIC X(32)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-TEXTO                PIC X(40)  VALUE SPACES.
           02  WE-TOT-CANT                 PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(83)  VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBDQLG (CALIDAD DATOS) ----*
           COPY BSEDQLCA.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  ORDENAR-AGENDA.
           PERFORM  GRABAR-AGENDA.
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
           PERFORM  CARGAR-FERIADOS.
           PERFORM  CARGAR-PLAZOS.
      *--- LIMITE DE LA ALERTA: TRES DIAS HABILES DESPUES DEL PROCESO
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-CALCULO        TO WE-DIAS-PROCESO.
           MOVE 3                      TO WE-DIAS-PLAZO.
           PERFORM  SUMAR-DIAS-HABILES.
           MOVE WE-FECHA-TRAB          TO WE-FEC-ALERTA.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-EXPLOG.
           OPEN OUTPUT  ARCH-REPORTE.
           PERFORM  LEER-EXPLOG.
      *-----------------*
       CARGAR-FERIADOS.
      *-----------------*
           OPEN INPUT  ARCH-FERIADO.
           PERFORM UNTIL WE-EOF-FERIADO = 'S'
              READ ARCH-FERIADO
                   AT END
                      MOVE 'S'         TO WE-EOF-FERIADO
                   NOT AT END
                      IF WE-CANT-FERIADOS < 200
                         ADD  1        TO WE-CANT-FERIADOS
                         MOVE FERI-FECHA
                                  TO WE-FER-FECHA (WE-CANT-FERIADOS)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-FERIADO.
      *---------------*
       CARGAR-PLAZOS.
      *---------------*
           OPEN INPUT  ARCH-REFTAB.
           PERFORM UNTIL WE-EOF-REFTAB = 'S'
              READ ARCH-REFTAB
                   AT END
                      MOVE 'S'         TO WE-EOF-REFTAB
                   NOT AT END
                      IF REFTAB-TABLA = 'PLZ' AND
                         REFTAB-FEC-BAJA = 0  AND
                         REFTAB-FEC-VIGENCIA <= WE-FEC-PROCESO
                         PERFORM  AGREGAR-PLAZO
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-REFTAB.
      *---------------*
       AGREGAR-PLAZO.
      *---------------*
           IF REFTAB-DESCRIPCION (1:3) IS NOT NUMERIC
              DISPLAY 'BSEB053 PLAZO NO NUMERICO ' REFTAB-CODIGO
              ADD  1                   TO WE-CONT-ERRORES
           ELSE
              IF WE-CANT-PLAZOS >= 50
                 DISPLAY 'BSEB053 TABLA DE PLAZOS DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-PLAZOS
              MOVE REFTAB-CODIGO (1:3)
                                  TO WE-PLZ-ETAPA     (WE-CANT-PLAZOS)
              MOVE REFTAB-CODIGO (4:3)
                                  TO WE-PLZ-SIGUIENTE (WE-CANT-PLAZOS)
              MOVE REFTAB-DESCRIPCION (1:3)
                                  TO WE-PLZ-DIAS      (WE-CANT-PLAZOS)
              MOVE REFTAB-DESCRIPCION (5:26)
                                  TO WE-PLZ-PASO      (WE-CANT-PLAZOS)
           END-IF.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  LEER-SNAPSHOT.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S'
              PERFORM  EVALUAR-CUENTA
              PERFORM  LEER-SNAPSHOT
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB053 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-EXPLOG.
      *--------------*
       LEER-SNAPSHOT.
      *--------------*
      *--- ENTREGA EL PROXIMO DETALLE: SALTEA LA CABECERA Y VALIDA LA
      *--- COLA CUANDO APARECE
           MOVE 'N'                    TO WE-SW-LEYO.
           PERFORM UNTIL WE-SW-LEYO = 'S' OR WE-EOF-SNAPSHOT = 'S'
              READ ARCH-SNAPSHOT
                   AT END
                      MOVE 'S'         TO WE-EOF-SNAPSHOT
                   NOT AT END
                      EVALUATE SNJ-CTAAFI (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-SNAPJUD TO REG-SNAPJUD-CTL
                            PERFORM  VALIDAR-COLA
                            MOVE 'S'   TO WE-EOF-SNAPSHOT
                         WHEN OTHER
                            ADD  1          TO WE-CONT-FOTO
                            ADD  SNJ-SALACT TO WE-HASH-SALACT
                            MOVE 'S'   TO WE-SW-LEYO
                      END-EVALUATE
              END-READ
           END-PERFORM.
      *--------------*
       VALIDAR-COLA.
      *--------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB053 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB053 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB053 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-------------*
       LEER-EXPLOG.
      *-------------*
           READ ARCH-EXPLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-EXP
                NOT AT END
                   MOVE EXPLOG-CTAAFI    TO WE-CLAVE-EXP
           END-READ.
      *----------------*
       EVALUAR-CUENTA.
      *----------------*
      *--- EXPLOG VIENE POR CTAAFI COMO LA FOTO: SE AVANZA HASTA LA
      *--- CUENTA; LAS CUENTAS SIN CARPETA SOLO SE CUENTAN
           PERFORM UNTIL WE-CLAVE-EXP >= SNJ-CTAAFI
              PERFORM  LEER-EXPLOG
           END-PERFORM.
           IF WE-CLAVE-EXP NOT = SNJ-CTAAFI
              ADD  1                   TO WE-CONT-SIN-EXP
           ELSE
              PERFORM  BUSCAR-PLAZO
              EVALUATE TRUE
                 WHEN WE-SW-ENCONTRO NOT = 'S'
                    ADD  1             TO WE-CONT-SIN-PLAZO
                 WHEN EXPLOG-FEC-ETAPA IS NOT NUMERIC OR
                      EXPLOG-FEC-ETAPA = 0
                    DISPLAY 'BSEB053 ETAPA SIN FECHA ' SNJ-CTAAFI
                    ADD  1             TO WE-CONT-ERRORES
                 WHEN OTHER
                    PERFORM  AGENDAR-CUENTA
              END-EVALUATE
           END-IF.
      *--------------*
       BUSCAR-PLAZO.
      *--------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-PLAZOS OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO K
              IF WE-PLZ-ETAPA (K) = EXPLOG-ETAPA
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
      *----------------*
       AGENDAR-CUENTA.
      *----------------*
           IF WE-CANT-AGENDA >= 5000
              DISPLAY 'BSEB053 TABLA DE AGENDA DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-AGENDA.
           MOVE WE-CANT-AGENDA         TO I.
      *--- VENCIMIENTO: FECHA DE LA ETAPA MAS LOS DIAS HABILES DEL PLAZO
           MOVE EXPLOG-FEC-ETAPA       TO WE-FECHA-TRAB.
           MOVE WE-PLZ-DIAS (K)        TO WE-DIAS-PLAZO.
           PERFORM  SUMAR-DIAS-HABILES.
           MOVE WE-FECHA-TRAB          TO WE-AGE-FEC-VENCE (I).
           PERFORM  CALCULAR-DIAS.
           COMPUTE WE-AGE-DIAS (I) = WE-DIAS-CALCULO - WE-DIAS-PROCESO
           END-COMPUTE.
           MOVE SNJ-COD-ESTUDIO        TO WE-AGE-ESTUDIO (I).
           MOVE SNJ-DESC-ESTUDIO       TO WE-AGE-DESC-ESTUDIO (I).
           MOVE SNJ-CTAAFI             TO WE-AGE-CTAAFI (I).
           MOVE EXPLOG-NRO-EXPEDIENTE  TO WE-AGE-EXPEDIENTE (I).
           MOVE EXPLOG-ETAPA           TO WE-AGE-ETAPA (I).
           MOVE EXPLOG-FEC-ETAPA       TO WE-AGE-FEC-ETAPA (I).
           MOVE WE-PLZ-PASO (K)        TO WE-AGE-PASO (I).
           MOVE WE-PLZ-DIAS (K)        TO WE-AGE-PLAZO (I).
           EVALUATE TRUE
              WHEN WE-AGE-FEC-VENCE (I) < WE-FEC-PROCESO
                 MOVE 1                TO WE-AGE-SECCION (I)
                 ADD  1                TO WE-CONT-VENCIDOS
                 PERFORM  GRABAR-EXCEPCION-DQ
              WHEN WE-AGE-FEC-VENCE (I) <= WE-FEC-ALERTA
                 MOVE 2                TO WE-AGE-SECCION (I)
                 ADD  1                TO WE-CONT-ALERTA
              WHEN OTHER
                 MOVE 3                TO WE-AGE-SECCION (I)
                 ADD  1                TO WE-CONT-AGENDA
           END-EVALUATE.
      *----------------------*
       GRABAR-EXCEPCION-DQ.
      *----------------------*
      *--- LA CARPETA LLEVA EN SU ETAPA MAS TIEMPO DEL QUE EL PLAZO
      *--- PERMITE SIN QUE SE REGISTRE EL PASO SIGUIENTE
           MOVE 'BSEB053 '             TO DQL-PROGRAMA.
           MOVE 'EXPLOG  '             TO DQL-FUENTE.
           MOVE SPACES                 TO DQL-CLAVE.
           MOVE SNJ-CTAAFI             TO DQL-CLAVE (1:10).
           MOVE EXPLOG-ETAPA           TO DQL-CLAVE (12:3).
           MOVE 'ETAPA-SIN-MOVIMIENTO' TO DQL-REGLA.
           MOVE 'A'                    TO DQL-SEVERIDAD.
           MOVE WE-FEC-PROCESO         TO DQL-FECHA.
           CALL 'BSEBDQLG'  USING      DQL-COMMAREA.
      *--------------------*
       SUMAR-DIAS-HABILES.
      *--------------------*
      *--- SUMA A WE-FECHA-TRAB TANTOS DIAS HABILES COMO WE-DIAS-PLAZO,
      *--- SALTEANDO SABADOS, DOMINGOS Y FERIADOS (CRITERIO BSEOFERD)
           MOVE 0                      TO WE-DIAS-HABILES.
           PERFORM UNTIL WE-DIAS-HABILES >= WE-DIAS-PLAZO
              PERFORM  SUMAR-UN-DIA
              PERFORM  VERIFICAR-DIA-HABIL
              IF WE-SW-HABIL = 'S'
                 ADD  1                TO WE-DIAS-HABILES
              END-IF
           END-PERFORM.
      *---------------------*
       VERIFICAR-DIA-HABIL.
      *---------------------*
           PERFORM  CALCULAR-DIA-SEMANA.
           IF WE-DIA-SEMANA = 0 OR WE-DIA-SEMANA = 1
              MOVE 'N'                 TO WE-SW-HABIL
           ELSE
              MOVE SPACES              TO WE-SW-FER
              MOVE 0                   TO N
              PERFORM UNTIL N >= WE-CANT-FERIADOS OR WE-SW-FER = 'S'
                 ADD  1                TO N
                 IF WE-FER-FECHA (N) = WE-FECHA-TRAB
                    MOVE 'S'           TO WE-SW-FER
                 END-IF
              END-PERFORM
              IF WE-SW-FER = 'S'
                 MOVE 'N'              TO WE-SW-HABIL
              ELSE
                 MOVE 'S'              TO WE-SW-HABIL
              END-IF
           END-IF.
      *-----------------------*
       CALCULAR-DIA-SEMANA.
      *-----------------------*
      *--- CONGRUENCIA DE ZELLER: 0 SABADO, 1 DOMINGO, ... 6 VIERNES
           MOVE WE-FT-AAAA             TO WE-ZEL-ANIO.
           MOVE WE-FT-MM               TO WE-ZEL-MES.
           IF WE-ZEL-MES < 3
              ADD  12                  TO WE-ZEL-MES
              SUBTRACT 1               FROM WE-ZEL-ANIO
           END-IF.
           COMPUTE WE-SUMA = WE-FT-DD + WE-ZEL-ANIO
           END-COMPUTE.
           COMPUTE WE-COCIENTE = (13 * (WE-ZEL-MES + 1)) / 5
           END-COMPUTE.
           ADD  WE-COCIENTE            TO WE-SUMA.
           DIVIDE WE-ZEL-ANIO BY 4   GIVING WE-COCIENTE.
           ADD  WE-COCIENTE            TO WE-SUMA.
           DIVIDE WE-ZEL-ANIO BY 100 GIVING WE-COCIENTE.
           SUBTRACT WE-COCIENTE        FROM WE-SUMA.
           DIVIDE WE-ZEL-ANIO BY 400 GIVING WE-COCIENTE.
           ADD  WE-COCIENTE            TO WE-SUMA.
           DIVIDE WE-SUMA BY 7 GIVING WE-COCIENTE
                               REMAINDER WE-DIA-SEMANA.
      *----------------*
       SUMAR-UN-DIA.
      *----------------*
           MOVE WE-MES-DIAS (WE-FT-MM) TO WE-DIAS-MES.
           IF WE-FT-MM = 2
              PERFORM  AJUSTAR-BISIESTO
           END-IF.
           IF WE-FT-DD < WE-DIAS-MES
              ADD  1                   TO WE-FT-DD
           ELSE
              MOVE 01                  TO WE-FT-DD
              IF WE-FT-MM < 12
                 ADD  1                TO WE-FT-MM
              ELSE
                 MOVE 01               TO WE-FT-MM
                 ADD  1                TO WE-FT-AAAA
              END-IF
           END-IF.
      *-------------------*
       AJUSTAR-BISIESTO.
      *-------------------*
           DIVIDE WE-FT-AAAA BY 4   GIVING WE-COCIENTE
                                    REMAINDER WE-RESTO.
           IF WE-RESTO = 0
              MOVE 29                  TO WE-DIAS-MES
              DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 MOVE 28               TO WE-DIAS-MES
                 DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    MOVE 29            TO WE-DIAS-MES
                 END-IF
              END-IF
           END-IF.
      *--------------*
       CALCULAR-DIAS.
      *--------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL), COMO EN BSEB013
           COMPUTE WE-DIAS-CALCULO = (WE-FT-AAAA * 360) +
                                     (WE-FT-MM   * 30)  +
                                      WE-FT-DD
           END-COMPUTE.
      *----------------*
       ORDENAR-AGENDA.
      *----------------*
      *--- POR ESTUDIO, SECCION, VENCIMIENTO Y CUENTA (BURBUJA)
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO NOT = 'S'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-AGENDA - 1
                 ADD  1                TO I
                 COMPUTE J = I + 1
                 END-COMPUTE
                 IF WE-AGE-CLAVE (J) < WE-AGE-CLAVE (I)
                    MOVE WE-AGE-OCC (I)  TO WE-ELEMENTO-AUX
                    MOVE WE-AGE-OCC (J)  TO WE-AGE-OCC (I)
                    MOVE WE-ELEMENTO-AUX TO WE-AGE-OCC (J)
                    MOVE 'S'             TO WE-SW-CAMBIO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *---------------*
       GRABAR-AGENDA.
      *---------------*
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-FEC-ALERTA          TO WE-TIT-ALERTA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE HIGH-VALUES            TO WE-ESTUDIO-ANT.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-AGENDA
              ADD  1                   TO I
              IF WE-AGE-ESTUDIO (I) NOT = WE-ESTUDIO-ANT
                 PERFORM  IMPRIMIR-ESTUDIO
              END-IF
              IF WE-AGE-SECCION (I) NOT = WE-SECCION-ANT
                 PERFORM  IMPRIMIR-SECCION
              END-IF
              PERFORM  IMPRIMIR-DETALLE
           END-PERFORM.
           PERFORM  IMPRIMIR-TOTALES.
      *------------------*
       IMPRIMIR-ESTUDIO.
      *------------------*
           MOVE WE-AGE-ESTUDIO (I)     TO WE-ESTUDIO-ANT.
           MOVE 0                      TO WE-SECCION-ANT.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WE-AGE-ESTUDIO (I)     TO WE-EST-CODIGO.
           MOVE WE-AGE-DESC-ESTUDIO (I) TO WE-EST-DESC.
           WRITE REG-REPORTE           FROM WE-LINEA-ESTUDIO.
      *------------------*
       IMPRIMIR-SECCION.
      *------------------*
           MOVE WE-AGE-SECCION (I)     TO WE-SECCION-ANT.
           EVALUATE WE-AGE-SECCION (I)
              WHEN 1
                 MOVE 'VENCIDOS: ETAPA SIN MOVIMIENTO DENTRO DEL PLAZO'
                                       TO WE-SEC-TITULO
              WHEN 2
                 MOVE 'ALERTA: VENCEN EN LOS PROXIMOS 3 DIAS HABILES'
                                       TO WE-SEC-TITULO
              WHEN OTHER
                 MOVE 'AGENDA: PROXIMOS VENCIMIENTOS'
                                       TO WE-SEC-TITULO
           END-EVALUATE.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *------------------*
       IMPRIMIR-DETALLE.
      *------------------*
           MOVE WE-AGE-CTAAFI (I)      TO WE-DET-CTAAFI.
           MOVE WE-AGE-EXPEDIENTE (I)  TO WE-DET-EXPEDIENTE.
           MOVE WE-AGE-ETAPA (I)       TO WE-DET-ETAPA.
           MOVE WE-AGE-FEC-ETAPA (I)   TO WE-DET-FEC-ETAPA.
           MOVE WE-AGE-PASO (I)        TO WE-DET-PASO.
           MOVE WE-AGE-PLAZO (I)       TO WE-DET-PLAZO.
           MOVE WE-AGE-FEC-VENCE (I)   TO WE-DET-FEC-VENCE.
           MOVE WE-AGE-DIAS (I)        TO WE-DET-DIAS.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           ADD  1                      TO WE-CONT-GRABADOS.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'CUENTAS EN LA FOTO'   TO WE-TOT-TEXTO.
           MOVE WE-CONT-FOTO           TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'VENCIDOS (INFORMADOS A DQLOG)'
                                       TO WE-TOT-TEXTO.
           MOVE WE-CONT-VENCIDOS       TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'EN ALERTA'            TO WE-TOT-TEXTO.
           MOVE WE-CONT-ALERTA         TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'EN AGENDA'            TO WE-TOT-TEXTO.
           MOVE WE-CONT-AGENDA         TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'SIN CARPETA EN EXPLOG' TO WE-TOT-TEXTO.
           MOVE WE-CONT-SIN-EXP        TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'ETAPA SIN PLAZO EN REFTAB PLZ'
                                       TO WE-TOT-TEXTO.
           MOVE WE-CONT-SIN-PLAZO      TO WE-TOT-CANT.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB053 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB053 CUENTAS EN LA FOTO  = ' WE-CONT-FOTO.
           DISPLAY 'BSEB053 PLAZOS VENCIDOS     = ' WE-CONT-VENCIDOS.
           DISPLAY 'BSEB053 PLAZOS EN ALERTA    = ' WE-CONT-ALERTA.
           DISPLAY 'BSEB053 PLAZOS EN AGENDA    = ' WE-CONT-AGENDA.
           DISPLAY 'BSEB053 SIN CARPETA EXPLOG  = ' WE-CONT-SIN-EXP.
           DISPLAY 'BSEB053 ETAPA SIN PLAZO     = ' WE-CONT-SIN-PLAZO.
           ADD  WE-CONT-SIN-PLAZO      TO WE-CONT-ERRORES.
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
           MOVE 'BSEB053 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB053 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB053 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-FOTO        TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-GRABADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
