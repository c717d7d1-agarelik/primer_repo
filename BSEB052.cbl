************************************************************************
***   * 104637 15/10/26 JCV PUNTAJE NOCTURNO DE PRIORIDAD DE COBRANZA *
***   *               POR CUENTA JUDICIAL CON MOTIVO POR COMPONENTE   *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO PUNTAJEPRIORIDAD - LOTE                            **
*OBJET*** CALIFICA CADA CUENTA DE LA FOTO SNAPJUD CON OCHO           **
*OBJET*** COMPONENTES: SALDO EN SOLES (TIPCAMB), DIAS DE VENCIDO,    **
*OBJET*** PROMESAS PENDIENTES Y ROTAS (PROMLOG), CONVENIO (CNVLOG),  **
*OBJET*** COBERTURA DE EMBARGOS (EMBGLOG), DIAS SIN NOTA (NOTAJUD) Y **
*OBJET*** FALLECIDO (FALLLOG). LOS PESOS SALEN DE REFTAB 'SCO'. ARMA **
*OBJET*** LA RECARGA DE SCORJUD CON EL RANKING Y UN REPORTE CON LA   **
*OBJET*** DISTRIBUCION Y LAS CUENTAS MAS PRIORITARIAS                **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB052.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TIPCAMB        ASSIGN TO TIPCAMB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REFTAB         ASSIGN TO REFTAB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CNVLOG         ASSIGN TO CNVLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EMBGLOG        ASSIGN TO EMBGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-NOTAJUD        ASSIGN TO NOTAJUD
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FALLEC         ASSIGN TO FALLEC
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SCORNEW        ASSIGN TO SCORNEW
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
      *------------------ COTIZACIONES (DESCARGA DE TIPCAMB) -----------*
       FD  ARCH-TIPCAMB
           RECORDING MODE IS F.
           COPY BSETCMRG.
      *------------------ TABLAS DE REFERENCIA (DESCARGA DE REFTAB) ---*
       FD  ARCH-REFTAB
           RECORDING MODE IS F.
           COPY BSEREFRG.
      *------------------ PROMESAS (DESCARGA DE PROMLOG) ---------------*
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
           COPY BSEPRORG.
      *------------------ CONVENIOS (DESCARGA DE CNVLOG) ---------------*
       FD  ARCH-CNVLOG
           RECORDING MODE IS F.
           COPY BSECNVRG.
      *------------------ EMBARGOS (DESCARGA DE EMBGLOG) ---------------*
       FD  ARCH-EMBGLOG
           RECORDING MODE IS F.
           COPY BSEEMBRG.
      *------------------ BITACORA (DESCARGA DE NOTAJUD) ---------------*
       FD  ARCH-NOTAJUD
           RECORDING MODE IS F.
           COPY BSEBITRG.
      *------------------ FALLECIDOS (DESCARGA DE FALLLOG) -------------*
       FD  ARCH-FALLEC
           RECORDING MODE IS F.
           COPY BSEFALRG.
      *------------------ PUNTAJES (RECARGA DE SCORJUD) ----------------*
       FD  ARCH-SCORNEW
           RECORDING MODE IS F.
       01  REG-SCORNEW                     PIC X(150).
      *------------------ REPORTE DE PRIORIDADES -----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-TIPCAMB              PIC X(01)  VALUE SPACES.
           02  WE-EOF-REFTAB               PIC X(01)  VALUE SPACES.
           02  WE-EOF-FALLEC               PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-FALLECIDO             PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-PROM               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-CNV                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-EMB                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-NOTA               PIC X(10)  VALUE SPACES.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FALLECIDOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CAMBIO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-ACUMULADO                PIC 9(07)  VALUE ZEROS.
           02  WE-TEMPORAL                 PIC 9(07)  VALUE ZEROS.
           02  WE-MAYOR-PUNTOS             PIC S9(05) VALUE ZEROS.
           02  WE-TOTAL-PUNTOS             PIC S9(07) VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
           02  N                           PIC 9(02)  VALUE ZEROS.
           02  R                           PIC 9(05)  VALUE ZEROS.
      *------------------ DATOS DE LA CUENTA EN CALIFICACION ----------*
       01  WE-CUENTA.
           02  WE-SALDO-SOLES              PIC S9(13)V99 VALUE ZEROS.
           02  WE-PROM-FUTURAS             PIC 9(03)  VALUE ZEROS.
           02  WE-PROM-VENCIDAS            PIC 9(03)  VALUE ZEROS.
           02  WE-PROM-ROTAS               PIC 9(03)  VALUE ZEROS.
           02  WE-CNV-ESTADO               PIC X(01)  VALUE SPACES.
           02  WE-EMB-IMPORTE              PIC S9(13)V99 VALUE ZEROS.
           02  WE-COBERTURA                PIC 9(05)  VALUE ZEROS.
           02  WE-ULT-NOTA                 PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-VENCIDO             PIC S9(07) VALUE ZEROS.
           02  WE-DIAS-SIN-NOTA            PIC S9(07) VALUE ZEROS.
           02  WE-FACTOR                   PIC S9(03) VALUE ZEROS.
           02  WE-MOTIVO                   PIC X(02)  VALUE SPACES.
      *------------------ FECHAS DE TRABAJO ----------------------------*
       01  WE-FECHAS.
           02  WE-FT-FECHA.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-DIAS-CALCULO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-PROCESO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIA-ANIO                 PIC 9(03)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(05)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(05)  VALUE ZEROS.
      *--- FECHA JULIANA 0CYYDDD (FORMATO EIBDATE) DE NOTAJUD
           02  WE-JUL-PROCESO              PIC 9(07)  VALUE ZEROS.
           02  WE-JUL-PROC-R  REDEFINES  WE-JUL-PROCESO.
               03  FILLER                  PIC 9(01).
               03  WE-JP-CYY               PIC 9(03).
               03  WE-JP-DDD               PIC 9(03).
           02  WE-JUL-NOTA                 PIC 9(07)  VALUE ZEROS.
           02  WE-JUL-NOTA-R  REDEFINES  WE-JUL-NOTA.
               03  FILLER                  PIC 9(01).
               03  WE-JN-CYY               PIC 9(03).
               03  WE-JN-DDD               PIC 9(03).
      *------------------ DIAS ACUMULADOS AL INICIO DE CADA MES --------*
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
      *------------------ PESOS POR COMPONENTE (DEFECTO) ---------------*
      *--- REFTAB 'SCO': CODIGO = COMPONENTE, DESCRIPCION (1:3) = PESO
      *--- NUMERICO 000-999 QUE REEMPLAZA AL DE ESTA TABLA
       01  WE-TABLA-PESOS.
           02  FILLER                      PIC X(48)  VALUE
               'SAL030VEN015PRO010PIN015CNV010EMB010NOT010FAL000'.
       01  WE-PESOS-RED  REDEFINES  WE-TABLA-PESOS.
           02  WE-PES-OCC  OCCURS  8  TIMES.
               03  WE-PES-CODIGO           PIC X(03).
               03  WE-PES-VALOR            PIC 9(03).
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ COTIZACIONES DEL DIA -------------------------*
       01  WE-TABLA-CAMBIOS.
           02  WE-CANT-CAMBIOS             PIC 9(03)  VALUE ZEROS.
           02  WE-TC-OCC  OCCURS  20  TIMES.
               03  WE-TC-MONEDA            PIC X(02).
               03  WE-TC-CAMBIO            PIC S9(05)V9(04).
      *------------------ CUENTAS DE DEUDOR FALLECIDO ------------------*
       01  WE-TABLA-FALLECIDOS.
           02  WE-CANT-FALL                PIC 9(05)  VALUE ZEROS.
           02  WE-FAL-CTAAFI  OCCURS  5000  TIMES
                                           PIC X(10).
      *------------------ PUNTAJES CALCULADOS --------------------------*
       01  WE-TABLA-PUNTAJES.
           02  WE-CANT-PUN                 PIC 9(05)  VALUE ZEROS.
           02  WE-PUN-OCC  OCCURS  5000  TIMES.
               03  WE-PUN-PUNTAJE          PIC 9(04).
               03  WE-PUN-REG              PIC X(150).
      *------------------ CUENTAS POR PUNTAJE Y LUEGO RANKING ----------*
      *--- LA POSICION (PUNTAJE + 1) CUENTA LAS CUENTAS CON ESE PUNTAJE;
      *--- DESPUES GUARDA EL RANKING QUE LES CORRESPONDE
       01  WE-TABLA-HISTOGRAMA.
           02  WE-HIS-CANT  OCCURS  10000  TIMES
                                           PIC 9(07).
      *------------------ DISTRIBUCION POR TRAMO DE PUNTAJE ------------*
       01  WE-TABLA-TRAMOS.
           02  WE-TRA-OCC  OCCURS  6  TIMES.
               03  WE-TRA-CANT             PIC 9(07).
               03  WE-TRA-SALDO            PIC S9(15)V99.
       01  WE-TABLA-DESC-TRAMOS.
           02  FILLER                      PIC X(15)  VALUE
               'FALLECIDOS     '.
           02  FILLER                      PIC X(15)  VALUE
               '   0 A   199   '.
           02  FILLER                      PIC X(15)  VALUE
               ' 200 A   399   '.
           02  FILLER                      PIC X(15)  VALUE
               ' 400 A   599   '.
           02  FILLER                      PIC X(15)  VALUE
               ' 600 A   799   '.
           02  FILLER                      PIC X(15)  VALUE
               ' 800 Y MAS     '.
       01  WE-DESC-TRAMOS-RED  REDEFINES  WE-TABLA-DESC-TRAMOS.
           02  WE-TRA-DESC  OCCURS  6  TIMES
                                           PIC X(15).
      *------------------ REGISTRO DE PUNTAJE EN ARMADO ----------------*
           COPY BSEPUNRG.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'BSEB052 PRIORIDAD DE COBRANZA JUDICIAL AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(76)  VALUE SPACES.
       01  WE-LINEA-CAB-TRAMO.
           02  FILLER                      PIC X(132) VALUE
               'TRAMO DE PUNTAJE    CUENTAS          SALDO EN SOLES'.
       01  WE-LINEA-TRAMO.
           02  WE-TRA-D-DESC               PIC X(15)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-TRA-D-CANT               PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-TRA-D-SALDO              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(83)  VALUE SPACES.
       01  WE-LINEA-CAB-RANKING.
           02  FILLER                      PIC X(45)  VALUE
               'RANK.   CUENTA     PUNTAJE MOTIVO       SALDO'.
           02  FILLER                      PIC X(27)  VALUE
               'EN SOLES  DIAS-VEN SIN-NOTA'.
           02  FILLER                      PIC X(60)  VALUE
               '  SAL  VEN  PRO  PIN  CNV  EMB  NOT'.
       01  WE-LINEA-RANKING.
           02  WE-RK-RANKING               PIC Z,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-RK-CTAAFI                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-RK-PUNTAJE               PIC ZZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-RK-MOTIVO                PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RK-SALDO                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RK-DIAS-VEN              PIC ZZ,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-RK-SIN-NOTA              PIC ZZ,ZZ9.
           02  WE-RK-PUNTOS  OCCURS  7  TIMES.
               03  FILLER                  PIC X(01).
               03  WE-RK-PTS               PIC ---9.
           02  FILLER                      PIC X(27)  VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  ASIGNAR-RANKING.
           PERFORM  GRABAR-PUNTAJES.
           PERFORM  GRABAR-REPORTE.
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
           INITIALIZE                     WE-TABLA-HISTOGRAMA.
           INITIALIZE                     WE-TABLA-TRAMOS.
           MOVE WE-FEC-PROCESO         TO WE-FT-FECHA.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-CALCULO        TO WE-DIAS-PROCESO.
           PERFORM  CALCULAR-FECHA-JULIANA.
           OPEN INPUT   ARCH-TIPCAMB.
           PERFORM  CARGAR-CAMBIOS.
           CLOSE  ARCH-TIPCAMB.
           OPEN INPUT   ARCH-REFTAB.
           PERFORM  CARGAR-PESOS.
           CLOSE  ARCH-REFTAB.
           OPEN INPUT   ARCH-FALLEC.
           PERFORM  CARGAR-FALLECIDOS.
           CLOSE  ARCH-FALLEC.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-PROMLOG.
           OPEN INPUT   ARCH-CNVLOG.
           OPEN INPUT   ARCH-EMBGLOG.
           OPEN INPUT   ARCH-NOTAJUD.
           PERFORM  LEER-PROMLOG.
           PERFORM  LEER-CNVLOG.
           PERFORM  LEER-EMBGLOG.
           PERFORM  LEER-NOTAJUD.
      *----------------*
       CARGAR-CAMBIOS.
      *----------------*
           PERFORM UNTIL WE-EOF-TIPCAMB = 'S'
              READ ARCH-TIPCAMB
                   AT END
                      MOVE 'S'         TO WE-EOF-TIPCAMB
                   NOT AT END
                      IF TCAM-FECHA = WE-FEC-PROCESO AND
                         WE-CANT-CAMBIOS < 20
                         ADD  1        TO WE-CANT-CAMBIOS
                         MOVE TCAM-MONEDA
                              TO WE-TC-MONEDA (WE-CANT-CAMBIOS)
                         MOVE TCAM-TIPO-CAMBIO
                              TO WE-TC-CAMBIO (WE-CANT-CAMBIOS)
                      END-IF
              END-READ
           END-PERFORM.
      *--------------*
       CARGAR-PESOS.
      *--------------*
           PERFORM UNTIL WE-EOF-REFTAB = 'S'
              READ ARCH-REFTAB
                   AT END
                      MOVE 'S'         TO WE-EOF-REFTAB
                   NOT AT END
                      IF REFTAB-TABLA = 'SCO' AND
                         REFTAB-FEC-BAJA = 0  AND
                         REFTAB-FEC-VIGENCIA <= WE-FEC-PROCESO AND
                         REFTAB-DESCRIPCION (1:3) IS NUMERIC
                         MOVE 0        TO N
                         PERFORM UNTIL N >= 8
                            ADD  1     TO N
                            IF WE-PES-CODIGO (N) = REFTAB-CODIGO (1:3)
                               MOVE REFTAB-DESCRIPCION (1:3)
                                       TO WE-PES-VALOR (N)
                            END-IF
                         END-PERFORM
                      END-IF
              END-READ
           END-PERFORM.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= 8
              ADD  1                   TO N
              DISPLAY 'BSEB052 PESO ' WE-PES-CODIGO (N)
                      ' = ' WE-PES-VALOR (N)
           END-PERFORM.
      *---------------------*
       CARGAR-FALLECIDOS.
      *---------------------*
           PERFORM UNTIL WE-EOF-FALLEC = 'S'
              READ ARCH-FALLEC
                   AT END
                      MOVE 'S'         TO WE-EOF-FALLEC
                   NOT AT END
                      IF WE-CANT-FALL >= 5000
                         DISPLAY 'BSEB052 TABLA FALLLOG DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CANT-FALL
                      MOVE FALL-CTAAFI
                           TO WE-FAL-CTAAFI (WE-CANT-FALL)
              END-READ
           END-PERFORM.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  LEER-SNAPSHOT.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S'
              PERFORM  CALIFICAR-CUENTA
              PERFORM  LEER-SNAPSHOT
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB052 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-PROMLOG.
           CLOSE  ARCH-CNVLOG.
           CLOSE  ARCH-EMBGLOG.
           CLOSE  ARCH-NOTAJUD.
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
              DISPLAY 'BSEB052 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB052 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB052 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       LEER-PROMLOG.
      *--------------*
           READ ARCH-PROMLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-PROM
                NOT AT END
                   MOVE PROMLOG-CTAAFI   TO WE-CLAVE-PROM
           END-READ.
      *-------------*
       LEER-CNVLOG.
      *-------------*
           READ ARCH-CNVLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-CNV
                NOT AT END
                   MOVE CNVLOG-CTAAFI    TO WE-CLAVE-CNV
           END-READ.
      *--------------*
       LEER-EMBGLOG.
      *--------------*
           READ ARCH-EMBGLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-EMB
                NOT AT END
                   MOVE EMBLOG-CTAAFI    TO WE-CLAVE-EMB
           END-READ.
      *--------------*
       LEER-NOTAJUD.
      *--------------*
           READ ARCH-NOTAJUD
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-NOTA
                NOT AT END
                   MOVE NOTA-CTAAFI      TO WE-CLAVE-NOTA
           END-READ.
      *-----------------*
       CALIFICAR-CUENTA.
      *-----------------*
           IF WE-CANT-PUN >= 5000
              DISPLAY 'BSEB052 TABLA DE PUNTAJES DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           INITIALIZE                     WE-CUENTA.
           PERFORM  CALCULAR-SALDO-SOLES.
           PERFORM  JUNTAR-PROMESAS.
           PERFORM  JUNTAR-CONVENIO.
           PERFORM  JUNTAR-EMBARGOS.
           PERFORM  JUNTAR-NOTAS.
           PERFORM  VERIFICAR-FALLECIDO.
           INITIALIZE                     REG-SCORJUD.
           MOVE SNJ-CTAAFI             TO SCOR-CTAAFI.
           MOVE WE-FEC-PROCESO         TO SCOR-FEC-CALCULO.
           MOVE WE-SALDO-SOLES         TO SCOR-SALDO-SOLES.
           MOVE 8                      TO SCOR-CANT-COMP.
           PERFORM  PUNTUAR-SALDO.
           PERFORM  PUNTUAR-VENCIDO.
           PERFORM  PUNTUAR-PROMESAS.
           PERFORM  PUNTUAR-ROTAS.
           PERFORM  PUNTUAR-CONVENIO.
           PERFORM  PUNTUAR-EMBARGOS.
           PERFORM  PUNTUAR-NOTAS.
           PERFORM  PUNTUAR-FALLECIDO.
           PERFORM  TOTALIZAR-PUNTAJE.
           ADD  1                      TO WE-CANT-PUN.
           MOVE SCOR-PUNTAJE           TO WE-PUN-PUNTAJE (WE-CANT-PUN).
           MOVE REG-SCORJUD            TO WE-PUN-REG (WE-CANT-PUN).
           COMPUTE J = SCOR-PUNTAJE + 1
           END-COMPUTE.
           ADD  1                      TO WE-HIS-CANT (J).
           PERFORM  ACUMULAR-TRAMO.
      *------------------------*
       CALCULAR-SALDO-SOLES.
      *------------------------*
      *--- SIN COTIZACION DEL DIA EL SALDO VA EN CERO Y SE CUENTA
           IF SNJ-MONEDA = 'SO'
              MOVE SNJ-SALACT          TO WE-SALDO-SOLES
           ELSE
              MOVE ZEROS               TO WE-SALDO-SOLES
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAMBIOS OR
                            WE-SW-CAMBIO = 'S'
                 ADD  1                TO K
                 IF WE-TC-MONEDA (K) = SNJ-MONEDA
                    MOVE 'S'           TO WE-SW-CAMBIO
                    COMPUTE WE-SALDO-SOLES ROUNDED =
                            SNJ-SALACT * WE-TC-CAMBIO (K)
                    END-COMPUTE
                 END-IF
              END-PERFORM
              IF WE-SW-CAMBIO NOT = 'S'
                 ADD  1                TO WE-CONT-SIN-CAMBIO
              END-IF
           END-IF.
      *-----------------*
       JUNTAR-PROMESAS.
      *-----------------*
      *--- TODOS LOS ARCHIVOS VIENEN POR CTAAFI COMO LA FOTO: CADA UNO
      *--- SE AVANZA HASTA LA CUENTA Y SE JUNTA LO QUE TIENE DE ELLA
           PERFORM UNTIL WE-CLAVE-PROM >= SNJ-CTAAFI
              PERFORM  LEER-PROMLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-PROM NOT = SNJ-CTAAFI
              EVALUATE TRUE
                 WHEN PROMLOG-ESTADO = 'P' AND
                      PROMLOG-FEC-PROMESA >= WE-FEC-PROCESO
                    ADD  1             TO WE-PROM-FUTURAS
                 WHEN PROMLOG-ESTADO = 'P'
                    ADD  1             TO WE-PROM-VENCIDAS
                 WHEN PROMLOG-ESTADO = 'I'
                    ADD  1             TO WE-PROM-ROTAS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM  LEER-PROMLOG
           END-PERFORM.
      *-----------------*
       JUNTAR-CONVENIO.
      *-----------------*
           PERFORM UNTIL WE-CLAVE-CNV >= SNJ-CTAAFI
              PERFORM  LEER-CNVLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-CNV NOT = SNJ-CTAAFI
              MOVE CNVLOG-ESTADO       TO WE-CNV-ESTADO
              PERFORM  LEER-CNVLOG
           END-PERFORM.
      *-----------------*
       JUNTAR-EMBARGOS.
      *-----------------*
           PERFORM UNTIL WE-CLAVE-EMB >= SNJ-CTAAFI
              PERFORM  LEER-EMBGLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-EMB NOT = SNJ-CTAAFI
              IF EMBLOG-ESTADO = 'V'
                 ADD  EMBLOG-IMPORTE   TO WE-EMB-IMPORTE
              END-IF
              PERFORM  LEER-EMBGLOG
           END-PERFORM.
      *--------------*
       JUNTAR-NOTAS.
      *--------------*
      *--- NOTAJUD VIENE POR CTAAFI, FECHA Y HORA: LA ULTIMA LEIDA DE
      *--- LA CUENTA ES LA MAS RECIENTE
           PERFORM UNTIL WE-CLAVE-NOTA >= SNJ-CTAAFI
              PERFORM  LEER-NOTAJUD
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-NOTA NOT = SNJ-CTAAFI
              MOVE NOTA-FECHA          TO WE-ULT-NOTA
              PERFORM  LEER-NOTAJUD
           END-PERFORM.
      *----------------------*
       VERIFICAR-FALLECIDO.
      *----------------------*
           MOVE SPACES                 TO WE-SW-FALLECIDO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-FALL OR WE-SW-FALLECIDO = 'S'
              ADD  1                   TO I
              IF WE-FAL-CTAAFI (I) = SNJ-CTAAFI
                 MOVE 'S'              TO WE-SW-FALLECIDO
              END-IF
           END-PERFORM.
      *---------------*
       PUNTUAR-SALDO.
      *---------------*
           EVALUATE TRUE
              WHEN WE-SALDO-SOLES < 1000
                 MOVE 10               TO WE-FACTOR
                 MOVE '01'             TO WE-MOTIVO
              WHEN WE-SALDO-SOLES < 10000
                 MOVE 30               TO WE-FACTOR
                 MOVE '02'             TO WE-MOTIVO
              WHEN WE-SALDO-SOLES < 50000
                 MOVE 60               TO WE-FACTOR
                 MOVE '03'             TO WE-MOTIVO
              WHEN WE-SALDO-SOLES < 200000
                 MOVE 80               TO WE-FACTOR
                 MOVE '04'             TO WE-MOTIVO
              WHEN OTHER
                 MOVE 100              TO WE-FACTOR
                 MOVE '05'             TO WE-MOTIVO
           END-EVALUATE.
           MOVE 1                      TO N.
           PERFORM  ANOTAR-COMPONENTE.
      *-----------------*
       PUNTUAR-VENCIDO.
      *-----------------*
      *--- LA DEUDA MAS FRESCA ES LA MAS RECUPERABLE
           MOVE ZEROS                  TO WE-DIAS-VENCIDO.
           IF SNJ-FEC-VENCIM IS NUMERIC AND SNJ-FEC-VENCIM > 0
              MOVE SNJ-FEC-VENCIM      TO WE-FT-FECHA
              PERFORM  CALCULAR-DIAS
              COMPUTE WE-DIAS-VENCIDO = WE-DIAS-PROCESO -
                                        WE-DIAS-CALCULO
              END-COMPUTE
              IF WE-DIAS-VENCIDO < 0
                 MOVE 0                TO WE-DIAS-VENCIDO
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN SNJ-FEC-VENCIM IS NOT NUMERIC OR
                   SNJ-FEC-VENCIM = 0
                 MOVE 0                TO WE-FACTOR
                 MOVE '00'             TO WE-MOTIVO
              WHEN WE-DIAS-VENCIDO <= 30
                 MOVE 100              TO WE-FACTOR
                 MOVE '01'             TO WE-MOTIVO
              WHEN WE-DIAS-VENCIDO <= 90
                 MOVE 80               TO WE-FACTOR
                 MOVE '02'             TO WE-MOTIVO
              WHEN WE-DIAS-VENCIDO <= 180
                 MOVE 60               TO WE-FACTOR
                 MOVE '03'             TO WE-MOTIVO
              WHEN WE-DIAS-VENCIDO <= 360
                 MOVE 40               TO WE-FACTOR
                 MOVE '04'             TO WE-MOTIVO
              WHEN OTHER
                 MOVE 20               TO WE-FACTOR
                 MOVE '05'             TO WE-MOTIVO
           END-EVALUATE.
           IF WE-DIAS-VENCIDO > 99999
              MOVE 99999               TO SCOR-DIAS-VENCIDO
           ELSE
              MOVE WE-DIAS-VENCIDO     TO SCOR-DIAS-VENCIDO
           END-IF.
           MOVE 2                      TO N.
           PERFORM  ANOTAR-COMPONENTE.
      *------------------*
       PUNTUAR-PROMESAS.
      *------------------*
      *--- UNA PROMESA YA VENCIDA Y AUN PENDIENTE PIDE SEGUIMIENTO HOY
           EVALUATE TRUE
              WHEN WE-PROM-VENCIDAS > 0
                 MOVE 100              TO WE-FACTOR
                 MOVE '02'             TO WE-MOTIVO
              WHEN WE-PROM-FUTURAS > 0
                 MOVE 60               TO WE-FACTOR
                 MOVE '01'             TO WE-MOTIVO
              WHEN OTHER
                 MOVE 0                TO WE-FACTOR
                 MOVE '00'             TO WE-MOTIVO
           END-EVALUATE.
           MOVE 3                      TO N.
           PERFORM  ANOTAR-COMPONENTE.
      *---------------*
       PUNTUAR-ROTAS.
      *---------------*
           EVALUATE TRUE
              WHEN WE-PROM-ROTAS = 0
                 MOVE 0                TO WE-FACTOR
                 MOVE '00'             TO WE-MOTIVO
              WHEN WE-PROM-ROTAS = 1
                 MOVE 60               TO WE-FACTOR
                 MOVE '01'             TO WE-MOTIVO
              WHEN OTHER
                 MOVE 100              TO WE-FACTOR
                 MOVE '02'             TO WE-MOTIVO
           END-EVALUATE.
           MOVE 4                      TO N.
           PERFORM  ANOTAR-COMPONENTE.
      *------------------*
       PUNTUAR-CONVENIO.
      *------------------*
      *--- UN CONVENIO AL DIA RESTA: EL DEUDOR YA ESTA PAGANDO
           EVALUATE WE-CNV-ESTADO
              WHEN 'D'
                 MOVE -100             TO WE-FACTOR
                 MOVE '01'             TO WE-MOTIVO
              WHEN 'T'
                 MOVE 80               TO WE-FACTOR
                 MOVE '02'             TO WE-MOTIVO
              WHEN 'C'
                 MOVE 100              TO WE-FACTOR
                 MOVE '03'             TO WE-MOTIVO
              WHEN OTHER
                 MOVE 0                TO WE-FACTOR
                 MOVE '00'             TO WE-MOTIVO
           END-EVALUATE.
           MOVE 5                      TO N.
           PERFORM  ANOTAR-COMPONENTE.
      *------------------*
       PUNTUAR-EMBARGOS.
      *------------------*
      *--- LO QUE YA ESTA CUBIERTO POR EMBARGOS VIGENTES SE RECUPERA
      *--- POR LA VIA JUDICIAL Y BAJA LA URGENCIA DE LA LLAMADA
           MOVE ZEROS                  TO WE-COBERTURA.
           IF WE-EMB-IMPORTE > 0
              IF SNJ-SALACT > 0
                 COMPUTE WE-COBERTURA =
                         WE-EMB-IMPORTE * 100 / SNJ-SALACT
                         ON SIZE ERROR
                            MOVE 99999 TO WE-COBERTURA
                 END-COMPUTE
              ELSE
                 MOVE 99999            TO WE-COBERTURA
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WE-EMB-IMPORTE NOT > 0
                 MOVE 0                TO WE-FACTOR
                 MOVE '00'             TO WE-MOTIVO
              WHEN WE-COBERTURA < 50
                 MOVE 20               TO WE-FACTOR
                 MOVE '01'             TO WE-MOTIVO
              WHEN WE-COBERTURA < 100
                 MOVE -30              TO WE-FACTOR
                 MOVE '02'             TO WE-MOTIVO
              WHEN OTHER
                 MOVE -80              TO WE-FACTOR
                 MOVE '03'             TO WE-MOTIVO
           END-EVALUATE.
           MOVE 6                      TO N.
           PERFORM  ANOTAR-COMPONENTE.
      *---------------*
       PUNTUAR-NOTAS.
      *---------------*
           IF WE-ULT-NOTA = 0
              MOVE 99999               TO SCOR-DIAS-SIN-NOTA
              MOVE 100                 TO WE-FACTOR
              MOVE '04'                TO WE-MOTIVO
           ELSE
              MOVE WE-ULT-NOTA         TO WE-JUL-NOTA
              COMPUTE WE-DIAS-SIN-NOTA =
                      ((WE-JP-CYY - WE-JN-CYY) * 365) +
                        WE-JP-DDD - WE-JN-DDD
              END-COMPUTE
              IF WE-DIAS-SIN-NOTA < 0
                 MOVE 0                TO WE-DIAS-SIN-NOTA
              END-IF
              MOVE WE-DIAS-SIN-NOTA    TO SCOR-DIAS-SIN-NOTA
              EVALUATE TRUE
                 WHEN WE-DIAS-SIN-NOTA > 60
                    MOVE 80            TO WE-FACTOR
                    MOVE '03'          TO WE-MOTIVO
                 WHEN WE-DIAS-SIN-NOTA > 30
                    MOVE 50            TO WE-FACTOR
                    MOVE '02'          TO WE-MOTIVO
                 WHEN OTHER
                    MOVE 10            TO WE-FACTOR
                    MOVE '01'          TO WE-MOTIVO
              END-EVALUATE
           END-IF.
           MOVE 7                      TO N.
           PERFORM  ANOTAR-COMPONENTE.
      *-------------------*
       PUNTUAR-FALLECIDO.
      *-------------------*
           IF WE-SW-FALLECIDO = 'S'
              MOVE 'S'                 TO SCOR-FALLECIDO
              MOVE '01'                TO WE-MOTIVO
              ADD  1                   TO WE-CONT-FALLECIDOS
           ELSE
              MOVE 'N'                 TO SCOR-FALLECIDO
              MOVE '00'                TO WE-MOTIVO
           END-IF.
           MOVE 0                      TO WE-FACTOR.
           MOVE 8                      TO N.
           PERFORM  ANOTAR-COMPONENTE.
      *-------------------*
       ANOTAR-COMPONENTE.
      *-------------------*
           MOVE WE-PES-CODIGO (N)      TO SCOR-CMP-CODIGO (N).
           MOVE WE-MOTIVO              TO SCOR-CMP-MOTIVO (N).
           COMPUTE SCOR-CMP-PUNTOS (N) =
                   WE-FACTOR * WE-PES-VALOR (N) / 10
           END-COMPUTE.
      *-------------------*
       TOTALIZAR-PUNTAJE.
      *-------------------*
      *--- EL PUNTAJE ES LA SUMA DE LOS COMPONENTES ENTRE 0 Y 9999; UN
      *--- DEUDOR FALLECIDO QUEDA EN CERO (NO ENTRA A LA GESTION)
           MOVE ZEROS                  TO WE-TOTAL-PUNTOS.
           MOVE ZEROS                  TO WE-MAYOR-PUNTOS.
           MOVE SPACES                 TO SCOR-MOTIVO-PRINCIPAL.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= 7
              ADD  1                   TO N
              ADD  SCOR-CMP-PUNTOS (N) TO WE-TOTAL-PUNTOS
              IF SCOR-CMP-PUNTOS (N) > WE-MAYOR-PUNTOS
                 MOVE SCOR-CMP-PUNTOS (N) TO WE-MAYOR-PUNTOS
                 MOVE SCOR-CMP-CODIGO (N) TO SCOR-MOTIVO-PRINCIPAL
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WE-SW-FALLECIDO = 'S'
                 MOVE ZEROS            TO SCOR-PUNTAJE
                 MOVE 'FAL'            TO SCOR-MOTIVO-PRINCIPAL
              WHEN WE-TOTAL-PUNTOS < 0
                 MOVE ZEROS            TO SCOR-PUNTAJE
              WHEN WE-TOTAL-PUNTOS > 9999
                 MOVE 9999             TO SCOR-PUNTAJE
              WHEN OTHER
                 MOVE WE-TOTAL-PUNTOS  TO SCOR-PUNTAJE
           END-EVALUATE.
      *----------------*
       ACUMULAR-TRAMO.
      *----------------*
           EVALUATE TRUE
              WHEN WE-SW-FALLECIDO = 'S'
                 MOVE 1                TO K
              WHEN SCOR-PUNTAJE < 200
                 MOVE 2                TO K
              WHEN SCOR-PUNTAJE < 400
                 MOVE 3                TO K
              WHEN SCOR-PUNTAJE < 600
                 MOVE 4                TO K
              WHEN SCOR-PUNTAJE < 800
                 MOVE 5                TO K
              WHEN OTHER
                 MOVE 6                TO K
           END-EVALUATE.
           ADD  1                      TO WE-TRA-CANT (K).
           ADD  WE-SALDO-SOLES         TO WE-TRA-SALDO (K).
      *-----------------*
       ASIGNAR-RANKING.
      *-----------------*
      *--- SE RECORRE EL HISTOGRAMA DESDE EL PUNTAJE MAS ALTO: CADA
      *--- POSICION PASA A GUARDAR EL RANKING DE SU PUNTAJE (LOS
      *--- EMPATES COMPARTEN RANKING)
           MOVE ZEROS                  TO WE-ACUMULADO.
           MOVE 10000                  TO J.
           PERFORM UNTIL J < 1
              MOVE WE-HIS-CANT (J)     TO WE-TEMPORAL
              COMPUTE WE-HIS-CANT (J) = WE-ACUMULADO + 1
              END-COMPUTE
              ADD  WE-TEMPORAL         TO WE-ACUMULADO
              SUBTRACT 1               FROM J
           END-PERFORM.
      *-----------------*
       GRABAR-PUNTAJES.
      *-----------------*
           OPEN OUTPUT  ARCH-SCORNEW.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-PUN
              ADD  1                   TO I
              MOVE WE-PUN-REG (I)      TO REG-SCORJUD
              COMPUTE J = WE-PUN-PUNTAJE (I) + 1
              END-COMPUTE
              MOVE WE-HIS-CANT (J)     TO SCOR-RANKING
              MOVE REG-SCORJUD         TO WE-PUN-REG (I)
              WRITE REG-SCORNEW        FROM REG-SCORJUD
              ADD  1                   TO WE-CONT-GRABADOS
           END-PERFORM.
           CLOSE  ARCH-SCORNEW.
      *----------------*
       GRABAR-REPORTE.
      *----------------*
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-TRAMO.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= 6
              ADD  1                   TO K
              MOVE WE-TRA-DESC (K)     TO WE-TRA-D-DESC
              MOVE WE-TRA-CANT (K)     TO WE-TRA-D-CANT
              MOVE WE-TRA-SALDO (K)    TO WE-TRA-D-SALDO
              WRITE REG-REPORTE        FROM WE-LINEA-TRAMO
           END-PERFORM.
      *--- LAS CUENTAS CON RANKING 1 A 50, EN ORDEN DE RANKING
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-RANKING.
           MOVE 0                      TO R.
           PERFORM UNTIL R >= 50 OR R >= WE-CANT-PUN
              ADD  1                   TO R
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-PUN
                 ADD  1                TO I
                 MOVE WE-PUN-REG (I)   TO REG-SCORJUD
                 IF SCOR-RANKING = R
                    PERFORM  IMPRIMIR-RANKING
                 END-IF
              END-PERFORM
           END-PERFORM.
           CLOSE  ARCH-REPORTE.
      *------------------*
       IMPRIMIR-RANKING.
      *------------------*
           MOVE SCOR-RANKING           TO WE-RK-RANKING.
           MOVE SCOR-CTAAFI            TO WE-RK-CTAAFI.
           MOVE SCOR-PUNTAJE           TO WE-RK-PUNTAJE.
           MOVE SCOR-MOTIVO-PRINCIPAL  TO WE-RK-MOTIVO.
           MOVE SCOR-SALDO-SOLES       TO WE-RK-SALDO.
           MOVE SCOR-DIAS-VENCIDO      TO WE-RK-DIAS-VEN.
           MOVE SCOR-DIAS-SIN-NOTA     TO WE-RK-SIN-NOTA.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= 7
              ADD  1                   TO N
              MOVE SCOR-CMP-PUNTOS (N) TO WE-RK-PTS (N)
           END-PERFORM.
           WRITE REG-REPORTE           FROM WE-LINEA-RANKING.
      *--------------*
       CALCULAR-DIAS.
      *--------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL), COMO EN BSEB013
           COMPUTE WE-DIAS-CALCULO = (WE-FT-AAAA * 360) +
                                     (WE-FT-MM   * 30)  +
                                      WE-FT-DD
           END-COMPUTE.
      *--------------------------*
       CALCULAR-FECHA-JULIANA.
      *--------------------------*
      *--- FECHA DE PROCESO EN JULIANA DE CICS (0CYYDDD) PARA MEDIR LOS
      *--- DIAS DESDE LA ULTIMA NOTA DE NOTAJUD
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
           COMPUTE WE-JUL-PROCESO = ((WE-FT-AAAA - 1900) * 1000)
                                  + WE-DIA-ANIO
           END-COMPUTE.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB052 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           DISPLAY 'BSEB052 CUENTAS EN LA FOTO  = ' WE-CONT-FOTO.
           DISPLAY 'BSEB052 PUNTAJES GRABADOS   = ' WE-CONT-GRABADOS.
           DISPLAY 'BSEB052 DEUDORES FALLECIDOS = ' WE-CONT-FALLECIDOS.
           DISPLAY 'BSEB052 SALDOS SIN COTIZ.   = ' WE-CONT-SIN-CAMBIO.
           MOVE WE-CONT-SIN-CAMBIO     TO WE-CONT-ERRORES.
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
           MOVE 'BSEB052 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB052 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB052 PROCESO NO INICIADO'
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
