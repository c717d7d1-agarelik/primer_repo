************************************************************************
***   * 104655 15/10/26 JCV CURVAS DE RECUPERACION POR COSECHA (MES DE *
***   *               INGRESO A COBRANZA JUDICIAL)                     *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO COSECHASRECUPERACION - LOTE MENSUAL                 **
*OBJET*** AGRUPA LAS CUENTAS JUDICIALES POR MES DE INGRESO, MONEDA Y  **
*OBJET*** ESTUDIO Y CALCULA LO RECUPERADO (TRAMA 038, O PAGOLOG SI NO **
*OBJET*** RESPONDE) Y LO CASTIGADO (CTGLOG) A LOS 1, 3, 6, 12, 24 Y 36**
*OBJET*** MESES DEL INGRESO, EN PORCENTAJE DEL SALDO DE INGRESO.      **
*OBJET*** EL ARCHIVO DE COSECHAS (VINTANT/VINTNUE) GUARDA LO          **
*OBJET*** ACUMULADO POR CUENTA: CADA MES SOLO SE SUMAN LOS PAGOS DEL  **
*OBJET*** MES CERRADO                                                 **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB071.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-VINTANT        ASSIGN TO VINTANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CTGLOG         ASSIGN TO CTGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-VINTNUE        ASSIGN TO VINTNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y MES A INCORPORAR ----------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-MES-PROCESO            PIC 9(06).
      *        MES CERRADO QUE SE INCORPORA (AAAAMM); CERO = EL MES
      *        ANTERIOR AL DE LA FECHA DE PROCESO
           02  PARM-CODENT                 PIC X(03).
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ COSECHAS AL CIERRE DEL MES ANTERIOR ----------*
       FD  ARCH-VINTANT
           RECORDING MODE IS F.
       01  REG-VINTANT                     PIC X(250).
      *------------------ PAGOS DEL BUS (DESCARGA DE PAGOLOG POR CTAAFI)*
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
           COPY BSEPAGRG.
      *------------------ CASTIGOS (DESCARGA DE CTGLOG) ----------------*
       FD  ARCH-CTGLOG
           RECORDING MODE IS F.
           COPY BSECTGRG.
      *------------------ COSECHAS AL CIERRE DEL MES -------------------*
       FD  ARCH-VINTNUE
           RECORDING MODE IS F.
       01  REG-VINTNUE                     PIC X(250).
      *------------------ REPORTE DE CURVAS DE RECUPERACION ------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA-ANT              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-SW-ERROR-CRM             PIC X(01)  VALUE SPACES.
           02  WE-SW-AGRUPAR               PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-MES-PROCESO              PIC 9(06)  VALUE ZEROS.
           02  WE-MES-ANTERIOR             PIC 9(06)  VALUE ZEROS.
           02  WE-FEC-DESDE-MES            PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-HASTA                PIC 9(08)  VALUE ZEROS.
           02  WE-IDX-PROCESO              PIC 9(06)  VALUE ZEROS.
           02  WE-IDX-INGRESO              PIC 9(06)  VALUE ZEROS.
           02  WE-IDX-FECHA                PIC 9(06)  VALUE ZEROS.
           02  WE-DESFASE                  PIC S9(05) VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-SNJ                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-ANT                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-PAG                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-CTG                PIC X(10)  VALUE SPACES.
           02  WE-CTA-ACTUAL               PIC X(10)  VALUE SPACES.
           02  WE-SECUENCIA                PIC X(10)  VALUE SPACES.
           02  WE-FECHA-TRAB               PIC 9(08)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-FECHA-MES  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAAMM            PIC 9(06).
               03  FILLER                  PIC 9(02).
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-PAGO-FECHA               PIC 9(08)  VALUE ZEROS.
           02  WE-PAGO-IMPORTE             PIC S9(13)V99 VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-ANTERIOR            PIC 9(09)  VALUE ZEROS.
           02  WE-HASH-ANTERIOR            PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-VINTAGE             PIC 9(09)  VALUE ZEROS.
           02  WE-HASH-VINTAGE             PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-ALTAS               PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FUERA-FOTO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-POSTERIORES         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-INGRESO         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CERRADAS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PAGOS               PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CASTIGOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-038             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PAGINAS             PIC 9(03)  VALUE ZEROS.
           02  H                           PIC 9(01)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
           02  P                           PIC 9(05)  VALUE ZEROS.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ AREA DE TRABAJO DE LAS COSECHAS --------------*
           COPY BSEVINRG.
      *------------------ DIAS DE CADA MES -----------------------------*
       01  WE-TABLA-DIAS-MES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WE-DIAS-MES-RED  REDEFINES  WE-TABLA-DIAS-MES.
           02  WE-DIAS-DEL-MES  OCCURS  12  TIMES
                                           PIC 9(02).
      *------------------ HITOS DE LA CURVA (MESES DESDE EL INGRESO) ---*
       01  WE-TABLA-HITOS.
           02  FILLER                      PIC X(12)  VALUE
               '010306122436'.
       01  WE-HITOS-RED  REDEFINES  WE-TABLA-HITOS.
           02  WE-HITO-MESES  OCCURS  6  TIMES
                                           PIC 9(02).
      *------------------ PAGOS DE LA CUENTA (TRAMA 038 Y PAGOLOG) -----*
       01  WE-TABLA-PAGOS.
           02  WE-CANT-038                 PIC 9(05)  VALUE ZEROS.
           02  WE-P38-OCC  OCCURS  1000  TIMES.
               03  WE-P38-FECHA            PIC 9(08).
               03  WE-P38-IMPORTE          PIC S9(13)V99.
           02  WE-CANT-BUS                 PIC 9(05)  VALUE ZEROS.
           02  WE-PBU-OCC  OCCURS  500  TIMES.
               03  WE-PBU-FECHA            PIC 9(08).
               03  WE-PBU-IMPORTE          PIC S9(13)V99.
      *------------------ COHORTES (MES DE INGRESO, MONEDA, ESTUDIO) ---*
       01  WE-TABLA-COHORTES.
           02  WE-CANT-COH                 PIC 9(05)  VALUE ZEROS.
           02  WE-COH-OCC  OCCURS  3000  TIMES.
               03  WE-COH-CLAVE.
                   04  WE-COH-MES          PIC 9(06).
                   04  WE-COH-MONEDA       PIC X(02).
                   04  WE-COH-ESTUDIO      PIC X(04).
               03  WE-COH-DESC-ESTUDIO     PIC X(30).
               03  WE-COH-DATOS.
                   04  WE-COH-CUENTAS      PIC 9(07).
                   04  WE-COH-IMPO-ORIG    PIC S9(13)V99.
                   04  WE-COH-HITO  OCCURS  6  TIMES.
                       05  WE-COH-BASE     PIC S9(13)V99.
                       05  WE-COH-REC      PIC S9(13)V99.
                       05  WE-COH-CAS      PIC S9(13)V99.
      *------------------ AGRUPACIONES POR ANO O POR ESTUDIO -----------*
       01  WE-TABLA-GRUPOS.
           02  WE-CANT-GRP                 PIC 9(05)  VALUE ZEROS.
           02  WE-GRP-OCC  OCCURS  500  TIMES.
               03  WE-GRP-CLAVE            PIC X(06).
               03  WE-GRP-MONEDA           PIC X(02).
               03  WE-GRP-DESC-ESTUDIO     PIC X(30).
               03  WE-GRP-DATOS.
                   04  WE-GRP-CUENTAS      PIC 9(07).
                   04  WE-GRP-IMPO-ORIG    PIC S9(13)V99.
                   04  WE-GRP-HITO  OCCURS  6  TIMES.
                       05  WE-GRP-BASE     PIC S9(13)V99.
                       05  WE-GRP-REC      PIC S9(13)V99.
                       05  WE-GRP-CAS      PIC S9(13)V99.
      *------------------ CLAVE BUSCADA Y LINEA A IMPRIMIR -------------*
       01  WE-BUSCADA.
           02  WE-BUS-CLAVE.
               03  WE-BUS-MES              PIC 9(06).
               03  WE-BUS-MONEDA           PIC X(02).
               03  WE-BUS-ESTUDIO          PIC X(04).
           02  WE-BUS-GRUPO  REDEFINES  WE-BUS-CLAVE.
               03  WE-BUS-GRP-CLAVE        PIC X(06).
               03  WE-BUS-GRP-MONEDA       PIC X(02).
               03  FILLER                  PIC X(04).
       01  WE-IMPRIMIR.
           02  WE-IMP-PERIODO              PIC X(07).
           02  WE-IMP-MONEDA               PIC X(02).
           02  WE-IMP-ESTUDIO              PIC X(04).
           02  WE-IMP-DESC-ESTUDIO         PIC X(30).
           02  WE-IMP-DATOS.
               03  WE-IMP-CUENTAS          PIC 9(07).
               03  WE-IMP-IMPO-ORIG        PIC S9(13)V99.
               03  WE-IMP-HITO  OCCURS  6  TIMES.
                   04  WE-IMP-BASE         PIC S9(13)V99.
                   04  WE-IMP-REC          PIC S9(13)V99.
                   04  WE-IMP-CAS          PIC S9(13)V99.
           02  WE-IMP-PCT                  PIC S9(05)V99.
      *------------------ LINEAS DEL REPORTE --------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'BSEB071 COSECHAS DE RECUPERACION JUDICIAL - MES '.
           02  WE-TIT-MES                  PIC 9(06).
           02  FILLER                      PIC X(12)  VALUE
               '  PROCESO AL'.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(57)  VALUE SPACES.
       01  WE-LINEA-SECCION.
           02  FILLER                      PIC X(04)  VALUE '--- '.
           02  WE-SEC-TITULO               PIC X(80)  VALUE SPACES.
           02  FILLER                      PIC X(48)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(42)  VALUE
               'PERIODO MO EST. ESTUDIO              CURVA'.
           02  FILLER                      PIC X(36)  VALUE
               '         CUENTAS      SALDO INGRESO'.
           02  FILLER                      PIC X(54)  VALUE
               '    MES 1    MES 3    MES 6   MES 12   MES 24   MES 36'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-PERIODO              PIC X(07)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-ESTUDIO              PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DESC-ESTUDIO         PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CURVA                PIC X(11)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CUENTAS              PIC Z,ZZZ,ZZ9.
           02  WE-DET-CUENTAS-X  REDEFINES  WE-DET-CUENTAS
                                           PIC X(09).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SALDO                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  WE-DET-SALDO-X  REDEFINES  WE-DET-SALDO
                                           PIC X(19).
           02  WE-DET-HITO  OCCURS  6  TIMES.
               03  FILLER                  PIC X(02)  VALUE SPACES.
               03  WE-DET-PCT              PIC ZZZ9.99.
               03  WE-DET-PCT-X  REDEFINES  WE-DET-PCT
                                           PIC X(07).
       01  WE-LINEA-AVISO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-AVI-TEXTO                PIC X(120) VALUE SPACES.
           02  FILLER                      PIC X(10)  VALUE SPACES.
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
                   MOVE PARM-MES-PROCESO     TO WE-MES-PROCESO
                   IF PARM-CODENT NOT = SPACES
                      MOVE PARM-CODENT       TO WE-CODENT
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB071 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- SIN MES INFORMADO SE INCORPORA EL MES CERRADO ANTERIOR A LA
      *--- FECHA DE PROCESO
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
              DISPLAY 'BSEB071 MES A PROCESAR INVALIDO ' WE-MES-PROCESO
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-DIAS-DEL-MES (WE-FT-MM) TO WE-FT-DD.
           IF WE-FT-MM = 2
              PERFORM  VERIFICAR-BISIESTO
              IF WE-SW-BISIESTO = 'S'
                 MOVE 29               TO WE-FT-DD
              END-IF
           END-IF.
           MOVE WE-FECHA-TRAB          TO WE-FEC-HASTA.
           IF WE-FEC-HASTA NOT < WE-FEC-PROCESO
              DISPLAY 'BSEB071 EL MES ' WE-MES-PROCESO
                      ' NO ESTA CERRADO'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           PERFORM  CALCULAR-INDICE-MES.
           MOVE WE-IDX-FECHA           TO WE-IDX-PROCESO.
           OPEN INPUT   ARCH-VINTANT.
           PERFORM  INICIAR-ANTERIOR.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-PAGOLOG.
           OPEN INPUT   ARCH-CTGLOG.
           OPEN OUTPUT  ARCH-VINTNUE.
           OPEN OUTPUT  ARCH-REPORTE.
           INITIALIZE                     REG-VINTAGE-CTL.
           MOVE 'H'                    TO VIN-CTL-TIPO.
           MOVE 'BSEB071 '             TO VIN-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO VIN-CTL-FECHA.
           MOVE WE-MES-PROCESO         TO VIN-CTL-MES-PROCESO.
           WRITE REG-VINTNUE           FROM REG-VINTAGE-CTL.
           PERFORM  LEER-SNAPSHOT.
           PERFORM  LEER-PAGOLOG.
           PERFORM  LEER-CTGLOG.
      *----------------*
       INICIAR-ANTERIOR.
      *----------------*
      *--- SIN ARCHIVO ANTERIOR ES LA CARGA INICIAL: TODAS LAS CUENTAS
      *--- SE TOMAN DESDE SU INGRESO. CON ARCHIVO, EL MES YA NO PUEDE
      *--- ESTAR INCORPORADO Y LAS CUENTAS CONOCIDAS SOLO SUMAN LOS
      *--- PAGOS POSTERIORES AL ULTIMO MES PROCESADO
           MOVE 0                      TO WE-MES-ANTERIOR.
           READ ARCH-VINTANT
                AT END
                   MOVE HIGH-VALUES    TO WE-CLAVE-ANT
                   MOVE 'S'            TO WE-SW-COLA-ANT
                NOT AT END
                   IF REG-VINTANT (1:1) NOT = 'H'
                      DISPLAY 'BSEB071 COSECHAS ANTERIORES SIN CABECERA'
                      PERFORM  CANCELAR-PROCESO
                   END-IF
                   MOVE REG-VINTANT    TO REG-VINTAGE-CTL
                   MOVE VIN-CTL-MES-PROCESO TO WE-MES-ANTERIOR
                   PERFORM  LEER-ANTERIOR
           END-READ.
           IF WE-MES-ANTERIOR NOT < WE-MES-PROCESO
              DISPLAY 'BSEB071 MES ' WE-MES-PROCESO
                      ' YA INCORPORADO (ULTIMO ' WE-MES-ANTERIOR ')'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-MES-ANTERIOR > 0
              MOVE WE-MES-ANTERIOR     TO WE-FT-AAAAMM
              MOVE 01                  TO WE-FT-DD
              IF WE-FT-MM = 12
                 MOVE 01               TO WE-FT-MM
                 ADD  1                TO WE-FT-AAAA
              ELSE
                 ADD  1                TO WE-FT-MM
              END-IF
              MOVE WE-FECHA-TRAB       TO WE-FEC-DESDE-MES
           END-IF.
      *-------------------*
       CALCULAR-INDICE-MES.
      *-------------------*
      *--- NUMERO CORRELATIVO DEL MES DE WE-FECHA-TRAB PARA CONTAR
      *--- MESES ENTRE DOS FECHAS
           COMPUTE WE-IDX-FECHA = WE-FT-AAAA * 12 + WE-FT-MM
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
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- APAREO POR CTAAFI DE LAS COSECHAS ANTERIORES Y LA FOTO; LOS
      *--- PAGOS DEL BUS Y LOS CASTIGOS SE ACOMPANAN POR LA MISMA CLAVE
           PERFORM UNTIL WE-CLAVE-SNJ = HIGH-VALUES AND
                         WE-CLAVE-ANT = HIGH-VALUES
              MOVE WE-CLAVE-SNJ        TO WE-CTA-ACTUAL
              IF WE-CLAVE-ANT < WE-CTA-ACTUAL
                 MOVE WE-CLAVE-ANT     TO WE-CTA-ACTUAL
              END-IF
              PERFORM  PROCESAR-CUENTA
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB071 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-SW-COLA-ANT NOT = 'S'
              DISPLAY 'BSEB071 COSECHAS ANTERIORES SIN COLA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           CLOSE  ARCH-VINTANT.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-PAGOLOG.
           CLOSE  ARCH-CTGLOG.
      *-------------*
       LEER-SNAPSHOT.
      *-------------*
      *--- ENTREGA EL PROXIMO DETALLE: SALTEA LA CABECERA Y VALIDA LA
      *--- COLA CUANDO APARECE
           MOVE 'N'                    TO WE-SW-LEYO.
           PERFORM UNTIL WE-SW-LEYO = 'S' OR
                         WE-CLAVE-SNJ = HIGH-VALUES
              READ ARCH-SNAPSHOT
                   AT END
                      MOVE HIGH-VALUES TO WE-CLAVE-SNJ
                   NOT AT END
                      EVALUATE SNJ-CTAAFI (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-SNAPJUD TO REG-SNAPJUD-CTL
                            PERFORM  VALIDAR-COLA
                            MOVE HIGH-VALUES TO WE-CLAVE-SNJ
                         WHEN OTHER
                            ADD  1          TO WE-CONT-FOTO
                            ADD  SNJ-SALACT TO WE-HASH-SALACT
                            MOVE SNJ-CTAAFI TO WE-CLAVE-SNJ
                            MOVE 'S'   TO WE-SW-LEYO
                      END-EVALUATE
              END-READ
           END-PERFORM.
      *------------*
       VALIDAR-COLA.
      *------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB071 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB071 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB071 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-------------*
       LEER-ANTERIOR.
      *-------------*
      *--- LA CLAVE SE TOMA DEL REGISTRO DEL ARCHIVO: EL AREA DE
      *--- TRABAJO REG-VINTAGE SE USA TAMBIEN PARA GRABAR
           MOVE 'N'                    TO WE-SW-LEYO.
           PERFORM UNTIL WE-SW-LEYO = 'S' OR
                         WE-CLAVE-ANT = HIGH-VALUES
              READ ARCH-VINTANT
                   AT END
                      MOVE HIGH-VALUES TO WE-CLAVE-ANT
                   NOT AT END
                      EVALUATE REG-VINTANT (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-VINTANT TO REG-VINTAGE-CTL
                            PERFORM  VALIDAR-COLA-ANTERIOR
                            MOVE HIGH-VALUES TO WE-CLAVE-ANT
                         WHEN OTHER
                            MOVE REG-VINTANT (1:10) TO WE-CLAVE-ANT
                            MOVE 'S'   TO WE-SW-LEYO
                      END-EVALUATE
              END-READ
           END-PERFORM.
      *---------------------*
       VALIDAR-COLA-ANTERIOR.
      *---------------------*
           MOVE 'S'                    TO WE-SW-COLA-ANT.
           IF VIN-CTL-CANTIDAD       NOT = WE-CONT-ANTERIOR OR
              VIN-CTL-HASH-IMPO-ORIG NOT = WE-HASH-ANTERIOR
              DISPLAY 'BSEB071 COSECHAS ANTERIORES NO CIERRAN CON COLA'
              DISPLAY 'BSEB071 COLA CANT=' VIN-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-ANTERIOR
              DISPLAY 'BSEB071 COLA HASH=' VIN-CTL-HASH-IMPO-ORIG
                      ' LEIDO=' WE-HASH-ANTERIOR
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *------------*
       LEER-PAGOLOG.
      *------------*
           READ ARCH-PAGOLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-PAG
                NOT AT END
                   MOVE PAGLOG-CTAAFI    TO WE-CLAVE-PAG
           END-READ.
      *-----------*
       LEER-CTGLOG.
      *-----------*
           READ ARCH-CTGLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-CTG
                NOT AT END
                   MOVE CTGLOG-CTAAFI    TO WE-CLAVE-CTG
           END-READ.
      *---------------*
       PROCESAR-CUENTA.
      *---------------*
      *--- UNA CUENTA CONOCIDA SUMA LOS PAGOS DESDE EL MES SIGUIENTE AL
      *--- ULTIMO PROCESADO; UNA NUEVA ENTRA CON SU COHORTE Y SUMA TODOS
      *--- LOS PAGOS DESDE SU INGRESO. UNA CUENTA QUE SALIO DE LA FOTO
      *--- SIGUE EN SU COHORTE
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           IF WE-CLAVE-ANT = WE-CTA-ACTUAL
              MOVE REG-VINTANT         TO REG-VINTAGE
              ADD  1                   TO WE-CONT-ANTERIOR
              ADD  VIN-IMPO-ORIG       TO WE-HASH-ANTERIOR
              MOVE 'S'                 TO WE-SW-ENCONTRO
              MOVE 'N'                 TO VIN-SW-FOTO
              MOVE WE-FEC-DESDE-MES    TO WE-PAGO-FECHA
              PERFORM  LEER-ANTERIOR
           END-IF.
           IF WE-CLAVE-SNJ = WE-CTA-ACTUAL
              IF WE-SW-ENCONTRO = 'S'
                 MOVE 'S'              TO VIN-SW-FOTO
              ELSE
                 PERFORM  ALTA-CUENTA
              END-IF
              PERFORM  LEER-SNAPSHOT
           END-IF.
           PERFORM  JUNTAR-PAGOLOG.
           PERFORM  JUNTAR-CTGLOG.
           IF WE-SW-ENCONTRO = 'S'
              IF VIN-SW-FOTO = 'N'
                 ADD  1                TO WE-CONT-FUERA-FOTO
              END-IF
              PERFORM  INCORPORAR-PAGOS
              WRITE REG-VINTNUE        FROM REG-VINTAGE
              ADD  1                   TO WE-CONT-VINTAGE
              ADD  VIN-IMPO-ORIG       TO WE-HASH-VINTAGE
              PERFORM  ACUMULAR-COHORTE
           END-IF.
      *-----------*
       ALTA-CUENTA.
      *-----------*
      *--- LA CUENTA ENTRA EN LAS COSECHAS CON EL ESTUDIO QUE TIENE HOY;
      *--- LA QUE INGRESO DESPUES DEL MES QUE SE INCORPORA ESPERA A LA
      *--- CORRIDA SIGUIENTE
           IF SNJ-FEC-INGRESO = 0
              ADD  1                   TO WE-CONT-SIN-INGRESO
           ELSE
              IF SNJ-FEC-INGRESO > WE-FEC-HASTA
                 ADD  1                TO WE-CONT-POSTERIORES
              ELSE
                 INITIALIZE               REG-VINTAGE
                 MOVE SNJ-CTAAFI       TO VIN-CTAAFI
                 MOVE SNJ-FEC-INGRESO  TO VIN-FEC-INGRESO
                 MOVE SNJ-MONEDA       TO VIN-MONEDA
                 MOVE SNJ-COD-ESTUDIO  TO VIN-COD-ESTUDIO
                 MOVE SNJ-DESC-ESTUDIO TO VIN-DESC-ESTUDIO
                 MOVE SNJ-IMPO-ORIG    TO VIN-IMPO-ORIG
                 MOVE WE-FEC-PROCESO   TO VIN-FEC-ALTA
                 MOVE 'S'              TO VIN-SW-FOTO
                 MOVE SNJ-FEC-INGRESO  TO WE-PAGO-FECHA
                 MOVE 'S'              TO WE-SW-ENCONTRO
                 ADD  1                TO WE-CONT-ALTAS
              END-IF
           END-IF.
      *--------------*
       JUNTAR-PAGOLOG.
      *--------------*
      *--- PAGOS DEL BUS NO EXTORNADOS DESDE EL INICIO DE LA VENTANA DE
      *--- LA CUENTA; SOLO SE USAN SI LA TRAMA 038 NO RESPONDE
           MOVE 0                      TO WE-CANT-BUS.
           PERFORM UNTIL WE-CLAVE-PAG >= WE-CTA-ACTUAL
              PERFORM  LEER-PAGOLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-PAG NOT = WE-CTA-ACTUAL
              IF WE-SW-ENCONTRO = 'S'                    AND
                 PAGLOG-ESTADO NOT = 'X'                 AND
                 PAGLOG-FEC-PAGO >= WE-PAGO-FECHA        AND
                 PAGLOG-FEC-PAGO <= WE-FEC-HASTA
                 IF WE-CANT-BUS >= 500
                    DISPLAY 'BSEB071 PAGOS DEL BUS EXCEDEN LA TABLA '
                            'EN CUENTA ' WE-CTA-ACTUAL
                    PERFORM  CANCELAR-PROCESO
                 END-IF
                 ADD  1                TO WE-CANT-BUS
                 MOVE PAGLOG-FEC-PAGO  TO WE-PBU-FECHA (WE-CANT-BUS)
                 MOVE PAGLOG-TOTPAGAR  TO WE-PBU-IMPORTE (WE-CANT-BUS)
              END-IF
              PERFORM  LEER-PAGOLOG
           END-PERFORM.
      *-------------*
       JUNTAR-CTGLOG.
      *-------------*
      *--- EL CASTIGO APROBADO HASTA EL CIERRE DEL MES QUEDA UNA SOLA
      *--- VEZ EN LA CUENTA CON SU FECHA DE DECISION
           PERFORM UNTIL WE-CLAVE-CTG >= WE-CTA-ACTUAL
              PERFORM  LEER-CTGLOG
           END-PERFORM.
           PERFORM UNTIL WE-CLAVE-CTG NOT = WE-CTA-ACTUAL
              IF WE-SW-ENCONTRO = 'S'                    AND
                 VIN-FEC-CASTIGO = 0                     AND
                 CTGLOG-ESTADO = 'A'                     AND
                 CTGLOG-FEC-DECISION > 0                 AND
                 CTGLOG-FEC-DECISION <= WE-FEC-HASTA
                 MOVE CTGLOG-FEC-DECISION TO VIN-FEC-CASTIGO
                 MOVE CTGLOG-SALACT       TO VIN-IMP-CASTIGO
                 ADD  1                   TO WE-CONT-CASTIGOS
              END-IF
              PERFORM  LEER-CTGLOG
           END-PERFORM.
      *----------------*
       INCORPORAR-PAGOS.
      *----------------*
      *--- PASADO EL ULTIMO HITO LA CURVA DE LA CUENTA YA NO CAMBIA Y NO
      *--- SE CONSULTA LA TRAMA 038
           MOVE VIN-FEC-INGRESO        TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-INDICE-MES.
           MOVE WE-IDX-FECHA           TO WE-IDX-INGRESO.
           MOVE WE-PAGO-FECHA          TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-INDICE-MES.
           COMPUTE WE-DESFASE = WE-IDX-FECHA - WE-IDX-INGRESO
           END-COMPUTE.
           IF WE-DESFASE > WE-HITO-MESES (6)
              ADD  1                   TO WE-CONT-CERRADAS
           ELSE
              PERFORM  LEER-PAGOS-038
              IF WE-SW-ERROR-CRM = 'S'
                 ADD  1                TO WE-CONT-SIN-038
                 MOVE 0                TO K
                 PERFORM UNTIL K >= WE-CANT-BUS
                    ADD  1             TO K
                    MOVE WE-PBU-FECHA (K)   TO WE-FECHA-TRAB
                    MOVE WE-PBU-IMPORTE (K) TO WE-PAGO-IMPORTE
                    PERFORM  APLICAR-PAGO
                 END-PERFORM
              ELSE
                 MOVE 0                TO K
                 PERFORM UNTIL K >= WE-CANT-038
                    ADD  1             TO K
                    MOVE WE-P38-FECHA (K)   TO WE-FECHA-TRAB
                    MOVE WE-P38-IMPORTE (K) TO WE-PAGO-IMPORTE
                    PERFORM  APLICAR-PAGO
                 END-PERFORM
              END-IF
           END-IF.
      *------------*
       APLICAR-PAGO.
      *------------*
      *--- EL PAGO CUENTA EN CADA HITO CUYO MES DE CIERRE NO ES ANTERIOR
      *--- AL MES DEL PAGO
           PERFORM  CALCULAR-INDICE-MES.
           COMPUTE WE-DESFASE = WE-IDX-FECHA - WE-IDX-INGRESO
           END-COMPUTE.
           MOVE 0                      TO H.
           PERFORM UNTIL H >= 6
              ADD  1                   TO H
              IF WE-DESFASE <= WE-HITO-MESES (H)
                 ADD  WE-PAGO-IMPORTE  TO VIN-REC-HITO (H)
              END-IF
           END-PERFORM.
           ADD  1                      TO VIN-CANT-PAGOS.
           ADD  1                      TO WE-CONT-PAGOS.
           IF WE-FECHA-TRAB > VIN-FEC-ULT-PAGO
              MOVE WE-FECHA-TRAB       TO VIN-FEC-ULT-PAGO
           END-IF.
      *--------------*
       LEER-PAGOS-038.
      *--------------*
      *--- HISTORIA DE PAGOS DEL CORE (TRAMA 038 PAGINADA, TOPE 50): SE
      *--- GUARDA ENTERA ANTES DE APLICARLA PARA QUE UN ERROR A MITAD DE
      *--- LA LECTURA NO DEJE PAGOS SUMADOS DOS VECES
           MOVE SPACES                 TO WE-SECUENCIA.
           MOVE SPACES                 TO CRM-CO-FLAG-CONT-38.
           MOVE 'N'                    TO WE-SW-ERROR-CRM.
           MOVE 0                      TO WE-CONT-PAGINAS.
           MOVE 0                      TO WE-CANT-038.
           PERFORM UNTIL CRM-CO-FLAG-CONT-38 = 'U'      OR
                         WE-SW-ERROR-CRM = 'S'          OR
                         WE-CONT-PAGINAS >= 50
              ADD  1                   TO WE-CONT-PAGINAS
              PERFORM  LLAMAR-CLOCRM02-PAGOS
           END-PERFORM.
      *---------------------*
       LLAMAR-CLOCRM02-PAGOS.
      *---------------------*
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 038                    TO CRM-CO-NRO-TRAMA.
           MOVE '$CL'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE 'C'                    TO CRM-CO-TIPO-BUSQ.
           MOVE WE-CTA-ACTUAL          TO CRM-CO-CUENTA-BUSQ.
           MOVE WE-SECUENCIA           TO CRM-CO-SECUEN-38.
           MOVE 'NEXT'                 TO CRM-CO-FLAGLEC-38.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO = +0000
              MOVE 0                   TO K
              PERFORM UNTIL K >= CRM-CO-NUM-PAGOS OR K >= 20
                 ADD  1                TO K
                 IF CRM-CO-FEC-PAGO-38 (K) >= WE-PAGO-FECHA  AND
                    CRM-CO-FEC-PAGO-38 (K) <= WE-FEC-HASTA
                    ADD  1             TO WE-CANT-038
                    MOVE CRM-CO-FEC-PAGO-38 (K)
                                       TO WE-P38-FECHA (WE-CANT-038)
                    MOVE CRM-CO-IMP-PAGO-38 (K)
                                       TO WE-P38-IMPORTE (WE-CANT-038)
                 END-IF
              END-PERFORM
              MOVE CRM-CO-SECUENC-FIN-38 TO WE-SECUENCIA
           ELSE
              MOVE 'S'                 TO WE-SW-ERROR-CRM
           END-IF.
      *----------------*
       ACUMULAR-COHORTE.
      *----------------*
      *--- UN HITO SOLO ENTRA EN LA CURVA CUANDO LA COHORTE YA LO
      *--- ALCANZO; EL CASTIGO CUENTA DESDE EL HITO DE SU MES
           MOVE VIN-FEC-INGRESO        TO WE-FECHA-TRAB.
           MOVE WE-FT-AAAAMM           TO WE-BUS-MES.
           MOVE VIN-MONEDA             TO WE-BUS-MONEDA.
           MOVE VIN-COD-ESTUDIO        TO WE-BUS-ESTUDIO.
           PERFORM  UBICAR-COHORTE.
           IF WE-COH-CUENTAS (N) = 0
              MOVE VIN-DESC-ESTUDIO    TO WE-COH-DESC-ESTUDIO (N)
           END-IF.
           ADD  1                      TO WE-COH-CUENTAS (N).
           ADD  VIN-IMPO-ORIG          TO WE-COH-IMPO-ORIG (N).
           PERFORM  CALCULAR-INDICE-MES.
           MOVE WE-IDX-FECHA           TO WE-IDX-INGRESO.
           COMPUTE WE-DESFASE = WE-IDX-PROCESO - WE-IDX-INGRESO
           END-COMPUTE.
           MOVE 0                      TO H.
           PERFORM UNTIL H >= 6
              ADD  1                   TO H
              IF WE-DESFASE >= WE-HITO-MESES (H)
                 ADD  VIN-IMPO-ORIG    TO WE-COH-BASE (N H)
                 ADD  VIN-REC-HITO (H) TO WE-COH-REC (N H)
              END-IF
           END-PERFORM.
           IF VIN-FEC-CASTIGO > 0
              MOVE VIN-FEC-CASTIGO     TO WE-FECHA-TRAB
              PERFORM  CALCULAR-INDICE-MES
              COMPUTE WE-DESFASE = WE-IDX-FECHA - WE-IDX-INGRESO
              END-COMPUTE
              MOVE 0                   TO H
              PERFORM UNTIL H >= 6
                 ADD  1                TO H
                 IF WE-COH-BASE (N H) > 0 AND
                    WE-DESFASE <= WE-HITO-MESES (H)
                    ADD  VIN-IMP-CASTIGO TO WE-COH-CAS (N H)
                 END-IF
              END-PERFORM
           END-IF.
      *--------------*
       UBICAR-COHORTE.
      *--------------*
      *--- BUSCA LA COHORTE O LA INSERTA EN SU LUGAR PARA QUE LA TABLA
      *--- QUEDE ORDENADA POR MES, MONEDA Y ESTUDIO
           MOVE 0                      TO N.
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           PERFORM UNTIL N >= WE-CANT-COH OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO N
              IF WE-COH-CLAVE (N) >= WE-BUS-CLAVE
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'N'
              ADD  1                   TO N
           END-IF.
           IF WE-SW-ENCONTRO = 'N' OR
              WE-COH-CLAVE (N) NOT = WE-BUS-CLAVE
              IF WE-CANT-COH >= 3000
                 DISPLAY 'BSEB071 TABLA DE COHORTES DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              MOVE WE-CANT-COH         TO P
              PERFORM UNTIL P < N
                 MOVE WE-COH-OCC (P)   TO WE-COH-OCC (P + 1)
                 SUBTRACT 1            FROM P
              END-PERFORM
              ADD  1                   TO WE-CANT-COH
              INITIALIZE                  WE-COH-OCC (N)
              MOVE WE-BUS-CLAVE        TO WE-COH-CLAVE (N)
           END-IF.
      *----------------*
       IMPRIMIR-REPORTE.
      *----------------*
      *--- CADA GRUPO LLEVA DOS CURVAS: LO RECUPERADO Y LO CASTIGADO,
      *--- EN PORCENTAJE DEL SALDO DE INGRESO DE LAS COHORTES QUE YA
      *--- LLEGARON AL HITO
           MOVE WE-MES-PROCESO         TO WE-TIT-MES.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE SPACES                 TO WE-AVI-TEXTO.
           STRING '% SOBRE EL SALDO DE INGRESO (SNJ-IMPO-ORIG); '
                                       DELIMITED BY SIZE
                  'EN BLANCO LOS HITOS AUN NO ALCANZADOS'
                                       DELIMITED BY SIZE
                  INTO WE-AVI-TEXTO
           END-STRING.
           WRITE REG-REPORTE           FROM WE-LINEA-AVISO.
           MOVE 'CURVAS POR COHORTE (MES DE INGRESO, MONEDA Y ESTUDIO)'
                                       TO WE-SEC-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-COH
              ADD  1                   TO N
              MOVE WE-COH-MES (N)      TO WE-IMP-PERIODO
              MOVE WE-COH-MONEDA (N)   TO WE-IMP-MONEDA
              MOVE WE-COH-ESTUDIO (N)  TO WE-IMP-ESTUDIO
              MOVE WE-COH-DESC-ESTUDIO (N) TO WE-IMP-DESC-ESTUDIO
              MOVE WE-COH-DATOS (N)    TO WE-IMP-DATOS
              PERFORM  IMPRIMIR-CURVAS
           END-PERFORM.
      *--- POR ANO DE INGRESO Y MONEDA
           MOVE 0                      TO WE-CANT-GRP.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-COH
              ADD  1                   TO N
              MOVE SPACES              TO WE-BUS-GRP-CLAVE
              MOVE WE-COH-MES (N) (1:4) TO WE-BUS-GRP-CLAVE
              MOVE WE-COH-MONEDA (N)   TO WE-BUS-GRP-MONEDA
              PERFORM  ACUMULAR-GRUPO
           END-PERFORM.
           MOVE 'CURVAS POR ANO DE INGRESO Y MONEDA' TO WE-SEC-TITULO.
           MOVE 'A'                    TO WE-SW-AGRUPAR.
           PERFORM  IMPRIMIR-GRUPOS.
      *--- POR ESTUDIO Y MONEDA
           MOVE 0                      TO WE-CANT-GRP.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-COH
              ADD  1                   TO N
              MOVE SPACES              TO WE-BUS-GRP-CLAVE
              MOVE WE-COH-ESTUDIO (N)  TO WE-BUS-GRP-CLAVE
              MOVE WE-COH-MONEDA (N)   TO WE-BUS-GRP-MONEDA
              PERFORM  ACUMULAR-GRUPO
           END-PERFORM.
           MOVE 'CURVAS POR ESTUDIO Y MONEDA' TO WE-SEC-TITULO.
           MOVE 'E'                    TO WE-SW-AGRUPAR.
           PERFORM  IMPRIMIR-GRUPOS.
           MOVE SPACES                 TO WE-AVI-TEXTO.
           STRING 'CUENTAS NUEVAS: '   DELIMITED BY SIZE
                  WE-CONT-ALTAS        DELIMITED BY SIZE
                  '  FUERA DE LA FOTO: ' DELIMITED BY SIZE
                  WE-CONT-FUERA-FOTO   DELIMITED BY SIZE
                  '  CURVA CERRADA: '  DELIMITED BY SIZE
                  WE-CONT-CERRADAS     DELIMITED BY SIZE
                  '  SIN TRAMA 038: '  DELIMITED BY SIZE
                  WE-CONT-SIN-038      DELIMITED BY SIZE
                  INTO WE-AVI-TEXTO
           END-STRING.
           WRITE REG-REPORTE           FROM WE-LINEA-AVISO.
      *--------------*
       ACUMULAR-GRUPO.
      *--------------*
      *--- BUSCA EL GRUPO O LO INSERTA EN ORDEN Y LE SUMA LA COHORTE N
           MOVE 0                      TO K.
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           PERFORM UNTIL K >= WE-CANT-GRP OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO K
              IF WE-GRP-CLAVE (K) > WE-BUS-GRP-CLAVE OR
                 (WE-GRP-CLAVE (K) = WE-BUS-GRP-CLAVE AND
                  WE-GRP-MONEDA (K) >= WE-BUS-GRP-MONEDA)
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'N'
              ADD  1                   TO K
           END-IF.
           IF WE-SW-ENCONTRO = 'N'                         OR
              WE-GRP-CLAVE (K)  NOT = WE-BUS-GRP-CLAVE     OR
              WE-GRP-MONEDA (K) NOT = WE-BUS-GRP-MONEDA
              IF WE-CANT-GRP >= 500
                 DISPLAY 'BSEB071 TABLA DE GRUPOS DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              MOVE WE-CANT-GRP         TO P
              PERFORM UNTIL P < K
                 MOVE WE-GRP-OCC (P)   TO WE-GRP-OCC (P + 1)
                 SUBTRACT 1            FROM P
              END-PERFORM
              ADD  1                   TO WE-CANT-GRP
              INITIALIZE                  WE-GRP-OCC (K)
              MOVE WE-BUS-GRP-CLAVE    TO WE-GRP-CLAVE (K)
              MOVE WE-BUS-GRP-MONEDA   TO WE-GRP-MONEDA (K)
              MOVE WE-COH-DESC-ESTUDIO (N) TO WE-GRP-DESC-ESTUDIO (K)
           END-IF.
           ADD  WE-COH-CUENTAS (N)     TO WE-GRP-CUENTAS (K).
           ADD  WE-COH-IMPO-ORIG (N)   TO WE-GRP-IMPO-ORIG (K).
           MOVE 0                      TO H.
           PERFORM UNTIL H >= 6
              ADD  1                   TO H
              ADD  WE-COH-BASE (N H)   TO WE-GRP-BASE (K H)
              ADD  WE-COH-REC (N H)    TO WE-GRP-REC (K H)
              ADD  WE-COH-CAS (N H)    TO WE-GRP-CAS (K H)
           END-PERFORM.
      *---------------*
       IMPRIMIR-GRUPOS.
      *---------------*
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-GRP
              ADD  1                   TO K
              MOVE WE-GRP-MONEDA (K)   TO WE-IMP-MONEDA
              MOVE WE-GRP-DATOS (K)    TO WE-IMP-DATOS
              IF WE-SW-AGRUPAR = 'A'
                 MOVE WE-GRP-CLAVE (K) TO WE-IMP-PERIODO
                 MOVE SPACES           TO WE-IMP-ESTUDIO
                 MOVE SPACES           TO WE-IMP-DESC-ESTUDIO
              ELSE
                 MOVE SPACES           TO WE-IMP-PERIODO
                 MOVE WE-GRP-CLAVE (K) TO WE-IMP-ESTUDIO
                 MOVE WE-GRP-DESC-ESTUDIO (K) TO WE-IMP-DESC-ESTUDIO
              END-IF
              PERFORM  IMPRIMIR-CURVAS
           END-PERFORM.
      *---------------*
       IMPRIMIR-CURVAS.
      *---------------*
           MOVE WE-IMP-PERIODO         TO WE-DET-PERIODO.
           MOVE WE-IMP-MONEDA          TO WE-DET-MONEDA.
           MOVE WE-IMP-ESTUDIO         TO WE-DET-ESTUDIO.
           MOVE WE-IMP-DESC-ESTUDIO    TO WE-DET-DESC-ESTUDIO.
           MOVE 'RECUPERADO'           TO WE-DET-CURVA.
           MOVE WE-IMP-CUENTAS         TO WE-DET-CUENTAS.
           MOVE WE-IMP-IMPO-ORIG       TO WE-DET-SALDO.
           MOVE 0                      TO H.
           PERFORM UNTIL H >= 6
              ADD  1                   TO H
              IF WE-IMP-BASE (H) > 0
                 COMPUTE WE-IMP-PCT ROUNDED =
                         WE-IMP-REC (H) * 100 / WE-IMP-BASE (H)
                 END-COMPUTE
                 MOVE WE-IMP-PCT       TO WE-DET-PCT (H)
              ELSE
                 MOVE SPACES           TO WE-DET-PCT-X (H)
              END-IF
           END-PERFORM.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           MOVE SPACES                 TO WE-DET-PERIODO
                                          WE-DET-MONEDA
                                          WE-DET-ESTUDIO
                                          WE-DET-DESC-ESTUDIO
                                          WE-DET-CUENTAS-X
                                          WE-DET-SALDO-X.
           MOVE 'CASTIGADO'            TO WE-DET-CURVA.
           MOVE 0                      TO H.
           PERFORM UNTIL H >= 6
              ADD  1                   TO H
              IF WE-IMP-BASE (H) > 0
                 COMPUTE WE-IMP-PCT ROUNDED =
                         WE-IMP-CAS (H) * 100 / WE-IMP-BASE (H)
                 END-COMPUTE
                 MOVE WE-IMP-PCT       TO WE-DET-PCT (H)
              ELSE
                 MOVE SPACES           TO WE-DET-PCT-X (H)
              END-IF
           END-PERFORM.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB071 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           INITIALIZE                     REG-VINTAGE-CTL.
           MOVE 'T'                    TO VIN-CTL-TIPO.
           MOVE 'BSEB071 '             TO VIN-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO VIN-CTL-FECHA.
           MOVE WE-MES-PROCESO         TO VIN-CTL-MES-PROCESO.
           MOVE WE-CONT-VINTAGE        TO VIN-CTL-CANTIDAD.
           MOVE WE-HASH-VINTAGE        TO VIN-CTL-HASH-IMPO-ORIG.
           WRITE REG-VINTNUE           FROM REG-VINTAGE-CTL.
           CLOSE  ARCH-VINTNUE.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB071 MES INCORPORADO      = ' WE-MES-PROCESO.
           DISPLAY 'BSEB071 CUENTAS EN LA FOTO   = ' WE-CONT-FOTO.
           DISPLAY 'BSEB071 CUENTAS ANTERIORES   = ' WE-CONT-ANTERIOR.
           DISPLAY 'BSEB071 CUENTAS NUEVAS       = ' WE-CONT-ALTAS.
           DISPLAY 'BSEB071 INGRESO POSTERIOR    = '
                   WE-CONT-POSTERIORES.
           DISPLAY 'BSEB071 SIN FECHA DE INGRESO = '
                   WE-CONT-SIN-INGRESO.
           DISPLAY 'BSEB071 CURVA YA CERRADA     = ' WE-CONT-CERRADAS.
           DISPLAY 'BSEB071 PAGOS INCORPORADOS   = ' WE-CONT-PAGOS.
           DISPLAY 'BSEB071 CASTIGOS NUEVOS      = ' WE-CONT-CASTIGOS.
           DISPLAY 'BSEB071 SIN TRAMA 038        = ' WE-CONT-SIN-038.
           DISPLAY 'BSEB071 COHORTES             = ' WE-CANT-COH.
           DISPLAY 'BSEB071 REGISTROS GRABADOS   = ' WE-CONT-VINTAGE.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; LA FOTO DE LA
      *--- CARTERA JUDICIAL (BSEB034) DEBE SER DE LA FECHA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB071 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-MES-PROCESO      TO RUNC-PARAMETROS (10:6).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB071 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB071 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-FOTO        TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-VINTAGE     TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-SIN-038     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
