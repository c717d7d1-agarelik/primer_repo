************************************************************************
***   * 104652 15/10/26 JCV CONCILIACION DIARIA DE PAGOS DEL BUS       *
***   *               CONTRA LA HISTORIA DE PAGOS DEL CORE (038)       *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO CONCILIAPAGOSBUS - LOTE DIARIO                      **
*OBJET*** APAREA POR CTAAFI LA FOTO DE LA CARTERA JUDICIAL (BSEB034), **
*OBJET*** LOS PAGOS APLICADOS POR EL BUS (PAGOLOG) Y LAS DIFERENCIAS  **
*OBJET*** ABIERTAS DE LA CORRIDA ANTERIOR (DIFPAG), Y CRUZA CADA PAGO **
*OBJET*** DEL HORIZONTE CONTRA LA TRAMA 038 POR FECHA E IMPORTE.      **
*OBJET*** INFORMA PAGOS DEL BUS QUE EL CORE NO TIENE, PAGOS DEL CORE  **
*OBJET*** APLICADOS FUERA DEL BUS Y DIFERENCIAS DE IMPORTE O FECHA.   **
*OBJET*** CADA DIFERENCIA CONSERVA SU FECHA DE ALTA ENTRE CORRIDAS    **
*OBJET*** PARA MEDIR SU ANTIGUEDAD, VA A DQLOG Y SE RECARGA EN DIFNUE;**
*OBJET*** LAS QUE YA NO SE REPRODUCEN SE INFORMAN COMO RESUELTAS      **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB067.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PAGOLOG        ASSIGN TO PAGOLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DIFPAG         ASSIGN TO DIFPAG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DIFNUE         ASSIGN TO DIFNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO, HORIZONTE Y TOLERANCIA ----*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-DIAS-HORIZONTE         PIC 9(03).
      *        DIAS HACIA ATRAS QUE SE CONCILIAN; CERO = 30
           02  PARM-DIAS-TOLERANCIA        PIC 9(02).
      *        DIAS DE CORRIMIENTO ACEPTADOS COMO DIFERENCIA DE FECHA;
      *        CERO = 3
           02  PARM-CODENT                 PIC X(03).
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ PAGOS DEL BUS (DESCARGA DE PAGOLOG) ----------*
       FD  ARCH-PAGOLOG
           RECORDING MODE IS F.
           COPY BSEPAGRG.
      *------------------ DIFERENCIAS ABIERTAS DE LA CORRIDA ANTERIOR --*
       FD  ARCH-DIFPAG
           RECORDING MODE IS F.
       01  REG-DIFPAG-ENT                  PIC X(120).
      *------------------ DIFERENCIAS ABIERTAS ACTUALIZADAS (RECARGA) --*
       FD  ARCH-DIFNUE
           RECORDING MODE IS F.
       01  REG-DIFNUE                      PIC X(120).
      *------------------ REPORTE DE CONCILIACION ----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-TIPO-NUEVO               PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DESDE                PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DESDE-CTA            PIC 9(08)  VALUE ZEROS.
           02  WE-DIAS-HORIZONTE           PIC 9(03)  VALUE ZEROS.
           02  WE-DIAS-TOLERANCIA          PIC 9(02)  VALUE ZEROS.
           02  WE-DIAS-RESTA               PIC 9(05)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-SNJ                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-PAG                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-DIF                PIC X(10)  VALUE SPACES.
           02  WE-CTA-ACTUAL               PIC X(10)  VALUE SPACES.
           02  WE-SECUENCIA                PIC X(10)  VALUE SPACES.
           02  WE-MOTIVO                   PIC X(40)  VALUE SPACES.
           02  WE-DIAS-PROCESO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-MORA                PIC S9(07) VALUE ZEROS.
           02  WE-DIAS-AUX                 PIC S9(07) VALUE ZEROS.
           02  WE-FECHA-TRAB               PIC 9(08)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-FECHA-TRAB.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-IMP-CLAVE                PIC 9(10)V99 VALUE ZEROS.
           02  WE-IMP-CLAVE-X  REDEFINES  WE-IMP-CLAVE
                                           PIC X(12).
           02  WE-CONT-PAGINAS             PIC 9(03)  VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-CUENTAS             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PAGOS-BUS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PAGOS-038           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CONCILIADOS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-FECHA           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ABIERTAS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-NUEVAS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RESUELTAS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EXCEDIDOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
           02  P                           PIC 9(03)  VALUE ZEROS.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ DIFERENCIA ABIERTA (AREA DE TRABAJO) ---------*
           COPY BSEDIFRG.
      *------------------ DIAS DE CADA MES -----------------------------*
       01  WE-TABLA-DIAS-MES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WE-DIAS-MES-RED  REDEFINES  WE-TABLA-DIAS-MES.
           02  WE-DIAS-DEL-MES  OCCURS  12  TIMES
                                           PIC 9(02).
      *------------------ TIPOS DE DIFERENCIA --------------------------*
      *--- POR TIPO: CODIGO, DESCRIPCION, REGLA DE DQLOG Y SEVERIDAD
       01  WE-TABLA-TIPOS.
           02  FILLER                      PIC X(52)  VALUE
           'PPAGO DEL BUS SIN TRAMA 038    PAGO-SIN-TRAMA038   A'.
           02  FILLER                      PIC X(52)  VALUE
           'CPAGO APLICADO FUERA DEL BUS   PAGO-FUERA-DEL-BUS  A'.
           02  FILLER                      PIC X(52)  VALUE
           'IIMPORTE DISTINTO EN TRAMA 038 PAGO-IMPORTE-DIFIEREA'.
           02  FILLER                      PIC X(52)  VALUE
           'FFECHA DISTINTA EN TRAMA 038   PAGO-FECHA-DIFIERE  M'.
       01  WE-TABLA-TIPOS-R  REDEFINES  WE-TABLA-TIPOS.
           02  WE-TIP-OCC  OCCURS  4  TIMES.
               03  WE-TIP-CODIGO           PIC X(01).
               03  WE-TIP-DESCRIPCION      PIC X(30).
               03  WE-TIP-REGLA            PIC X(20).
               03  WE-TIP-SEVERIDAD        PIC X(01).
      *------------------ TOTALES POR TIPO Y ANTIGUEDAD ----------------*
      *--- TRAMOS DE ANTIGUEDAD: 0-1, 2-7, 8-30 Y MAS DE 30 DIAS
       01  WE-TABLA-TOTALES.
           02  WE-TOT-OCC  OCCURS  4  TIMES.
               03  WE-TOT-CANT             PIC 9(07).
               03  WE-TOT-IMPORTE          PIC S9(13)V99.
               03  WE-TOT-TRAMO  OCCURS  4  TIMES
                                           PIC 9(07).
      *------------------ DATOS DE LA CUENTA EN CONCILIACION -----------*
       01  WE-CUENTA.
           02  WE-SW-EN-FOTO               PIC X(01).
           02  WE-SW-EXCEDIDO              PIC X(01).
           02  WE-SW-ERROR-CRM             PIC X(01).
           02  WE-CANT-BUS                 PIC 9(03).
           02  WE-BUS-OCC  OCCURS  100  TIMES.
               03  WE-BUS-NRO-COTIZACION   PIC X(14).
               03  WE-BUS-ESTADO           PIC X(01).
               03  WE-BUS-FEC-PAGO         PIC 9(08).
               03  WE-BUS-IMPORTE          PIC S9(13)V99.
               03  WE-BUS-USADO            PIC X(01).
           02  WE-CANT-COR                 PIC 9(03).
           02  WE-COR-OCC  OCCURS  200  TIMES.
               03  WE-COR-FEC-PAGO         PIC 9(08).
               03  WE-COR-IMPORTE          PIC S9(13)V99.
               03  WE-COR-USADO            PIC X(01).
           02  WE-CANT-DIF                 PIC 9(03).
           02  WE-DIF-OCC  OCCURS  300  TIMES.
               03  WE-DIF-TIPO             PIC X(01).
               03  WE-DIF-NRO-COTIZACION   PIC X(14).
               03  WE-DIF-FEC-BUS          PIC 9(08).
               03  WE-DIF-IMP-BUS          PIC S9(13)V99.
               03  WE-DIF-FEC-038          PIC 9(08).
               03  WE-DIF-IMP-038          PIC S9(13)V99.
           02  WE-CANT-ANT                 PIC 9(03).
           02  WE-ANT-OCC  OCCURS  100  TIMES.
               03  WE-ANT-REGISTRO         PIC X(120).
               03  WE-ANT-USADO            PIC X(01).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(44)  VALUE
               'BSEB067 CONCILIACION PAGOLOG - TRAMA 038 AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(11)  VALUE
               '  DESDE EL '.
           02  WE-TIT-DESDE                PIC 9(08).
           02  FILLER                      PIC X(61)  VALUE SPACES.
       01  WE-LINEA-SECCION.
           02  FILLER                      PIC X(04)  VALUE '--- '.
           02  WE-SEC-TITULO               PIC X(50)  VALUE SPACES.
           02  FILLER                      PIC X(78)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(42)  VALUE
               'T CUENTA     COTIZACION     FEC.BUS'.
           02  FILLER                      PIC X(24)  VALUE
               '    IMPORTE BUS FEC.038'.
           02  FILLER                      PIC X(66)  VALUE
               '           IMPORTE 038 ALTA      DIAS CORR. OBSERV.'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-TIPO                 PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-COTIZACION           PIC X(14)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-BUS              PIC 9(08)  VALUE ZEROS.
           02  WE-DET-FEC-BUS-X  REDEFINES  WE-DET-FEC-BUS
                                           PIC X(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-IMP-BUS              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  WE-DET-IMP-BUS-X  REDEFINES  WE-DET-IMP-BUS
                                           PIC X(21).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-038              PIC 9(08)  VALUE ZEROS.
           02  WE-DET-FEC-038-X  REDEFINES  WE-DET-FEC-038
                                           PIC X(08).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-IMP-038              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  WE-DET-IMP-038-X  REDEFINES  WE-DET-IMP-038
                                           PIC X(21).
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-ALTA             PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DIAS                 PIC ZZZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CORRIDAS             PIC ZZZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-OBSERV               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(11)  VALUE SPACES.
       01  WE-LINEA-EXCEPCION.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-EX-CTAAFI                PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-EX-MOTIVO                PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(79)  VALUE SPACES.
       01  WE-LINEA-CAB-TOTAL.
           02  FILLER                      PIC X(53)  VALUE
               '  DIFERENCIA                       CANTIDAD'.
           02  FILLER                      PIC X(79)  VALUE
               '              IMPORTE     0-1     2-7    8-30  MAS 30'.
       01  WE-LINEA-TOTAL.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-TOT-DESCRIPCION          PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-TOT-CANT-ED              PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TOT-IMPORTE-ED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  WE-TOT-TRAMO-ED  OCCURS  4  TIMES.
               03  FILLER                  PIC X(01).
               03  WE-TOT-TRAMO-NRO        PIC ZZZZZZ9.
           02  FILLER                      PIC X(35)  VALUE SPACES.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
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
           PERFORM  IMPRIMIR-TOTALES.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           INITIALIZE                     WE-TABLA-TOTALES.
           OPEN INPUT   ARCH-PARM.
           READ ARCH-PARM
                AT END
                   CONTINUE
                NOT AT END
                   MOVE PARM-FEC-PROCESO     TO WE-FEC-PROCESO
                   MOVE PARM-DIAS-HORIZONTE  TO WE-DIAS-HORIZONTE
                   MOVE PARM-DIAS-TOLERANCIA TO WE-DIAS-TOLERANCIA
                   IF PARM-CODENT NOT = SPACES
                      MOVE PARM-CODENT       TO WE-CODENT
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB067 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-DIAS-HORIZONTE = 0
              MOVE 30                  TO WE-DIAS-HORIZONTE
           END-IF.
           IF WE-DIAS-TOLERANCIA = 0
              MOVE 3                   TO WE-DIAS-TOLERANCIA
           END-IF.
      *--- SE CONCILIAN LOS PAGOS DEL HORIZONTE HASTA LA FECHA DE
      *--- PROCESO; LAS DIFERENCIAS MAS VIEJAS QUE SIGAN ABIERTAS
      *--- EXTIENDEN EL HORIZONTE DE SU CUENTA
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           MOVE WE-DIAS-HORIZONTE      TO WE-DIAS-RESTA.
           PERFORM  RESTAR-DIAS.
           MOVE WE-FECHA-TRAB          TO WE-FEC-DESDE.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-MORA           TO WE-DIAS-PROCESO.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-PAGOLOG.
           OPEN INPUT   ARCH-DIFPAG.
           OPEN OUTPUT  ARCH-DIFNUE.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-FEC-DESDE           TO WE-TIT-DESDE.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE 'DIFERENCIAS ABIERTAS' TO WE-SEC-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           PERFORM  LEER-SNAPSHOT.
           PERFORM  LEER-PAGOLOG.
           PERFORM  LEER-DIFPAG.
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
      *-------------*
       CALCULAR-DIAS.
      *-------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL)
           COMPUTE WE-DIAS-MORA = (WE-FT-AAAA * 360) +
                                  (WE-FT-MM   * 30)  +
                                   WE-FT-DD
           END-COMPUTE.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- APAREO POR CTAAFI DE LA FOTO, PAGOLOG Y LAS DIFERENCIAS
      *--- ABIERTAS: UNA CUENTA SE CONCILIA SI ESTA EN CUALQUIERA
           PERFORM UNTIL WE-CLAVE-SNJ = HIGH-VALUES AND
                         WE-CLAVE-PAG = HIGH-VALUES AND
                         WE-CLAVE-DIF = HIGH-VALUES
              MOVE WE-CLAVE-SNJ        TO WE-CTA-ACTUAL
              IF WE-CLAVE-PAG < WE-CTA-ACTUAL
                 MOVE WE-CLAVE-PAG     TO WE-CTA-ACTUAL
              END-IF
              IF WE-CLAVE-DIF < WE-CTA-ACTUAL
                 MOVE WE-CLAVE-DIF     TO WE-CTA-ACTUAL
              END-IF
              PERFORM  CONCILIAR-CUENTA
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB067 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-PAGOLOG.
           CLOSE  ARCH-DIFPAG.
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
              DISPLAY 'BSEB067 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB067 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB067 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
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
       LEER-DIFPAG.
      *-----------*
           READ ARCH-DIFPAG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-DIF
                NOT AT END
                   MOVE REG-DIFPAG-ENT (1:10) TO WE-CLAVE-DIF
           END-READ.
      *----------------*
       CONCILIAR-CUENTA.
      *----------------*
           INITIALIZE                     WE-CUENTA.
           ADD  1                      TO WE-CONT-CUENTAS.
           MOVE WE-FEC-DESDE           TO WE-FEC-DESDE-CTA.
           IF WE-CLAVE-SNJ = WE-CTA-ACTUAL
              MOVE 'S'                 TO WE-SW-EN-FOTO
              PERFORM  LEER-SNAPSHOT
           END-IF.
           PERFORM  JUNTAR-DIFERENCIAS.
           PERFORM  JUNTAR-PAGOLOG.
      *--- UNA CUENTA QUE SOLO TRAE PAGOS DEL BUS FUERA DEL HORIZONTE
      *--- NO TIENE NADA QUE CONCILIAR
           IF WE-SW-EN-FOTO = 'S' OR WE-CANT-BUS > 0 OR
              WE-CANT-ANT > 0
              IF WE-SW-EXCEDIDO NOT = 'S'
                 PERFORM  LEER-PAGOS-038
              END-IF
              EVALUATE TRUE
                 WHEN WE-SW-ERROR-CRM = 'S'
                    ADD  1             TO WE-CONT-ERRORES
                    MOVE 'ERROR DE CLOCRM02 EN LA TRAMA 038'
                                       TO WE-MOTIVO
                    PERFORM  CONSERVAR-ANTERIORES
                 WHEN WE-SW-EXCEDIDO = 'S'
                    ADD  1             TO WE-CONT-EXCEDIDOS
                    MOVE 'PAGOS EXCEDEN LA TABLA DE CONCILIACION'
                                       TO WE-MOTIVO
                    PERFORM  CONSERVAR-ANTERIORES
                 WHEN OTHER
                    PERFORM  CRUZAR-PAGOS
                    PERFORM  ACTUALIZAR-DIFERENCIAS
              END-EVALUATE
           END-IF.
      *------------------*
       JUNTAR-DIFERENCIAS.
      *------------------*
      *--- LAS DIFERENCIAS ABIERTAS DE LA CUENTA QUEDAN EN MEMORIA Y LA
      *--- MAS VIEJA FIJA DESDE DONDE SE CONCILIA LA CUENTA
           PERFORM UNTIL WE-CLAVE-DIF NOT = WE-CTA-ACTUAL
              IF WE-CANT-ANT >= 100
                 DISPLAY 'BSEB067 TABLA DIFPAG DESBORDADA EN CUENTA '
                         WE-CTA-ACTUAL
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-ANT
              MOVE REG-DIFPAG-ENT      TO WE-ANT-REGISTRO (WE-CANT-ANT)
              MOVE REG-DIFPAG-ENT      TO REG-DIFPAG
              MOVE 'N'                 TO WE-ANT-USADO    (WE-CANT-ANT)
              IF DIFPAG-FEC-BUS > 0 AND
                 DIFPAG-FEC-BUS < WE-FEC-DESDE-CTA
                 MOVE DIFPAG-FEC-BUS   TO WE-FEC-DESDE-CTA
              END-IF
              IF DIFPAG-FEC-038 > 0 AND
                 DIFPAG-FEC-038 < WE-FEC-DESDE-CTA
                 MOVE DIFPAG-FEC-038   TO WE-FEC-DESDE-CTA
              END-IF
              PERFORM  LEER-DIFPAG
           END-PERFORM.
      *--------------*
       JUNTAR-PAGOLOG.
      *--------------*
      *--- LOS PAGOS SIN FECHA DE APLICACION SON ANTERIORES AL CRUCE
      *--- CON LA TRAMA 038 Y NO SE CONCILIAN
           PERFORM UNTIL WE-CLAVE-PAG NOT = WE-CTA-ACTUAL
              EVALUATE TRUE
                 WHEN PAGLOG-FEC-PAGO = 0
                    ADD  1             TO WE-CONT-SIN-FECHA
                 WHEN PAGLOG-FEC-PAGO < WE-FEC-DESDE-CTA OR
                      PAGLOG-FEC-PAGO > WE-FEC-PROCESO
                    CONTINUE
                 WHEN WE-CANT-BUS >= 100
                    MOVE 'S'           TO WE-SW-EXCEDIDO
                 WHEN OTHER
                    ADD  1             TO WE-CANT-BUS
                    ADD  1             TO WE-CONT-PAGOS-BUS
                    MOVE PAGLOG-NRO-COTIZACION
                         TO WE-BUS-NRO-COTIZACION (WE-CANT-BUS)
                    MOVE PAGLOG-ESTADO
                         TO WE-BUS-ESTADO         (WE-CANT-BUS)
                    MOVE PAGLOG-FEC-PAGO
                         TO WE-BUS-FEC-PAGO       (WE-CANT-BUS)
                    MOVE PAGLOG-TOTPAGAR
                         TO WE-BUS-IMPORTE        (WE-CANT-BUS)
                    MOVE 'N'
                         TO WE-BUS-USADO          (WE-CANT-BUS)
              END-EVALUATE
              PERFORM  LEER-PAGOLOG
           END-PERFORM.
      *--------------*
       LEER-PAGOS-038.
      *--------------*
      *--- HISTORIA DE PAGOS DEL CORE (TRAMA 038 PAGINADA, TOPE 50)
           MOVE SPACES                 TO WE-SECUENCIA.
           MOVE SPACES                 TO CRM-CO-FLAG-CONT-38.
           MOVE +0000                  TO CRM-CO-COD-RETORNO.
           MOVE 0                      TO WE-CONT-PAGINAS.
           PERFORM UNTIL CRM-CO-FLAG-CONT-38 = 'U'      OR
                         WE-SW-ERROR-CRM = 'S'          OR
                         WE-SW-EXCEDIDO  = 'S'          OR
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
                 IF CRM-CO-FEC-PAGO-38 (K) >= WE-FEC-DESDE-CTA AND
                    CRM-CO-FEC-PAGO-38 (K) <= WE-FEC-PROCESO
                    IF WE-CANT-COR >= 200
                       MOVE 'S'        TO WE-SW-EXCEDIDO
                    ELSE
                       ADD  1          TO WE-CANT-COR
                       ADD  1          TO WE-CONT-PAGOS-038
                       MOVE CRM-CO-FEC-PAGO-38 (K)
                            TO WE-COR-FEC-PAGO (WE-CANT-COR)
                       MOVE CRM-CO-IMP-PAGO-38 (K)
                            TO WE-COR-IMPORTE  (WE-CANT-COR)
                       MOVE 'N'
                            TO WE-COR-USADO    (WE-CANT-COR)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE CRM-CO-SECUENC-FIN-38 TO WE-SECUENCIA
           ELSE
              MOVE 'S'                 TO WE-SW-ERROR-CRM
           END-IF.
      *------------*
       CRUZAR-PAGOS.
      *------------*
      *--- PRIMERO EL CRUCE EXACTO (FECHA E IMPORTE, TAMBIEN CONTRA
      *--- PAGOS EXTORNADOS QUE EL CORE YA HABIA APLICADO); LUEGO EL
      *--- MISMO IMPORTE CON FECHA CORRIDA DENTRO DE LA TOLERANCIA Y
      *--- LA MISMA FECHA CON OTRO IMPORTE. LO QUE QUEDA SUELTO DE
      *--- CADA LADO ES PAGO FALTANTE; UN EXTORNO SUELTO ESTA BIEN
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-COR
              ADD  1                   TO J
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-BUS OR WE-COR-USADO (J) = 'S'
                 ADD  1                TO I
                 IF WE-BUS-USADO    (I) = 'N'                    AND
                    WE-BUS-FEC-PAGO (I) = WE-COR-FEC-PAGO (J)    AND
                    WE-BUS-IMPORTE  (I) = WE-COR-IMPORTE  (J)
                    MOVE 'S'           TO WE-BUS-USADO (I)
                    MOVE 'S'           TO WE-COR-USADO (J)
                    ADD  1             TO WE-CONT-CONCILIADOS
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-COR
              ADD  1                   TO J
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-BUS OR WE-COR-USADO (J) = 'S'
                 ADD  1                TO I
                 IF WE-BUS-USADO   (I) = 'N'                     AND
                    WE-BUS-ESTADO  (I) NOT = 'X'                 AND
                    WE-BUS-IMPORTE (I) = WE-COR-IMPORTE (J)
                    PERFORM  MEDIR-CORRIMIENTO
                    IF WE-DIAS-AUX <= WE-DIAS-TOLERANCIA
                       MOVE 'F'        TO WE-TIPO-NUEVO
                       PERFORM  AGREGAR-DIFERENCIA
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-COR
              ADD  1                   TO J
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-BUS OR WE-COR-USADO (J) = 'S'
                 ADD  1                TO I
                 IF WE-BUS-USADO    (I) = 'N'                    AND
                    WE-BUS-ESTADO   (I) NOT = 'X'                AND
                    WE-BUS-FEC-PAGO (I) = WE-COR-FEC-PAGO (J)
                    MOVE 'I'           TO WE-TIPO-NUEVO
                    PERFORM  AGREGAR-DIFERENCIA
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-BUS
              ADD  1                   TO I
              IF WE-BUS-USADO (I) = 'N' AND WE-BUS-ESTADO (I) NOT = 'X'
                 MOVE 0                TO J
                 MOVE 'P'              TO WE-TIPO-NUEVO
                 PERFORM  AGREGAR-DIFERENCIA
              END-IF
           END-PERFORM.
           MOVE 0                      TO I.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-COR
              ADD  1                   TO J
              IF WE-COR-USADO (J) = 'N'
                 MOVE 'C'              TO WE-TIPO-NUEVO
                 PERFORM  AGREGAR-DIFERENCIA
              END-IF
           END-PERFORM.
      *-----------------*
       MEDIR-CORRIMIENTO.
      *-----------------*
      *--- DIAS ENTRE LA FECHA DEL BUS Y LA DEL CORE, SIN SIGNO
           MOVE WE-BUS-FEC-PAGO (I)    TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-MORA           TO WE-DIAS-AUX.
           MOVE WE-COR-FEC-PAGO (J)    TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           SUBTRACT WE-DIAS-MORA       FROM WE-DIAS-AUX.
           IF WE-DIAS-AUX < 0
              COMPUTE WE-DIAS-AUX = 0 - WE-DIAS-AUX
              END-COMPUTE
           END-IF.
      *------------------*
       AGREGAR-DIFERENCIA.
      *------------------*
      *--- I ES EL PAGO DEL BUS Y J EL DE LA TRAMA 038 (CERO = NO HAY)
           ADD  1                      TO WE-CANT-DIF.
           MOVE WE-CANT-DIF            TO N.
           MOVE WE-TIPO-NUEVO          TO WE-DIF-TIPO (N).
           IF I > 0
              MOVE 'S'                 TO WE-BUS-USADO (I)
              MOVE WE-BUS-NRO-COTIZACION (I)
                                       TO WE-DIF-NRO-COTIZACION (N)
              MOVE WE-BUS-FEC-PAGO (I) TO WE-DIF-FEC-BUS (N)
              MOVE WE-BUS-IMPORTE  (I) TO WE-DIF-IMP-BUS (N)
           ELSE
              MOVE SPACES              TO WE-DIF-NRO-COTIZACION (N)
              MOVE ZEROS               TO WE-DIF-FEC-BUS (N)
              MOVE ZEROS               TO WE-DIF-IMP-BUS (N)
           END-IF.
           IF J > 0
              MOVE 'S'                 TO WE-COR-USADO (J)
              MOVE WE-COR-FEC-PAGO (J) TO WE-DIF-FEC-038 (N)
              MOVE WE-COR-IMPORTE  (J) TO WE-DIF-IMP-038 (N)
           ELSE
              MOVE ZEROS               TO WE-DIF-FEC-038 (N)
              MOVE ZEROS               TO WE-DIF-IMP-038 (N)
           END-IF.
      *----------------------*
       ACTUALIZAR-DIFERENCIAS.
      *----------------------*
      *--- CADA DIFERENCIA DE HOY SE BUSCA ENTRE LAS ABIERTAS PARA
      *--- HEREDAR SU ALTA; LAS ABIERTAS QUE NO SE REPRODUJERON QUEDAN
      *--- RESUELTAS
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-DIF
              ADD  1                   TO N
              PERFORM  BUSCAR-ANTERIOR
              IF WE-SW-ENCONTRO = 'S'
                 MOVE WE-ANT-REGISTRO (P) TO REG-DIFPAG
                 ADD  1                TO DIFPAG-CANT-CORRIDAS
                 MOVE SPACES           TO WE-DET-OBSERV
              ELSE
                 INITIALIZE               REG-DIFPAG
                 MOVE WE-CTA-ACTUAL    TO DIFPAG-CTAAFI
                 MOVE WE-FEC-PROCESO   TO DIFPAG-FEC-ALTA
                 MOVE 1                TO DIFPAG-CANT-CORRIDAS
                 MOVE 'NUEVA'          TO WE-DET-OBSERV
                 ADD  1                TO WE-CONT-NUEVAS
              END-IF
              MOVE WE-DIF-TIPO           (N) TO DIFPAG-TIPO
              MOVE WE-DIF-NRO-COTIZACION (N) TO DIFPAG-NRO-COTIZACION
              MOVE WE-DIF-FEC-BUS        (N) TO DIFPAG-FEC-BUS
              MOVE WE-DIF-IMP-BUS        (N) TO DIFPAG-IMP-BUS
              MOVE WE-DIF-FEC-038        (N) TO DIFPAG-FEC-038
              MOVE WE-DIF-IMP-038        (N) TO DIFPAG-IMP-038
              MOVE 'A'                 TO DIFPAG-ESTADO
              MOVE WE-FEC-PROCESO      TO DIFPAG-FEC-ULT-VISTO
              MOVE DIFPAG-FEC-ALTA     TO WE-FECHA-TRAB
              PERFORM  CALCULAR-DIAS
              COMPUTE DIFPAG-DIAS-ANTIG = WE-DIAS-PROCESO - WE-DIAS-MORA
              END-COMPUTE
              WRITE REG-DIFNUE         FROM REG-DIFPAG
              ADD  1                   TO WE-CONT-ABIERTAS
              PERFORM  IMPRIMIR-DIFERENCIA
              PERFORM  ACUMULAR-TOTALES
              PERFORM  REGISTRAR-DQLOG
           END-PERFORM.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-ANT
              ADD  1                   TO P
              IF WE-ANT-USADO (P) = 'N'
                 MOVE WE-ANT-REGISTRO (P) TO REG-DIFPAG
                 MOVE 'RESUELTA'       TO WE-DET-OBSERV
                 ADD  1                TO WE-CONT-RESUELTAS
                 PERFORM  IMPRIMIR-DIFERENCIA
              END-IF
           END-PERFORM.
      *---------------*
       BUSCAR-ANTERIOR.
      *---------------*
      *--- LA DIFERENCIA SE RECONOCE POR EL PAGO DEL BUS; LA DEL CORE
      *--- SIN PAGOLOG, POR LA FECHA E IMPORTE DE LA TRAMA 038
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-ANT OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO P
              MOVE WE-ANT-REGISTRO (P) TO REG-DIFPAG
              IF WE-ANT-USADO (P) = 'N'                             AND
                 DIFPAG-TIPO           = WE-DIF-TIPO           (N)  AND
                 DIFPAG-NRO-COTIZACION = WE-DIF-NRO-COTIZACION (N)  AND
                 DIFPAG-FEC-BUS        = WE-DIF-FEC-BUS        (N)  AND
                 DIFPAG-IMP-BUS        = WE-DIF-IMP-BUS        (N)
                 IF DIFPAG-TIPO NOT = 'C' OR
                    (DIFPAG-FEC-038 = WE-DIF-FEC-038 (N) AND
                     DIFPAG-IMP-038 = WE-DIF-IMP-038 (N))
                    MOVE 'S'           TO WE-SW-ENCONTRO
                    MOVE 'S'           TO WE-ANT-USADO (P)
                 END-IF
              END-IF
           END-PERFORM.
      *--------------------*
       CONSERVAR-ANTERIORES.
      *--------------------*
      *--- SIN LA TRAMA 038 NO SE PUEDE DECIDIR NADA: LAS DIFERENCIAS
      *--- ABIERTAS PASAN SIN CAMBIOS Y LA CUENTA VA AL REPORTE
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-ANT
              ADD  1                   TO P
              WRITE REG-DIFNUE         FROM WE-ANT-REGISTRO (P)
           END-PERFORM.
           MOVE WE-CTA-ACTUAL          TO WE-EX-CTAAFI.
           MOVE WE-MOTIVO              TO WE-EX-MOTIVO.
           WRITE REG-REPORTE           FROM WE-LINEA-EXCEPCION.
      *-------------------*
       IMPRIMIR-DIFERENCIA.
      *-------------------*
           MOVE DIFPAG-TIPO            TO WE-DET-TIPO.
           MOVE DIFPAG-CTAAFI          TO WE-DET-CTAAFI.
           MOVE DIFPAG-NRO-COTIZACION  TO WE-DET-COTIZACION.
           IF DIFPAG-TIPO = 'C'
              MOVE SPACES              TO WE-DET-FEC-BUS-X
              MOVE SPACES              TO WE-DET-IMP-BUS-X
           ELSE
              MOVE DIFPAG-FEC-BUS      TO WE-DET-FEC-BUS
              MOVE DIFPAG-IMP-BUS      TO WE-DET-IMP-BUS
           END-IF.
           IF DIFPAG-TIPO = 'P'
              MOVE SPACES              TO WE-DET-FEC-038-X
              MOVE SPACES              TO WE-DET-IMP-038-X
           ELSE
              MOVE DIFPAG-FEC-038      TO WE-DET-FEC-038
              MOVE DIFPAG-IMP-038      TO WE-DET-IMP-038
           END-IF.
           MOVE DIFPAG-FEC-ALTA        TO WE-DET-FEC-ALTA.
           MOVE DIFPAG-DIAS-ANTIG      TO WE-DET-DIAS.
           MOVE DIFPAG-CANT-CORRIDAS   TO WE-DET-CORRIDAS.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *----------------*
       ACUMULAR-TOTALES.
      *----------------*
           MOVE 0                      TO K.
           PERFORM UNTIL K >= 4
              ADD  1                   TO K
              IF WE-TIP-CODIGO (K) = DIFPAG-TIPO
                 ADD  1                TO WE-TOT-CANT (K)
                 IF DIFPAG-TIPO = 'C'
                    ADD  DIFPAG-IMP-038 TO WE-TOT-IMPORTE (K)
                 ELSE
                    ADD  DIFPAG-IMP-BUS TO WE-TOT-IMPORTE (K)
                 END-IF
                 EVALUATE TRUE
                    WHEN DIFPAG-DIAS-ANTIG <= 1
                       ADD  1          TO WE-TOT-TRAMO (K 1)
                    WHEN DIFPAG-DIAS-ANTIG <= 7
                       ADD  1          TO WE-TOT-TRAMO (K 2)
                    WHEN DIFPAG-DIAS-ANTIG <= 30
                       ADD  1          TO WE-TOT-TRAMO (K 3)
                    WHEN OTHER
                       ADD  1          TO WE-TOT-TRAMO (K 4)
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *---------------*
       REGISTRAR-DQLOG.
      *---------------*
      *--- CADA DIFERENCIA ABIERTA VUELVE A DQLOG EN CADA CORRIDA; EL
      *--- SEMANAL BSEB041 LA CONSOLIDA Y CUENTA SUS REPETICIONES
           MOVE 0                      TO K.
           PERFORM UNTIL K >= 4
              ADD  1                   TO K
              IF WE-TIP-CODIGO (K) = DIFPAG-TIPO
                 MOVE 'BSEB067 '       TO DQL-PROGRAMA
                 MOVE 'PAGOLOG '       TO DQL-FUENTE
                 MOVE SPACES           TO DQL-CLAVE
                 MOVE DIFPAG-CTAAFI    TO DQL-CLAVE (1:10)
                 IF DIFPAG-TIPO = 'C'
                    MOVE DIFPAG-FEC-038 TO DQL-CLAVE (11:8)
                    MOVE DIFPAG-IMP-038 TO WE-IMP-CLAVE
                    MOVE WE-IMP-CLAVE-X TO DQL-CLAVE (19:12)
                 ELSE
                    MOVE DIFPAG-NRO-COTIZACION TO DQL-CLAVE (11:14)
                 END-IF
                 MOVE WE-TIP-REGLA (K) TO DQL-REGLA
                 MOVE WE-TIP-SEVERIDAD (K) TO DQL-SEVERIDAD
                 MOVE WE-FEC-PROCESO   TO DQL-FECHA
                 CALL 'BSEBDQLG'  USING DQL-COMMAREA
              END-IF
           END-PERFORM.
      *----------------*
       IMPRIMIR-TOTALES.
      *----------------*
           MOVE 'ABIERTAS POR TIPO Y ANTIGUEDAD (DIAS)'
                                       TO WE-SEC-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-TOTAL.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= 4
              ADD  1                   TO K
              MOVE WE-TIP-DESCRIPCION (K) TO WE-TOT-DESCRIPCION
              MOVE WE-TOT-CANT        (K) TO WE-TOT-CANT-ED
              MOVE WE-TOT-IMPORTE     (K) TO WE-TOT-IMPORTE-ED
              MOVE 0                   TO P
              PERFORM UNTIL P >= 4
                 ADD  1                TO P
                 MOVE SPACES           TO WE-TOT-TRAMO-ED (P)
                 MOVE WE-TOT-TRAMO (K P) TO WE-TOT-TRAMO-NRO (P)
              END-PERFORM
              WRITE REG-REPORTE        FROM WE-LINEA-TOTAL
           END-PERFORM.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB067 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-DIFNUE.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB067 CUENTAS CONCILIADAS = ' WE-CONT-CUENTAS.
           DISPLAY 'BSEB067 PAGOS DEL BUS       = ' WE-CONT-PAGOS-BUS.
           DISPLAY 'BSEB067 PAGOS DE LA 038     = ' WE-CONT-PAGOS-038.
           DISPLAY 'BSEB067 PAGOS CONCILIADOS   = ' WE-CONT-CONCILIADOS.
           DISPLAY 'BSEB067 PAGOLOG SIN FECHA   = ' WE-CONT-SIN-FECHA.
           DISPLAY 'BSEB067 DIFERENCIAS ABIERTAS= ' WE-CONT-ABIERTAS.
           DISPLAY 'BSEB067 DIFERENCIAS NUEVAS  = ' WE-CONT-NUEVAS.
           DISPLAY 'BSEB067 DIFERENCIAS RESUELTAS= ' WE-CONT-RESUELTAS.
           DISPLAY 'BSEB067 EXCEDEN LA TABLA    = ' WE-CONT-EXCEDIDOS.
           DISPLAY 'BSEB067 CUENTAS EN ERROR    = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SIN LA FOTO DE LA
      *--- NOCHE (BSEB034) TERMINADA PARA LA FECHA NO SE ARRANCA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB067 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB067 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB067 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-CUENTAS     TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-ABIERTAS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
