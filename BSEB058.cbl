************************************************************************
***   * 104643 15/10/26 JCV CRUCE NOCTURNO DE ACEPTANTES CONTRA LA     *
***   *               CARTERA JUDICIAL, VIGILANCIA, FALLECIDOS Y       *
***   *               CASTIGOS CON RECARGA DE ALERTAS (ACEPALR)        *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO CRUCEACEPTANTES - LOTE NOCTURNO                    **
*OBJET*** ACUMULA LA EXPOSICION DESCONTADA VIGENTE DE CADA ACEPTANTE **
*OBJET*** DEL EXTRACTO DE BSEB006 (EN SOLES POR TIPCAMB) Y UBICA SU  **
*OBJET*** CODIGO UNICO POR EL DOCUMENTO DE IDENTIDAD (SRMR031). LO   **
*OBJET*** CRUZA CONTRA LA LISTA DE VIGILANCIA (WATCHLST) Y FALLLOG   **
*OBJET*** POR DOCUMENTO, Y CONTRA LA FOTO SNAPJUD Y CTGLOG POR EL    **
*OBJET*** CLIENTE DE CADA CUENTA (SRMR013). LISTA CADA COINCIDENCIA  **
*OBJET*** CON LA EXPOSICION DEL ACEPTANTE Y ARMA LA RECARGA DE       **
*OBJET*** ACEPALR QUE BSEO007 CONSULTA EN LINEA                      **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB058.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TIPCAMB        ASSIGN TO TIPCAMB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXTRACTO       ASSIGN TO EXTRACTO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-WATCHLST       ASSIGN TO WATCHLST
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FALLEC         ASSIGN TO FALLEC
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CTGLOG         ASSIGN TO CTGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ALERNEW        ASSIGN TO ALERNEW
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
      *------------------ COTIZACIONES (DESCARGA DE TIPCAMB) -----------*
       FD  ARCH-TIPCAMB
           RECORDING MODE IS F.
           COPY BSETCMRG.
      *------------------ EXTRACTO DE CARTERA DESCONTADA (BSEB006) -----*
       FD  ARCH-EXTRACTO
           RECORDING MODE IS F.
       01  REG-EXTRACTO.
           02  EXT-NROINT                  PIC X(10).
           02  EXT-NOMACEP                 PIC X(40).
           02  EXT-TIPDOCACEP              PIC X(02).
           02  EXT-NUMDOCACEP              PIC X(11).
           02  EXT-IMPORI                  PIC S9(13)V99.
           02  EXT-SALACT                  PIC S9(13)V99.
           02  EXT-INTDIFORI               PIC S9(13)V99.
           02  EXT-INTGANADO               PIC S9(13)V99.
           02  EXT-DIASORI                 PIC 9(05).
           02  EXT-DIASPEN                 PIC 9(05).
           02  EXT-STATUS                  PIC X(30).
           02  EXT-TI-DOCU-PR              PIC X(02).
           02  EXT-NU-DOCU-PR              PIC X(10).
           02  EXT-MONEDA                  PIC X(02).
           02  EXT-NUM-RENOV               PIC 9(03).
           02  EXT-FEC-INGRESO             PIC 9(08).
           02  EXT-FEC-DESEMBOLSO          PIC 9(08).
       01  REG-EXTRACTO-CTL.
           02  EXT-CTL-TIPO                PIC X(01).
           02  EXT-CTL-PROGRAMA            PIC X(08).
           02  EXT-CTL-FECHA               PIC 9(08).
           02  EXT-CTL-CODENT              PIC X(03).
           02  EXT-CTL-CANTIDAD            PIC 9(09).
           02  EXT-CTL-HASH-SALACT         PIC S9(15)V99.
           02  FILLER                      PIC X(150).
      *------------------ LISTA DE VIGILANCIA (DESCARGA) ---------------*
       FD  ARCH-WATCHLST
           RECORDING MODE IS F.
           COPY BSEWCHRG.
      *------------------ FALLECIDOS (DESCARGA DE FALLLOG) -------------*
       FD  ARCH-FALLEC
           RECORDING MODE IS F.
           COPY BSEFALRG.
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ CASTIGOS (DESCARGA DE CTGLOG) ----------------*
       FD  ARCH-CTGLOG
           RECORDING MODE IS F.
           COPY BSECTGRG.
      *------------------ ALERTAS (RECARGA DE ACEPALR) -----------------*
       FD  ARCH-ALERNEW
           RECORDING MODE IS F.
       01  REG-ALERNEW                     PIC X(90).
      *------------------ REPORTE DE COINCIDENCIAS ---------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-TIPCAMB              PIC X(01)  VALUE SPACES.
           02  WE-EOF-EXTRACTO             PIC X(01)  VALUE SPACES.
           02  WE-EOF-WATCHLST             PIC X(01)  VALUE SPACES.
           02  WE-EOF-FALLEC               PIC X(01)  VALUE SPACES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-CTGLOG               PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA-FOTO             PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-ENT4                     PIC X(04)  VALUE SPACES.
           02  WE-CUNICO                   PIC X(10)  VALUE SPACES.
           02  WE-CTAAFI                   PIC X(10)  VALUE SPACES.
           02  WE-TIN-CD                   PIC X(01)  VALUE SPACES.
           02  WE-TIN                      PIC X(11)  VALUE SPACES.
           02  WE-MONEDA-TRAB              PIC X(02)  VALUE SPACES.
           02  WE-SALDO-TRAB               PIC S9(13)V99 VALUE ZEROS.
           02  WE-SALDO-SOLES              PIC S9(13)V99 VALUE ZEROS.
           02  WE-HIT-FUENTE-TRAB          PIC X(10)  VALUE SPACES.
           02  WE-HIT-DETALLE-TRAB         PIC X(30)  VALUE SPACES.
           02  WE-CONT-EXTRACTO            PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC S9(15)V99 VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-FOTO                PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-SIN-CAMBIO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CODIGO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ALERTAS             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-JUDICIAL            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VIGILANCIA          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FALLECIDO           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CASTIGO             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
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
      *------------------ ACEPTANTES DE LA CARTERA DESCONTADA ----------*
       01  WE-TABLA-ACEPTANTES.
           02  WE-CANT-ACEPTANTES          PIC 9(05)  VALUE ZEROS.
           02  WE-ACE-OCC  OCCURS  5000  TIMES.
               03  WE-ACE-CLAVE.
                   04  WE-ACE-TIPDOC       PIC X(02).
                   04  WE-ACE-NRODOC       PIC X(11).
               03  WE-ACE-COD-UNICO        PIC X(10).
               03  WE-ACE-NOMBRE           PIC X(40).
               03  WE-ACE-CANT-DOCS        PIC 9(05).
               03  WE-ACE-EXPOSICION       PIC S9(13)V99.
               03  WE-ACE-FLAG-JUDICIAL    PIC X(01).
               03  WE-ACE-FLAG-VIGILANCIA  PIC X(01).
               03  WE-ACE-FLAG-FALLECIDO   PIC X(01).
               03  WE-ACE-FLAG-CASTIGO     PIC X(01).
               03  WE-ACE-CANT-CUENTAS     PIC 9(05).
               03  WE-ACE-SALDO-JUD        PIC S9(13)V99.
       01  WE-ELEMENTO-AUX                 PIC X(107).
      *------------------ COINCIDENCIAS ENCONTRADAS --------------------*
       01  WE-TABLA-COINCIDENCIAS.
           02  WE-CANT-HITS                PIC 9(05)  VALUE ZEROS.
           02  WE-HIT-OCC  OCCURS  5000  TIMES.
               03  WE-HIT-ACEPTANTE        PIC 9(05).
               03  WE-HIT-FUENTE           PIC X(10).
               03  WE-HIT-REFERENCIA       PIC X(10).
               03  WE-HIT-DETALLE          PIC X(30).
               03  WE-HIT-SALDO            PIC S9(13)V99.
      *------------------ REGISTRO DE ALERTAS --------------------------*
           COPY BSEAALRG.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(28)  VALUE
               'BSEB058 CRUCE DE ACEPTANTES '.
           02  FILLER                      PIC X(28)  VALUE
               'CONTRA CARTERA JUDICIAL AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(68)  VALUE SPACES.
       01  WE-LINEA-ACEPTANTE.
           02  FILLER                      PIC X(10)  VALUE
               'ACEPTANTE '.
           02  WE-ACE-D-TIPDOC             PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-ACE-D-NRODOC             PIC X(11)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-ACE-D-NOMBRE             PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(12)  VALUE
               ' COD.UNICO '.
           02  WE-ACE-D-COD-UNICO          PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(18)  VALUE
               ' EXPOSICION SOLES '.
           02  WE-ACE-D-EXPOSICION         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(10)  VALUE SPACES.
       01  WE-LINEA-DETALLE.
           02  FILLER                      PIC X(04)  VALUE SPACES.
           02  WE-DET-FUENTE               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-REFERENCIA           PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-DETALLE              PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SALDO                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(58)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
      *------------- RUTINA SRMR013 (CUENTAS) ------------------------*
       01  WF-COMMAREA-CRCS.
           COPY SRMCRCS.
      *------------- RUTINA SRMR031 (DOCUMENTO IDENTIDAD) ------------*
       01  WF-COMMAREA-DOCU.
           COPY SRMCDOCU.
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
           MOVE '0'                    TO WE-ENT4 (1:1).
           MOVE WE-CODENT              TO WE-ENT4 (2:3).
           OPEN INPUT   ARCH-TIPCAMB.
           PERFORM  CARGAR-CAMBIOS.
           CLOSE  ARCH-TIPCAMB.
           OPEN OUTPUT  ARCH-REPORTE.
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
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           OPEN INPUT   ARCH-EXTRACTO.
           PERFORM  CARGAR-ACEPTANTES.
           CLOSE  ARCH-EXTRACTO.
           PERFORM  ORDENAR-ACEPTANTES.
           PERFORM  UBICAR-CODIGOS-UNICOS.
           OPEN INPUT   ARCH-WATCHLST.
           PERFORM  CRUZAR-VIGILANCIA.
           CLOSE  ARCH-WATCHLST.
           OPEN INPUT   ARCH-FALLEC.
           PERFORM  CRUZAR-FALLECIDOS.
           CLOSE  ARCH-FALLEC.
           OPEN INPUT   ARCH-SNAPSHOT.
           PERFORM  CRUZAR-CARTERA-JUDICIAL.
           CLOSE  ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-CTGLOG.
           PERFORM  CRUZAR-CASTIGOS.
           CLOSE  ARCH-CTGLOG.
           PERFORM  GRABAR-ALERTAS.
      *-------------------*
       CARGAR-ACEPTANTES.
      *-------------------*
      *--- UNA ENTRADA POR DOCUMENTO DE IDENTIDAD DEL ACEPTANTE CON SU
      *--- EXPOSICION VIGENTE EN SOLES
           PERFORM UNTIL WE-EOF-EXTRACTO = 'S'
              READ ARCH-EXTRACTO
                   AT END
                      MOVE 'S'         TO WE-EOF-EXTRACTO
                   NOT AT END
                      EVALUATE EXT-NROINT (1:1)
                         WHEN 'H'
                            CONTINUE
                         WHEN 'T'
                            MOVE REG-EXTRACTO TO REG-EXTRACTO-CTL
                            PERFORM  VALIDAR-COLA
                            MOVE 'S'   TO WE-EOF-EXTRACTO
                         WHEN OTHER
                            ADD  1          TO WE-CONT-EXTRACTO
                            ADD  EXT-SALACT TO WE-HASH-SALACT
                            IF EXT-SALACT > 0
                               PERFORM  ACUMULAR-ACEPTANTE
                            END-IF
                      END-EVALUATE
              END-READ
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-EXTRACTO > 0
              DISPLAY 'BSEB058 EXTRACTO SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       VALIDAR-COLA.
      *--------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF EXT-CTL-CANTIDAD    NOT = WE-CONT-EXTRACTO OR
              EXT-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB058 EXTRACTO NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB058 COLA CANT=' EXT-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-EXTRACTO
              DISPLAY 'BSEB058 COLA HASH=' EXT-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------------*
       ACUMULAR-ACEPTANTE.
      *--------------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-ACEPTANTES OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-ACE-TIPDOC (I) = EXT-TIPDOCACEP AND
                 WE-ACE-NRODOC (I) = EXT-NUMDOCACEP
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-ACEPTANTES >= 5000
                 DISPLAY 'BSEB058 MAS DE 5000 ACEPTANTES EN EL EXTRACTO'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-ACEPTANTES
              MOVE WE-CANT-ACEPTANTES  TO I
              INITIALIZE                  WE-ACE-OCC (I)
              MOVE EXT-TIPDOCACEP      TO WE-ACE-TIPDOC (I)
              MOVE EXT-NUMDOCACEP      TO WE-ACE-NRODOC (I)
              MOVE EXT-NOMACEP         TO WE-ACE-NOMBRE (I)
              MOVE 'N'                 TO WE-ACE-FLAG-JUDICIAL (I)
              MOVE 'N'                 TO WE-ACE-FLAG-VIGILANCIA (I)
              MOVE 'N'                 TO WE-ACE-FLAG-FALLECIDO (I)
              MOVE 'N'                 TO WE-ACE-FLAG-CASTIGO (I)
           END-IF.
           ADD  1                      TO WE-ACE-CANT-DOCS (I).
           MOVE EXT-MONEDA             TO WE-MONEDA-TRAB.
           MOVE EXT-SALACT             TO WE-SALDO-TRAB.
           PERFORM  CALCULAR-SALDO-SOLES.
           ADD  WE-SALDO-SOLES         TO WE-ACE-EXPOSICION (I).
      *----------------------*
       CALCULAR-SALDO-SOLES.
      *----------------------*
      *--- SIN COTIZACION DEL DIA EL SALDO VA EN CERO Y SE CUENTA
           IF WE-MONEDA-TRAB = 'SO'
              MOVE WE-SALDO-TRAB       TO WE-SALDO-SOLES
           ELSE
              MOVE ZEROS               TO WE-SALDO-SOLES
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAMBIOS OR
                            WE-SW-CAMBIO = 'S'
                 ADD  1                TO K
                 IF WE-TC-MONEDA (K) = WE-MONEDA-TRAB
                    MOVE 'S'           TO WE-SW-CAMBIO
                    COMPUTE WE-SALDO-SOLES ROUNDED =
                            WE-SALDO-TRAB * WE-TC-CAMBIO (K)
                    END-COMPUTE
                 END-IF
              END-PERFORM
              IF WE-SW-CAMBIO NOT = 'S'
                 ADD  1                TO WE-CONT-SIN-CAMBIO
              END-IF
           END-IF.
      *--------------------*
       ORDENAR-ACEPTANTES.
      *--------------------*
      *--- POR DOCUMENTO (BURBUJA): LA RECARGA DE ACEPALR VA EN ORDEN
      *--- DE CLAVE
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO NOT = 'S'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-ACEPTANTES - 1
                 ADD  1                TO I
                 COMPUTE J = I + 1
                 END-COMPUTE
                 IF WE-ACE-CLAVE (J) < WE-ACE-CLAVE (I)
                    MOVE WE-ACE-OCC (I)  TO WE-ELEMENTO-AUX
                    MOVE WE-ACE-OCC (J)  TO WE-ACE-OCC (I)
                    MOVE WE-ELEMENTO-AUX TO WE-ACE-OCC (J)
                    MOVE 'S'             TO WE-SW-CAMBIO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------*
       UBICAR-CODIGOS-UNICOS.
      *-----------------------*
      *--- EL DOCUMENTO DEL ACEPTANTE VIENE CON EL TIPO AJUSTADO A LA
      *--- IZQUIERDA EN DOS POSICIONES; SRMR031 LO PIDE DE UNA
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-ACEPTANTES
              ADD  1                   TO I
              INITIALIZE WF-COMMAREA-DOCU
              MOVE 'R'          TO RM-ACCION      IN WF-COMMAREA-DOCU
              MOVE '2'          TO RM-FUNCTION    IN WF-COMMAREA-DOCU
              MOVE WE-ENT4      TO RM-CTL1-CUST-I IN WF-COMMAREA-DOCU
              MOVE '0000'       TO RM-CTL2-CUST-I IN WF-COMMAREA-DOCU
              MOVE '0000'       TO RM-CTL3-CUST-I IN WF-COMMAREA-DOCU
              MOVE '0000'       TO RM-CTL4-CUST-I IN WF-COMMAREA-DOCU
              MOVE WE-ACE-TIPDOC (I) (1:1)
                                TO RM-TIN-CD      IN WF-COMMAREA-DOCU
              MOVE WE-ACE-NRODOC (I)
                                TO RM-TIN         IN WF-COMMAREA-DOCU
              CALL 'SRMR031'  USING  WF-COMMAREA-DOCU
              IF RM-RETURN-CODE IN WF-COMMAREA-DOCU = '00'
                 MOVE RM-CUST-NBR-O IN WF-COMMAREA-DOCU (5:10)
                                TO WE-ACE-COD-UNICO (I)
              ELSE
                 ADD  1         TO WE-CONT-SIN-CODIGO
              END-IF
           END-PERFORM.
      *-------------------*
       CRUZAR-VIGILANCIA.
      *-------------------*
           PERFORM UNTIL WE-EOF-WATCHLST = 'S'
              READ ARCH-WATCHLST
                   AT END
                      MOVE 'S'         TO WE-EOF-WATCHLST
                   NOT AT END
                      MOVE WATCH-TIN-CD TO WE-TIN-CD
                      MOVE WATCH-TIN   TO WE-TIN
                      PERFORM  BUSCAR-POR-DOCUMENTO
                      IF WE-SW-ENCONTRO = 'S'
                         MOVE 'S'      TO WE-ACE-FLAG-VIGILANCIA (I)
                         MOVE 'WATCHLST  ' TO WE-HIT-FUENTE-TRAB
                         MOVE SPACES   TO WE-CTAAFI
                         MOVE WATCH-MOTIVO TO WE-HIT-DETALLE-TRAB
                         MOVE ZEROS    TO WE-SALDO-SOLES
                         PERFORM  REGISTRAR-COINCIDENCIA
                      END-IF
              END-READ
           END-PERFORM.
      *-------------------*
       CRUZAR-FALLECIDOS.
      *-------------------*
           PERFORM UNTIL WE-EOF-FALLEC = 'S'
              READ ARCH-FALLEC
                   AT END
                      MOVE 'S'         TO WE-EOF-FALLEC
                   NOT AT END
                      MOVE FALL-TIN-CD TO WE-TIN-CD
                      MOVE FALL-TIN    TO WE-TIN
                      PERFORM  BUSCAR-POR-DOCUMENTO
                      IF WE-SW-ENCONTRO = 'S'
                         MOVE 'S'      TO WE-ACE-FLAG-FALLECIDO (I)
                         MOVE 'FALLLOG   ' TO WE-HIT-FUENTE-TRAB
                         MOVE FALL-CTAAFI TO WE-CTAAFI
                         MOVE SPACES   TO WE-HIT-DETALLE-TRAB
                         STRING 'FALLECIDO EL ' FALL-FEC-FALLECIM
                                DELIMITED BY SIZE
                                INTO WE-HIT-DETALLE-TRAB
                         END-STRING
                         MOVE ZEROS    TO WE-SALDO-SOLES
                         PERFORM  REGISTRAR-COINCIDENCIA
                      END-IF
              END-READ
           END-PERFORM.
      *----------------------*
       BUSCAR-POR-DOCUMENTO.
      *----------------------*
      *--- WATCHLST Y FALLLOG LLEVAN EL TIPO DE UNA POSICION
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-ACEPTANTES OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-ACE-TIPDOC (I) (1:1) = WE-TIN-CD AND
                 WE-ACE-NRODOC (I)       = WE-TIN
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
      *-------------------------*
       CRUZAR-CARTERA-JUDICIAL.
      *-------------------------*
      *--- EL CLIENTE DE CADA CUENTA JUDICIAL SE UBICA POR SRMR013 Y SE
      *--- BUSCA ENTRE LOS CODIGOS UNICOS DE LOS ACEPTANTES
           PERFORM  LEER-SNAPSHOT.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S'
              IF SNJ-SALACT > 0
                 MOVE SNJ-CTAAFI       TO WE-CTAAFI
                 PERFORM  BUSCAR-CLIENTE-CUENTA
                 PERFORM  BUSCAR-POR-CODIGO
                 IF WE-SW-ENCONTRO = 'S'
                    MOVE 'S'           TO WE-ACE-FLAG-JUDICIAL (I)
                    MOVE SNJ-MONEDA    TO WE-MONEDA-TRAB
                    MOVE SNJ-SALACT    TO WE-SALDO-TRAB
                    PERFORM  CALCULAR-SALDO-SOLES
                    ADD  1             TO WE-ACE-CANT-CUENTAS (I)
                    ADD  WE-SALDO-SOLES TO WE-ACE-SALDO-JUD (I)
                    MOVE 'SNAPJUD   '  TO WE-HIT-FUENTE-TRAB
                    MOVE SPACES        TO WE-HIT-DETALLE-TRAB
                    STRING 'SITUACION ' SNJ-SITUAC ' '
                           SNJ-DESC-SITUAC (1:17)
                           DELIMITED BY SIZE
                           INTO WE-HIT-DETALLE-TRAB
                    END-STRING
                    PERFORM  REGISTRAR-COINCIDENCIA
                 END-IF
              END-IF
              PERFORM  LEER-SNAPSHOT
           END-PERFORM.
           IF WE-SW-COLA-FOTO NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB058 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
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
                            PERFORM  VALIDAR-COLA-FOTO
                            MOVE 'S'   TO WE-EOF-SNAPSHOT
                         WHEN OTHER
                            ADD  1          TO WE-CONT-FOTO
                            ADD  SNJ-SALACT TO WE-HASH-FOTO
                            MOVE 'S'   TO WE-SW-LEYO
                      END-EVALUATE
              END-READ
           END-PERFORM.
      *-------------------*
       VALIDAR-COLA-FOTO.
      *-------------------*
           MOVE 'S'                    TO WE-SW-COLA-FOTO.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-FOTO
              DISPLAY 'BSEB058 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB058 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB058 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-FOTO
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-----------------*
       CRUZAR-CASTIGOS.
      *-----------------*
      *--- SOLO CUENTAS PROPUESTAS O APROBADAS; LA RECHAZADA NO ALERTA
           PERFORM UNTIL WE-EOF-CTGLOG = 'S'
              READ ARCH-CTGLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-CTGLOG
                   NOT AT END
                      IF CTGLOG-ESTADO = 'P' OR CTGLOG-ESTADO = 'A'
                         PERFORM  EVALUAR-CASTIGO
                      END-IF
              END-READ
           END-PERFORM.
      *-----------------*
       EVALUAR-CASTIGO.
      *-----------------*
           MOVE CTGLOG-CTAAFI          TO WE-CTAAFI.
           PERFORM  BUSCAR-CLIENTE-CUENTA.
           PERFORM  BUSCAR-POR-CODIGO.
           IF WE-SW-ENCONTRO = 'S'
              MOVE 'S'                 TO WE-ACE-FLAG-CASTIGO (I)
              MOVE 'CTGLOG    '        TO WE-HIT-FUENTE-TRAB
              IF CTGLOG-ESTADO = 'A'
                 MOVE 'CASTIGO APROBADO' TO WE-HIT-DETALLE-TRAB
              ELSE
                 MOVE 'CASTIGO PROPUESTO' TO WE-HIT-DETALLE-TRAB
              END-IF
              MOVE CTGLOG-SALACT       TO WE-SALDO-SOLES
              PERFORM  REGISTRAR-COINCIDENCIA
           END-IF.
      *-----------------------*
       BUSCAR-CLIENTE-CUENTA.
      *-----------------------*
           MOVE SPACES                 TO WE-CUNICO.
           INITIALIZE WF-COMMAREA-CRCS.
           MOVE ' '  TO RM-ACCION      IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '0'  TO RM-FUNCTION    IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE 'AC' TO RM-FROM-ENT-CD IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '10' TO RM-FROM-APPL-CD
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT.
           MOVE '0000'                 TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (01:04).
           MOVE WE-CTAAFI              TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (05:10).
           MOVE SPACES                 TO RM-ACCT-NBR
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (15:14).
           MOVE WE-ENT4                TO RM-ACCT-CTLS
                        IN RM-REL-CUSTOMER-FOR-ACCOUNT (01:04).
           CALL 'SRMR013'  USING  WF-COMMAREA-CRCS.
           IF RM-RETURN-CODE IN RM-REL-CUSTOMER-FOR-ACCOUNT = '00'
              MOVE RMCMACRL-CUST-KEY
                   IN RM-REL-CUSTOMER-FOR-ACCOUNT (1) (21:10)
                                       TO WE-CUNICO
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *-------------------*
       BUSCAR-POR-CODIGO.
      *-------------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           IF WE-CUNICO NOT = SPACES
              PERFORM UNTIL I >= WE-CANT-ACEPTANTES OR
                            WE-SW-ENCONTRO = 'S'
                 ADD  1                TO I
                 IF WE-ACE-COD-UNICO (I) = WE-CUNICO
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 END-IF
              END-PERFORM
           END-IF.
      *------------------------*
       REGISTRAR-COINCIDENCIA.
      *------------------------*
           IF WE-CANT-HITS >= 5000
              DISPLAY 'BSEB058 MAS DE 5000 COINCIDENCIAS'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-HITS.
           MOVE WE-CANT-HITS           TO N.
           MOVE I                      TO WE-HIT-ACEPTANTE (N).
           MOVE WE-HIT-FUENTE-TRAB     TO WE-HIT-FUENTE (N).
           MOVE WE-CTAAFI              TO WE-HIT-REFERENCIA (N).
           MOVE WE-HIT-DETALLE-TRAB    TO WE-HIT-DETALLE (N).
           MOVE WE-SALDO-SOLES         TO WE-HIT-SALDO (N).
      *----------------*
       GRABAR-ALERTAS.
      *----------------*
           OPEN OUTPUT  ARCH-ALERNEW.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-ACEPTANTES
              ADD  1                   TO I
              IF WE-ACE-FLAG-JUDICIAL (I)   = 'S' OR
                 WE-ACE-FLAG-VIGILANCIA (I) = 'S' OR
                 WE-ACE-FLAG-FALLECIDO (I)  = 'S' OR
                 WE-ACE-FLAG-CASTIGO (I)    = 'S'
                 PERFORM  GRABAR-ALERTA
              END-IF
           END-PERFORM.
           CLOSE  ARCH-ALERNEW.
      *---------------*
       GRABAR-ALERTA.
      *---------------*
           ADD  1                      TO WE-CONT-ALERTAS.
           INITIALIZE                     REG-ACEPALR.
           MOVE WE-ACE-TIPDOC (I)      TO AALR-TIPDOC.
           MOVE WE-ACE-NRODOC (I)      TO AALR-NRODOC.
           MOVE WE-FEC-PROCESO         TO AALR-FEC-CRUCE.
           MOVE WE-ACE-COD-UNICO (I)   TO AALR-COD-UNICO.
           MOVE WE-ACE-FLAG-JUDICIAL (I)   TO AALR-FLAG-JUDICIAL.
           MOVE WE-ACE-FLAG-VIGILANCIA (I) TO AALR-FLAG-VIGILANCIA.
           MOVE WE-ACE-FLAG-FALLECIDO (I)  TO AALR-FLAG-FALLECIDO.
           MOVE WE-ACE-FLAG-CASTIGO (I)    TO AALR-FLAG-CASTIGO.
           MOVE WE-ACE-CANT-CUENTAS (I) TO AALR-CANT-CUENTAS-JUD.
           MOVE WE-ACE-SALDO-JUD (I)   TO AALR-SALDO-JUD-SOLES.
           MOVE WE-ACE-EXPOSICION (I)  TO AALR-EXPOSICION-SOLES.
           WRITE REG-ALERNEW           FROM REG-ACEPALR.
           IF WE-ACE-FLAG-JUDICIAL (I) = 'S'
              ADD  1                   TO WE-CONT-JUDICIAL
           END-IF.
           IF WE-ACE-FLAG-VIGILANCIA (I) = 'S'
              ADD  1                   TO WE-CONT-VIGILANCIA
           END-IF.
           IF WE-ACE-FLAG-FALLECIDO (I) = 'S'
              ADD  1                   TO WE-CONT-FALLECIDO
           END-IF.
           IF WE-ACE-FLAG-CASTIGO (I) = 'S'
              ADD  1                   TO WE-CONT-CASTIGO
           END-IF.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WE-ACE-TIPDOC (I)      TO WE-ACE-D-TIPDOC.
           MOVE WE-ACE-NRODOC (I)      TO WE-ACE-D-NRODOC.
           MOVE WE-ACE-NOMBRE (I)      TO WE-ACE-D-NOMBRE.
           MOVE WE-ACE-COD-UNICO (I)   TO WE-ACE-D-COD-UNICO.
           MOVE WE-ACE-EXPOSICION (I)  TO WE-ACE-D-EXPOSICION.
           WRITE REG-REPORTE           FROM WE-LINEA-ACEPTANTE.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-HITS
              ADD  1                   TO N
              IF WE-HIT-ACEPTANTE (N) = I
                 MOVE WE-HIT-FUENTE (N)     TO WE-DET-FUENTE
                 MOVE WE-HIT-REFERENCIA (N) TO WE-DET-REFERENCIA
                 MOVE WE-HIT-DETALLE (N)    TO WE-DET-DETALLE
                 MOVE WE-HIT-SALDO (N)      TO WE-DET-SALDO
                 WRITE REG-REPORTE     FROM WE-LINEA-DETALLE
              END-IF
           END-PERFORM.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'ACEPTANTES CRUZADOS'  TO WE-TOT-ETIQUETA.
           MOVE WE-CANT-ACEPTANTES     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'ACEPTANTES CON ALERTA' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ALERTAS        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  EN CARTERA JUDICIAL' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-JUDICIAL       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  EN LISTA DE VIGILANCIA' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-VIGILANCIA     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  FALLECIDOS'         TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-FALLECIDO      TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  CON CASTIGO'        TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CASTIGO        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'ACEPTANTES SIN CODIGO UNICO' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-CODIGO     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'SALDOS SIN COTIZACION' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-CAMBIO     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB058 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB058 DOCUMENTOS EXTRACTO    = ' WE-CONT-EXTRACTO.
           DISPLAY 'BSEB058 ACEPTANTES CRUZADOS    = '
                   WE-CANT-ACEPTANTES.
           DISPLAY 'BSEB058 ACEPTANTES CON ALERTA  = ' WE-CONT-ALERTAS.
           DISPLAY 'BSEB058 CUENTAS EN LA FOTO     = ' WE-CONT-FOTO.
           DISPLAY 'BSEB058 SIN CODIGO UNICO       = '
                   WE-CONT-SIN-CODIGO.
           DISPLAY 'BSEB058 LLAMADAS EN ERROR      = ' WE-CONT-ERRORES.
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
           MOVE 'BSEB058 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB006 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB058 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB058 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-EXTRACTO    TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-ALERTAS     TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
