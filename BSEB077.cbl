************************************************************************
***   * 104662 15/10/26 JCV CRUCE SEMANAL DE AVISOS DE CONCURSO CONTRA *
***   *               LA CARTERA JUDICIAL Y LOS ACEPTANTES CON         *
***   *               REGISTRO EN CONCURSO Y FECHA LIMITE DE RECLAMO   *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO CRUCECONCURSOS - LOTE SEMANAL                       **
*OBJET*** CRUZA LOS AVISOS PUBLICADOS DE PROCEDIMIENTOS CONCURSALES   **
*OBJET*** (CONCPUB) POR TIN CONTRA LOS CLIENTES DE LA FOTO SNAPJUD    **
*OBJET*** (SRMR031 Y SRMR013) Y CONTRA LOS ACEPTANTES DEL EXTRACTO DE **
*OBJET*** BSEB006. CADA CUENTA O DOCUMENTO NUEVO SE REGISTRA EN LA    **
*OBJET*** RECARGA DE CONCURSO CON LA FECHA LIMITE DEL RECLAMO DE      **
*OBJET*** CREDITO (PUBLICACION + PLAZO, CRITERIO BSEOFERD SOBRE LA    **
*OBJET*** DESCARGA DE FERIADO). LOS RECLAMOS QUE EL ESTUDIO INFORMA   **
*OBJET*** PRESENTADOS (CCSPRES) SE MARCAN EN LA MISMA RECARGA         **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB077.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-FERIADO        ASSIGN TO FERIADO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CONCURSO       ASSIGN TO CONCURSO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PRESENTA       ASSIGN TO CCSPRES
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PUBLICA        ASSIGN TO CONCPUB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXTRACTO       ASSIGN TO EXTRACTO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CCSNEW         ASSIGN TO CCSNEW
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y PLAZO DEL RECLAMO --------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
           02  PARM-DIAS-PLAZO             PIC X(03).
      *        DIAS CORRIDOS DESDE LA PUBLICACION PARA PRESENTAR EL
      *        RECLAMO DE CREDITO; EN BLANCO O NO NUMERICO = 030
      *------------------ FERIADOS (DESCARGA DE FERIADO) ---------------*
       FD  ARCH-FERIADO
           RECORDING MODE IS F.
           COPY BSEFERRG.
      *------------------ CONCURSOS VIGENTES (DESCARGA DE CONCURSO) ----*
       FD  ARCH-CONCURSO
           RECORDING MODE IS F.
       01  REG-CONCURSO-ENT                PIC X(200).
      *------------------ RECLAMOS DE CREDITO PRESENTADOS (ESTUDIO) ----*
       FD  ARCH-PRESENTA
           RECORDING MODE IS F.
       01  REG-PRESENTA.
           02  PRE-TIN-CD                  PIC X(01).
           02  PRE-TIN                     PIC X(11).
           02  PRE-EXPEDIENTE              PIC X(20).
           02  PRE-FEC-PRESENTA            PIC 9(08).
           02  FILLER                      PIC X(40).
      *------------------ AVISOS DE CONCURSO PUBLICADOS (SEMANAL) ------*
       FD  ARCH-PUBLICA
           RECORDING MODE IS F.
       01  REG-PUBLICACION.
           02  PUB-TIN-CD                  PIC X(01).
           02  PUB-TIN                     PIC X(11).
           02  PUB-NOMBRE                  PIC X(40).
           02  PUB-EXPEDIENTE              PIC X(20).
           02  PUB-FEC-PUBLICACION         PIC 9(08).
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
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
      *------------------ CONCURSOS ACTUALIZADOS (RECARGA) -------------*
       FD  ARCH-CCSNEW
           RECORDING MODE IS F.
       01  REG-CCSNEW                      PIC X(200).
      *------------------ REPORTE DE CONCURSOS REGISTRADOS -------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-FERIADO              PIC X(01)  VALUE SPACES.
           02  WE-EOF-CONCURSO             PIC X(01)  VALUE SPACES.
           02  WE-EOF-PRESENTA             PIC X(01)  VALUE SPACES.
           02  WE-EOF-PUBLICA              PIC X(01)  VALUE SPACES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-EXTRACTO             PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA-FOTO             PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-MARCO                 PIC X(01)  VALUE SPACES.
           02  WE-SW-HABIL                 PIC X(01)  VALUE SPACES.
           02  WE-SW-FER                   PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-ENT4                     PIC X(04)  VALUE SPACES.
           02  WE-DIAS-PLAZO               PIC 9(03)  VALUE 030.
           02  WE-CUNICO                   PIC X(10)  VALUE SPACES.
           02  WE-CTAAFI                   PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-TRAB.
               03  WE-ORIGEN-TRAB          PIC X(01)  VALUE SPACES.
               03  WE-REFERENCIA-TRAB      PIC X(10)  VALUE SPACES.
           02  WE-MONEDA-TRAB              PIC X(02)  VALUE SPACES.
           02  WE-SALDO-TRAB               PIC S9(13)V99 VALUE ZEROS.
           02  WE-CONT-VUELTAS             PIC 9(02)  VALUE ZEROS.
           02  WE-DIA-SEMANA               PIC 9(01)  VALUE ZEROS.
      *        0 SABADO / 1 DOMINGO / 2 LUNES ... 6 VIERNES (ZELLER)
           02  WE-DIAS-MES                 PIC 9(02)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-SUMA                     PIC S9(09) VALUE ZEROS.
           02  WE-ZEL-ANIO                 PIC 9(04)  VALUE ZEROS.
           02  WE-ZEL-MES                  PIC 9(02)  VALUE ZEROS.
           02  WE-CONT-VIGENTES            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PRESENTA            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-MARCADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PRES-SIN-CCS        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PUBLICA             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CODIGO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-FOTO                PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-EXTRACTO            PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC S9(15)V99 VALUE ZEROS.
           02  WE-CONT-NUEVOS-JUD          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-NUEVOS-DES          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-YA-REGISTRADOS      PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
           02  P                           PIC 9(05)  VALUE ZEROS.
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
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
      *------------------ REGISTRO DE CONCURSO (AREA DE TRABAJO) -------*
           COPY BSECCSRG.
      *------------------ FERIADOS EN MEMORIA --------------------------*
       01  WE-TABLA-FERIADOS.
           02  WE-CANT-FERIADOS            PIC 9(03)  VALUE ZEROS.
           02  WE-FER-FECHA  OCCURS  200  TIMES
                                           PIC 9(08).
      *------------------ CONCURSOS VIGENTES Y NUEVOS ------------------*
       01  WE-TABLA-CONCURSOS.
           02  WE-CANT-CCS                 PIC 9(05)  VALUE ZEROS.
           02  WE-CCS-OCC  OCCURS  5000  TIMES.
               03  WE-CCS-CLAVE            PIC X(11).
               03  WE-CCS-RESTO            PIC X(189).
       01  WE-ELEMENTO-AUX                 PIC X(200).
      *------------------ AVISOS PUBLICADOS EN LA SEMANA ---------------*
       01  WE-TABLA-PUBLICACIONES.
           02  WE-CANT-PUB                 PIC 9(05)  VALUE ZEROS.
           02  WE-PUB-OCC  OCCURS  5000  TIMES.
               03  WE-PUB-TIN-CD           PIC X(01).
               03  WE-PUB-TIN              PIC X(11).
               03  WE-PUB-NOMBRE           PIC X(40).
               03  WE-PUB-EXPEDIENTE       PIC X(20).
               03  WE-PUB-FEC-PUBLICA      PIC 9(08).
               03  WE-PUB-FEC-LIMITE       PIC 9(08).
               03  WE-PUB-COD-UNICO        PIC X(10).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(32)  VALUE
               'BSEB077 DEUDORES EN CONCURSO '.
           02  FILLER                      PIC X(24)  VALUE
               'REGISTRADOS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(16)  VALUE
               '  PLAZO (DIAS) '.
           02  WE-TIT-DIAS                 PIC ZZ9.
           02  FILLER                      PIC X(49)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(44)  VALUE
               'O REFERENCIA T DOCUMENTO   NOMBRE'.
           02  FILLER                      PIC X(44)  VALUE
               '              EXPEDIENTE           PUBLIC.'.
           02  FILLER                      PIC X(44)  VALUE
               'LIMITE   MO            SALDO'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-ORIGEN               PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-REFERENCIA           PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-TIN-CD               PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-TIN                  PIC X(11)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-NOMBRE               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-EXPEDIENTE           PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-PUBLICA          PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-LIMITE           PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SALDO                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(14)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(36)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(89)  VALUE SPACES.
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
                   IF PARM-DIAS-PLAZO IS NUMERIC AND
                      PARM-DIAS-PLAZO NOT = '000'
                      MOVE PARM-DIAS-PLAZO TO WE-DIAS-PLAZO
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           MOVE '0'                    TO WE-ENT4 (1:1).
           MOVE WE-CODENT              TO WE-ENT4 (2:3).
           PERFORM  CARGAR-FERIADOS.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-DIAS-PLAZO          TO WE-TIT-DIAS.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *---------------*
       CARGAR-FERIADOS.
      *---------------*
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
       PROCESAR-RUTINA.
      *---------------*
           OPEN INPUT   ARCH-CONCURSO.
           PERFORM  CARGAR-CONCURSOS.
           CLOSE  ARCH-CONCURSO.
           OPEN INPUT   ARCH-PRESENTA.
           PERFORM  APLICAR-PRESENTACIONES.
           CLOSE  ARCH-PRESENTA.
           OPEN INPUT   ARCH-PUBLICA.
           PERFORM  CARGAR-PUBLICACIONES.
           CLOSE  ARCH-PUBLICA.
           PERFORM  UBICAR-CODIGOS-UNICOS.
           OPEN INPUT   ARCH-SNAPSHOT.
           PERFORM  CRUZAR-CARTERA-JUDICIAL.
           CLOSE  ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-EXTRACTO.
           PERFORM  CRUZAR-DESCONTADOS.
           CLOSE  ARCH-EXTRACTO.
           PERFORM  ORDENAR-CONCURSOS.
           PERFORM  GRABAR-CONCURSOS.
      *----------------*
       CARGAR-CONCURSOS.
      *----------------*
      *--- LOS CONCURSOS YA REGISTRADOS PASAN A LA RECARGA; UNA CUENTA
      *--- O DOCUMENTO YA REGISTRADO NO SE VUELVE A DAR DE ALTA
           PERFORM UNTIL WE-EOF-CONCURSO = 'S'
              READ ARCH-CONCURSO
                   AT END
                      MOVE 'S'         TO WE-EOF-CONCURSO
                   NOT AT END
                      IF WE-CANT-CCS >= 5000
                         DISPLAY 'BSEB077 TABLA CONCURSO DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CANT-CCS
                      ADD  1           TO WE-CONT-VIGENTES
                      MOVE REG-CONCURSO-ENT
                                       TO WE-CCS-OCC (WE-CANT-CCS)
              END-READ
           END-PERFORM.
      *----------------------*
       APLICAR-PRESENTACIONES.
      *----------------------*
      *--- EL ESTUDIO INFORMA LOS RECLAMOS DE CREDITO YA PRESENTADOS;
      *--- TODAS LAS ENTRADAS PENDIENTES DEL DEUDOR EN ESE EXPEDIENTE
      *--- QUEDAN COMO PRESENTADAS
           PERFORM UNTIL WE-EOF-PRESENTA = 'S'
              READ ARCH-PRESENTA
                   AT END
                      MOVE 'S'         TO WE-EOF-PRESENTA
                   NOT AT END
                      ADD  1           TO WE-CONT-PRESENTA
                      PERFORM  MARCAR-PRESENTADO
              END-READ
           END-PERFORM.
      *-----------------*
       MARCAR-PRESENTADO.
      *-----------------*
           MOVE SPACES                 TO WE-SW-MARCO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-CCS
              ADD  1                   TO I
              MOVE WE-CCS-OCC (I)      TO REG-CONCURSO
              IF CCS-TIN-CD     = PRE-TIN-CD     AND
                 CCS-TIN        = PRE-TIN        AND
                 CCS-EXPEDIENTE = PRE-EXPEDIENTE AND
                 CCS-ESTADO     = 'P'
                 MOVE 'R'              TO CCS-ESTADO
                 IF PRE-FEC-PRESENTA IS NUMERIC AND
                    PRE-FEC-PRESENTA > 0
                    MOVE PRE-FEC-PRESENTA TO CCS-FEC-PRESENTA
                 ELSE
                    MOVE WE-FEC-PROCESO   TO CCS-FEC-PRESENTA
                 END-IF
                 MOVE 'BSEB077 '       TO CCS-USER-MMTO
                 MOVE REG-CONCURSO     TO WE-CCS-OCC (I)
                 MOVE 'S'              TO WE-SW-MARCO
                 ADD  1                TO WE-CONT-MARCADOS
              END-IF
           END-PERFORM.
           IF WE-SW-MARCO NOT = 'S'
              ADD  1                   TO WE-CONT-PRES-SIN-CCS
           END-IF.
      *--------------------*
       CARGAR-PUBLICACIONES.
      *--------------------*
      *--- LA FECHA LIMITE SE CALCULA UNA VEZ POR AVISO: PUBLICACION
      *--- MAS EL PLAZO EN DIAS CORRIDOS, CORRIDA A DIA HABIL
           PERFORM UNTIL WE-EOF-PUBLICA = 'S'
              READ ARCH-PUBLICA
                   AT END
                      MOVE 'S'         TO WE-EOF-PUBLICA
                   NOT AT END
                      ADD  1           TO WE-CONT-PUBLICA
                      PERFORM  AGREGAR-PUBLICACION
              END-READ
           END-PERFORM.
      *-------------------*
       AGREGAR-PUBLICACION.
      *-------------------*
           MOVE PUB-FEC-PUBLICACION    TO WE-FECHA-TRAB.
           IF PUB-TIN = SPACES OR
              PUB-FEC-PUBLICACION IS NOT NUMERIC OR
              WE-FT-MM < 01 OR WE-FT-MM > 12 OR
              WE-FT-DD < 01 OR WE-FT-DD > 31
              DISPLAY 'BSEB077 AVISO CON DATOS INVALIDOS '
                      PUB-TIN-CD PUB-TIN ' ' PUB-EXPEDIENTE
              ADD  1                   TO WE-CONT-ERRORES
           ELSE
              IF WE-CANT-PUB >= 5000
                 DISPLAY 'BSEB077 TABLA DE AVISOS DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-PUB
              MOVE WE-CANT-PUB         TO P
              MOVE PUB-TIN-CD          TO WE-PUB-TIN-CD (P)
              MOVE PUB-TIN             TO WE-PUB-TIN (P)
              MOVE PUB-NOMBRE          TO WE-PUB-NOMBRE (P)
              MOVE PUB-EXPEDIENTE      TO WE-PUB-EXPEDIENTE (P)
              MOVE PUB-FEC-PUBLICACION TO WE-PUB-FEC-PUBLICA (P)
              MOVE SPACES              TO WE-PUB-COD-UNICO (P)
              PERFORM  CALCULAR-FECHA-LIMITE
              MOVE WE-FECHA-TRAB       TO WE-PUB-FEC-LIMITE (P)
           END-IF.
      *---------------------*
       CALCULAR-FECHA-LIMITE.
      *---------------------*
      *--- MISMO CRITERIO QUE LA RUTINA BSEOFERD: SUMA LOS DIAS
      *--- CORRIDOS Y CORRE LA FECHA DE A UN DIA HASTA CAER EN HABIL
           PERFORM  SUMAR-UN-DIA  WE-DIAS-PLAZO  TIMES.
           MOVE SPACES                 TO WE-SW-HABIL.
           MOVE 0                      TO WE-CONT-VUELTAS.
           PERFORM UNTIL WE-SW-HABIL = 'S' OR WE-CONT-VUELTAS >= 30
              ADD  1                   TO WE-CONT-VUELTAS
              PERFORM  VERIFICAR-DIA-HABIL
              IF WE-SW-HABIL NOT = 'S'
                 PERFORM  SUMAR-UN-DIA
              END-IF
           END-PERFORM.
      *---------------------*
       UBICAR-CODIGOS-UNICOS.
      *---------------------*
      *--- EL CLIENTE DEL DEUDOR PUBLICADO SE UBICA POR SU DOCUMENTO
      *--- (SRMR031) PARA CRUZARLO CON LOS CLIENTES DE LA CARTERA
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-PUB
              ADD  1                   TO P
              INITIALIZE WF-COMMAREA-DOCU
              MOVE 'R'          TO RM-ACCION      IN WF-COMMAREA-DOCU
              MOVE '2'          TO RM-FUNCTION    IN WF-COMMAREA-DOCU
              MOVE WE-ENT4      TO RM-CTL1-CUST-I IN WF-COMMAREA-DOCU
              MOVE '0000'       TO RM-CTL2-CUST-I IN WF-COMMAREA-DOCU
              MOVE '0000'       TO RM-CTL3-CUST-I IN WF-COMMAREA-DOCU
              MOVE '0000'       TO RM-CTL4-CUST-I IN WF-COMMAREA-DOCU
              MOVE WE-PUB-TIN-CD (P)
                                TO RM-TIN-CD      IN WF-COMMAREA-DOCU
              MOVE WE-PUB-TIN (P)
                                TO RM-TIN         IN WF-COMMAREA-DOCU
              CALL 'SRMR031'  USING  WF-COMMAREA-DOCU
              IF RM-RETURN-CODE IN WF-COMMAREA-DOCU = '00'
                 MOVE RM-CUST-NBR-O IN WF-COMMAREA-DOCU (5:10)
                                TO WE-PUB-COD-UNICO (P)
              ELSE
                 ADD  1         TO WE-CONT-SIN-CODIGO
              END-IF
           END-PERFORM.
      *-----------------------*
       CRUZAR-CARTERA-JUDICIAL.
      *-----------------------*
      *--- EL CLIENTE DE CADA CUENTA JUDICIAL SE UBICA POR SRMR013 Y SE
      *--- BUSCA ENTRE LOS CODIGOS UNICOS DE LOS DEUDORES PUBLICADOS
           PERFORM  LEER-SNAPSHOT.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S'
              IF SNJ-SALACT > 0 AND WE-CANT-PUB > 0
                 MOVE SNJ-CTAAFI       TO WE-CTAAFI
                 PERFORM  BUSCAR-CLIENTE-CUENTA
                 PERFORM  BUSCAR-POR-CODIGO
                 IF WE-SW-ENCONTRO = 'S'
                    MOVE 'J'           TO WE-ORIGEN-TRAB
                    MOVE SNJ-CTAAFI    TO WE-REFERENCIA-TRAB
                    MOVE SNJ-MONEDA    TO WE-MONEDA-TRAB
                    MOVE SNJ-SALACT    TO WE-SALDO-TRAB
                    PERFORM  REGISTRAR-CONCURSO
                 END-IF
              END-IF
              PERFORM  LEER-SNAPSHOT
           END-PERFORM.
           IF WE-SW-COLA-FOTO NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB077 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-------------*
       LEER-SNAPSHOT.
      *-------------*
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
      *-----------------*
       VALIDAR-COLA-FOTO.
      *-----------------*
           MOVE 'S'                    TO WE-SW-COLA-FOTO.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-FOTO
              DISPLAY 'BSEB077 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB077 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB077 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-FOTO
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *---------------------*
       BUSCAR-CLIENTE-CUENTA.
      *---------------------*
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
      *-----------------*
       BUSCAR-POR-CODIGO.
      *-----------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO P.
           IF WE-CUNICO NOT = SPACES
              PERFORM UNTIL P >= WE-CANT-PUB OR WE-SW-ENCONTRO = 'S'
                 ADD  1                TO P
                 IF WE-PUB-COD-UNICO (P) = WE-CUNICO
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 END-IF
              END-PERFORM
           END-IF.
      *------------------*
       CRUZAR-DESCONTADOS.
      *------------------*
      *--- CADA DOCUMENTO DESCONTADO VIGENTE CUYO ACEPTANTE FIGURA EN
      *--- LOS AVISOS (POR DOCUMENTO DE IDENTIDAD)
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
                               PERFORM  EVALUAR-DOCUMENTO
                            END-IF
                      END-EVALUATE
              END-READ
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-EXTRACTO > 0
              DISPLAY 'BSEB077 EXTRACTO SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *------------*
       VALIDAR-COLA.
      *------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF EXT-CTL-CANTIDAD    NOT = WE-CONT-EXTRACTO OR
              EXT-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB077 EXTRACTO NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB077 COLA CANT=' EXT-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-EXTRACTO
              DISPLAY 'BSEB077 COLA HASH=' EXT-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-----------------*
       EVALUAR-DOCUMENTO.
      *-----------------*
      *--- EL DOCUMENTO DEL ACEPTANTE VIENE CON EL TIPO AJUSTADO A LA
      *--- IZQUIERDA EN DOS POSICIONES; LOS AVISOS LO TRAEN DE UNA
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-PUB OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO P
              IF WE-PUB-TIN-CD (P) = EXT-TIPDOCACEP (1:1) AND
                 WE-PUB-TIN (P)    = EXT-NUMDOCACEP
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'S'
              MOVE 'A'                 TO WE-ORIGEN-TRAB
              MOVE EXT-NROINT          TO WE-REFERENCIA-TRAB
              MOVE EXT-MONEDA          TO WE-MONEDA-TRAB
              MOVE EXT-SALACT          TO WE-SALDO-TRAB
              PERFORM  REGISTRAR-CONCURSO
           END-IF.
      *------------------*
       REGISTRAR-CONCURSO.
      *------------------*
      *--- ALTA DE LA CUENTA O DOCUMENTO DEL DEUDOR PUBLICADO (P) CON
      *--- SU FECHA LIMITE DE RECLAMO; SE LISTA EN EL REPORTE
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-CCS OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-CCS-CLAVE (I) = WE-CLAVE-TRAB
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO = 'S'
              ADD  1                   TO WE-CONT-YA-REGISTRADOS
           ELSE
              IF WE-CANT-CCS >= 5000
                 DISPLAY 'BSEB077 TABLA CONCURSO DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              INITIALIZE                  REG-CONCURSO
              MOVE WE-ORIGEN-TRAB      TO CCS-ORIGEN
              MOVE WE-REFERENCIA-TRAB  TO CCS-REFERENCIA
              MOVE WE-CODENT           TO CCS-CODENT
              MOVE WE-PUB-TIN-CD (P)   TO CCS-TIN-CD
              MOVE WE-PUB-TIN (P)      TO CCS-TIN
              MOVE WE-PUB-COD-UNICO (P) TO CCS-COD-UNICO
              MOVE WE-PUB-NOMBRE (P)   TO CCS-NOMBRE
              MOVE WE-PUB-EXPEDIENTE (P) TO CCS-EXPEDIENTE
              MOVE WE-PUB-FEC-PUBLICA (P) TO CCS-FEC-PUBLICACION
              MOVE WE-PUB-FEC-LIMITE (P)  TO CCS-FEC-LIMITE
              MOVE WE-MONEDA-TRAB      TO CCS-MONEDA
              MOVE WE-SALDO-TRAB       TO CCS-SALDO
              MOVE 'P'                 TO CCS-ESTADO
              MOVE ZEROS               TO CCS-FEC-PRESENTA
              MOVE WE-FEC-PROCESO      TO CCS-FEC-REGISTRO
              MOVE 'BSEB077 '          TO CCS-USER-MMTO
              ADD  1                   TO WE-CANT-CCS
              MOVE REG-CONCURSO        TO WE-CCS-OCC (WE-CANT-CCS)
              IF CCS-ORIGEN = 'J'
                 ADD  1                TO WE-CONT-NUEVOS-JUD
              ELSE
                 ADD  1                TO WE-CONT-NUEVOS-DES
              END-IF
              PERFORM  IMPRIMIR-DETALLE
           END-IF.
      *----------------*
       IMPRIMIR-DETALLE.
      *----------------*
           MOVE CCS-ORIGEN             TO WE-DET-ORIGEN.
           MOVE CCS-REFERENCIA         TO WE-DET-REFERENCIA.
           MOVE CCS-TIN-CD             TO WE-DET-TIN-CD.
           MOVE CCS-TIN                TO WE-DET-TIN.
           MOVE CCS-NOMBRE             TO WE-DET-NOMBRE.
           MOVE CCS-EXPEDIENTE         TO WE-DET-EXPEDIENTE.
           MOVE CCS-FEC-PUBLICACION    TO WE-DET-FEC-PUBLICA.
           MOVE CCS-FEC-LIMITE         TO WE-DET-FEC-LIMITE.
           MOVE CCS-MONEDA             TO WE-DET-MONEDA.
           MOVE CCS-SALDO              TO WE-DET-SALDO.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *-----------------*
       ORDENAR-CONCURSOS.
      *-----------------*
      *--- POR CLAVE (BURBUJA): LA RECARGA DE CONCURSO VA EN ORDEN
      *--- DE CLAVE
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO NOT = 'S'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-CCS - 1
                 ADD  1                TO I
                 COMPUTE J = I + 1
                 END-COMPUTE
                 IF WE-CCS-CLAVE (J) < WE-CCS-CLAVE (I)
                    MOVE WE-CCS-OCC (I)  TO WE-ELEMENTO-AUX
                    MOVE WE-CCS-OCC (J)  TO WE-CCS-OCC (I)
                    MOVE WE-ELEMENTO-AUX TO WE-CCS-OCC (J)
                    MOVE 'S'             TO WE-SW-CAMBIO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *----------------*
       GRABAR-CONCURSOS.
      *----------------*
           OPEN OUTPUT  ARCH-CCSNEW.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-CCS
              ADD  1                   TO N
              WRITE REG-CCSNEW         FROM WE-CCS-OCC (N)
              ADD  1                   TO WE-CONT-GRABADOS
           END-PERFORM.
           CLOSE  ARCH-CCSNEW.
      *-------------------*
       VERIFICAR-DIA-HABIL.
      *-------------------*
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
      *-------------------*
       CALCULAR-DIA-SEMANA.
      *-------------------*
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
      *------------*
       SUMAR-UN-DIA.
      *------------*
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
      *----------------*
       AJUSTAR-BISIESTO.
      *----------------*
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
      *----------------*
       IMPRIMIR-TOTALES.
      *----------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'AVISOS DE CONCURSO LEIDOS'   TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-PUBLICA        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CUENTAS JUDICIALES REGISTRADAS' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-NUEVOS-JUD     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'DOCUMENTOS DESCONTADOS REGISTRADOS' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-NUEVOS-DES     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'YA REGISTRADOS ANTERIORMENTE' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-YA-REGISTRADOS TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'RECLAMOS MARCADOS PRESENTADOS' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-MARCADOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'PRESENTACIONES SIN CONCURSO' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-PRES-SIN-CCS   TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'DEUDORES SIN CODIGO UNICO' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-CODIGO     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB077 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB077 CONCURSOS VIGENTES     = ' WE-CONT-VIGENTES.
           DISPLAY 'BSEB077 PRESENTACIONES LEIDAS  = ' WE-CONT-PRESENTA.
           DISPLAY 'BSEB077 AVISOS LEIDOS          = ' WE-CONT-PUBLICA.
           DISPLAY 'BSEB077 CUENTAS EN LA FOTO     = ' WE-CONT-FOTO.
           DISPLAY 'BSEB077 DOCUMENTOS EXTRACTO    = ' WE-CONT-EXTRACTO.
           DISPLAY 'BSEB077 NUEVOS JUDICIALES      = '
                   WE-CONT-NUEVOS-JUD.
           DISPLAY 'BSEB077 NUEVOS DESCONTADOS     = '
                   WE-CONT-NUEVOS-DES.
           DISPLAY 'BSEB077 REGISTROS GRABADOS     = ' WE-CONT-GRABADOS.
           DISPLAY 'BSEB077 CASOS EN ERROR         = ' WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SI EL PREDECESOR
      *--- DECLARADO NO TERMINO BIEN PARA LA FECHA, NO SE ARRANCA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB077 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-CODENT           TO RUNC-PARAMETROS (9:3).
           MOVE WE-DIAS-PLAZO       TO RUNC-PARAMETROS (12:3).
           MOVE 'BSEB006 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB077 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB077 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-PUBLICA     TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-GRABADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
