************************************************************************
***   * 104642 15/10/26 JCV DETECCION DE RENOVACION SERIAL EN LETRAS   *
***   *               Y FACTURAS DESCONTADAS                           *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO RENOVACIONSERIAL - LOTE MENSUAL                    **
*OBJET*** RECORRE EL EXTRACTO DE CARTERA DESCONTADA DE BSEB006 Y     **
*OBJET*** MARCA LOS DOCUMENTOS CON MAS RENOVACIONES QUE EL UMBRAL Y  **
*OBJET*** LOS DE DESEMBOLSO ORIGINAL MAS ANTIGUO QUE LA POLITICA     **
*OBJET*** (PARM). EL GIRADOR DE CADA DOCUMENTO SALE DEL BARRIDO DE   **
*OBJET*** LA TRAMA 030 POR GIRADOR. INFORMA ADEMAS LOS ACEPTANTES    **
*OBJET*** CON ALTA PROPORCION DE DOCUMENTOS RENOVADOS. EL REPORTE VA **
*OBJET*** POR GIRADOR Y ACEPTANTE CON TOTALES POR MONEDA, Y CADA     **
*OBJET*** EXCEPCION SE INFORMA A DQLOG (BSEBDQLG) PARA RIESGOS       **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB057.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-GIRADORES      ASSIGN TO GIRADOR
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-EXTRACTO       ASSIGN TO EXTRACTO
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y POLITICA ------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
           02  PARM-MAX-RENOV              PIC 9(03).
      *        RENOVACIONES ADMITIDAS ANTES DE MARCAR EL DOCUMENTO
           02  PARM-MESES-DESEMBOLSO       PIC 9(03).
           02  PARM-PCT-ACEPTANTE          PIC 9(03).
      *        PORCENTAJE DE DOCUMENTOS RENOVADOS DEL ACEPTANTE
           02  PARM-MIN-DOCS-ACEPTANTE     PIC 9(03).
      *------------------ GIRADORES DE LA CARTERA DESCONTADA -----------*
       FD  ARCH-GIRADORES
           RECORDING MODE IS F.
       01  REG-GIRADOR.
           02  GIR-TI-DOCU                 PIC X(02).
           02  GIR-NU-DOCU                 PIC X(10).
           02  GIR-COD-UNICO               PIC X(10).
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
      *------------------ REPORTE POR GIRADOR Y ACEPTANTE --------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-GIRADORES            PIC X(01)  VALUE SPACES.
           02  WE-EOF-EXTRACTO             PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-RENOV                 PIC X(01)  VALUE SPACES.
           02  WE-SW-DESEMBOLSO            PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-MAX-RENOV                PIC 9(03)  VALUE 3.
           02  WE-MESES-DESEMBOLSO         PIC 9(03)  VALUE 12.
           02  WE-PCT-ACEPTANTE            PIC 9(03)  VALUE 50.
           02  WE-MIN-DOCS-ACEPTANTE       PIC 9(03)  VALUE 3.
           02  WE-SECUENCIA                PIC X(10)  VALUE SPACES.
           02  WE-GIRADOR                  PIC X(10)  VALUE SPACES.
           02  WE-GIRADOR-ANT              PIC X(10)  VALUE SPACES.
           02  WE-ACEPTANTE-ANT            PIC X(13)  VALUE SPACES.
           02  WE-MONEDA-TRAB              PIC X(02)  VALUE SPACES.
           02  WE-DIAS-CALCULO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-PROCESO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-ANTIGUEDAD          PIC S9(07) VALUE ZEROS.
           02  WE-PCT-CALCULO              PIC 9(03)V99 VALUE ZEROS.
           02  WE-CONT-GIRADORES           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EXTRACTO            PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC S9(15)V99 VALUE ZEROS.
           02  WE-CONT-SIN-GIRADOR         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RENOV               PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-DESEMBOLSO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ACEP-MARCADOS       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(03)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *------------------ GIRADOR DE CADA DOCUMENTO (TRAMA 030) --------*
       01  WE-TABLA-DOCUMENTOS.
           02  WE-CANT-DOCUMENTOS          PIC 9(05)  VALUE ZEROS.
           02  WE-DOC-OCC  OCCURS  5000  TIMES.
               03  WE-DOC-NUMERO           PIC X(10).
               03  WE-DOC-GIRADOR          PIC X(10).
      *------------------ DOCUMENTOS Y RENOVADOS POR ACEPTANTE ---------*
       01  WE-TABLA-ACEPTANTES.
           02  WE-CANT-ACEPTANTES          PIC 9(05)  VALUE ZEROS.
           02  WE-ACE-OCC  OCCURS  3000  TIMES.
               03  WE-ACE-CLAVE            PIC X(13).
               03  WE-ACE-NOMBRE           PIC X(40).
               03  WE-ACE-DOCS             PIC 9(05).
               03  WE-ACE-RENOVADOS        PIC 9(05).
      *------------------ DOCUMENTOS MARCADOS EN MEMORIA ---------------*
       01  WE-TABLA-MARCADOS.
           02  WE-CANT-MARCADOS            PIC 9(05)  VALUE ZEROS.
           02  WE-MAR-OCC  OCCURS  5000  TIMES.
               03  WE-MAR-CLAVE.
                   04  WE-MAR-GIRADOR      PIC X(10).
                   04  WE-MAR-ACEPTANTE    PIC X(13).
                   04  WE-MAR-NROINT       PIC X(10).
               03  WE-MAR-NOMACEP          PIC X(40).
               03  WE-MAR-MONEDA           PIC X(02).
               03  WE-MAR-SALDO            PIC S9(13)V99.
               03  WE-MAR-RENOV            PIC 9(03).
               03  WE-MAR-FEC-DESEMBOLSO   PIC 9(08).
               03  WE-MAR-MOTIVO           PIC X(30).
       01  WE-ELEMENTO-AUX                 PIC X(141).
      *------------------ TOTALES POR MONEDA ---------------------------*
       01  WE-TABLA-MONEDAS.
           02  WE-CANT-MONEDAS             PIC 9(03)  VALUE ZEROS.
           02  WE-MON-OCC  OCCURS  5  TIMES.
               03  WE-MON-CODIGO           PIC X(02).
               03  WE-MON-CANT             PIC 9(07).
               03  WE-MON-SALDO            PIC S9(13)V99.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(52)  VALUE
               'BSEB057 RENOVACION SERIAL EN CARTERA DESCONTADA AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(72)  VALUE SPACES.
       01  WE-LINEA-POLITICA.
           02  FILLER                      PIC X(23)  VALUE
               'UMBRAL RENOVACIONES:  '.
           02  WE-POL-RENOV                PIC ZZ9.
           02  FILLER                      PIC X(27)  VALUE
               '   DESEMBOLSO MAS DE MESES:'.
           02  WE-POL-MESES                PIC ZZZ9.
           02  FILLER                      PIC X(28)  VALUE
               '   ACEPTANTE RENOVADOS PCT: '.
           02  WE-POL-PCT                  PIC ZZ9.
           02  FILLER                      PIC X(44)  VALUE SPACES.
       01  WE-LINEA-GIRADOR.
           02  FILLER                      PIC X(08)  VALUE 'GIRADOR '.
           02  WE-GIR-CODIGO               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(114) VALUE SPACES.
       01  WE-LINEA-ACEPTANTE.
           02  FILLER                      PIC X(12)  VALUE
               '  ACEPTANTE '.
           02  WE-ACE-D-CLAVE              PIC X(13)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-ACE-D-NOMBRE             PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(66)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(45)  VALUE
               '    DOCUMENTO  MO            SALDO RENOV DESE'.
           02  FILLER                      PIC X(87)  VALUE
               'MBOLSO OBSERVACION'.
       01  WE-LINEA-DETALLE.
           02  FILLER                      PIC X(04)  VALUE SPACES.
           02  WE-DET-NROINT               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SALDO                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-RENOV                PIC ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-FEC-DESEMBOLSO       PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-MOTIVO               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(50)  VALUE SPACES.
       01  WE-LINEA-SECCION.
           02  FILLER                      PIC X(54)  VALUE
               'ACEPTANTES CON ALTA PROPORCION DE DOCUMENTOS RENOVADOS'.
           02  FILLER                      PIC X(78)  VALUE SPACES.
       01  WE-LINEA-CABECERA-ACE.
           02  FILLER                      PIC X(45)  VALUE
               'ACEPTANTE     NOMBRE                         '.
           02  FILLER                      PIC X(87)  VALUE
               '            DOCS RENOV    PCT'.
       01  WE-LINEA-DETALLE-ACE.
           02  WE-DTA-CLAVE                PIC X(13)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DTA-NOMBRE               PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DTA-DOCS                 PIC ZZZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DTA-RENOVADOS            PIC ZZZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DTA-PCT                  PIC ZZ9.99.
           02  FILLER                      PIC X(58)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  FILLER                      PIC X(23)  VALUE
               'TOTAL MARCADOS MONEDA '.
           02  WE-TOT-D-MONEDA             PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TOT-D-CANT               PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TOT-D-SALDO              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(79)  VALUE SPACES.
      *--- COPY PARA RUTINA CLLOCRM02 ($PR) --------------------------*
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
                   IF PARM-MAX-RENOV IS NUMERIC AND
                      PARM-MAX-RENOV > 0
                      MOVE PARM-MAX-RENOV  TO WE-MAX-RENOV
                   END-IF
                   IF PARM-MESES-DESEMBOLSO IS NUMERIC AND
                      PARM-MESES-DESEMBOLSO > 0
                      MOVE PARM-MESES-DESEMBOLSO
                                           TO WE-MESES-DESEMBOLSO
                   END-IF
                   IF PARM-PCT-ACEPTANTE IS NUMERIC AND
                      PARM-PCT-ACEPTANTE > 0
                      MOVE PARM-PCT-ACEPTANTE
                                           TO WE-PCT-ACEPTANTE
                   END-IF
                   IF PARM-MIN-DOCS-ACEPTANTE IS NUMERIC AND
                      PARM-MIN-DOCS-ACEPTANTE > 0
                      MOVE PARM-MIN-DOCS-ACEPTANTE
                                           TO WE-MIN-DOCS-ACEPTANTE
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-CALCULO        TO WE-DIAS-PROCESO.
           OPEN INPUT   ARCH-GIRADORES.
           PERFORM  CARGAR-GIRADORES.
           CLOSE  ARCH-GIRADORES.
           OPEN INPUT   ARCH-EXTRACTO.
           OPEN OUTPUT  ARCH-REPORTE.
      *--------------*
       CALCULAR-DIAS.
      *--------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL), COMO EN BSEB013
           COMPUTE WE-DIAS-CALCULO = (WE-FT-AAAA * 360) +
                                     (WE-FT-MM   * 30)  +
                                      WE-FT-DD
           END-COMPUTE.
      *------------------*
       CARGAR-GIRADORES.
      *------------------*
      *--- EL EXTRACTO NO TRAE EL GIRADOR: SE ARMA NUMERO -> GIRADOR
      *--- BARRIENDO LA TRAMA 030 DE CADA GIRADOR, COMO EN BSEB033
           PERFORM UNTIL WE-EOF-GIRADORES = 'S'
              READ ARCH-GIRADORES
                   AT END
                      MOVE 'S'         TO WE-EOF-GIRADORES
                   NOT AT END
                      ADD  1           TO WE-CONT-GIRADORES
                      PERFORM  BARRER-GIRADOR
              END-READ
           END-PERFORM.
      *----------------*
       BARRER-GIRADOR.
      *----------------*
           MOVE SPACES                 TO WE-SECUENCIA.
           MOVE SPACES                 TO CRM-CO-FLAG-CONT.
           MOVE +0000                  TO CRM-CO-COD-RETORNO.
           PERFORM UNTIL CRM-CO-FLAG-CONT = 'U' OR
                         CRM-CO-COD-RETORNO NOT = +0000
              PERFORM  LLAMAR-CLOCRM02
           END-PERFORM.
      *-----------------*
       LLAMAR-CLOCRM02.
      *-----------------*
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 030                    TO CRM-CO-NRO-TRAMA.
           MOVE '$PR'                  TO CRM-CO-ID-APLI.
           MOVE WE-CODENT              TO CRM-CO-ID-BANCO.
           MOVE GIR-TI-DOCU            TO CRM-CO-TIPDOC.
           MOVE GIR-NU-DOCU            TO CRM-CO-NUMERO.
           MOVE 'D'                    TO CRM-CO-TIPO-BUSQ-30.
           MOVE GIR-COD-UNICO          TO CRM-CO-CODUNICO-30.
           MOVE WE-SECUENCIA           TO CRM-CO-SECUEN-30.
           MOVE 'NEXT'                 TO CRM-CO-FLAGLEC-30.
           CALL 'CLOCRM02'  USING      CRM-CO-COMMAREA.
           IF CRM-CO-COD-RETORNO = +0000
              PERFORM  GUARDAR-DOCUMENTOS
              MOVE CRM-CO-SECUENC-FIN-30 TO WE-SECUENCIA
           ELSE
              ADD  1                   TO WE-CONT-ERRORES
           END-IF.
      *--------------------*
       GUARDAR-DOCUMENTOS.
      *--------------------*
           MOVE 0                      TO I.
           PERFORM UNTIL I >= CRM-CO-NRO-DCTOS OR I >= 20
              ADD  1                   TO I
              IF WE-CANT-DOCUMENTOS >= 5000
                 DISPLAY 'BSEB057 MAS DE 5000 DOCUMENTOS DE GIRADORES'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-DOCUMENTOS
              MOVE WE-CANT-DOCUMENTOS  TO K
              MOVE CRM-CO-NUMERO-30 (I) TO WE-DOC-NUMERO  (K)
              MOVE GIR-COD-UNICO       TO WE-DOC-GIRADOR (K)
           END-PERFORM.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
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
                            PERFORM  EVALUAR-DOCUMENTO
                      END-EVALUATE
              END-READ
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-EXTRACTO > 0
              DISPLAY 'BSEB057 EXTRACTO SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           PERFORM  ORDENAR-MARCADOS.
           PERFORM  GRABAR-REPORTE.
      *--------------*
       VALIDAR-COLA.
      *--------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF EXT-CTL-CANTIDAD    NOT = WE-CONT-EXTRACTO OR
              EXT-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB057 EXTRACTO NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB057 COLA CANT=' EXT-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-EXTRACTO
              DISPLAY 'BSEB057 COLA HASH=' EXT-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-------------------*
       EVALUAR-DOCUMENTO.
      *-------------------*
           PERFORM  ACUMULAR-ACEPTANTE.
           MOVE SPACES                 TO WE-SW-RENOV.
           MOVE SPACES                 TO WE-SW-DESEMBOLSO.
           IF EXT-NUM-RENOV IS NUMERIC AND
              EXT-NUM-RENOV > WE-MAX-RENOV
              MOVE 'S'                 TO WE-SW-RENOV
              ADD  1                   TO WE-CONT-RENOV
           END-IF.
           IF EXT-FEC-DESEMBOLSO IS NUMERIC AND
              EXT-FEC-DESEMBOLSO > 0
              MOVE EXT-FEC-DESEMBOLSO  TO WE-FECHA-TRAB
              PERFORM  CALCULAR-DIAS
              COMPUTE WE-DIAS-ANTIGUEDAD =
                      WE-DIAS-PROCESO - WE-DIAS-CALCULO
              END-COMPUTE
              IF WE-DIAS-ANTIGUEDAD > WE-MESES-DESEMBOLSO * 30
                 MOVE 'S'              TO WE-SW-DESEMBOLSO
                 ADD  1                TO WE-CONT-DESEMBOLSO
              END-IF
           END-IF.
           IF WE-SW-RENOV = 'S' OR WE-SW-DESEMBOLSO = 'S'
              PERFORM  BUSCAR-GIRADOR
              PERFORM  GUARDAR-MARCADO
           END-IF.
      *--------------------*
       ACUMULAR-ACEPTANTE.
      *--------------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-ACEPTANTES OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO J
              IF WE-ACE-CLAVE (J) (1:2)  = EXT-TIPDOCACEP AND
                 WE-ACE-CLAVE (J) (3:11) = EXT-NUMDOCACEP
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-ACEPTANTES >= 3000
                 DISPLAY 'BSEB057 MAS DE 3000 ACEPTANTES EN EL EXTRACTO'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-ACEPTANTES
              MOVE WE-CANT-ACEPTANTES  TO J
              MOVE EXT-TIPDOCACEP      TO WE-ACE-CLAVE (J) (1:2)
              MOVE EXT-NUMDOCACEP      TO WE-ACE-CLAVE (J) (3:11)
              MOVE EXT-NOMACEP         TO WE-ACE-NOMBRE (J)
              MOVE ZEROS               TO WE-ACE-DOCS (J)
              MOVE ZEROS               TO WE-ACE-RENOVADOS (J)
           END-IF.
           ADD  1                      TO WE-ACE-DOCS (J).
           IF EXT-NUM-RENOV IS NUMERIC AND EXT-NUM-RENOV > 0
              ADD  1                   TO WE-ACE-RENOVADOS (J)
           END-IF.
      *----------------*
       BUSCAR-GIRADOR.
      *----------------*
           MOVE SPACES                 TO WE-GIRADOR.
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-DOCUMENTOS OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO K
              IF WE-DOC-NUMERO (K) = EXT-NROINT
                 MOVE 'S'              TO WE-SW-ENCONTRO
                 MOVE WE-DOC-GIRADOR (K) TO WE-GIRADOR
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              ADD  1                   TO WE-CONT-SIN-GIRADOR
              MOVE 'SIN GIRADOR'       TO WE-GIRADOR
           END-IF.
      *-----------------*
       GUARDAR-MARCADO.
      *-----------------*
           IF WE-CANT-MARCADOS >= 5000
              DISPLAY 'BSEB057 MAS DE 5000 DOCUMENTOS MARCADOS'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-MARCADOS.
           MOVE WE-CANT-MARCADOS       TO I.
           MOVE WE-GIRADOR             TO WE-MAR-GIRADOR (I).
           MOVE EXT-TIPDOCACEP         TO WE-MAR-ACEPTANTE (I) (1:2).
           MOVE EXT-NUMDOCACEP         TO WE-MAR-ACEPTANTE (I) (3:11).
           MOVE EXT-NROINT             TO WE-MAR-NROINT (I).
           MOVE EXT-NOMACEP            TO WE-MAR-NOMACEP (I).
           MOVE EXT-MONEDA             TO WE-MAR-MONEDA (I).
           MOVE EXT-SALACT             TO WE-MAR-SALDO (I).
           MOVE EXT-NUM-RENOV          TO WE-MAR-RENOV (I).
           MOVE EXT-FEC-DESEMBOLSO     TO WE-MAR-FEC-DESEMBOLSO (I).
           MOVE SPACES                 TO DQL-CLAVE.
           MOVE EXT-NROINT             TO DQL-CLAVE (1:10).
           MOVE 'EXTDESC '             TO DQL-FUENTE.
           EVALUATE TRUE
              WHEN WE-SW-RENOV = 'S' AND WE-SW-DESEMBOLSO = 'S'
                 MOVE 'RENOVADO Y DESEMBOLSO ANTIGUO'
                                       TO WE-MAR-MOTIVO (I)
                 MOVE 'RENOVACION-SERIAL   ' TO DQL-REGLA
                 PERFORM  REGISTRAR-DQLOG
                 MOVE 'DESEMBOLSO-ANTIGUO  ' TO DQL-REGLA
                 PERFORM  REGISTRAR-DQLOG
              WHEN WE-SW-RENOV = 'S'
                 MOVE 'RENOVACIONES SOBRE EL UMBRAL'
                                       TO WE-MAR-MOTIVO (I)
                 MOVE 'RENOVACION-SERIAL   ' TO DQL-REGLA
                 PERFORM  REGISTRAR-DQLOG
              WHEN OTHER
                 MOVE 'DESEMBOLSO ANTIGUO'
                                       TO WE-MAR-MOTIVO (I)
                 MOVE 'DESEMBOLSO-ANTIGUO  ' TO DQL-REGLA
                 PERFORM  REGISTRAR-DQLOG
           END-EVALUATE.
           MOVE EXT-MONEDA             TO WE-MONEDA-TRAB.
           PERFORM  UBICAR-MONEDA.
           IF N > 0
              ADD  1                   TO WE-MON-CANT  (N)
              ADD  EXT-SALACT          TO WE-MON-SALDO (N)
           END-IF.
      *---------------*
       UBICAR-MONEDA.
      *---------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-MONEDAS OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO N
              IF WE-MON-CODIGO (N) = WE-MONEDA-TRAB
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-MONEDAS < 5
                 ADD  1                TO WE-CANT-MONEDAS
                 MOVE WE-CANT-MONEDAS  TO N
                 MOVE WE-MONEDA-TRAB   TO WE-MON-CODIGO (N)
              ELSE
                 MOVE 0                TO N
              END-IF
           END-IF.
      *-----------------*
       REGISTRAR-DQLOG.
      *-----------------*
           MOVE 'BSEB057 '             TO DQL-PROGRAMA.
           MOVE 'A'                    TO DQL-SEVERIDAD.
           MOVE WE-FEC-PROCESO         TO DQL-FECHA.
           CALL 'BSEBDQLG'  USING      DQL-COMMAREA.
      *------------------*
       ORDENAR-MARCADOS.
      *------------------*
      *--- POR GIRADOR, ACEPTANTE Y DOCUMENTO (BURBUJA)
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO NOT = 'S'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-MARCADOS - 1
                 ADD  1                TO I
                 COMPUTE J = I + 1
                 END-COMPUTE
                 IF WE-MAR-CLAVE (J) < WE-MAR-CLAVE (I)
                    MOVE WE-MAR-OCC (I)  TO WE-ELEMENTO-AUX
                    MOVE WE-MAR-OCC (J)  TO WE-MAR-OCC (I)
                    MOVE WE-ELEMENTO-AUX TO WE-MAR-OCC (J)
                    MOVE 'S'             TO WE-SW-CAMBIO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *---------------*
       GRABAR-REPORTE.
      *---------------*
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE WE-MAX-RENOV           TO WE-POL-RENOV.
           MOVE WE-MESES-DESEMBOLSO    TO WE-POL-MESES.
           MOVE WE-PCT-ACEPTANTE       TO WE-POL-PCT.
           WRITE REG-REPORTE           FROM WE-LINEA-POLITICA.
           MOVE HIGH-VALUES            TO WE-GIRADOR-ANT.
           MOVE HIGH-VALUES            TO WE-ACEPTANTE-ANT.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-MARCADOS
              ADD  1                   TO I
              IF WE-MAR-GIRADOR (I) NOT = WE-GIRADOR-ANT
                 PERFORM  IMPRIMIR-GIRADOR
              END-IF
              IF WE-MAR-ACEPTANTE (I) NOT = WE-ACEPTANTE-ANT
                 PERFORM  IMPRIMIR-ACEPTANTE
              END-IF
              PERFORM  IMPRIMIR-DETALLE
           END-PERFORM.
           PERFORM  EVALUAR-ACEPTANTES.
           PERFORM  IMPRIMIR-TOTALES.
      *------------------*
       IMPRIMIR-GIRADOR.
      *------------------*
           MOVE WE-MAR-GIRADOR (I)     TO WE-GIRADOR-ANT.
           MOVE HIGH-VALUES            TO WE-ACEPTANTE-ANT.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WE-MAR-GIRADOR (I)     TO WE-GIR-CODIGO.
           WRITE REG-REPORTE           FROM WE-LINEA-GIRADOR.
      *--------------------*
       IMPRIMIR-ACEPTANTE.
      *--------------------*
           MOVE WE-MAR-ACEPTANTE (I)   TO WE-ACEPTANTE-ANT.
           MOVE WE-MAR-ACEPTANTE (I)   TO WE-ACE-D-CLAVE.
           MOVE WE-MAR-NOMACEP (I)     TO WE-ACE-D-NOMBRE.
           WRITE REG-REPORTE           FROM WE-LINEA-ACEPTANTE.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *------------------*
       IMPRIMIR-DETALLE.
      *------------------*
           MOVE WE-MAR-NROINT (I)      TO WE-DET-NROINT.
           MOVE WE-MAR-MONEDA (I)      TO WE-DET-MONEDA.
           MOVE WE-MAR-SALDO (I)       TO WE-DET-SALDO.
           MOVE WE-MAR-RENOV (I)       TO WE-DET-RENOV.
           MOVE WE-MAR-FEC-DESEMBOLSO (I) TO WE-DET-FEC-DESEMBOLSO.
           MOVE WE-MAR-MOTIVO (I)      TO WE-DET-MOTIVO.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *--------------------*
       EVALUAR-ACEPTANTES.
      *--------------------*
      *--- ACEPTANTE CON SUFICIENTES DOCUMENTOS Y ALTA PROPORCION DE
      *--- RENOVADOS: EL PROBLEMA ES EL DEUDOR, NO UN DOCUMENTO SUELTO
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-SECCION.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA-ACE.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-ACEPTANTES
              ADD  1                   TO J
              IF WE-ACE-DOCS (J) >= WE-MIN-DOCS-ACEPTANTE
                 COMPUTE WE-PCT-CALCULO ROUNDED =
                         WE-ACE-RENOVADOS (J) * 100 / WE-ACE-DOCS (J)
                 END-COMPUTE
                 IF WE-PCT-CALCULO >= WE-PCT-ACEPTANTE
                    PERFORM  MARCAR-ACEPTANTE
                 END-IF
              END-IF
           END-PERFORM.
      *------------------*
       MARCAR-ACEPTANTE.
      *------------------*
           ADD  1                      TO WE-CONT-ACEP-MARCADOS.
           MOVE WE-ACE-CLAVE (J)       TO WE-DTA-CLAVE.
           MOVE WE-ACE-NOMBRE (J)      TO WE-DTA-NOMBRE.
           MOVE WE-ACE-DOCS (J)        TO WE-DTA-DOCS.
           MOVE WE-ACE-RENOVADOS (J)   TO WE-DTA-RENOVADOS.
           MOVE WE-PCT-CALCULO         TO WE-DTA-PCT.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE-ACE.
           MOVE SPACES                 TO DQL-CLAVE.
           MOVE WE-ACE-CLAVE (J)       TO DQL-CLAVE (1:13).
           MOVE 'EXTDESC '             TO DQL-FUENTE.
           MOVE 'ACEPTANTE-RENOVADOR ' TO DQL-REGLA.
           PERFORM  REGISTRAR-DQLOG.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-MONEDAS
              ADD  1                   TO N
              MOVE WE-MON-CODIGO (N)   TO WE-TOT-D-MONEDA
              MOVE WE-MON-CANT (N)     TO WE-TOT-D-CANT
              MOVE WE-MON-SALDO (N)    TO WE-TOT-D-SALDO
              WRITE REG-REPORTE        FROM WE-LINEA-TOTAL
           END-PERFORM.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB057 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-EXTRACTO.
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB057 GIRADORES BARRIDOS     = '
                   WE-CONT-GIRADORES.
           DISPLAY 'BSEB057 DOCUMENTOS EXTRACTO    = ' WE-CONT-EXTRACTO.
           DISPLAY 'BSEB057 SOBRE UMBRAL RENOVAC.  = ' WE-CONT-RENOV.
           DISPLAY 'BSEB057 DESEMBOLSO ANTIGUO     = '
                   WE-CONT-DESEMBOLSO.
           DISPLAY 'BSEB057 MARCADOS SIN GIRADOR   = '
                   WE-CONT-SIN-GIRADOR.
           DISPLAY 'BSEB057 ACEPTANTES MARCADOS    = '
                   WE-CONT-ACEP-MARCADOS.
           DISPLAY 'BSEB057 LLAMADAS EN ERROR      = ' WE-CONT-ERRORES.
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
           MOVE 'BSEB057 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB006 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB057 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB057 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-EXTRACTO    TO RUNC-CONT-LEIDOS.
           MOVE WE-CANT-MARCADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
