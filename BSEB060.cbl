************************************************************************
***   * 104645 15/10/26 JCV BARRIDO MENSUAL DE TARJETAS SIN SALDO NI   *
***   *               MOVIMIENTO Y BLOQUEADAS SIN CANCELAR, CANDIDATAS *
***   *               A REVISION DE CANCELACION                        *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO CANDIDATASCANCELTARJ - LOTE MENSUAL                **
*OBJET*** BARRE LAS TARJETAS DE CADA CLIENTE DE LA CARTERA (ATCO088) **
*OBJET*** POR RANGO DE CODIGO UNICO COMO BSEB007. LEE EL SALDO       **
*OBJET*** (ATCO075) Y LA HISTORIA DE ESTADOS (ATCO070) Y PROPONE     **
*OBJET*** PARA CANCELACION LAS TARJETAS ACTIVAS CON SALDO CONTABLE   **
*OBJET*** CERO Y SIN CAMBIO DE ESTADO EN LOS ULTIMOS N MESES, Y LAS  **
*OBJET*** BLOQUEADAS QUE NUNCA SE DIERON DE BAJA. LOS CLIENTES CON   **
*OBJET*** CAMPANA DE RENOVACION VIGENTE (CAMPTARJ) NO SE PROPONEN.   **
*OBJET*** DEJA EL ARCHIVO DE CANDIDATAS Y UN RESUMEN POR PRODUCTO    **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB060.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CARTERA        ASSIGN TO CARTERA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CAMPANA        ASSIGN TO CAMPANA
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CANDIDAT       ASSIGN TO CANDIDAT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ PARAMETROS DEL BARRIDO ----------------------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-MESES-SIN-MOVIM        PIC 9(03).
      *        RANGO DE CODIGOS UNICOS DE ESTA PARTICION (OPCIONAL)
           02  PARM-COD-UNICO-DESDE        PIC X(10).
           02  PARM-COD-UNICO-HASTA        PIC X(10).
           02  PARM-CODENT                 PIC X(03).
      *------------------ CARTERA DE CLIENTES A BARRER ----------------*
       FD  ARCH-CARTERA
           RECORDING MODE IS F.
       01  REG-CARTERA.
           02  CART-COD-UNICO              PIC X(10).
      *------------------ CAMPANA DE RENOVACION (DESCARGA CAMPTARJ) ---*
       FD  ARCH-CAMPANA
           RECORDING MODE IS F.
           COPY BSECAMRG.
      *------------------ CANDIDATAS A CANCELACION ---------------------*
       FD  ARCH-CANDIDAT
           RECORDING MODE IS F.
           COPY BSECANRG.
      *------------------ RESUMEN POR PRODUCTO -------------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-CARTERA              PIC X(01)  VALUE SPACES.
           02  WE-EOF-CAMPANA              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-NEXT-PREV                PIC X(04)  VALUE SPACES.
           02  WE-SECUENCIA                PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-CORTE                PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-ULT-MOVIM            PIC 9(08)  VALUE ZEROS.
           02  WE-MESES-SIN-MOVIM          PIC 9(03)  VALUE 12.
           02  WE-MESES-CALCULO            PIC 9(07)  VALUE ZEROS.
           02  WE-COD-DESDE                PIC X(10)  VALUE SPACES.
           02  WE-COD-HASTA                PIC X(10)  VALUE SPACES.
           02  WE-COD-UNICO-BUSCA          PIC X(10)  VALUE SPACES.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CONT-CLIENTES            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FUERA-RANGO         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-EXCLUIDOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-TARJETAS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-VCTO                PIC 9(15)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *------------------ CLIENTES CON CAMPANA VIGENTE -----------------*
       01  WE-TABLA-CAMPANA.
           02  WE-CANT-CAMPANA             PIC 9(05)  VALUE ZEROS.
           02  WE-CAM-COD-UNICO  OCCURS  5000  TIMES
                                           PIC X(10).
      *------------------ RESUMEN POR CODIGO DE PRODUCTO ---------------*
       01  WE-TABLA-PRODUCTOS.
           02  WE-CANT-PRODUCTOS           PIC 9(03)  VALUE ZEROS.
           02  WE-PRD-OCC  OCCURS  200  TIMES.
               03  WE-PRD-COD-PRODUC       PIC X(04).
               03  WE-PRD-EVALUADAS        PIC 9(07).
               03  WE-PRD-SIN-MOVIM        PIC 9(07).
               03  WE-PRD-BLOQUEADAS       PIC 9(07).
               03  WE-PRD-SAL-DISPONIB     PIC S9(13)V99.
       01  WE-ELEMENTO-AUX                 PIC X(40).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(28)  VALUE
               'BSEB060 TARJETAS CANDIDATAS '.
           02  FILLER                      PIC X(28)  VALUE
               'A CANCELACION AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(11)  VALUE
               ' PARTICION '.
           02  WE-TIT-DESDE                PIC X(10).
           02  FILLER                      PIC X(03)  VALUE ' - '.
           02  WE-TIT-HASTA                PIC X(10).
           02  FILLER                      PIC X(34)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(10)  VALUE
               'PRODUCTO'.
           02  FILLER                      PIC X(12)  VALUE
               '  EVALUADAS'.
           02  FILLER                      PIC X(12)  VALUE
               ' SIN MOVIM.'.
           02  FILLER                      PIC X(12)  VALUE
               ' BLOQUEADAS'.
           02  FILLER                      PIC X(12)  VALUE
               ' CANDIDATAS'.
           02  FILLER                      PIC X(22)  VALUE
               '  DISPONIBLE CANDIDAT.'.
           02  FILLER                      PIC X(52)  VALUE SPACES.
       01  WE-LINEA-PRODUCTO.
           02  WE-PRD-D-COD-PRODUC         PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(06)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-PRD-D-EVALUADAS          PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-PRD-D-SIN-MOVIM          PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-PRD-D-BLOQUEADAS         PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-PRD-D-CANDIDATAS         PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-PRD-D-SAL-DISPONIB       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(56)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
      *--- COPY PARA RUTINA ATCO088 ($SAT) ----------------------------*
           COPY ATC88TCL.
      *--- COPY PARA RUTINA ATCO070 ($SAT) ----------------------------*
           COPY ATC70CTI.
      *--- COPY PARA RUTINA ATCO075 ($SAT) ----------------------------*
           COPY ATC75SLD.
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
                   IF PARM-MESES-SIN-MOVIM IS NUMERIC AND
                      PARM-MESES-SIN-MOVIM > 0
                      MOVE PARM-MESES-SIN-MOVIM
                                           TO WE-MESES-SIN-MOVIM
                   END-IF
                   MOVE PARM-COD-UNICO-DESDE TO WE-COD-DESDE
                   MOVE PARM-COD-UNICO-HASTA TO WE-COD-HASTA
                   IF PARM-CODENT NOT = SPACES
                      MOVE PARM-CODENT     TO WE-CODENT
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           PERFORM  CALCULAR-FECHA-CORTE.
           OPEN INPUT   ARCH-CAMPANA.
           PERFORM  CARGAR-CAMPANA.
           CLOSE  ARCH-CAMPANA.
           OPEN INPUT   ARCH-CARTERA.
           OPEN OUTPUT  ARCH-CANDIDAT.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE SPACES                 TO REG-CANDTARJ-CTL.
           MOVE 'H'                    TO CAN-CTL-TIPO.
           MOVE 'BSEB060 '             TO CAN-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO CAN-CTL-FECHA.
           MOVE ZEROS                  TO CAN-CTL-CANTIDAD.
           MOVE ZEROS                  TO CAN-CTL-HASH-VCTO.
           WRITE REG-CANDTARJ-CTL.
           PERFORM  LEER-CARTERA.
      *----------------------*
       CALCULAR-FECHA-CORTE.
      *----------------------*
      *--- FECHA DE PROCESO MENOS N MESES, MISMO DIA DEL MES: UN CAMBIO
      *--- DE ESTADO HASTA ESA FECHA INCLUSIVE CUENTA COMO SIN MOVIMIENTO
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           COMPUTE WE-MESES-CALCULO = (WE-FT-AAAA * 12) + WE-FT-MM - 1
                                     - WE-MESES-SIN-MOVIM
           END-COMPUTE.
           DIVIDE WE-MESES-CALCULO BY 12 GIVING WE-FT-AAAA
                                         REMAINDER WE-FT-MM.
           ADD  1                      TO WE-FT-MM.
           MOVE WE-FECHA-TRAB          TO WE-FEC-CORTE.
      *----------------*
       CARGAR-CAMPANA.
      *----------------*
      *--- CLIENTES CON UN REGISTRO DE CAMPANA AUN EN GESTION
      *--- (PENDIENTE O CONTACTADO); SE CARGA CADA CLIENTE UNA VEZ
           PERFORM UNTIL WE-EOF-CAMPANA = 'S'
              READ ARCH-CAMPANA
                   AT END
                      MOVE 'S'         TO WE-EOF-CAMPANA
                   NOT AT END
                      IF CAMP-ESTADO = 'P' OR 'C'
                         PERFORM  GUARDAR-CLIENTE-CAMPANA
                      END-IF
              END-READ
           END-PERFORM.
      *-------------------------*
       GUARDAR-CLIENTE-CAMPANA.
      *-------------------------*
           MOVE CAMP-COD-UNICO         TO WE-COD-UNICO-BUSCA.
           PERFORM  BUSCAR-CLIENTE-CAMPANA.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-CAMPANA >= 5000
                 DISPLAY 'BSEB060 MAS DE 5000 CLIENTES EN CAMPANA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-CAMPANA
              MOVE CAMP-COD-UNICO      TO
                   WE-CAM-COD-UNICO (WE-CANT-CAMPANA)
           END-IF.
      *------------------------*
       BUSCAR-CLIENTE-CAMPANA.
      *------------------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-CAMPANA OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-CAM-COD-UNICO (I) = WE-COD-UNICO-BUSCA
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM UNTIL WE-EOF-CARTERA = 'S'
              IF ( WE-COD-DESDE = SPACES OR
                   CART-COD-UNICO >= WE-COD-DESDE ) AND
                 ( WE-COD-HASTA = SPACES OR
                   CART-COD-UNICO <= WE-COD-HASTA )
                 ADD  1                TO WE-CONT-CLIENTES
                 MOVE CART-COD-UNICO   TO WE-COD-UNICO-BUSCA
                 PERFORM  BUSCAR-CLIENTE-CAMPANA
                 IF WE-SW-ENCONTRO = 'S'
                    ADD  1             TO WE-CONT-EXCLUIDOS
                 ELSE
                    PERFORM  BARRER-TARJETAS-CLIENTE
                 END-IF
              ELSE
                 ADD  1                TO WE-CONT-FUERA-RANGO
              END-IF
              PERFORM  LEER-CARTERA
           END-PERFORM.
      *--------------*
       LEER-CARTERA.
      *--------------*
           READ ARCH-CARTERA
                AT END
                   MOVE 'S'              TO WE-EOF-CARTERA
           END-READ.
      *-------------------------*
       BARRER-TARJETAS-CLIENTE.
      *-------------------------*
           MOVE ZEROS                  TO WE-SECUENCIA.
           MOVE SPACES                 TO TCL-FLG-CONTINUA.
           MOVE 00                     TO TCL-COD-RESPTA.
           MOVE 'NEXT'                 TO WE-NEXT-PREV.
           PERFORM UNTIL TCL-FLG-CONTINUA = 'U' OR
                         TCL-COD-RESPTA NOT = 00
              PERFORM  LLAMAR-ATCO088
           END-PERFORM.
      *----------------*
       LLAMAR-ATCO088.
      *----------------*
           INITIALIZE                     ATC88TCL.
           MOVE  'SAT'                 TO TCL-IDE-APP.
           MOVE  WE-CODENT             TO TCL-COD-ENTIDA.
           MOVE  CART-COD-UNICO        TO TCL-COD-UNICO.
           MOVE  WE-SECUENCIA (2:7)    TO TCL-IDE-SECUENC.
           MOVE  WE-NEXT-PREV          TO TCL-FLG-LECTURA.
           CALL 'ATCO088'  USING       ATC88TCL.
           EVALUATE TCL-COD-RESPTA
              WHEN 00
                 PERFORM PROCESAR-TARJETAS-CLIENTE
              WHEN OTHER
                 ADD  1                TO WE-CONT-ERRORES
           END-EVALUATE.
      *---------------------------*
       PROCESAR-TARJETAS-CLIENTE.
      *---------------------------*
           MOVE 0                       TO J.
           PERFORM UNTIL J >= TCL-NUM-ELEMEN
              ADD  1                    TO J
              ADD  1                    TO WE-CONT-TARJETAS
              PERFORM  EVALUAR-TARJETA
           END-PERFORM.
           IF TCL-NUM-ELEMEN > 0
              MOVE TCL-COD-SECUENC (TCL-NUM-ELEMEN) TO WE-SECUENCIA
           END-IF.
      *----------------*
       EVALUAR-TARJETA.
      *----------------*
           PERFORM  UBICAR-PRODUCTO.
           ADD  1                      TO WE-PRD-EVALUADAS (K).
           INITIALIZE                     ATC70CTI.
           MOVE 'SAT'                  TO CTI-IDE-APP.
           MOVE WE-CODENT              TO CTI-COD-ENTIDA.
           MOVE TCL-NUM-CTATAR (J)     TO CTI-NUM-CTATAR.
           MOVE TCL-PAN        (J)     TO CTI-PAN.
           CALL 'ATCO070'  USING       ATC70CTI.
           IF CTI-COD-RESPTA NOT = 00
              ADD  1                   TO WE-CONT-ERRORES
           ELSE
              INITIALIZE                  ATC75SLD
              MOVE 'SAT'               TO SLD-IDE-APP
              MOVE WE-CODENT           TO SLD-COD-ENTIDA
              MOVE TCL-NUM-CTATAR (J)  TO SLD-NUM-CTATAR
              MOVE TCL-PAN        (J)  TO SLD-PAN
              CALL 'ATCO075'  USING    ATC75SLD
              IF SLD-COD-RESPTA NOT = 00
                 ADD  1                TO WE-CONT-ERRORES
              ELSE
                 PERFORM  FILTRAR-TARJETA-CANCELACION
              END-IF
           END-IF.
      *-----------------------------*
       FILTRAR-TARJETA-CANCELACION.
      *-----------------------------*
      *--- BLOQUEADA: TIENE MOTIVO DE BAJA PERO NUNCA SE CANCELO (SIN
      *--- FECHA DE BAJA). ACTIVA: SALDO CONTABLE CERO Y EL ULTIMO
      *--- CAMBIO DE ESTADO (O NINGUNO) NO ES POSTERIOR AL CORTE
           INSPECT CTI-FEC-BAJCTA  REPLACING ALL X'00' BY X'F0'.
           INSPECT CTI-FEC-BAJCTA  REPLACING ALL X'40' BY X'F0'.
           INSPECT CTI-COD-MOTBAJA REPLACING ALL X'00' BY X'F0'.
           INSPECT CTI-COD-MOTBAJA REPLACING ALL X'40' BY X'F0'.
           INSPECT CTI-DES-MOTBAJA REPLACING ALL X'00' BY X'40'.
           PERFORM  CALCULAR-ULTIMO-MOVIMIENTO.
           MOVE SPACES                 TO CAN-MOTIVO.
           IF CTI-FEC-BAJCTA      NOT > 00010101
              IF CTI-COD-MOTBAJA  NOT = '00'
                 MOVE 'B'              TO CAN-MOTIVO
                 ADD  1                TO WE-PRD-BLOQUEADAS (K)
              ELSE
                 IF CTI-DES-MOTBAJA   = SPACES   AND
                    SLD-SAL-CONTABLE  = ZEROS    AND
                    WE-FEC-ULT-MOVIM NOT > WE-FEC-CORTE
                    MOVE 'S'           TO CAN-MOTIVO
                    ADD  1             TO WE-PRD-SIN-MOVIM (K)
                 END-IF
              END-IF
           END-IF.
           IF CAN-MOTIVO NOT = SPACES
              PERFORM  GRABAR-CANDIDATA
           END-IF.
      *----------------------------*
       CALCULAR-ULTIMO-MOVIMIENTO.
      *----------------------------*
           MOVE ZEROS                  TO WE-FEC-ULT-MOVIM.
           MOVE CTI-NUM-CAMBIOS        TO N.
           IF N > 5
              MOVE 5                   TO N
           END-IF.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= N
              ADD  1                   TO I
              IF CTI-HIST-FECHA (I) IS NUMERIC AND
                 CTI-HIST-FECHA (I) > WE-FEC-ULT-MOVIM
                 MOVE CTI-HIST-FECHA (I) TO WE-FEC-ULT-MOVIM
              END-IF
           END-PERFORM.
      *------------------*
       GRABAR-CANDIDATA.
      *------------------*
           MOVE CART-COD-UNICO         TO CAN-COD-UNICO.
           MOVE TCL-NUM-CTATAR (J)     TO CAN-NUM-CTATAR.
           MOVE TCL-PAN        (J)     TO CAN-PAN.
      *--- EL PAN COMPLETO NO PUEDE VIAJAR EN CLARO: SE ENMASCARA Y
      *--- EL CRUCE AGUAS ABAJO USA LA CUENTA TARJETA (CAN-NUM-CTATAR)
           MOVE '******'               TO CAN-PAN (7:6).
           MOVE TCL-COD-PRODUC (J)     TO CAN-COD-PRODUC.
           MOVE TCL-TIP-PRODUC (J)     TO CAN-TIP-PRODUC.
           MOVE TCL-COD-MONCTA (J)     TO CAN-COD-MONCTA.
           MOVE TCL-FEC-VCTO   (J)     TO CAN-FEC-VCTO.
           MOVE SLD-SAL-CONTABLE       TO CAN-SAL-CONTABLE.
           MOVE SLD-SAL-DISPONIB       TO CAN-SAL-DISPONIB.
           MOVE WE-FEC-ULT-MOVIM       TO CAN-FEC-ULT-MOVIM.
           MOVE CTI-COD-MOTBAJA        TO CAN-COD-MOTBAJA.
           MOVE CTI-DES-MOTBAJA        TO CAN-DES-MOTBAJA.
           WRITE REG-CANDTARJ.
           ADD  1                      TO WE-CONT-GRABADOS.
           ADD  CAN-FEC-VCTO           TO WE-HASH-VCTO.
           ADD  SLD-SAL-DISPONIB       TO WE-PRD-SAL-DISPONIB (K).
      *-----------------*
       UBICAR-PRODUCTO.
      *-----------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-PRODUCTOS OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO K
              IF WE-PRD-COD-PRODUC (K) = TCL-COD-PRODUC (J)
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              IF WE-CANT-PRODUCTOS >= 200
                 DISPLAY 'BSEB060 MAS DE 200 CODIGOS DE PRODUCTO'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-PRODUCTOS
              MOVE WE-CANT-PRODUCTOS   TO K
              INITIALIZE                  WE-PRD-OCC (K)
              MOVE TCL-COD-PRODUC (J)  TO WE-PRD-COD-PRODUC (K)
           END-IF.
      *-------------------*
       ORDENAR-PRODUCTOS.
      *-------------------*
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO NOT = 'S'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO I
              PERFORM UNTIL I >= WE-CANT-PRODUCTOS - 1
                 ADD  1                TO I
                 COMPUTE J = I + 1
                 IF WE-PRD-COD-PRODUC (I) > WE-PRD-COD-PRODUC (J)
                    MOVE WE-PRD-OCC (I) TO WE-ELEMENTO-AUX
                    MOVE WE-PRD-OCC (J) TO WE-PRD-OCC (I)
                    MOVE WE-ELEMENTO-AUX TO WE-PRD-OCC (J)
                    MOVE 'S'           TO WE-SW-CAMBIO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *------------------*
       IMPRIMIR-RESUMEN.
      *------------------*
           PERFORM  ORDENAR-PRODUCTOS.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-COD-DESDE           TO WE-TIT-DESDE.
           MOVE WE-COD-HASTA           TO WE-TIT-HASTA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-PRODUCTOS
              ADD  1                   TO K
              MOVE WE-PRD-COD-PRODUC (K)   TO WE-PRD-D-COD-PRODUC
              MOVE WE-PRD-EVALUADAS (K)    TO WE-PRD-D-EVALUADAS
              MOVE WE-PRD-SIN-MOVIM (K)    TO WE-PRD-D-SIN-MOVIM
              MOVE WE-PRD-BLOQUEADAS (K)   TO WE-PRD-D-BLOQUEADAS
              COMPUTE WE-PRD-D-CANDIDATAS =
                      WE-PRD-SIN-MOVIM (K) + WE-PRD-BLOQUEADAS (K)
              END-COMPUTE
              MOVE WE-PRD-SAL-DISPONIB (K) TO WE-PRD-D-SAL-DISPONIB
              WRITE REG-REPORTE        FROM WE-LINEA-PRODUCTO
           END-PERFORM.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'CLIENTES BARRIDOS'    TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CLIENTES       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  EXCLUIDOS POR CAMPANA' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-EXCLUIDOS      TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'TARJETAS EVALUADAS'   TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-TARJETAS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CANDIDATAS A CANCELACION' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-GRABADOS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'LLAMADAS EN ERROR'    TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ERRORES        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB060 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE SPACES                 TO REG-CANDTARJ-CTL.
           MOVE 'T'                    TO CAN-CTL-TIPO.
           MOVE 'BSEB060 '             TO CAN-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO CAN-CTL-FECHA.
           MOVE WE-CONT-GRABADOS       TO CAN-CTL-CANTIDAD.
           MOVE WE-HASH-VCTO           TO CAN-CTL-HASH-VCTO.
           WRITE REG-CANDTARJ-CTL.
           PERFORM  IMPRIMIR-RESUMEN.
           CLOSE  ARCH-CARTERA
                  ARCH-CANDIDAT
                  ARCH-REPORTE.
           DISPLAY 'BSEB060 CLIENTES  BARRIDOS  = ' WE-CONT-CLIENTES.
           DISPLAY 'BSEB060 EXCLUIDOS CAMPANA   = ' WE-CONT-EXCLUIDOS.
           DISPLAY 'BSEB060 TARJETAS  EVALUADAS = ' WE-CONT-TARJETAS.
           DISPLAY 'BSEB060 CANDIDATAS GRABADAS = ' WE-CONT-GRABADOS.
           DISPLAY 'BSEB060 LLAMADAS  EN ERROR  = ' WE-CONT-ERRORES.
           DISPLAY 'BSEB060 FUERA DE RANGO      = ' WE-CONT-FUERA-RANGO.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL POR PARTICION (PRIMER
      *--- CARACTER DEL RANGO), COMO EL BARRIDO DE BSEB007
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB060 '          TO RUNC-PROGRAMA.
           MOVE WE-COD-DESDE (1:1)  TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB060 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB060 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-CLIENTES    TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-GRABADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
