************************************************************************
***   * 104641 15/10/26 JCV PROVISION JUDICIAL SOBRE EL SALDO NO      *
***   *               CUBIERTO POR GARANTIAS (COBERTU DE BSEB056)    *
***   * 104616 02/09/26 JCV REGISTRA LA CORRIDA EN RUNCTL (RUTINA    *
***   *               BSEBRUNC) CON CHEQUEO DE PREDECESOR            *
***   * 104599 02/09/26 JCV CLASIFICACION REGULATORIA Y PROVISIONES   *
*OBJET*** CRM-CO-DIAS-PEN) EN LAS CATEGORIAS SBS, APLICA EL          **
*OBJET*** PORCENTAJE DE PROVISION Y ARMA EL REPORTE POR CATEGORIA Y  **
*OBJET*** MONEDA MAS EL DETALLE POR CUENTA                           **
*OBJET*** EN LA CARTERA JUDICIAL EL PORCENTAJE SE APLICA AL SALDO    **
*OBJET*** NO CUBIERTO POR GARANTIAS DE PRIMER RANGO (COBERTU)        **
*OBJET*****************************************************************
*OBJET*** CATEGORIAS: NOR HASTA 8 DIAS (PROV   1 PCT)               **
*OBJET***             CPP HASTA 30     (PROV   5 PCT)               **
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CARTDES        ASSIGN TO CARTDES
                                        ORGANIZATION IS SEQUENTIAL.
104641     SELECT  ARCH-COBERTU        ASSIGN TO COBERTU
104641                                  ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-DETALLE        ASSIGN TO DETALLE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
       01  REG-CARTDES.
           02  CARD-TI-DOCU                PIC X(02).
           02  CARD-NU-DOCU                PIC X(10).
      *------------------ COBERTURA POR GARANTIAS (BSEB056) ------------*
104641 FD  ARCH-COBERTU
104641     RECORDING MODE IS F.
104641     COPY BSECOBRG.
      *------------------ DETALLE CLASIFICADO POR CUENTA ---------------*
       FD  ARCH-DETALLE
           RECORDING MODE IS F.
           02  DET-SALDO                   PIC S9(13)V99.
           02  DET-PCT-PROVISION           PIC 9(03)V99.
           02  DET-PROVISION               PIC S9(13)V99.
104641     02  DET-COBERTURA               PIC S9(13)V99.
104641*        PORCION DEL SALDO CUBIERTA POR GARANTIAS (SOLO 'J')
      *------------------ REPORTE POR CATEGORIA Y MONEDA ---------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  WE-ESPECIALES.
           02  WE-EOF-CARTJUD              PIC X(01)  VALUE SPACES.
           02  WE-EOF-CARTDES              PIC X(01)  VALUE SPACES.
104641     02  WE-EOF-COBERTU              PIC X(01)  VALUE SPACES.
104641     02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-DIAS-MORA                PIC S9(07) VALUE ZEROS.
           02  WE-CATEGORIA                PIC 9(01)  VALUE ZEROS.
           02  WE-SALDO                    PIC S9(13)V99 VALUE ZEROS.
104641     02  WE-CUBIERTO                 PIC S9(13)V99 VALUE ZEROS.
           02  WE-MONEDA                   PIC X(02)  VALUE SPACES.
           02  WE-FECHA-TRAB               PIC 9(08)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-CONT-DES                 PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
104641     02  WE-CONT-CUBIERTAS           PIC 9(07)  VALUE ZEROS.
104641     02  WE-HASH-CUBIERTO            PIC 9(15)  VALUE ZEROS.
           02  I                           PIC 9(03)  VALUE ZEROS.
           02  J                           PIC 9(03)  VALUE ZEROS.
104641     02  K                           PIC 9(05)  VALUE ZEROS.
      *------------------ PORCENTAJES DE PROVISION POR CATEGORIA -------*
       01  WE-TABLA-CATEG.
           02  FILLER                      PIC X(10) VALUE 'NOR00100'.
               03  WE-CAT-SIGLA            PIC X(03).
               03  WE-CAT-PCT              PIC 9(03)V99.
               03  FILLER                  PIC X(02).
      *------------------ CABECERA Y COLA DE COBERTU -------------------*
104641 01  REG-COBERTU-CTL.
104641     02  COB-CTL-TIPO                PIC X(01).
104641     02  COB-CTL-PROGRAMA            PIC X(08).
104641     02  COB-CTL-FECHA               PIC 9(08).
104641     02  COB-CTL-CANTIDAD            PIC 9(09).
104641     02  COB-CTL-HASH-CUBIERTO       PIC 9(15).
104641     02  FILLER                      PIC X(39).
      *------------------ PORCION CUBIERTA POR CUENTA ------------------*
104641 01  WE-TABLA-COBERTURA.
104641     02  WE-CANT-COBERTURA           PIC 9(05)  VALUE ZEROS.
104641     02  WE-COB-OCC  OCCURS  5000  TIMES.
104641         03  WE-COB-CTAAFI           PIC X(10).
104641         03  WE-COB-MONEDA           PIC X(02).
104641         03  WE-COB-CUBIERTO         PIC S9(13)V99.
      *------------------ ACUMULADORES POR MONEDA Y CATEGORIA ----------*
       01  WE-TABLA-MONEDAS.
           02  WE-CANT-MONEDAS             PIC 9(03)  VALUE ZEROS.
                   04  WE-MC-CANTIDAD      PIC 9(07).
                   04  WE-MC-SALDO         PIC S9(13)V99.
                   04  WE-MC-PROVISION     PIC S9(13)V99.
104641             04  WE-MC-CUBIERTO      PIC S9(13)V99.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(76)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
104641     02  FILLER                      PIC X(52)  VALUE
               'MON CAT  CUENTAS            SALDO          PROVISION'.
104641     02  FILLER                      PIC X(80)  VALUE
104641         '          CUBIERTO'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-MON                  PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-SALDO                PIC -9(13).99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PROVISION            PIC -9(13).99.
104641     02  FILLER                      PIC X(01)  VALUE SPACES.
104641     02  WE-DET-CUBIERTO             PIC -9(13).99.
104641     02  FILLER                      PIC X(62)  VALUE SPACES.
      *--- COPY PARA RUTINA CLLOCRM02 ($CL) --------------------------*
           COPY CL02CRM.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-MORA           TO WE-DIAS-PROCESO.
104641     PERFORM  CARGAR-COBERTURA.
           OPEN INPUT   ARCH-CARTJUD.
           OPEN INPUT   ARCH-CARTDES.
           OPEN OUTPUT  ARCH-DETALLE.
           OPEN OUTPUT  ARCH-REPORTE.
      *------------------*
104641 CARGAR-COBERTURA.
      *------------------*
      *--- PORCION CUBIERTA DEL ULTIMO CIERRE MENSUAL DE BSEB056; EL
      *--- ARCHIVO DEBE CERRAR CONTRA SU COLA O NO SE PROVISIONA
104641     OPEN INPUT   ARCH-COBERTU.
104641     PERFORM UNTIL WE-EOF-COBERTU = 'S'
104641        READ ARCH-COBERTU
104641             AT END
104641                MOVE 'S'         TO WE-EOF-COBERTU
104641             NOT AT END
104641                EVALUATE COB-CTAAFI (1:1)
104641                   WHEN 'H'
104641                      CONTINUE
104641                   WHEN 'T'
104641                      MOVE REG-COBERTU TO REG-COBERTU-CTL
104641                      PERFORM  VALIDAR-COLA-COBERTU
104641                      MOVE 'S'   TO WE-EOF-COBERTU
104641                   WHEN OTHER
104641                      PERFORM  GUARDAR-COBERTURA
104641                END-EVALUATE
104641        END-READ
104641     END-PERFORM.
104641     CLOSE  ARCH-COBERTU.
104641     IF WE-SW-COLA NOT = 'S' AND WE-CANT-COBERTURA > 0
104641        DISPLAY 'BSEB027 COBERTU SIN COLA DE CONTROL'
104641        PERFORM  CANCELAR-PROCESO
104641     END-IF.
      *-------------------*
104641 GUARDAR-COBERTURA.
      *-------------------*
104641     IF WE-CANT-COBERTURA >= 5000
104641        DISPLAY 'BSEB027 TABLA DE COBERTURA DESBORDADA'
104641        PERFORM  CANCELAR-PROCESO
104641     END-IF.
104641     ADD  1                      TO WE-CANT-COBERTURA.
104641     MOVE WE-CANT-COBERTURA      TO K.
104641     MOVE COB-CTAAFI             TO WE-COB-CTAAFI   (K).
104641     MOVE COB-MONEDA             TO WE-COB-MONEDA   (K).
104641     MOVE COB-CUBIERTO           TO WE-COB-CUBIERTO (K).
104641     ADD  COB-CUBIERTO           TO WE-HASH-CUBIERTO.
      *----------------------*
104641 VALIDAR-COLA-COBERTU.
      *----------------------*
104641     MOVE 'S'                    TO WE-SW-COLA.
104641     IF COB-CTL-CANTIDAD      NOT = WE-CANT-COBERTURA OR
104641        COB-CTL-HASH-CUBIERTO NOT = WE-HASH-CUBIERTO
104641        DISPLAY 'BSEB027 COBERTU NO CIERRA CONTRA SU COLA'
104641        DISPLAY 'BSEB027 COLA CANT=' COB-CTL-CANTIDAD
104641                ' LEIDO=' WE-CANT-COBERTURA
104641        DISPLAY 'BSEB027 COLA HASH=' COB-CTL-HASH-CUBIERTO
104641                ' LEIDO=' WE-HASH-CUBIERTO
104641        PERFORM  CANCELAR-PROCESO
104641     END-IF.
      *--------------*
       CALCULAR-DIAS.
      *--------------*
              END-IF
              MOVE CRM-CO-SALACT       TO WE-SALDO
              MOVE CRM-CO-MONEDA-36    TO WE-MONEDA
104641        PERFORM  BUSCAR-COBERTURA
              MOVE 'J'                 TO DET-TIPO-CARTERA
              MOVE SPACES              TO DET-CLAVE
              MOVE CARJ-CTAAFI         TO DET-CLAVE (1:10)
              PERFORM  GRABAR-CLASIFICACION
           END-IF.
      *------------------*
104641 BUSCAR-COBERTURA.
      *------------------*
      *--- LA COBERTURA ES DEL CIERRE MENSUAL: NUNCA MAS QUE EL SALDO
      *--- DE HOY, Y SOLO SI LA MONEDA DEL CREDITO NO CAMBIO
104641     MOVE ZEROS                  TO WE-CUBIERTO.
104641     MOVE SPACES                 TO WE-SW-ENCONTRO.
104641     MOVE 0                      TO K.
104641     PERFORM UNTIL K >= WE-CANT-COBERTURA OR WE-SW-ENCONTRO = 'S'
104641        ADD  1                   TO K
104641        IF WE-COB-CTAAFI (K) = CARJ-CTAAFI
104641           MOVE 'S'              TO WE-SW-ENCONTRO
104641        END-IF
104641     END-PERFORM.
104641     IF WE-SW-ENCONTRO = 'S' AND WE-COB-MONEDA (K) = WE-MONEDA
104641        AND WE-SALDO > 0
104641        ADD  1                   TO WE-CONT-CUBIERTAS
104641        IF WE-COB-CUBIERTO (K) > WE-SALDO
104641           MOVE WE-SALDO         TO WE-CUBIERTO
104641        ELSE
104641           MOVE WE-COB-CUBIERTO (K) TO WE-CUBIERTO
104641        END-IF
104641     END-IF.
      *---------------------*
       PROCESAR-DESCONTADA.
      *---------------------*
              MOVE CRM-CO-DIAS-PEN     TO WE-DIAS-MORA
              MOVE CRM-CO-SALDO-29     TO WE-SALDO
              MOVE CRM-CO-MONEDA-29    TO WE-MONEDA
104641        MOVE ZEROS               TO WE-CUBIERTO
              MOVE 'D'                 TO DET-TIPO-CARTERA
              MOVE SPACES              TO DET-CLAVE
              MOVE CARD-TI-DOCU        TO DET-CLAVE (1:2)
           MOVE WE-CAT-SIGLA (WE-CATEGORIA) TO DET-CATEGORIA.
           MOVE WE-SALDO               TO DET-SALDO.
           MOVE WE-CAT-PCT (WE-CATEGORIA)   TO DET-PCT-PROVISION.
104641     MOVE WE-CUBIERTO            TO DET-COBERTURA.
104641     COMPUTE DET-PROVISION ROUNDED =
104641             (WE-SALDO - WE-CUBIERTO) *
104641             WE-CAT-PCT (WE-CATEGORIA) / 100
           END-COMPUTE.
           WRITE REG-DETALLE.
           ADD  1                      TO WE-CONT-GRABADOS.
              ADD  1              TO WE-MC-CANTIDAD  (I WE-CATEGORIA)
              ADD  WE-SALDO       TO WE-MC-SALDO     (I WE-CATEGORIA)
              ADD  DET-PROVISION  TO WE-MC-PROVISION (I WE-CATEGORIA)
104641        ADD  WE-CUBIERTO    TO WE-MC-CUBIERTO  (I WE-CATEGORIA)
           END-IF.
      *---------------*
       GRABAR-REPORTE.
                 MOVE WE-MC-CANTIDAD  (I J) TO WE-DET-CANTIDAD
                 MOVE WE-MC-SALDO     (I J) TO WE-DET-SALDO
                 MOVE WE-MC-PROVISION (I J) TO WE-DET-PROVISION
104641           MOVE WE-MC-CUBIERTO  (I J) TO WE-DET-CUBIERTO
                 WRITE REG-REPORTE     FROM WE-LINEA-DETALLE
              END-PERFORM
           END-PERFORM.
           DISPLAY 'BSEB027 DOCUMENTOS DESCONT= ' WE-CONT-DES.
           DISPLAY 'BSEB027 DETALLES GRABADOS  = ' WE-CONT-GRABADOS.
           DISPLAY 'BSEB027 LLAMADAS EN ERROR  = ' WE-CONT-ERRORES.
104641     DISPLAY 'BSEB027 CUENTAS CON GARANTIA= ' WE-CONT-CUBIERTAS.
104616     PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------*
104641 CANCELAR-PROCESO.
      *------------------*
104641     DISPLAY 'BSEB027 PROCESO CANCELADO - REVISAR COBERTU'.
104641     MOVE 16                     TO RETURN-CODE.
104641     STOP RUN.
      *---------------------------*
104616 REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
