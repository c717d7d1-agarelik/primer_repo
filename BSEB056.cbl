************************************************************************
***   * 104641 15/10/26 JCV COBERTURA MENSUAL DE GARANTIAS Y LISTA DE  *
***   *               GARANTIAS A RETASAR                              *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO COBERTURAGARANTIAS - LOTE MENSUAL                  **
*OBJET*** CRUZA LA FOTO SNAPJUD CON LA DESCARGA DE GARANTI (CTAAFI)  **
*OBJET*** Y PARA CADA CUENTA CON GARANTIAS VIGENTES INFORMA LA       **
*OBJET*** COBERTURA (TASACION EN SOLES / SALACT EN SOLES, TIPCAMB).  **
*OBJET*** GRABA EN COBERTU LA PORCION CUBIERTA POR LAS GARANTIAS DE  **
*OBJET*** PRIMER RANGO, EN LA MONEDA DEL CREDITO, PARA QUE BSEB027   **
*OBJET*** PROVISIONE SOLO LA EXPOSICION NO CUBIERTA, Y LISTA LAS     **
*OBJET*** TASACIONES MAS ANTIGUAS QUE LA POLITICA (PARM, EN MESES)   **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB056.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-GARANTI        ASSIGN TO GARANTI
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TIPCAMB        ASSIGN TO TIPCAMB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-COBERTU        ASSIGN TO COBERTU
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TASACION       ASSIGN TO TASACION
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO, ENTIDAD Y POLITICA ---------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-CODENT                 PIC X(03).
           02  PARM-MESES-TASACION         PIC 9(03).
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ GARANTIAS (DESCARGA DE GARANTI) --------------*
      *    ORDENADA POR CLAVE: CTAAFI + NUMERO DE GARANTIA
       FD  ARCH-GARANTI
           RECORDING MODE IS F.
           COPY BSEGARRG.
      *------------------ COTIZACIONES (DESCARGA DE TIPCAMB) -----------*
       FD  ARCH-TIPCAMB
           RECORDING MODE IS F.
           COPY BSETCMRG.
      *------------------ COBERTURA POR CUENTA PARA BSEB027 ------------*
       FD  ARCH-COBERTU
           RECORDING MODE IS F.
           COPY BSECOBRG.
      *------------------ REPORTE DE COBERTURA POR CUENTA --------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *------------------ GARANTIAS A RETASAR --------------------------*
       FD  ARCH-TASACION
           RECORDING MODE IS F.
       01  REG-TASACION                    PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-TIPCAMB              PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-SIN-CAMBIO            PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-MESES-TASACION           PIC 9(03)  VALUE 24.
           02  WE-CLAVE-GAR                PIC X(10)  VALUE SPACES.
           02  WE-MONEDA-BUSCADA           PIC X(02)  VALUE SPACES.
           02  WE-CAMBIO-BUSCADO           PIC S9(05)V9(04) VALUE ZEROS.
           02  WE-CAMBIO-CUENTA            PIC S9(05)V9(04) VALUE ZEROS.
           02  WE-CANT-VIGENTES            PIC 9(05)  VALUE ZEROS.
           02  WE-TASACION-SOLES           PIC S9(13)V99 VALUE ZEROS.
           02  WE-PRIMER-RANGO-SOLES       PIC S9(13)V99 VALUE ZEROS.
           02  WE-VALOR-SOLES              PIC S9(13)V99 VALUE ZEROS.
           02  WE-SALDO-SOLES              PIC S9(13)V99 VALUE ZEROS.
           02  WE-VALOR-CUENTA             PIC S9(13)V99 VALUE ZEROS.
           02  WE-CUBIERTO                 PIC S9(13)V99 VALUE ZEROS.
           02  WE-PCT-CALCULO              PIC 9(09)V99  VALUE ZEROS.
           02  WE-PCT-COBERTURA            PIC 9(05)V99  VALUE ZEROS.
           02  WE-TOT-SALDO-SOLES          PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOT-TASACION-SOLES       PIC S9(13)V99 VALUE ZEROS.
           02  WE-DIAS-CALCULO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-PROCESO             PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-ANTIGUEDAD          PIC S9(07) VALUE ZEROS.
           02  WE-MESES-ANTIGUEDAD         PIC 9(05)  VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-GARANTIAS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CUENTA          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CON-GARANTIA        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-CUBIERTO            PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-SIN-CAMBIO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-RETASAR             PIC 9(07)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ CABECERA Y COLA DE COBERTU -------------------*
       01  REG-COBERTU-CTL.
           02  COB-CTL-TIPO                PIC X(01).
           02  COB-CTL-PROGRAMA            PIC X(08).
           02  COB-CTL-FECHA               PIC 9(08).
           02  COB-CTL-CANTIDAD            PIC 9(09).
           02  COB-CTL-HASH-CUBIERTO       PIC 9(15).
           02  FILLER                      PIC X(39).
      *------------------ COTIZACIONES DEL DIA -------------------------*
       01  WE-TABLA-CAMBIOS.
           02  WE-CANT-CAMBIOS             PIC 9(03)  VALUE ZEROS.
           02  WE-TC-OCC  OCCURS  20  TIMES.
               03  WE-TC-MONEDA            PIC X(02).
               03  WE-TC-CAMBIO            PIC S9(05)V9(04).
      *------------------ LINEAS DEL REPORTE DE COBERTURA --------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(50)  VALUE
               'BSEB056 COBERTURA DE CREDITOS CON GARANTIA AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(74)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(45)  VALUE
               'CUENTA     MON            SALDO GAR    SALDO'.
           02  FILLER                      PIC X(45)  VALUE
               ' EN SOLES    TASACION SOLES   COBERT%'.
           02  FILLER                      PIC X(42)  VALUE
               '          CUBIERTO OBSERVACION'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SALDO                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CANT                 PIC ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SALDO-SOLES          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-TASACION-SOLES       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-PCT                  PIC ZZ,ZZ9.99.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CUBIERTO             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-OBSERVACION          PIC X(25)  VALUE SPACES.
           02  FILLER                      PIC X(07)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  FILLER                      PIC X(27)  VALUE
               'TOTAL CUENTAS CON GARANTIA'.
           02  WE-TOT-D-CANT               PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TOT-D-SALDO-SOLES        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TOT-D-TASACION-SOLES     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(61)  VALUE SPACES.
      *------------------ LINEAS DE LA LISTA DE RETASACION -------------*
       01  WE-LINEA-TITULO-TAS.
           02  FILLER                      PIC X(46)  VALUE
               'BSEB056 GARANTIAS A RETASAR - ANTIGUEDAD MAS '.
           02  WE-TIT-MESES                PIC ZZ9.
           02  FILLER                      PIC X(12)  VALUE
               ' MESES AL '.
           02  WE-TIT-FECHA-TAS            PIC 9(08).
           02  FILLER                      PIC X(63)  VALUE SPACES.
       01  WE-LINEA-CABECERA-TAS.
           02  FILLER                      PIC X(45)  VALUE
               'CUENTA     GARANTIA   TIP PARTIDA REGISTRAL  '.
           02  FILLER                      PIC X(45)  VALUE
               '  FEC-TAS MESES   VALOR TASACION MO TASADOR  '.
           02  FILLER                      PIC X(42)  VALUE SPACES.
       01  WE-LINEA-DETALLE-TAS.
           02  WE-TAS-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TAS-NRO-GARANTIA         PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TAS-TIPO                 PIC X(03)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TAS-PARTIDA              PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TAS-FEC-TASACION         PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TAS-MESES                PIC ZZZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TAS-VALOR                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TAS-MONEDA               PIC X(02)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-TAS-TASADOR              PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(18)  VALUE SPACES.
       01  WE-LINEA-TOTAL-TAS.
           02  FILLER                      PIC X(30)  VALUE
               'TOTAL GARANTIAS A RETASAR: '.
           02  WE-TOT-D-RETASAR            PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(93)  VALUE SPACES.
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
                   IF PARM-MESES-TASACION IS NUMERIC AND
                      PARM-MESES-TASACION > 0
                      MOVE PARM-MESES-TASACION
                                           TO WE-MESES-TASACION
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM  CALCULAR-DIAS.
           MOVE WE-DIAS-CALCULO        TO WE-DIAS-PROCESO.
           OPEN INPUT   ARCH-TIPCAMB.
           PERFORM  CARGAR-CAMBIOS.
           CLOSE  ARCH-TIPCAMB.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-GARANTI.
           OPEN OUTPUT  ARCH-COBERTU.
           OPEN OUTPUT  ARCH-REPORTE.
           OPEN OUTPUT  ARCH-TASACION.
           MOVE SPACES                 TO REG-COBERTU-CTL.
           MOVE 'H'                    TO COB-CTL-TIPO.
           MOVE 'BSEB056 '             TO COB-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO COB-CTL-FECHA.
           MOVE ZEROS                  TO COB-CTL-CANTIDAD.
           MOVE ZEROS                  TO COB-CTL-HASH-CUBIERTO.
           WRITE REG-COBERTU           FROM REG-COBERTU-CTL.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE WE-MESES-TASACION      TO WE-TIT-MESES.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA-TAS.
           WRITE REG-TASACION          FROM WE-LINEA-TITULO-TAS.
           WRITE REG-TASACION          FROM WE-LINEA-CABECERA-TAS.
           PERFORM  LEER-GARANTI.
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
           PERFORM  LEER-SNAPSHOT.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S'
              PERFORM  EVALUAR-CUENTA
              PERFORM  LEER-SNAPSHOT
           END-PERFORM.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB056 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- LAS GARANTIAS QUE QUEDAN SON DE CUENTAS FUERA DE LA FOTO
           PERFORM UNTIL WE-CLAVE-GAR = HIGH-VALUES
              ADD  1                   TO WE-CONT-SIN-CUENTA
              PERFORM  LEER-GARANTI
           END-PERFORM.
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
              DISPLAY 'BSEB056 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB056 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB056 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-------------*
       LEER-GARANTI.
      *-------------*
           READ ARCH-GARANTI
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-GAR
                NOT AT END
                   ADD  1                TO WE-CONT-GARANTIAS
                   MOVE GAR-CTAAFI       TO WE-CLAVE-GAR
           END-READ.
      *----------------*
       EVALUAR-CUENTA.
      *----------------*
      *--- GARANTI VIENE POR CTAAFI COMO LA FOTO: LAS GARANTIAS DE
      *--- CUENTAS QUE YA NO ESTAN EN LA FOTO SOLO SE CUENTAN
           PERFORM UNTIL WE-CLAVE-GAR >= SNJ-CTAAFI
              ADD  1                   TO WE-CONT-SIN-CUENTA
              PERFORM  LEER-GARANTI
           END-PERFORM.
           MOVE ZEROS                  TO WE-CANT-VIGENTES.
           MOVE ZEROS                  TO WE-TASACION-SOLES.
           MOVE ZEROS                  TO WE-PRIMER-RANGO-SOLES.
           MOVE SPACES                 TO WE-SW-SIN-CAMBIO.
           PERFORM UNTIL WE-CLAVE-GAR NOT = SNJ-CTAAFI
              IF GAR-ESTADO = 'V'
                 PERFORM  ACUMULAR-GARANTIA
                 PERFORM  VERIFICAR-TASACION
              END-IF
              PERFORM  LEER-GARANTI
           END-PERFORM.
           IF WE-CANT-VIGENTES > 0
              PERFORM  CALCULAR-COBERTURA
           END-IF.
      *-------------------*
       ACUMULAR-GARANTIA.
      *-------------------*
      *--- LA COBERTURA SUMA TODAS LAS VIGENTES; LA PORCION CUBIERTA
      *--- PARA PROVISION SOLO LAS DE PRIMER RANGO
           ADD  1                      TO WE-CANT-VIGENTES.
           MOVE GAR-MONEDA             TO WE-MONEDA-BUSCADA.
           PERFORM  BUSCAR-CAMBIO.
           IF WE-CAMBIO-BUSCADO = 0
              MOVE 'S'                 TO WE-SW-SIN-CAMBIO
           ELSE
              COMPUTE WE-VALOR-SOLES ROUNDED =
                      GAR-VALOR-TASACION * WE-CAMBIO-BUSCADO
              END-COMPUTE
              ADD  WE-VALOR-SOLES      TO WE-TASACION-SOLES
              IF GAR-RANGO = 1
                 ADD  WE-VALOR-SOLES   TO WE-PRIMER-RANGO-SOLES
              END-IF
           END-IF.
      *--------------------*
       VERIFICAR-TASACION.
      *--------------------*
      *--- ANTIGUEDAD EN DIAS DE ANIO COMERCIAL CONTRA LA POLITICA
           IF GAR-FEC-TASACION IS NUMERIC AND GAR-FEC-TASACION > 0
              MOVE GAR-FEC-TASACION    TO WE-FECHA-TRAB
              PERFORM  CALCULAR-DIAS
              COMPUTE WE-DIAS-ANTIGUEDAD =
                      WE-DIAS-PROCESO - WE-DIAS-CALCULO
              END-COMPUTE
           ELSE
              MOVE 9999999             TO WE-DIAS-ANTIGUEDAD
           END-IF.
           IF WE-DIAS-ANTIGUEDAD > WE-MESES-TASACION * 30
              ADD  1                   TO WE-CONT-RETASAR
              COMPUTE WE-MESES-ANTIGUEDAD = WE-DIAS-ANTIGUEDAD / 30
              END-COMPUTE
              MOVE GAR-CTAAFI          TO WE-TAS-CTAAFI
              MOVE GAR-NRO-GARANTIA    TO WE-TAS-NRO-GARANTIA
              MOVE GAR-TIPO            TO WE-TAS-TIPO
              MOVE GAR-PARTIDA         TO WE-TAS-PARTIDA
              MOVE GAR-FEC-TASACION    TO WE-TAS-FEC-TASACION
              MOVE WE-MESES-ANTIGUEDAD TO WE-TAS-MESES
              MOVE GAR-VALOR-TASACION  TO WE-TAS-VALOR
              MOVE GAR-MONEDA          TO WE-TAS-MONEDA
              MOVE GAR-TASADOR         TO WE-TAS-TASADOR
              WRITE REG-TASACION       FROM WE-LINEA-DETALLE-TAS
           END-IF.
      *--------------------*
       CALCULAR-COBERTURA.
      *--------------------*
           ADD  1                      TO WE-CONT-CON-GARANTIA.
           MOVE SNJ-MONEDA             TO WE-MONEDA-BUSCADA.
           PERFORM  BUSCAR-CAMBIO.
           MOVE WE-CAMBIO-BUSCADO      TO WE-CAMBIO-CUENTA.
           MOVE ZEROS                  TO WE-SALDO-SOLES.
           MOVE ZEROS                  TO WE-PCT-COBERTURA.
           MOVE ZEROS                  TO WE-CUBIERTO.
           MOVE SPACES                 TO WE-DET-OBSERVACION.
      *--- SIN COTIZACION NO SE INFORMA COBERTURA: SE PROVISIONA TODO
           IF WE-SW-SIN-CAMBIO = 'S' OR WE-CAMBIO-CUENTA = 0
              ADD  1                   TO WE-CONT-SIN-CAMBIO
              MOVE 'SIN COTIZACION DEL DIA'
                                       TO WE-DET-OBSERVACION
           ELSE
              COMPUTE WE-SALDO-SOLES ROUNDED =
                      SNJ-SALACT * WE-CAMBIO-CUENTA
              END-COMPUTE
              IF WE-SALDO-SOLES > 0
                 COMPUTE WE-PCT-CALCULO ROUNDED =
                         WE-TASACION-SOLES * 100 / WE-SALDO-SOLES
                 END-COMPUTE
                 IF WE-PCT-CALCULO > 99999.99
                    MOVE 99999.99      TO WE-PCT-COBERTURA
                 ELSE
                    MOVE WE-PCT-CALCULO TO WE-PCT-COBERTURA
                 END-IF
              END-IF
              COMPUTE WE-VALOR-CUENTA ROUNDED =
                      WE-PRIMER-RANGO-SOLES / WE-CAMBIO-CUENTA
              END-COMPUTE
              EVALUATE TRUE
                 WHEN SNJ-SALACT <= 0
                    MOVE ZEROS         TO WE-CUBIERTO
                 WHEN WE-VALOR-CUENTA < SNJ-SALACT
                    MOVE WE-VALOR-CUENTA TO WE-CUBIERTO
                 WHEN OTHER
                    MOVE SNJ-SALACT    TO WE-CUBIERTO
              END-EVALUATE
              IF WE-PRIMER-RANGO-SOLES = 0
                 MOVE 'SIN GARANTIA DE 1ER RANGO'
                                       TO WE-DET-OBSERVACION
              END-IF
              ADD  WE-SALDO-SOLES      TO WE-TOT-SALDO-SOLES
              ADD  WE-TASACION-SOLES   TO WE-TOT-TASACION-SOLES
              PERFORM  GRABAR-COBERTURA
           END-IF.
           PERFORM  IMPRIMIR-CUENTA.
      *------------------*
       GRABAR-COBERTURA.
      *------------------*
           MOVE SPACES                 TO REG-COBERTU.
           MOVE SNJ-CTAAFI             TO COB-CTAAFI.
           MOVE SNJ-MONEDA             TO COB-MONEDA.
           MOVE SNJ-SALACT             TO COB-SALDO.
           MOVE WE-VALOR-CUENTA        TO COB-VALOR-GARANTIA.
           MOVE WE-CUBIERTO            TO COB-CUBIERTO.
           MOVE WE-PCT-COBERTURA       TO COB-PCT-COBERTURA.
           WRITE REG-COBERTU.
           ADD  1                      TO WE-CONT-GRABADOS.
           ADD  WE-CUBIERTO            TO WE-HASH-CUBIERTO.
      *-----------------*
       IMPRIMIR-CUENTA.
      *-----------------*
           MOVE SNJ-CTAAFI             TO WE-DET-CTAAFI.
           MOVE SNJ-MONEDA             TO WE-DET-MONEDA.
           MOVE SNJ-SALACT             TO WE-DET-SALDO.
           MOVE WE-CANT-VIGENTES       TO WE-DET-CANT.
           MOVE WE-SALDO-SOLES         TO WE-DET-SALDO-SOLES.
           MOVE WE-TASACION-SOLES      TO WE-DET-TASACION-SOLES.
           MOVE WE-PCT-COBERTURA       TO WE-DET-PCT.
           MOVE WE-CUBIERTO            TO WE-DET-CUBIERTO.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *---------------*
       BUSCAR-CAMBIO.
      *---------------*
      *--- LOS SOLES COTIZAN 1; SIN COTIZACION DEL DIA DEVUELVE CERO
           MOVE ZEROS                  TO WE-CAMBIO-BUSCADO.
           IF WE-MONEDA-BUSCADA = 'SO'
              MOVE 1                   TO WE-CAMBIO-BUSCADO
           ELSE
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAMBIOS OR
                            WE-SW-CAMBIO = 'S'
                 ADD  1                TO K
                 IF WE-TC-MONEDA (K) = WE-MONEDA-BUSCADA
                    MOVE 'S'           TO WE-SW-CAMBIO
                    MOVE WE-TC-CAMBIO (K) TO WE-CAMBIO-BUSCADO
                 END-IF
              END-PERFORM
           END-IF.
      *--------------*
       CALCULAR-DIAS.
      *--------------*
      *--- DIAS APROXIMADOS (ANIO COMERCIAL), COMO EN BSEB013
           COMPUTE WE-DIAS-CALCULO = (WE-FT-AAAA * 360) +
                                     (WE-FT-MM   * 30)  +
                                      WE-FT-DD
           END-COMPUTE.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
      *--- SIN COLA DE COBERTU BSEB027 RECHAZA EL ARCHIVO
           DISPLAY 'BSEB056 PROCESO CANCELADO - REVISAR SNAPJUD'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           MOVE SPACES                 TO REG-COBERTU-CTL.
           MOVE 'T'                    TO COB-CTL-TIPO.
           MOVE 'BSEB056 '             TO COB-CTL-PROGRAMA.
           MOVE WE-FEC-PROCESO         TO COB-CTL-FECHA.
           MOVE WE-CONT-GRABADOS       TO COB-CTL-CANTIDAD.
           MOVE WE-HASH-CUBIERTO       TO COB-CTL-HASH-CUBIERTO.
           WRITE REG-COBERTU           FROM REG-COBERTU-CTL.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WE-CONT-CON-GARANTIA   TO WE-TOT-D-CANT.
           MOVE WE-TOT-SALDO-SOLES     TO WE-TOT-D-SALDO-SOLES.
           MOVE WE-TOT-TASACION-SOLES  TO WE-TOT-D-TASACION-SOLES.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE SPACES                 TO REG-TASACION.
           WRITE REG-TASACION.
           MOVE WE-CONT-RETASAR        TO WE-TOT-D-RETASAR.
           WRITE REG-TASACION          FROM WE-LINEA-TOTAL-TAS.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-GARANTI.
           CLOSE  ARCH-COBERTU.
           CLOSE  ARCH-REPORTE.
           CLOSE  ARCH-TASACION.
           DISPLAY 'BSEB056 CUENTAS EN LA FOTO     = ' WE-CONT-FOTO.
           DISPLAY 'BSEB056 GARANTIAS LEIDAS       = '
                   WE-CONT-GARANTIAS.
           DISPLAY 'BSEB056 GARANTIAS SIN CUENTA   = '
                   WE-CONT-SIN-CUENTA.
           DISPLAY 'BSEB056 CUENTAS CON GARANTIA   = '
                   WE-CONT-CON-GARANTIA.
           DISPLAY 'BSEB056 COBERTURAS GRABADAS    = ' WE-CONT-GRABADOS.
           DISPLAY 'BSEB056 CUENTAS SIN COTIZACION = '
                   WE-CONT-SIN-CAMBIO.
           DISPLAY 'BSEB056 GARANTIAS A RETASAR    = ' WE-CONT-RETASAR.
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
           MOVE 'BSEB056 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB056 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB056 PROCESO NO INICIADO'
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
           MOVE WE-CONT-SIN-CAMBIO  TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
