************************************************************************
***   * 104636 15/10/26 JCV REPORTE DE CARGA DE TRABAJO POR          *
***   *               SECTORISTA                                      *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO CARGASECTORISTAS - LOTE                            **
*OBJET*** POR CADA SECTORISTA DEL MAESTRO SECTMAE INFORMA EQUIPO,    **
*OBJET*** CAPACIDAD, CUENTAS ASIGNADAS DE LA FOTO SNAPJUD, PORCENTAJE**
*OBJET*** DE USO, SALDO EN SOLES (TIPCAMB) Y PROMESAS PENDIENTES     **
*OBJET*** (PROMLOG) DE SUS CUENTAS. LAS CUENTAS DE LA FOTO SIN       **
*OBJET*** ASIGNACION EN ASIGLOG SALEN EN UNA LINEA APARTE            **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB051.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SECTMAE        ASSIGN TO SECTMAE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ASIGLOG        ASSIGN TO ASIGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-TIPCAMB        ASSIGN TO TIPCAMB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PROMLOG        ASSIGN TO PROMLOG
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
      *------------------ SECTORISTAS (DESCARGA DE SECTMAE) ------------*
       FD  ARCH-SECTMAE
           RECORDING MODE IS F.
           COPY BSESECRG.
      *------------------ ASIGNACIONES (DESCARGA DE ASIGLOG) -----------*
       FD  ARCH-ASIGLOG
           RECORDING MODE IS F.
           COPY BSEASGRG.
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ COTIZACIONES (DESCARGA DE TIPCAMB) -----------*
       FD  ARCH-TIPCAMB
           RECORDING MODE IS F.
           COPY BSETCMRG.
      *------------------ PROMESAS (DESCARGA DE PROMLOG) ---------------*
       FD  ARCH-PROMLOG
           RECORDING MODE IS F.
           COPY BSEPRORG.
      *------------------ REPORTE DE CARGA -----------------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SECTMAE              PIC X(01)  VALUE SPACES.
           02  WE-EOF-ASIGLOG              PIC X(01)  VALUE SPACES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-TIPCAMB              PIC X(01)  VALUE SPACES.
           02  WE-EOF-PROMLOG              PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-SNAP               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-ASIG               PIC X(10)  VALUE SPACES.
           02  WE-MONEDA                   PIC X(02)  VALUE SPACES.
           02  WE-IMPORTE                  PIC S9(13)V99 VALUE ZEROS.
           02  WE-IMPORTE-SOLES            PIC S9(13)V99 VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-PROMLOG             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CAMBIO          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(03)  VALUE ZEROS.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ SECTORISTAS Y SUS ACUMULADOS -----------------*
      *--- LA POSICION 501 ACUMULA LAS CUENTAS SIN SECTORISTA
       01  WE-TABLA-SECTORISTAS.
           02  WE-CANT-SECT                PIC 9(05)  VALUE ZEROS.
           02  WE-SECT-OCC  OCCURS  501  TIMES.
               03  WE-SC-CODIGO            PIC X(04).
               03  WE-SC-EQUIPO            PIC X(04).
               03  WE-SC-NOMBRE            PIC X(30).
               03  WE-SC-ESTADO            PIC X(01).
               03  WE-SC-CAPACIDAD         PIC 9(05).
               03  WE-SC-CUENTAS           PIC 9(07).
               03  WE-SC-SALDO-SOLES       PIC S9(13)V99.
               03  WE-SC-CANT-PROM         PIC 9(07).
               03  WE-SC-IMPO-PROM         PIC S9(13)V99.
      *------------------ CUENTAS DE LA FOTO CON SU SECTORISTA ---------*
       01  WE-TABLA-CUENTAS.
           02  WE-CANT-CTAS                PIC 9(05)  VALUE ZEROS.
           02  WE-CTA-OCC  OCCURS  5000  TIMES.
               03  WE-CT-CTAAFI            PIC X(10).
               03  WE-CT-MONEDA            PIC X(02).
               03  WE-CT-SECT              PIC 9(03).
      *------------------ COTIZACIONES DEL DIA -------------------------*
       01  WE-TABLA-CAMBIOS.
           02  WE-CANT-CAMBIOS             PIC 9(03)  VALUE ZEROS.
           02  WE-TC-OCC  OCCURS  20  TIMES.
               03  WE-TC-MONEDA            PIC X(02).
               03  WE-TC-CAMBIO            PIC S9(05)V9(04).
      *------------------ TOTALES --------------------------------------*
       01  WE-TOTALES.
           02  WE-TOT-CAPACIDAD            PIC 9(07)  VALUE ZEROS.
           02  WE-TOT-CUENTAS              PIC 9(07)  VALUE ZEROS.
           02  WE-TOT-SALDO-SOLES          PIC S9(13)V99 VALUE ZEROS.
           02  WE-TOT-CANT-PROM            PIC 9(07)  VALUE ZEROS.
           02  WE-TOT-IMPO-PROM            PIC S9(13)V99 VALUE ZEROS.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'BSEB051 CARGA DE TRABAJO POR SECTORISTA AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(76)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(44)  VALUE
               'EQUIP SECT NOMBRE                      EST '.
           02  FILLER                      PIC X(44)  VALUE
               'CAPAC.  CUENTAS  USO%        SALDO EN SOLES'.
           02  FILLER                      PIC X(44)  VALUE
               '  PROMESAS   IMPORTE PROMESAS'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-EQUIPO               PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-CODIGO               PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-NOMBRE               PIC X(28)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-ESTADO               PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-CAPACIDAD            PIC ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CUENTAS              PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-USO                  PIC ZZ9.9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SALDO                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-CANT-PROM            PIC Z,ZZZ,ZZ9.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-IMPO-PROM            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                      PIC X(12)  VALUE SPACES.
       01  WE-USO                          PIC 9(03)V9 VALUE ZEROS.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  CRUZAR-FOTO-ASIGNACIONES.
           PERFORM  ACUMULAR-PROMESAS.
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
           OPEN INPUT   ARCH-SECTMAE.
           PERFORM  CARGAR-SECTORISTAS.
           CLOSE  ARCH-SECTMAE.
           OPEN INPUT   ARCH-TIPCAMB.
           PERFORM  CARGAR-CAMBIOS.
           CLOSE  ARCH-TIPCAMB.
      *---------------------*
       CARGAR-SECTORISTAS.
      *---------------------*
           PERFORM UNTIL WE-EOF-SECTMAE = 'S'
              READ ARCH-SECTMAE
                   AT END
                      MOVE 'S'         TO WE-EOF-SECTMAE
                   NOT AT END
                      IF WE-CANT-SECT >= 500
                         DISPLAY 'BSEB051 TABLA SECTMAE DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CANT-SECT
                      MOVE WE-CANT-SECT TO I
                      MOVE SECT-CODIGO TO WE-SC-CODIGO (I)
                      MOVE SECT-EQUIPO TO WE-SC-EQUIPO (I)
                      MOVE SECT-NOMBRE TO WE-SC-NOMBRE (I)
                      MOVE SECT-ESTADO TO WE-SC-ESTADO (I)
                      MOVE SECT-CAPACIDAD
                                       TO WE-SC-CAPACIDAD (I)
                      MOVE ZEROS       TO WE-SC-CUENTAS (I)
                      MOVE ZEROS       TO WE-SC-SALDO-SOLES (I)
                      MOVE ZEROS       TO WE-SC-CANT-PROM (I)
                      MOVE ZEROS       TO WE-SC-IMPO-PROM (I)
              END-READ
           END-PERFORM.
           MOVE SPACES                 TO WE-SC-CODIGO (501).
           MOVE SPACES                 TO WE-SC-EQUIPO (501).
           MOVE 'CUENTAS SIN SECTORISTA'
                                       TO WE-SC-NOMBRE (501).
           MOVE SPACES                 TO WE-SC-ESTADO (501).
           MOVE ZEROS                  TO WE-SC-CAPACIDAD (501).
           MOVE ZEROS                  TO WE-SC-CUENTAS (501).
           MOVE ZEROS                  TO WE-SC-SALDO-SOLES (501).
           MOVE ZEROS                  TO WE-SC-CANT-PROM (501).
           MOVE ZEROS                  TO WE-SC-IMPO-PROM (501).
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
      *---------------------------*
       CRUZAR-FOTO-ASIGNACIONES.
      *---------------------------*
      *--- FOTO Y ASIGNACIONES VIENEN POR CTAAFI; CADA CUENTA DE LA
      *--- FOTO QUEDA EN LA TABLA CON EL SECTORISTA QUE LA TIENE
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-ASIGLOG.
           PERFORM  LEER-SNAPSHOT.
           PERFORM  LEER-ASIGLOG.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S'
              IF WE-CLAVE-ASIG < WE-CLAVE-SNAP
                 PERFORM  LEER-ASIGLOG
              ELSE
                 MOVE 501              TO I
                 IF WE-CLAVE-ASIG = WE-CLAVE-SNAP
                    PERFORM  UBICAR-SECTORISTA
                 END-IF
                 PERFORM  AGREGAR-CUENTA
                 PERFORM  LEER-SNAPSHOT
              END-IF
           END-PERFORM.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-ASIGLOG.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB051 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       LEER-SNAPSHOT.
      *--------------*
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
           IF WE-EOF-SNAPSHOT = 'S'
              MOVE HIGH-VALUES         TO WE-CLAVE-SNAP
           ELSE
              MOVE SNJ-CTAAFI          TO WE-CLAVE-SNAP
           END-IF.
      *--------------*
       VALIDAR-COLA.
      *--------------*
           MOVE 'S'                    TO WE-SW-COLA.
           IF SNJ-CTL-CANTIDAD    NOT = WE-CONT-FOTO OR
              SNJ-CTL-HASH-SALACT NOT = WE-HASH-SALACT
              DISPLAY 'BSEB051 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB051 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB051 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       LEER-ASIGLOG.
      *--------------*
           READ ARCH-ASIGLOG
                AT END
                   MOVE 'S'              TO WE-EOF-ASIGLOG
                   MOVE HIGH-VALUES      TO WE-CLAVE-ASIG
                NOT AT END
                   MOVE ASIG-CTAAFI      TO WE-CLAVE-ASIG
           END-READ.
      *-------------------*
       UBICAR-SECTORISTA.
      *-------------------*
      *--- DEJA EN I EL SECTORISTA DE LA ASIGNACION; 501 SI NO ESTA EN
      *--- EL MAESTRO
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-SC-CODIGO (I) = ASIG-SECTORISTA
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
           IF WE-SW-ENCONTRO NOT = 'S'
              MOVE 501                 TO I
           END-IF.
      *----------------*
       AGREGAR-CUENTA.
      *----------------*
           IF WE-CANT-CTAS >= 5000
              DISPLAY 'BSEB051 TABLA DE CUENTAS DESBORDADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-CTAS.
           MOVE SNJ-CTAAFI             TO WE-CT-CTAAFI (WE-CANT-CTAS).
           MOVE SNJ-MONEDA             TO WE-CT-MONEDA (WE-CANT-CTAS).
           MOVE I                      TO WE-CT-SECT (WE-CANT-CTAS).
           ADD  1                      TO WE-SC-CUENTAS (I).
           MOVE SNJ-MONEDA             TO WE-MONEDA.
           MOVE SNJ-SALACT             TO WE-IMPORTE.
           PERFORM  CONVERTIR-A-SOLES.
           ADD  WE-IMPORTE-SOLES       TO WE-SC-SALDO-SOLES (I).
      *-------------------*
       ACUMULAR-PROMESAS.
      *-------------------*
      *--- PROMLOG VIENE POR CTAAFI COMO LA TABLA DE CUENTAS; SOLO
      *--- CUENTAN LAS PROMESAS PENDIENTES DE CUENTAS DE LA FOTO
           OPEN INPUT   ARCH-PROMLOG.
           MOVE 1                      TO J.
           PERFORM UNTIL WE-EOF-PROMLOG = 'S'
              READ ARCH-PROMLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-PROMLOG
                   NOT AT END
                      ADD  1           TO WE-CONT-PROMLOG
                      IF PROMLOG-ESTADO = 'P'
                         PERFORM  UBICAR-CUENTA-PROMESA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-PROMLOG.
      *------------------------*
       UBICAR-CUENTA-PROMESA.
      *------------------------*
           PERFORM UNTIL J > WE-CANT-CTAS
                      OR WE-CT-CTAAFI (J) >= PROMLOG-CTAAFI
              ADD  1                   TO J
           END-PERFORM.
           IF J <= WE-CANT-CTAS
              IF WE-CT-CTAAFI (J) = PROMLOG-CTAAFI
                 MOVE WE-CT-SECT (J)   TO I
                 MOVE WE-CT-MONEDA (J) TO WE-MONEDA
                 MOVE PROMLOG-IMPORTE  TO WE-IMPORTE
                 PERFORM  CONVERTIR-A-SOLES
                 ADD  1                TO WE-SC-CANT-PROM (I)
                 ADD  WE-IMPORTE-SOLES TO WE-SC-IMPO-PROM (I)
              END-IF
           END-IF.
      *-------------------*
       CONVERTIR-A-SOLES.
      *-------------------*
      *--- SIN COTIZACION DEL DIA EL IMPORTE VA EN CERO Y SE CUENTA
           IF WE-MONEDA = 'SO'
              MOVE WE-IMPORTE          TO WE-IMPORTE-SOLES
           ELSE
              MOVE ZEROS               TO WE-IMPORTE-SOLES
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 0                   TO K
              PERFORM UNTIL K >= WE-CANT-CAMBIOS OR
                            WE-SW-CAMBIO = 'S'
                 ADD  1                TO K
                 IF WE-TC-MONEDA (K) = WE-MONEDA
                    MOVE 'S'           TO WE-SW-CAMBIO
                    COMPUTE WE-IMPORTE-SOLES ROUNDED =
                            WE-IMPORTE * WE-TC-CAMBIO (K)
                    END-COMPUTE
                 END-IF
              END-PERFORM
              IF WE-SW-CAMBIO NOT = 'S'
                 ADD  1                TO WE-CONT-SIN-CAMBIO
              END-IF
           END-IF.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT
              ADD  1                   TO I
              PERFORM  IMPRIMIR-SECTORISTA
           END-PERFORM.
           IF WE-SC-CUENTAS (501) > 0
              MOVE 501                 TO I
              PERFORM  IMPRIMIR-SECTORISTA
           END-IF.
           MOVE SPACES                 TO WE-DET-EQUIPO.
           MOVE SPACES                 TO WE-DET-CODIGO.
           MOVE 'TOTAL GENERAL'        TO WE-DET-NOMBRE.
           MOVE SPACES                 TO WE-DET-ESTADO.
           MOVE WE-TOT-CAPACIDAD       TO WE-DET-CAPACIDAD.
           MOVE WE-TOT-CUENTAS         TO WE-DET-CUENTAS.
           MOVE ZEROS                  TO WE-USO.
           IF WE-TOT-CAPACIDAD > 0
              COMPUTE WE-USO ROUNDED =
                      WE-TOT-CUENTAS * 100 / WE-TOT-CAPACIDAD
                      ON SIZE ERROR
                         MOVE 999.9    TO WE-USO
              END-COMPUTE
           END-IF.
           MOVE WE-USO                 TO WE-DET-USO.
           MOVE WE-TOT-SALDO-SOLES     TO WE-DET-SALDO.
           MOVE WE-TOT-CANT-PROM       TO WE-DET-CANT-PROM.
           MOVE WE-TOT-IMPO-PROM       TO WE-DET-IMPO-PROM.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           CLOSE  ARCH-REPORTE.
      *---------------------*
       IMPRIMIR-SECTORISTA.
      *---------------------*
           MOVE WE-SC-EQUIPO (I)       TO WE-DET-EQUIPO.
           MOVE WE-SC-CODIGO (I)       TO WE-DET-CODIGO.
           MOVE WE-SC-NOMBRE (I)       TO WE-DET-NOMBRE.
           MOVE WE-SC-ESTADO (I)       TO WE-DET-ESTADO.
           MOVE WE-SC-CAPACIDAD (I)    TO WE-DET-CAPACIDAD.
           MOVE WE-SC-CUENTAS (I)      TO WE-DET-CUENTAS.
           MOVE ZEROS                  TO WE-USO.
           IF WE-SC-CAPACIDAD (I) > 0
              COMPUTE WE-USO ROUNDED =
                      WE-SC-CUENTAS (I) * 100 / WE-SC-CAPACIDAD (I)
                      ON SIZE ERROR
                         MOVE 999.9    TO WE-USO
              END-COMPUTE
           END-IF.
           MOVE WE-USO                 TO WE-DET-USO.
           MOVE WE-SC-SALDO-SOLES (I)  TO WE-DET-SALDO.
           MOVE WE-SC-CANT-PROM (I)    TO WE-DET-CANT-PROM.
           MOVE WE-SC-IMPO-PROM (I)    TO WE-DET-IMPO-PROM.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           ADD  1                      TO WE-CONT-GRABADOS.
           ADD  WE-SC-CAPACIDAD (I)    TO WE-TOT-CAPACIDAD.
           ADD  WE-SC-CUENTAS (I)      TO WE-TOT-CUENTAS.
           ADD  WE-SC-SALDO-SOLES (I)  TO WE-TOT-SALDO-SOLES.
           ADD  WE-SC-CANT-PROM (I)    TO WE-TOT-CANT-PROM.
           ADD  WE-SC-IMPO-PROM (I)    TO WE-TOT-IMPO-PROM.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB051 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           DISPLAY 'BSEB051 SECTORISTAS         = ' WE-CANT-SECT.
           DISPLAY 'BSEB051 CUENTAS EN LA FOTO  = ' WE-CONT-FOTO.
           DISPLAY 'BSEB051 CUENTAS SIN SECTOR. = ' WE-SC-CUENTAS (501).
           DISPLAY 'BSEB051 PROMESAS LEIDAS     = ' WE-CONT-PROMLOG.
           DISPLAY 'BSEB051 IMPORTES SIN COTIZ. = ' WE-CONT-SIN-CAMBIO.
           MOVE WE-CONT-SIN-CAMBIO     TO WE-CONT-ERRORES.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; SIN LA ASIGNACION
      *--- NOCTURNA DE LA FECHA EL REPORTE NO SE ARMA
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB051 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB050 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB051 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB051 PROCESO NO INICIADO'
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
