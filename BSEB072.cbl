************************************************************************
***   * 104656 15/10/26 JCV ARCHIVO DE FIN DE MES DE LA FOTO JUDICIAL  *
***   *               (HISTSNAP POR PERIODO Y CTAAFI)                  *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO ARCHIVOFOTOMENSUAL - LOTE DE FIN DE MES             **
*OBJET*** VALIDA LA CABECERA Y LA COLA DE LA FOTO NOCTURNA (SNAPJUD)  **
*OBJET*** DE LA NOCHE DEL CIERRE Y LA COPIA A LA RECARGA DEL          **
*OBJET*** HISTORICO HISTSNAP (CLAVE PERIODO AAAAMM + CTAAFI) CON EL   **
*OBJET*** SECTORISTA ASIGNADO EN ASIGLOG. CONSERVA LOS ULTIMOS N      **
*OBJET*** CIERRES (PARM) Y DEPURA LOS ANTERIORES; UN REPROCESO DEL    **
*OBJET*** MISMO PERIODO LO REEMPLAZA. LA CONSULTA EN LINEA ES BSEO037 **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB072.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ASIGLOG        ASSIGN TO ASIGLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SECTMAE        ASSIGN TO SECTMAE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-HISTANT        ASSIGN TO HISTANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-HISTNUE        ASSIGN TO HISTNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO Y PERIODOS A CONSERVAR ------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-PERIODOS               PIC 9(03).
      *        CIERRES QUE SE CONSERVAN CONTANDO EL QUE SE ARCHIVA;
      *        CERO = 24
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ ASIGNACIONES (DESCARGA DE ASIGLOG) -----------*
       FD  ARCH-ASIGLOG
           RECORDING MODE IS F.
           COPY BSEASGRG.
      *------------------ SECTORISTAS (DESCARGA DE SECTMAE) ------------*
       FD  ARCH-SECTMAE
           RECORDING MODE IS F.
           COPY BSESECRG.
      *------------------ FOTOS MENSUALES (DESCARGA DE HISTSNAP) -------*
       FD  ARCH-HISTANT
           RECORDING MODE IS F.
       01  REG-HISTANT                     PIC X(220).
      *------------------ RECARGA DE HISTSNAP --------------------------*
       FD  ARCH-HISTNUE
           RECORDING MODE IS F.
       01  REG-HISTNUE                     PIC X(220).
      *------------------ REPORTE DE CONTROL DEL ARCHIVO ---------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-CABECERA              PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-EOF-SECTMAE              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-FOTO                 PIC 9(08)  VALUE ZEROS.
           02  WE-PERIODO                  PIC 9(06)  VALUE ZEROS.
           02  WE-PERIODOS                 PIC 9(03)  VALUE 024.
           02  WE-IDX-PERIODO              PIC 9(06)  VALUE ZEROS.
           02  WE-IDX-LIMITE               PIC 9(06)  VALUE ZEROS.
           02  WE-IDX-TRAB                 PIC 9(06)  VALUE ZEROS.
           02  WE-PERIODO-TRAB             PIC 9(06)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-PERIODO-TRAB.
               03  WE-PT-AAAA              PIC 9(04).
               03  WE-PT-MM                PIC 9(02).
           02  WE-CLAVE-SNJ                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-ASG                PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-HIST               PIC X(16)  VALUE SPACES.
           02  WE-CLAVE-HIST-ANT           PIC X(16)  VALUE LOW-VALUES.
           02  WE-CONT-FOTO                PIC 9(09)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-ANTERIOR            PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-CONSERVADOS         PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-DEPURADOS           PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-REEMPLAZADOS        PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-ARCHIVADOS          PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-ASIGNADOS           PIC 9(09)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(09)  VALUE ZEROS.
           02  WE-CANT-MAE                 PIC 9(05)  VALUE ZEROS.
           02  M                           PIC 9(05)  VALUE ZEROS.
           02  P                           PIC 9(05)  VALUE ZEROS.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ AREA DE TRABAJO DE LA FOTO MENSUAL -----------*
           COPY BSEHSNRG.
      *------------------ NOMBRES DE LOS SECTORISTAS -------------------*
       01  WE-TABLA-SECTORISTAS.
           02  WE-MAE-OCC  OCCURS  500  TIMES.
               03  WE-MAE-CODIGO           PIC X(04).
               03  WE-MAE-NOMBRE           PIC X(30).
      *------------------ CUENTAS POR PERIODO Y DESTINO ----------------*
       01  WE-TABLA-PERIODOS.
           02  WE-CANT-PER                 PIC 9(03)  VALUE ZEROS.
           02  WE-PER-OCC  OCCURS  200  TIMES.
               03  WE-PER-PERIODO          PIC 9(06).
               03  WE-PER-CONSERVADOS      PIC 9(09).
               03  WE-PER-DEPURADOS        PIC 9(09).
               03  WE-PER-REEMPLAZADOS     PIC 9(09).
               03  WE-PER-ARCHIVADOS       PIC 9(09).
      *------------------ LINEAS DEL REPORTE --------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(51)  VALUE
               'BSEB072 ARCHIVO DE FIN DE MES DE LA FOTO JUDICIAL -'.
           02  FILLER                      PIC X(09)  VALUE
               ' PERIODO '.
           02  WE-TIT-PERIODO              PIC 9(06).
           02  FILLER                      PIC X(10)  VALUE
               '  FOTO AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(16)  VALUE
               '  CONSERVA ULT.'.
           02  WE-TIT-PERIODOS             PIC ZZ9.
           02  FILLER                      PIC X(29)  VALUE
               ' CIERRES'.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(35)  VALUE
               'PERIODO   CONSERVADAS     DEPURADAS'.
           02  FILLER                      PIC X(97)  VALUE
               '  REEMPLAZADAS    ARCHIVADAS'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-PERIODO              PIC X(06)  VALUE SPACES.
           02  FILLER                      PIC X(04)  VALUE SPACES.
           02  WE-DET-CONSERVADOS          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-DEPURADOS            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-REEMPLAZADOS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-ARCHIVADOS           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(69)  VALUE SPACES.
       01  WE-LINEA-AVISO.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-AVI-TEXTO                PIC X(120) VALUE SPACES.
           02  FILLER                      PIC X(10)  VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  VALIDAR-FOTO.
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
                   IF PARM-PERIODOS IS NUMERIC AND
                      PARM-PERIODOS > 0
                      MOVE PARM-PERIODOS     TO WE-PERIODOS
                   END-IF
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB072 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--- EL PERIODO ES EL MES DE LA FOTO; LOS PERIODOS CUYO NUMERO
      *--- CORRELATIVO NO SUPERA EL LIMITE YA NO SE CONSERVAN
           MOVE WE-FEC-PROCESO (1:6)   TO WE-PERIODO.
           MOVE WE-PERIODO             TO WE-PERIODO-TRAB.
           PERFORM  CALCULAR-INDICE-PERIODO.
           MOVE WE-IDX-TRAB            TO WE-IDX-PERIODO.
           COMPUTE WE-IDX-LIMITE = WE-IDX-PERIODO - WE-PERIODOS
           END-COMPUTE.
           PERFORM  CARGAR-SECTORISTAS.
      *-----------------------*
       CALCULAR-INDICE-PERIODO.
      *-----------------------*
           COMPUTE WE-IDX-TRAB = WE-PT-AAAA * 12 + WE-PT-MM
           END-COMPUTE.
      *------------------*
       CARGAR-SECTORISTAS.
      *------------------*
           OPEN INPUT  ARCH-SECTMAE.
           PERFORM UNTIL WE-EOF-SECTMAE = 'S'
              READ ARCH-SECTMAE
                   AT END
                      MOVE 'S'         TO WE-EOF-SECTMAE
                   NOT AT END
                      IF WE-CANT-MAE >= 500
                         DISPLAY 'BSEB072 TABLA SECTMAE DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1        TO WE-CANT-MAE
                      MOVE SECT-CODIGO
                               TO WE-MAE-CODIGO (WE-CANT-MAE)
                      MOVE SECT-NOMBRE
                               TO WE-MAE-NOMBRE (WE-CANT-MAE)
              END-READ
           END-PERFORM.
           CLOSE  ARCH-SECTMAE.
      *------------*
       VALIDAR-FOTO.
      *------------*
      *--- LA FOTO SE VALIDA COMPLETA ANTES DE ARCHIVAR: DEBE TENER
      *--- CABECERA CON LA FECHA DE PROCESO Y COLA QUE CIERRE CONTRA
      *--- LA CANTIDAD Y LA SUMA DE SALDOS LEIDAS
           OPEN INPUT   ARCH-SNAPSHOT.
           PERFORM  LEER-SNAPSHOT.
           PERFORM UNTIL WE-CLAVE-SNJ = HIGH-VALUES
              PERFORM  LEER-SNAPSHOT
           END-PERFORM.
           CLOSE  ARCH-SNAPSHOT.
           IF WE-SW-CABECERA NOT = 'S'
              DISPLAY 'BSEB072 FOTO SNAPJUD SIN CABECERA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-FEC-FOTO NOT = WE-FEC-PROCESO
              DISPLAY 'BSEB072 LA FOTO ES DEL ' WE-FEC-FOTO
                      ' Y NO DE LA FECHA DE PROCESO'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-SW-COLA NOT = 'S'
              DISPLAY 'BSEB072 FOTO SNAPJUD SIN COLA DE CONTROL'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-CONT-FOTO = 0
              DISPLAY 'BSEB072 FOTO SNAPJUD SIN CUENTAS'
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *-------------*
       LEER-SNAPSHOT.
      *-------------*
      *--- ENTREGA EL PROXIMO DETALLE: GUARDA LA FECHA DE LA CABECERA
      *--- Y VALIDA LA COLA CUANDO APARECE
           MOVE 'N'                    TO WE-SW-LEYO.
           PERFORM UNTIL WE-SW-LEYO = 'S' OR
                         WE-CLAVE-SNJ = HIGH-VALUES
              READ ARCH-SNAPSHOT
                   AT END
                      MOVE HIGH-VALUES TO WE-CLAVE-SNJ
                   NOT AT END
                      EVALUATE SNJ-CTAAFI (1:1)
                         WHEN 'H'
                            MOVE REG-SNAPJUD TO REG-SNAPJUD-CTL
                            MOVE SNJ-CTL-FECHA TO WE-FEC-FOTO
                            MOVE 'S'   TO WE-SW-CABECERA
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
              DISPLAY 'BSEB072 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB072 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB072 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- PRIMERO PASAN LOS CIERRES ANTERIORES QUE SE CONSERVAN Y AL
      *--- FINAL EL DEL PERIODO, QUE ES EL MAYOR: LA RECARGA QUEDA EN
      *--- EL ORDEN DE LA CLAVE (PERIODO + CTAAFI)
           OPEN OUTPUT  ARCH-HISTNUE.
           OPEN INPUT   ARCH-HISTANT.
           PERFORM  LEER-HISTANT.
           PERFORM UNTIL WE-CLAVE-HIST = HIGH-VALUES
              PERFORM  PASAR-ANTERIOR
              PERFORM  LEER-HISTANT
           END-PERFORM.
           CLOSE  ARCH-HISTANT.
           MOVE WE-PERIODO             TO WE-PERIODO-TRAB.
           PERFORM  UBICAR-PERIODO.
           MOVE ZEROS                  TO WE-CONT-FOTO
                                          WE-HASH-SALACT.
           MOVE SPACES                 TO WE-CLAVE-SNJ
                                          WE-SW-COLA.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-ASIGLOG.
           PERFORM  LEER-ASIGLOG.
           PERFORM  LEER-SNAPSHOT.
           PERFORM UNTIL WE-CLAVE-SNJ = HIGH-VALUES
              PERFORM  ARCHIVAR-CUENTA
              PERFORM  LEER-SNAPSHOT
           END-PERFORM.
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-ASIGLOG.
           CLOSE  ARCH-HISTNUE.
      *------------*
       LEER-HISTANT.
      *------------*
      *--- LA DESCARGA DEBE VENIR EN EL ORDEN DE LA CLAVE; SI NO, LA
      *--- RECARGA SERIA RECHAZADA
           READ ARCH-HISTANT
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-HIST
                NOT AT END
                   ADD  1                TO WE-CONT-ANTERIOR
                   MOVE REG-HISTANT (1:16) TO WE-CLAVE-HIST
                   IF WE-CLAVE-HIST NOT > WE-CLAVE-HIST-ANT
                      DISPLAY 'BSEB072 DESCARGA HISTSNAP FUERA DE '
                              'ORDEN EN ' WE-CLAVE-HIST
                      PERFORM  CANCELAR-PROCESO
                   END-IF
                   MOVE WE-CLAVE-HIST    TO WE-CLAVE-HIST-ANT
           END-READ.
      *--------------*
       PASAR-ANTERIOR.
      *--------------*
      *--- UN CIERRE POSTERIOR AL PERIODO NO PUEDE EXISTIR; EL MISMO
      *--- PERIODO SE REEMPLAZA (REPROCESO DEL FIN DE MES) Y LOS QUE
      *--- QUEDAN FUERA DE LOS N ULTIMOS SE DEPURAN
           MOVE REG-HISTANT            TO REG-HISTSNAP.
           IF HSN-PERIODO > WE-PERIODO
              DISPLAY 'BSEB072 HISTSNAP YA TIENE EL PERIODO '
                      HSN-PERIODO ' POSTERIOR AL ' WE-PERIODO
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE HSN-PERIODO            TO WE-PERIODO-TRAB.
           PERFORM  UBICAR-PERIODO.
           PERFORM  CALCULAR-INDICE-PERIODO.
           EVALUATE TRUE
              WHEN HSN-PERIODO = WE-PERIODO
                 ADD  1                TO WE-CONT-REEMPLAZADOS
                 ADD  1                TO WE-PER-REEMPLAZADOS (P)
              WHEN WE-IDX-TRAB NOT > WE-IDX-LIMITE
                 ADD  1                TO WE-CONT-DEPURADOS
                 ADD  1                TO WE-PER-DEPURADOS (P)
              WHEN OTHER
                 ADD  1                TO WE-CONT-CONSERVADOS
                 ADD  1                TO WE-PER-CONSERVADOS (P)
                 WRITE REG-HISTNUE     FROM REG-HISTSNAP
                 ADD  1                TO WE-CONT-GRABADOS
           END-EVALUATE.
      *--------------*
       UBICAR-PERIODO.
      *--------------*
      *--- LOS PERIODOS LLEGAN EN ORDEN: SOLO SE MIRA EL ULTIMO
           IF WE-CANT-PER = 0 OR
              WE-PER-PERIODO (WE-CANT-PER) NOT = WE-PERIODO-TRAB
              IF WE-CANT-PER >= 200
                 DISPLAY 'BSEB072 TABLA DE PERIODOS DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-PER
              MOVE WE-PERIODO-TRAB     TO WE-PER-PERIODO (WE-CANT-PER)
              MOVE ZEROS       TO WE-PER-CONSERVADOS  (WE-CANT-PER)
                                  WE-PER-DEPURADOS    (WE-CANT-PER)
                                  WE-PER-REEMPLAZADOS (WE-CANT-PER)
                                  WE-PER-ARCHIVADOS   (WE-CANT-PER)
           END-IF.
           MOVE WE-CANT-PER            TO P.
      *------------*
       LEER-ASIGLOG.
      *------------*
           READ ARCH-ASIGLOG
                AT END
                   MOVE HIGH-VALUES      TO WE-CLAVE-ASG
                NOT AT END
                   MOVE ASIG-CTAAFI      TO WE-CLAVE-ASG
           END-READ.
      *---------------*
       ARCHIVAR-CUENTA.
      *---------------*
           INITIALIZE                     REG-HISTSNAP.
           MOVE WE-PERIODO             TO HSN-PERIODO.
           MOVE SNJ-CTAAFI             TO HSN-CTAAFI.
           MOVE WE-FEC-FOTO            TO HSN-FEC-FOTO.
           MOVE SNJ-NROBOVEDA          TO HSN-NROBOVEDA.
           MOVE SNJ-CODGL              TO HSN-CODGL.
           MOVE SNJ-SITUAC             TO HSN-SITUAC.
           MOVE SNJ-DESC-SITUAC        TO HSN-DESC-SITUAC.
           MOVE SNJ-FEC-INGRESO        TO HSN-FEC-INGRESO.
           MOVE SNJ-FEC-VENCIM         TO HSN-FEC-VENCIM.
           MOVE SNJ-IMPO-ORIG          TO HSN-IMPO-ORIG.
           MOVE SNJ-SALACT             TO HSN-SALACT.
           MOVE SNJ-MONEDA             TO HSN-MONEDA.
           MOVE SNJ-DESC-MONEDA        TO HSN-DESC-MONEDA.
           MOVE SNJ-COD-ESTUDIO        TO HSN-COD-ESTUDIO.
           MOVE SNJ-DESC-ESTUDIO       TO HSN-DESC-ESTUDIO.
           MOVE SNJ-TASHONCLI          TO HSN-TASHONCLI.
           PERFORM  UBICAR-ASIGNACION.
           WRITE REG-HISTNUE           FROM REG-HISTSNAP.
           ADD  1                      TO WE-CONT-ARCHIVADOS
                                          WE-CONT-GRABADOS.
           ADD  1                      TO WE-PER-ARCHIVADOS (P).
      *-----------------*
       UBICAR-ASIGNACION.
      *-----------------*
      *--- ASIGLOG VIENE POR CTAAFI COMO LA FOTO: CON ASIGNACION QUEDA
      *--- EL CODIGO DEL SECTORISTA Y SU NOMBRE DE SECTMAE; SIN ELLA,
      *--- EL NOMBRE QUE TRAE LA FOTO
           PERFORM UNTIL WE-CLAVE-ASG >= SNJ-CTAAFI
              PERFORM  LEER-ASIGLOG
           END-PERFORM.
           MOVE SPACES                 TO HSN-COD-SECTORISTA.
           MOVE SNJ-SECTORISTA         TO HSN-SECTORISTA.
           IF WE-CLAVE-ASG = SNJ-CTAAFI
              ADD  1                   TO WE-CONT-ASIGNADOS
              MOVE ASIG-SECTORISTA     TO HSN-COD-SECTORISTA
              MOVE 0                   TO M
              PERFORM UNTIL M >= WE-CANT-MAE
                 ADD  1                TO M
                 IF WE-MAE-CODIGO (M) = ASIG-SECTORISTA
                    MOVE WE-MAE-NOMBRE (M) TO HSN-SECTORISTA
                    MOVE WE-CANT-MAE   TO M
                 END-IF
              END-PERFORM
           END-IF.
      *----------------*
       IMPRIMIR-REPORTE.
      *----------------*
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-PERIODO             TO WE-TIT-PERIODO.
           MOVE WE-FEC-FOTO            TO WE-TIT-FECHA.
           MOVE WE-PERIODOS            TO WE-TIT-PERIODOS.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE 0                      TO P.
           PERFORM UNTIL P >= WE-CANT-PER
              ADD  1                   TO P
              MOVE WE-PER-PERIODO (P)  TO WE-DET-PERIODO
              MOVE WE-PER-CONSERVADOS (P)  TO WE-DET-CONSERVADOS
              MOVE WE-PER-DEPURADOS (P)    TO WE-DET-DEPURADOS
              MOVE WE-PER-REEMPLAZADOS (P) TO WE-DET-REEMPLAZADOS
              MOVE WE-PER-ARCHIVADOS (P)   TO WE-DET-ARCHIVADOS
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-PERFORM.
           MOVE 'TOTAL '               TO WE-DET-PERIODO.
           MOVE WE-CONT-CONSERVADOS    TO WE-DET-CONSERVADOS.
           MOVE WE-CONT-DEPURADOS      TO WE-DET-DEPURADOS.
           MOVE WE-CONT-REEMPLAZADOS   TO WE-DET-REEMPLAZADOS.
           MOVE WE-CONT-ARCHIVADOS     TO WE-DET-ARCHIVADOS.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           MOVE SPACES                 TO WE-AVI-TEXTO.
           STRING 'CUENTAS CON SECTORISTA ASIGNADO EN ASIGLOG: '
                  WE-CONT-ASIGNADOS
                  '  REGISTROS EN LA RECARGA: '
                  WE-CONT-GRABADOS
                  DELIMITED BY SIZE  INTO  WE-AVI-TEXTO
           END-STRING.
           WRITE REG-REPORTE           FROM WE-LINEA-AVISO.
           CLOSE  ARCH-REPORTE.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB072 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           DISPLAY 'BSEB072 PERIODO ARCHIVADO      = ' WE-PERIODO.
           DISPLAY 'BSEB072 FECHA DE LA FOTO       = ' WE-FEC-FOTO.
           DISPLAY 'BSEB072 CIERRES CONSERVADOS    = ' WE-PERIODOS.
           DISPLAY 'BSEB072 CUENTAS EN LA FOTO     = ' WE-CONT-FOTO.
           DISPLAY 'BSEB072 REGISTROS ANTERIORES   = ' WE-CONT-ANTERIOR.
           DISPLAY 'BSEB072 REGISTROS CONSERVADOS  = '
                   WE-CONT-CONSERVADOS.
           DISPLAY 'BSEB072 REGISTROS DEPURADOS    = '
                   WE-CONT-DEPURADOS.
           DISPLAY 'BSEB072 REGISTROS REEMPLAZADOS = '
                   WE-CONT-REEMPLAZADOS.
           DISPLAY 'BSEB072 REGISTROS ARCHIVADOS   = '
                   WE-CONT-ARCHIVADOS.
           DISPLAY 'BSEB072 REGISTROS GRABADOS     = ' WE-CONT-GRABADOS.
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
           MOVE 'BSEB072 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-PERIODOS         TO RUNC-PARAMETROS (10:3).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB072 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB072 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-FOTO        TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-GRABADOS    TO RUNC-CONT-GRABADOS.
           MOVE ZEROS               TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
