************************************************************************
***   * 104661 15/10/26 JCV LAS PROMESAS DE CUENTAS CON RECLAMO ABIERTO*
***   *               (RECLAMO) NO SE MARCAN: VAN AL REPORTE DE        *
***   *               MANEJO ESPECIAL HASTA QUE SE RESUELVA            *
***   * 104636 15/10/26 JCV EL CUMPLIMIENTO SE AGRUPA POR EL          *
***   *               SECTORISTA ASIGNADO EN ASIGLOG (CODIGO Y NOMBRE *
***   *               DE SECTMAE); SIN ASIGNACION, POR EL NOMBRE DE   *
***   *               LA PROMESA                                      *
***   * 104630 02/09/26 JCV LA TABLA DE FALLECIDOS VUELVE DEBAJO DEL *
***   *               GRUPO DE ESPECIALES Y SU DESBORDE CANCELA LA    *
***   *               CORRIDA EN LUGAR DE DESCARTAR MARCAS            *
104620                                  ORGANIZATION IS SEQUENTIAL.
104620     SELECT  ARCH-ESPECIAL       ASSIGN TO ESPECIAL
104620                                  ORGANIZATION IS SEQUENTIAL.
104661     SELECT  ARCH-RECLAMO        ASSIGN TO RECLAMO
104661                                  ORGANIZATION IS SEQUENTIAL.
104636     SELECT  ARCH-ASIGLOG        ASSIGN TO ASIGLOG
104636                                  ORGANIZATION IS SEQUENTIAL.
104636     SELECT  ARCH-SECTMAE        ASSIGN TO SECTMAE
104636                                  ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
104620 FD  ARCH-ESPECIAL
104620     RECORDING MODE IS F.
104620 01  REG-ESPECIAL                    PIC X(80).
      *------------------ RECLAMOS (DESCARGA DE RECLAMO) ---------------*
104661 FD  ARCH-RECLAMO
104661     RECORDING MODE IS F.
104661     COPY BSERCLRG.
      *------------------ ASIGNACIONES (DESCARGA DE ASIGLOG) -----------*
104636 FD  ARCH-ASIGLOG
104636     RECORDING MODE IS F.
104636     COPY BSEASGRG.
      *------------------ SECTORISTAS (DESCARGA DE SECTMAE) ------------*
104636 FD  ARCH-SECTMAE
104636     RECORDING MODE IS F.
104636     COPY BSESECRG.
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
104620     02  WE-SW-FALLECIDO             PIC X(01)  VALUE SPACES.
104620     02  WE-CONT-ESPECIALES          PIC 9(07)  VALUE ZEROS.
104620     02  F9                          PIC 9(05)  VALUE ZEROS.
104661     02  WE-EOF-RECLAMO              PIC X(01)  VALUE SPACES.
104661     02  WE-SW-RECLAMO               PIC X(01)  VALUE SPACES.
104661     02  WE-CONT-RECLAMOS            PIC 9(07)  VALUE ZEROS.
104661     02  R9                          PIC 9(05)  VALUE ZEROS.
104636     02  WE-EOF-ASIGLOG              PIC X(01)  VALUE SPACES.
104636     02  WE-EOF-SECTMAE              PIC X(01)  VALUE SPACES.
104636     02  WE-SECT-CLAVE               PIC X(04)  VALUE SPACES.
104636     02  WE-SECT-NOMBRE-PROM         PIC X(30)  VALUE SPACES.
104636     02  S9                          PIC 9(05)  VALUE ZEROS.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
104592     02  WE-CODENT                   PIC X(03)  VALUE '003'.
104620     02  WE-CANT-FALL                PIC 9(05)  VALUE ZEROS.
104620     02  WE-FAL-CTAAFI  OCCURS  5000  TIMES
104620                                     PIC X(10).
      *------------------ CUENTAS CON RECLAMO ABIERTO ------------------*
104661 01  WE-TABLA-RECLAMOS.
104661     02  WE-CANT-RCL                 PIC 9(05)  VALUE ZEROS.
104661     02  WE-RCL-CTAAFI  OCCURS  5000  TIMES
104661                                     PIC X(10).
      *------------------ CUMPLIMIENTO POR SECTORISTA ------------------*
       01  WE-TABLA-SECTORISTAS.
           02  WE-CANT-SECT                PIC 9(03)  VALUE ZEROS.
           02  WE-SECT-OCC  OCCURS  100  TIMES.
104636         03  WE-SECT-CODIGO          PIC X(04).
               03  WE-SECT-NOMBRE          PIC X(30).
               03  WE-SECT-CUMPLIDAS       PIC 9(07).
               03  WE-SECT-INCUMPLIDAS     PIC 9(07).
      *------------------ MAESTRO DE SECTORISTAS -----------------------*
104636 01  WE-TABLA-MAESTRO.
104636     02  WE-CANT-MAE                 PIC 9(05)  VALUE ZEROS.
104636     02  WE-MAE-OCC  OCCURS  500  TIMES.
104636         03  WE-MAE-CODIGO           PIC X(04).
104636         03  WE-MAE-NOMBRE           PIC X(30).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(40)  VALUE
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(32)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
104636     02  FILLER                      PIC X(37)  VALUE
104636         'SECT SECTORISTA'.
104636     02  FILLER                      PIC X(43)  VALUE
               'CUMPLIDAS  INCUMPLIDAS'.
       01  WE-LINEA-DETALLE.
104636     02  WE-DET-CODIGO               PIC X(04)  VALUE SPACES.
104636     02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-SECTORISTA           PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-CUMPLIDAS            PIC 9(07)  VALUE ZEROS.
           02  FILLER                      PIC X(04)  VALUE SPACES.
           02  WE-DET-INCUMPLIDAS          PIC 9(07)  VALUE ZEROS.
104636     02  FILLER                      PIC X(25)  VALUE SPACES.
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
104607 01  REG-SNAPJUD-CTL.
104607     02  SNJ-CTL-TIPO                PIC X(01).
           END-READ.
           CLOSE  ARCH-PARM.
104620     PERFORM  CARGAR-FALLECIDOS.
104661     PERFORM  CARGAR-RECLAMOS.
104636     PERFORM  CARGAR-SECTORISTAS.
104636     OPEN INPUT   ARCH-ASIGLOG.
104636     PERFORM  LEER-ASIGLOG.
           OPEN INPUT   ARCH-PROMLOG.
104607     OPEN INPUT   ARCH-SNAPSHOT.
           OPEN OUTPUT  ARCH-PROMNEW.
104620        END-READ
104620     END-PERFORM.
104620     CLOSE  ARCH-FALLEC.
      *-------------------*
104661 CARGAR-RECLAMOS.
      *-------------------*
104661*--- SOLO LOS RECLAMOS ABIERTOS SOBRE UNA CUENTA JUDICIAL
104661     OPEN INPUT  ARCH-RECLAMO.
104661     PERFORM UNTIL WE-EOF-RECLAMO = 'S'
104661        READ ARCH-RECLAMO
104661             AT END
104661                MOVE 'S'         TO WE-EOF-RECLAMO
104661             NOT AT END
104661                IF RCL-ESTADO = 'A' AND RCL-CTAAFI NOT = SPACES
104661                   IF WE-CANT-RCL >= 5000
104661                      DISPLAY 'BSEB023 TABLA RECLAMO DESBORDADA'
104661                      PERFORM  CANCELAR-PROCESO
104661                   END-IF
104661                   ADD  1        TO WE-CANT-RCL
104661                   MOVE RCL-CTAAFI
104661                            TO WE-RCL-CTAAFI (WE-CANT-RCL)
104661                END-IF
104661        END-READ
104661     END-PERFORM.
104661     CLOSE  ARCH-RECLAMO.
      *---------------------*
104636 CARGAR-SECTORISTAS.
      *---------------------*
104636     OPEN INPUT  ARCH-SECTMAE.
104636     PERFORM UNTIL WE-EOF-SECTMAE = 'S'
104636        READ ARCH-SECTMAE
104636             AT END
104636                MOVE 'S'         TO WE-EOF-SECTMAE
104636             NOT AT END
104636                IF WE-CANT-MAE >= 500
104636                   DISPLAY 'BSEB023 TABLA SECTMAE DESBORDADA'
104636                   PERFORM  CANCELAR-PROCESO
104636                END-IF
104636                ADD  1        TO WE-CANT-MAE
104636                MOVE SECT-CODIGO
104636                         TO WE-MAE-CODIGO (WE-CANT-MAE)
104636                MOVE SECT-NOMBRE
104636                         TO WE-MAE-NOMBRE (WE-CANT-MAE)
104636        END-READ
104636     END-PERFORM.
104636     CLOSE  ARCH-SECTMAE.
      *--------------*
104636 LEER-ASIGLOG.
      *--------------*
104636     READ ARCH-ASIGLOG
104636          AT END
104636             MOVE 'S'              TO WE-EOF-ASIGLOG
104636     END-READ.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
       EVALUAR-PROMESA.
      *----------------*
104620     PERFORM  VERIFICAR-FALLECIDO.
104661     PERFORM  VERIFICAR-RECLAMO.
           IF PROMLOG-ESTADO = 'P' AND
              PROMLOG-FEC-PROMESA < WE-FEC-PROCESO
104620        IF WE-SW-FALLECIDO = 'S'
104620                                 TO REG-ESPECIAL (12:24)
104620           WRITE REG-ESPECIAL
104620        ELSE
104661           IF WE-SW-RECLAMO = 'S'
104661*------------ RECLAMO ABIERTO: LA PROMESA QUEDA PENDIENTE, SIN
104661*------------ VEREDICTO, HASTA QUE EL RECLAMO SE RESUELVA
104661              ADD  1             TO WE-CONT-RECLAMOS
104661              MOVE SPACES        TO REG-ESPECIAL
104661              MOVE PROMLOG-CTAAFI
104661                                 TO REG-ESPECIAL (1:10)
104661              MOVE 'PROMESA CON RECLAMO ABIERTO'
104661                                 TO REG-ESPECIAL (12:27)
104661              WRITE REG-ESPECIAL
104661           ELSE
104661              PERFORM  VERIFICAR-CUMPLIMIENTO
104661           END-IF
104620        END-IF
           END-IF.
           WRITE REG-PROMNEW           FROM REG-PROMLOG.
104620           MOVE 'S'              TO WE-SW-FALLECIDO
104620        END-IF
104620     END-PERFORM.
      *--------------------*
104661 VERIFICAR-RECLAMO.
      *--------------------*
104661     MOVE SPACES                 TO WE-SW-RECLAMO.
104661     MOVE 0                      TO R9.
104661     PERFORM UNTIL R9 >= WE-CANT-RCL OR WE-SW-RECLAMO = 'S'
104661        ADD  1                   TO R9
104661        IF WE-RCL-CTAAFI (R9) = PROMLOG-CTAAFI
104661           MOVE 'S'              TO WE-SW-RECLAMO
104661        END-IF
104661     END-PERFORM.
      *------------------------*
       VERIFICAR-CUMPLIMIENTO.
      *------------------------*
      *---------------------*
       ACUMULAR-SECTORISTA.
      *---------------------*
104636     PERFORM  UBICAR-ASIGNACION.
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
104636        IF WE-SECT-CODIGO (I) = WE-SECT-CLAVE AND
104636           WE-SECT-NOMBRE (I) = WE-SECT-NOMBRE-PROM
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
              IF WE-CANT-SECT < 100
                 ADD  1                TO WE-CANT-SECT
                 MOVE WE-CANT-SECT     TO I
104636           MOVE WE-SECT-CLAVE    TO WE-SECT-CODIGO (I)
104636           MOVE WE-SECT-NOMBRE-PROM
                                       TO WE-SECT-NOMBRE (I)
              ELSE
                 MOVE 0                TO I
                 ADD  1                TO WE-SECT-INCUMPLIDAS (I)
              END-IF
           END-IF.
      *--------------------*
104636 UBICAR-ASIGNACION.
      *--------------------*
104636*--- ASIGLOG VIENE POR CTAAFI COMO PROMLOG: SE AVANZA HASTA LA
104636*--- CUENTA DE LA PROMESA. CON ASIGNACION SE AGRUPA POR EL CODIGO
104636*--- DEL SECTORISTA Y SU NOMBRE DE SECTMAE; SIN ELLA, POR EL
104636*--- NOMBRE GRABADO EN LA PROMESA
104636     PERFORM UNTIL WE-EOF-ASIGLOG = 'S' OR
104636                   ASIG-CTAAFI >= PROMLOG-CTAAFI
104636        PERFORM  LEER-ASIGLOG
104636     END-PERFORM.
104636     MOVE SPACES                 TO WE-SECT-CLAVE.
104636     MOVE PROMLOG-SECTORISTA     TO WE-SECT-NOMBRE-PROM.
104636     IF WE-EOF-ASIGLOG NOT = 'S' AND
104636        ASIG-CTAAFI = PROMLOG-CTAAFI
104636        MOVE ASIG-SECTORISTA     TO WE-SECT-CLAVE
104636        MOVE 0                   TO S9
104636        PERFORM UNTIL S9 >= WE-CANT-MAE
104636           ADD  1                TO S9
104636           IF WE-MAE-CODIGO (S9) = ASIG-SECTORISTA
104636              MOVE WE-MAE-NOMBRE (S9) TO WE-SECT-NOMBRE-PROM
104636              MOVE WE-CANT-MAE   TO S9
104636           END-IF
104636        END-PERFORM
104636     END-IF.
      *---------------*
       GRABAR-REPORTE.
      *---------------*
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT
              ADD  1                   TO I
104636        MOVE WE-SECT-CODIGO (I)  TO WE-DET-CODIGO
              MOVE WE-SECT-NOMBRE (I)  TO WE-DET-SECTORISTA
              MOVE WE-SECT-CUMPLIDAS (I)
                                       TO WE-DET-CUMPLIDAS
           CLOSE  ARCH-PROMNEW.
           CLOSE  ARCH-REPORTE.
104620     CLOSE  ARCH-ESPECIAL.
104636     CLOSE  ARCH-ASIGLOG.
           DISPLAY 'BSEB023 PROMESAS LEIDAS      = ' WE-CONT-LEIDOS.
           DISPLAY 'BSEB023 PROMESAS CUMPLIDAS   = ' WE-CONT-CUMPLIDAS.
           DISPLAY 'BSEB023 PROMESAS INCUMPLIDAS= ' WE-CONT-INCUMPLIDAS.
           DISPLAY 'BSEB023 CUENTAS EN ERROR     = ' WE-CONT-ERRORES.
104620     DISPLAY 'BSEB023 DERIVADAS ESPECIALES = ' WE-CONT-ESPECIALES.
104661     DISPLAY 'BSEB023 CON RECLAMO ABIERTO  = ' WE-CONT-RECLAMOS.
104616     PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
