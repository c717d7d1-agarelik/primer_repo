************************************************************************
***   * 104636 15/10/26 JCV ASIGNACION NOCTURNA DE CARTERA JUDICIAL A *
***   *               SECTORISTAS POR EQUIPO Y CAPACIDAD              *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO ASIGNACARTERASECT - LOTE                           **
*OBJET*** CRUZA LA FOTO SNAPJUD CON LA DESCARGA DE ASIGLOG (AMBAS    **
*OBJET*** POR CTAAFI). LAS CUENTAS NUEVAS SE ASIGNAN AL SECTORISTA   **
*OBJET*** ACTIVO DEL EQUIPO QUE LES CORRESPONDE (REGLA 'EQP' DE      **
*OBJET*** REFTAB POR ESTUDIO) CON MENOR OCUPACION DE SU CAPACIDAD;   **
*OBJET*** LAS CUENTAS DE SECTORISTAS DADOS DE BAJA SE REDISTRIBUYEN  **
*OBJET*** IGUAL. ARMA LA RECARGA DE ASIGLOG CON LA HISTORIA, LA DE   **
*OBJET*** SECTMAE CON LA CARGA DE CADA UNO Y EL REPORTE DE           **
*OBJET*** ASIGNACIONES Y EXCEPCIONES                                 **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB050.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SNAPSHOT       ASSIGN TO SNAPSHOT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ASIGANT        ASSIGN TO ASIGANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SECTANT        ASSIGN TO SECTANT
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REFTAB         ASSIGN TO REFTAB
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-ASIGNEW        ASSIGN TO ASIGNEW
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-SECTNEW        ASSIGN TO SECTNEW
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
      *------------------ FOTO DE LA CARTERA JUDICIAL (BSEB034) --------*
       FD  ARCH-SNAPSHOT
           RECORDING MODE IS F.
           COPY BSESNJRG.
      *------------------ ASIGNACIONES (DESCARGA DE ASIGLOG) -----------*
       FD  ARCH-ASIGANT
           RECORDING MODE IS F.
           COPY BSEASGRG.
      *------------------ SECTORISTAS (DESCARGA DE SECTMAE) ------------*
       FD  ARCH-SECTANT
           RECORDING MODE IS F.
           COPY BSESECRG.
      *------------------ TABLAS DE REFERENCIA (DESCARGA DE REFTAB) ---*
       FD  ARCH-REFTAB
           RECORDING MODE IS F.
           COPY BSEREFRG.
      *------------------ ASIGNACIONES ACTUALIZADAS (RECARGA) ----------*
       FD  ARCH-ASIGNEW
           RECORDING MODE IS F.
       01  REG-ASIGNEW                     PIC X(150).
      *------------------ SECTORISTAS CON SU CARGA (RECARGA) -----------*
       FD  ARCH-SECTNEW
           RECORDING MODE IS F.
       01  REG-SECTNEW                     PIC X(90).
      *------------------ REPORTE DE ASIGNACIONES Y EXCEPCIONES -------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-SNAPSHOT             PIC X(01)  VALUE SPACES.
           02  WE-EOF-ASIGANT              PIC X(01)  VALUE SPACES.
           02  WE-EOF-SECTANT              PIC X(01)  VALUE SPACES.
           02  WE-EOF-REFTAB               PIC X(01)  VALUE SPACES.
           02  WE-SW-LEYO                  PIC X(01)  VALUE SPACES.
           02  WE-SW-COLA                  PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-JULIANA              PIC 9(07)  VALUE ZEROS.
           02  WE-DIA-ANIO                 PIC 9(03)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(05)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(05)  VALUE ZEROS.
           02  WE-FT-FECHA.
               03  WE-FT-AAAA              PIC 9(04).
               03  WE-FT-MM                PIC 9(02).
               03  WE-FT-DD                PIC 9(02).
           02  WE-HORA-SISTEMA             PIC 9(08)  VALUE ZEROS.
           02  WE-HORA-ASIG                PIC 9(07)  VALUE ZEROS.
           02  WE-CODENT                   PIC X(03)  VALUE '003'.
           02  WE-CLAVE-SNAP               PIC X(10)  VALUE SPACES.
           02  WE-CLAVE-ASIG               PIC X(10)  VALUE SPACES.
           02  WE-EQUIPO-CUENTA            PIC X(04)  VALUE SPACES.
           02  WE-EQUIPO-DEFECTO           PIC X(04)  VALUE SPACES.
           02  WE-SECT-ANTERIOR            PIC X(04)  VALUE SPACES.
           02  WE-PRODUCTO-1               PIC 9(10)  VALUE ZEROS.
           02  WE-PRODUCTO-2               PIC 9(10)  VALUE ZEROS.
           02  WE-CONT-FOTO                PIC 9(07)  VALUE ZEROS.
           02  WE-HASH-SALACT              PIC 9(15)  VALUE ZEROS.
           02  WE-CONT-ASIGANT             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VIGENTES            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-NUEVAS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-REDISTRIB           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FUERA               PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-REGLA           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-CAPAC           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  KA                          PIC 9(05)  VALUE ZEROS.
      *------------------ DIAS ACUMULADOS AL INICIO DE CADA MES --------*
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
      *------------------ CABECERA Y COLA DE LA FOTO -------------------*
       01  REG-SNAPJUD-CTL.
           02  SNJ-CTL-TIPO                PIC X(01).
           02  SNJ-CTL-PROGRAMA            PIC X(08).
           02  SNJ-CTL-FECHA               PIC 9(08).
           02  SNJ-CTL-CANTIDAD            PIC 9(09).
           02  SNJ-CTL-HASH-SALACT         PIC 9(15).
           02  FILLER                      PIC X(142).
      *------------------ SECTORISTAS CON SU CARGA ---------------------*
      *--- WE-SC-CARGA CUENTA LAS CUENTAS DE LA FOTO QUE TIENE
      *--- ASIGNADAS CADA SECTORISTA; WE-SC-NUEVAS LAS DE ESTA NOCHE
       01  WE-TABLA-SECTORISTAS.
           02  WE-CANT-SECT                PIC 9(05)  VALUE ZEROS.
           02  WE-SECT-OCC  OCCURS  500  TIMES.
               03  WE-SC-CODIGO            PIC X(04).
               03  WE-SC-EQUIPO            PIC X(04).
               03  WE-SC-ESTADO            PIC X(01).
               03  WE-SC-CAPACIDAD         PIC 9(05).
               03  WE-SC-CARGA             PIC 9(05).
               03  WE-SC-NUEVAS            PIC 9(05).
               03  WE-SC-REG               PIC X(90).
      *------------------ REGLAS DE EQUIPO POR ESTUDIO (REFTAB EQP) ---*
       01  WE-TABLA-REGLAS.
           02  WE-CANT-REGLAS              PIC 9(03)  VALUE ZEROS.
           02  WE-REGLA-OCC  OCCURS  100  TIMES.
               03  WE-RG-ESTUDIO           PIC X(04).
               03  WE-RG-EQUIPO            PIC X(04).
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(48)  VALUE
               'BSEB050 ASIGNACION DE CARTERA JUDICIAL AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(76)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(26)  VALUE
               'CUENTA     EST.    EQUIPO'.
           02  FILLER                      PIC X(106) VALUE
               ' ANTER.   NUEVO  RESULTADO'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-CTAAFI               PIC X(10)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-DET-ESTUDIO              PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(04)  VALUE SPACES.
           02  WE-DET-EQUIPO               PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-DET-SECT-ANT             PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(05)  VALUE SPACES.
           02  WE-DET-SECT-NUEVO           PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(07)  VALUE SPACES.
           02  WE-DET-RESULTADO            PIC X(40)  VALUE SPACES.
           02  FILLER                      PIC X(46)  VALUE SPACES.
       01  WE-LINEA-CAB-RESUMEN.
           02  FILLER                      PIC X(132) VALUE
               'SECT EQUIPO EST CAPACIDAD   CARGA  NUEVAS'.
       01  WE-LINEA-RESUMEN.
           02  WE-RES-CODIGO               PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(01)  VALUE SPACES.
           02  WE-RES-EQUIPO               PIC X(04)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-RES-ESTADO               PIC X(01)  VALUE SPACES.
           02  FILLER                      PIC X(03)  VALUE SPACES.
           02  WE-RES-CAPACIDAD            PIC ZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RES-CARGA                PIC ZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-RES-NUEVAS               PIC ZZ,ZZ9.
           02  FILLER                      PIC X(94)  VALUE SPACES.
      *------------------ COMMAREA RUTINA BSEBRUNC (CONTROL) ----------*
           COPY BSERUNCA.
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  REGISTRAR-INICIO-CORRIDA.
           PERFORM  CONTAR-CARGA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  GRABAR-SECTORISTAS.
           PERFORM  GRABAR-RESUMEN.
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
           PERFORM  CALCULAR-FECHA-JULIANA.
           ACCEPT WE-HORA-SISTEMA      FROM TIME.
           DIVIDE WE-HORA-SISTEMA BY 100 GIVING WE-HORA-ASIG.
           PERFORM  CARGAR-SECTORISTAS.
           PERFORM  CARGAR-REGLAS.
      *---------------------*
       CARGAR-SECTORISTAS.
      *---------------------*
           OPEN INPUT   ARCH-SECTANT.
           PERFORM UNTIL WE-EOF-SECTANT = 'S'
              READ ARCH-SECTANT
                   AT END
                      MOVE 'S'         TO WE-EOF-SECTANT
                   NOT AT END
                      IF WE-CANT-SECT >= 500
                         DISPLAY 'BSEB050 TABLA SECTMAE DESBORDADA'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CANT-SECT
                      MOVE WE-CANT-SECT TO I
                      MOVE SECT-CODIGO TO WE-SC-CODIGO (I)
                      MOVE SECT-EQUIPO TO WE-SC-EQUIPO (I)
                      MOVE SECT-ESTADO TO WE-SC-ESTADO (I)
                      MOVE SECT-CAPACIDAD
                                       TO WE-SC-CAPACIDAD (I)
                      MOVE ZEROS       TO WE-SC-CARGA (I)
                      MOVE ZEROS       TO WE-SC-NUEVAS (I)
                      MOVE REG-SECTMAE TO WE-SC-REG (I)
              END-READ
           END-PERFORM.
           CLOSE  ARCH-SECTANT.
      *----------------*
       CARGAR-REGLAS.
      *----------------*
      *--- REFTAB 'EQP': CODIGO = ESTUDIO, DESCRIPCION (1:4) = EQUIPO;
      *--- EL CODIGO '*' DA EL EQUIPO DE LAS CUENTAS SIN REGLA PROPIA
           OPEN INPUT   ARCH-REFTAB.
           PERFORM UNTIL WE-EOF-REFTAB = 'S'
              READ ARCH-REFTAB
                   AT END
                      MOVE 'S'         TO WE-EOF-REFTAB
                   NOT AT END
                      IF REFTAB-TABLA = 'EQP' AND
                         REFTAB-FEC-BAJA = 0  AND
                         REFTAB-FEC-VIGENCIA <= WE-FEC-PROCESO
                         PERFORM  AGREGAR-REGLA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE  ARCH-REFTAB.
      *---------------*
       AGREGAR-REGLA.
      *---------------*
           IF REFTAB-CODIGO = '*'
              MOVE REFTAB-DESCRIPCION (1:4) TO WE-EQUIPO-DEFECTO
           ELSE
              IF WE-CANT-REGLAS >= 100
                 DISPLAY 'BSEB050 TABLA DE REGLAS EQP DESBORDADA'
                 PERFORM  CANCELAR-PROCESO
              END-IF
              ADD  1                   TO WE-CANT-REGLAS
              MOVE REFTAB-CODIGO (1:4) TO WE-RG-ESTUDIO (WE-CANT-REGLAS)
              MOVE REFTAB-DESCRIPCION (1:4)
                                       TO WE-RG-EQUIPO (WE-CANT-REGLAS)
           END-IF.
      *--------------*
       CONTAR-CARGA.
      *--------------*
      *--- PRIMERA PASADA: CARGA ACTUAL DE CADA SECTORISTA CON LAS
      *--- CUENTAS DE LA FOTO QUE YA TIENE ASIGNADAS. LA FOTO SE
      *--- VALIDA CONTRA SU COLA ANTES DE GRABAR NADA
           PERFORM  ABRIR-CRUCE.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S' AND
                         WE-EOF-ASIGANT  = 'S'
              EVALUATE TRUE
                 WHEN WE-CLAVE-SNAP = WE-CLAVE-ASIG
                    PERFORM  UBICAR-SECTORISTA
                    IF WE-SW-ENCONTRO = 'S'
                       ADD  1          TO WE-SC-CARGA (I)
                    END-IF
                    PERFORM  LEER-SNAPSHOT
                    PERFORM  LEER-ASIGANT
                 WHEN WE-CLAVE-SNAP < WE-CLAVE-ASIG
                    PERFORM  LEER-SNAPSHOT
                 WHEN OTHER
                    PERFORM  LEER-ASIGANT
              END-EVALUATE
           END-PERFORM.
           PERFORM  CERRAR-CRUCE.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- SEGUNDA PASADA: ASIGNA, REDISTRIBUYE Y ARMA LA RECARGA
           OPEN OUTPUT  ARCH-ASIGNEW.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
           MOVE ZEROS                  TO WE-CONT-ASIGANT.
           PERFORM  ABRIR-CRUCE.
           PERFORM UNTIL WE-EOF-SNAPSHOT = 'S' AND
                         WE-EOF-ASIGANT  = 'S'
              EVALUATE TRUE
                 WHEN WE-CLAVE-SNAP = WE-CLAVE-ASIG
                    PERFORM  REVISAR-ASIGNACION
                    PERFORM  LEER-SNAPSHOT
                    PERFORM  LEER-ASIGANT
                 WHEN WE-CLAVE-SNAP < WE-CLAVE-ASIG
                    PERFORM  ASIGNAR-CUENTA-NUEVA
                    PERFORM  LEER-SNAPSHOT
                 WHEN OTHER
      *------------ CUENTA QUE SALIO DE LA CARTERA JUDICIAL: LA
      *------------ ASIGNACION Y SU HISTORIA SE CONSERVAN
                    ADD  1             TO WE-CONT-FUERA
                    PERFORM  GRABAR-ASIGNACION
                    PERFORM  LEER-ASIGANT
              END-EVALUATE
           END-PERFORM.
           PERFORM  CERRAR-CRUCE.
           CLOSE  ARCH-ASIGNEW.
      *--------------*
       ABRIR-CRUCE.
      *--------------*
           MOVE SPACES                 TO WE-EOF-SNAPSHOT.
           MOVE SPACES                 TO WE-EOF-ASIGANT.
           MOVE SPACES                 TO WE-SW-COLA.
           MOVE ZEROS                  TO WE-CONT-FOTO.
           MOVE ZEROS                  TO WE-HASH-SALACT.
           OPEN INPUT   ARCH-SNAPSHOT.
           OPEN INPUT   ARCH-ASIGANT.
           PERFORM  LEER-SNAPSHOT.
           PERFORM  LEER-ASIGANT.
      *--------------*
       CERRAR-CRUCE.
      *--------------*
           CLOSE  ARCH-SNAPSHOT.
           CLOSE  ARCH-ASIGANT.
           IF WE-SW-COLA NOT = 'S' AND WE-CONT-FOTO > 0
              DISPLAY 'BSEB050 FOTO SNAPJUD SIN COLA DE CONTROL'
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
              DISPLAY 'BSEB050 FOTO SNAPJUD NO CIERRA CONTRA SU COLA'
              DISPLAY 'BSEB050 COLA CANT=' SNJ-CTL-CANTIDAD
                      ' LEIDO=' WE-CONT-FOTO
              DISPLAY 'BSEB050 COLA HASH=' SNJ-CTL-HASH-SALACT
                      ' LEIDO=' WE-HASH-SALACT
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *--------------*
       LEER-ASIGANT.
      *--------------*
           READ ARCH-ASIGANT
                AT END
                   MOVE 'S'              TO WE-EOF-ASIGANT
                   MOVE HIGH-VALUES      TO WE-CLAVE-ASIG
                NOT AT END
                   ADD  1                TO WE-CONT-ASIGANT
                   MOVE ASIG-CTAAFI      TO WE-CLAVE-ASIG
           END-READ.
      *-------------------*
       UBICAR-SECTORISTA.
      *-------------------*
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO I
              IF WE-SC-CODIGO (I) = ASIG-SECTORISTA
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
      *---------------------*
       REVISAR-ASIGNACION.
      *---------------------*
      *--- LA CUENTA SIGUE CON SU SECTORISTA SALVO QUE ESTE SE HAYA
      *--- DADO DE BAJA O YA NO EXISTA EN EL MAESTRO
           PERFORM  UBICAR-SECTORISTA.
           IF WE-SW-ENCONTRO = 'S' AND WE-SC-ESTADO (I) NOT = 'B'
              ADD  1                   TO WE-CONT-VIGENTES
           ELSE
              MOVE I                   TO KA
              IF WE-SW-ENCONTRO NOT = 'S'
                 MOVE 0                TO KA
              END-IF
              MOVE ASIG-SECTORISTA     TO WE-SECT-ANTERIOR
              PERFORM  DETERMINAR-EQUIPO
              IF WE-EQUIPO-CUENTA = SPACES
                 MOVE ASIG-EQUIPO      TO WE-EQUIPO-CUENTA
              END-IF
              PERFORM  ELEGIR-SECTORISTA
              IF K = 0
                 ADD  1                TO WE-CONT-SIN-CAPAC
                 MOVE SPACES           TO WE-DET-SECT-NUEVO
                 MOVE 'SIN CAPACIDAD EN EQUIPO - SIGUE SIN REDISTR.'
                                       TO WE-DET-RESULTADO
              ELSE
                 ADD  1                TO WE-CONT-REDISTRIB
                 IF KA > 0
                    SUBTRACT 1         FROM WE-SC-CARGA (KA)
                 END-IF
                 PERFORM  GUARDAR-HISTORIA
                 MOVE 'B'              TO ASIG-ORIGEN
                 PERFORM  COMPLETAR-ASIGNACION
                 MOVE 'REDISTRIBUIDA POR BAJA DEL SECTORISTA'
                                       TO WE-DET-RESULTADO
              END-IF
              PERFORM  INFORMAR-CUENTA
           END-IF.
           PERFORM  GRABAR-ASIGNACION.
      *-----------------------*
       ASIGNAR-CUENTA-NUEVA.
      *-----------------------*
           MOVE SPACES                 TO WE-SECT-ANTERIOR.
           PERFORM  DETERMINAR-EQUIPO.
           IF WE-EQUIPO-CUENTA = SPACES
              ADD  1                   TO WE-CONT-SIN-REGLA
              MOVE SPACES              TO WE-DET-SECT-NUEVO
              MOVE 'ESTUDIO SIN REGLA DE EQUIPO (REFTAB EQP)'
                                       TO WE-DET-RESULTADO
           ELSE
              PERFORM  ELEGIR-SECTORISTA
              IF K = 0
                 ADD  1                TO WE-CONT-SIN-CAPAC
                 MOVE SPACES           TO WE-DET-SECT-NUEVO
                 MOVE 'SIN CAPACIDAD EN EQUIPO - QUEDA SIN ASIGNAR'
                                       TO WE-DET-RESULTADO
              ELSE
                 ADD  1                TO WE-CONT-NUEVAS
                 INITIALIZE               REG-ASIGLOG
                 MOVE SNJ-CTAAFI       TO ASIG-CTAAFI
                 MOVE ZEROS            TO ASIG-NUM-HIST
                 MOVE 'N'              TO ASIG-ORIGEN
                 PERFORM  COMPLETAR-ASIGNACION
                 PERFORM  GRABAR-ASIGNACION
                 MOVE 'ASIGNADA'       TO WE-DET-RESULTADO
              END-IF
           END-IF.
           PERFORM  INFORMAR-CUENTA.
      *-------------------*
       DETERMINAR-EQUIPO.
      *-------------------*
           MOVE WE-EQUIPO-DEFECTO      TO WE-EQUIPO-CUENTA.
           MOVE SPACES                 TO WE-SW-ENCONTRO.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-REGLAS OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO J
              IF WE-RG-ESTUDIO (J) = SNJ-COD-ESTUDIO
                 MOVE 'S'              TO WE-SW-ENCONTRO
                 MOVE WE-RG-EQUIPO (J) TO WE-EQUIPO-CUENTA
              END-IF
           END-PERFORM.
      *-------------------*
       ELEGIR-SECTORISTA.
      *-------------------*
      *--- GANA EL SECTORISTA ACTIVO DEL EQUIPO CON MENOR OCUPACION
      *--- (CARGA / CAPACIDAD, COMPARADA EN PRODUCTO CRUZADO); K = 0
      *--- SI NINGUNO TIENE LUGAR
           MOVE 0                      TO K.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= WE-CANT-SECT
              ADD  1                   TO J
              IF WE-SC-EQUIPO (J) = WE-EQUIPO-CUENTA AND
                 WE-SC-ESTADO (J) = 'A'               AND
                 WE-SC-CARGA  (J) < WE-SC-CAPACIDAD (J)
                 IF K = 0
                    MOVE J             TO K
                 ELSE
                    COMPUTE WE-PRODUCTO-1 =
                            WE-SC-CARGA (J) * WE-SC-CAPACIDAD (K)
                    END-COMPUTE
                    COMPUTE WE-PRODUCTO-2 =
                            WE-SC-CARGA (K) * WE-SC-CAPACIDAD (J)
                    END-COMPUTE
                    IF WE-PRODUCTO-1 < WE-PRODUCTO-2
                       MOVE J          TO K
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *------------------*
       GUARDAR-HISTORIA.
      *------------------*
      *--- LA ASIGNACION QUE SE CIERRA VA ADELANTE EN LA HISTORIA; SE
      *--- CONSERVAN LAS CINCO ULTIMAS
           MOVE 5                      TO J.
           PERFORM UNTIL J <= 1
              MOVE ASIG-HIST (J - 1)   TO ASIG-HIST (J)
              SUBTRACT 1               FROM J
           END-PERFORM.
           MOVE ASIG-SECTORISTA        TO ASIG-HIST-SECTORISTA (1).
           MOVE ASIG-FEC-ASIGNACION    TO ASIG-HIST-FEC-DESDE (1).
           MOVE WE-FEC-PROCESO         TO ASIG-HIST-FEC-HASTA (1).
           MOVE ASIG-ORIGEN            TO ASIG-HIST-ORIGEN (1).
           IF ASIG-NUM-HIST < 5
              ADD  1                   TO ASIG-NUM-HIST
           END-IF.
      *-----------------------*
       COMPLETAR-ASIGNACION.
      *-----------------------*
           MOVE WE-SC-CODIGO (K)       TO ASIG-SECTORISTA.
           MOVE WE-SC-EQUIPO (K)       TO ASIG-EQUIPO.
           MOVE WE-FEC-PROCESO         TO ASIG-FEC-ASIGNACION.
           MOVE 'BSEB050 '             TO ASIG-USER-ID.
           MOVE WE-FEC-JULIANA         TO ASIG-FECHA.
           MOVE WE-HORA-ASIG           TO ASIG-HORA.
           ADD  1                      TO WE-SC-CARGA (K).
           ADD  1                      TO WE-SC-NUEVAS (K).
           MOVE WE-SC-CODIGO (K)       TO WE-DET-SECT-NUEVO.
      *-------------------*
       GRABAR-ASIGNACION.
      *-------------------*
           WRITE REG-ASIGNEW           FROM REG-ASIGLOG.
           ADD  1                      TO WE-CONT-GRABADOS.
      *-----------------*
       INFORMAR-CUENTA.
      *-----------------*
           MOVE SNJ-CTAAFI             TO WE-DET-CTAAFI.
           MOVE SNJ-COD-ESTUDIO        TO WE-DET-ESTUDIO.
           MOVE WE-EQUIPO-CUENTA       TO WE-DET-EQUIPO.
           MOVE WE-SECT-ANTERIOR       TO WE-DET-SECT-ANT.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *--------------------*
       GRABAR-SECTORISTAS.
      *--------------------*
      *--- LA CARGA CALCULADA QUEDA EN SECTMAE PARA EL CONTROL DE
      *--- CAPACIDAD DE LA REASIGNACION EN LINEA
           OPEN OUTPUT  ARCH-SECTNEW.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT
              ADD  1                   TO I
              MOVE WE-SC-REG (I)       TO REG-SECTMAE
              MOVE WE-SC-CARGA (I)     TO SECT-CARGA
              WRITE REG-SECTNEW        FROM REG-SECTMAE
           END-PERFORM.
           CLOSE  ARCH-SECTNEW.
      *----------------*
       GRABAR-RESUMEN.
      *----------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-CAB-RESUMEN.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-SECT
              ADD  1                   TO I
              MOVE WE-SC-CODIGO (I)    TO WE-RES-CODIGO
              MOVE WE-SC-EQUIPO (I)    TO WE-RES-EQUIPO
              MOVE WE-SC-ESTADO (I)    TO WE-RES-ESTADO
              MOVE WE-SC-CAPACIDAD (I) TO WE-RES-CAPACIDAD
              MOVE WE-SC-CARGA (I)     TO WE-RES-CARGA
              MOVE WE-SC-NUEVAS (I)    TO WE-RES-NUEVAS
              WRITE REG-REPORTE        FROM WE-LINEA-RESUMEN
           END-PERFORM.
      *--------------------------*
       CALCULAR-FECHA-JULIANA.
      *--------------------------*
      *--- ASIGLOG LLEVA LA FECHA JULIANA DE CICS (0CYYDDD) COMO LAS
      *--- REASIGNACIONES EN LINEA DE BSEO031
           MOVE WE-FEC-PROCESO         TO WE-FT-FECHA.
           COMPUTE WE-DIA-ANIO = WE-ACU-DIAS (WE-FT-MM) + WE-FT-DD
           END-COMPUTE.
           IF WE-FT-MM > 2
              DIVIDE WE-FT-AAAA BY 4   GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 ADD  1                TO WE-DIA-ANIO
                 DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    SUBTRACT 1         FROM WE-DIA-ANIO
                    DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                             REMAINDER WE-RESTO
                    IF WE-RESTO = 0
                       ADD  1          TO WE-DIA-ANIO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           COMPUTE WE-FEC-JULIANA = ((WE-FT-AAAA - 1900) * 1000)
                                  + WE-DIA-ANIO
           END-COMPUTE.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB050 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           CLOSE  ARCH-REPORTE.
           DISPLAY 'BSEB050 CUENTAS EN LA FOTO  = ' WE-CONT-FOTO.
           DISPLAY 'BSEB050 ASIGNACIONES LEIDAS = ' WE-CONT-ASIGANT.
           DISPLAY 'BSEB050 ASIGNACIONES VIGENT.= ' WE-CONT-VIGENTES.
           DISPLAY 'BSEB050 CUENTAS NUEVAS ASIG.= ' WE-CONT-NUEVAS.
           DISPLAY 'BSEB050 REDISTRIB. POR BAJA = ' WE-CONT-REDISTRIB.
           DISPLAY 'BSEB050 FUERA DE LA FOTO    = ' WE-CONT-FUERA.
           DISPLAY 'BSEB050 SIN REGLA DE EQUIPO = ' WE-CONT-SIN-REGLA.
           DISPLAY 'BSEB050 SIN CAPACIDAD       = ' WE-CONT-SIN-CAPAC.
           DISPLAY 'BSEB050 ASIGNACIONES GRAB.  = ' WE-CONT-GRABADOS.
           COMPUTE WE-CONT-ERRORES = WE-CONT-SIN-REGLA
                                   + WE-CONT-SIN-CAPAC
           END-COMPUTE.
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
           MOVE 'BSEB050 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE 'BSEB034 '          TO RUNC-PRED-PROGRAMA.
           MOVE 1                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB050 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB050 PROCESO NO INICIADO'
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
