************************************************************************
***   * 104647 15/10/26 JCV RECERTIFICACION TRIMESTRAL DE PERMISOS DEL *
***   *               BUS POR SUPERVISOR CON EL ULTIMO USO EN AUDITLOG *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO RECERTIFICACIONPERM - LOTE TRIMESTRAL              **
*OBJET*** ABRE EL CICLO DE RECERTIFICACION DEL TRIMESTRE: UNA LINEA  **
*OBJET*** PENDIENTE POR USUARIO Y OPERACION DE PERMUSU, CON LA CUOTA **
*OBJET*** DE QTAPARM, EL ULTIMO USO Y LA CANTIDAD DE USOS EXITOSOS   **
*OBJET*** EN AUDITLOG Y EL SUPERVISOR QUE INFORMA RECURSOS HUMANOS.  **
*OBJET*** ESCRIBE LA RECARGA DE CERTPERM (CICLOS ANTERIORES MAS EL   **
*OBJET*** NUEVO) Y EL LISTADO POR SUPERVISOR PARA QUE CERTIFIQUE O   **
*OBJET*** REVOQUE CADA LINEA CON BSEO035 ANTES DE LA FECHA LIMITE    **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB062.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-RRHH           ASSIGN TO RRHH
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PERMUSU        ASSIGN TO PERMUSU
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-QTAPARM        ASSIGN TO QTAPARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-AUDITLOG       ASSIGN TO AUDITLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CERTPERM       ASSIGN TO CERTPERM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CERTNUE        ASSIGN TO CERTNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA DE PROCESO, PLAZO Y SUPERVISOR ---------*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-DIAS-PLAZO             PIC 9(03).
           02  PARM-SUPERVISOR-DEFECTO     PIC X(08).
      *------------------ MAESTRO DE PERSONAL (RECURSOS HUMANOS) ------*
       FD  ARCH-RRHH
           RECORDING MODE IS F.
           COPY BSERRHRG.
      *------------------ PERMISOS POR OPERACION (DESCARGA) -----------*
       FD  ARCH-PERMUSU
           RECORDING MODE IS F.
           COPY BSEPRMRG.
      *------------------ CUOTAS HORARIAS (DESCARGA DE QTAPARM) -------*
       FD  ARCH-QTAPARM
           RECORDING MODE IS F.
           COPY BSEQPARG.
      *------------------ AUDITORIA (DESCARGA DE AUDITLOG) ------------*
       FD  ARCH-AUDITLOG
           RECORDING MODE IS F.
           COPY BSEAUDRG.
      *------------------ RECERTIFICACION (DESCARGA DE CERTPERM) ------*
       FD  ARCH-CERTPERM
           RECORDING MODE IS F.
           COPY BSECRTRG.
      *------------------ RECERTIFICACION (RECARGA) -------------------*
       FD  ARCH-CERTNUE
           RECORDING MODE IS F.
       01  REG-CERTNUE                     PIC X(170).
      *------------------ LISTADO POR SUPERVISOR ----------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-EOF-RRHH                 PIC X(01)  VALUE SPACES.
           02  WE-EOF-PERMUSU              PIC X(01)  VALUE SPACES.
           02  WE-EOF-QTAPARM              PIC X(01)  VALUE SPACES.
           02  WE-EOF-AUDIT                PIC X(01)  VALUE SPACES.
           02  WE-EOF-CERTPERM             PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-BISIESTO              PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-LIMITE               PIC 9(08)  VALUE ZEROS.
           02  WE-DIAS-PLAZO               PIC 9(03)  VALUE 30.
           02  WE-SUPERVISOR-DEFECTO       PIC X(08)  VALUE SPACES.
           02  WE-CICLO.
               03  WE-CIC-AAAA             PIC 9(04)  VALUE ZEROS.
               03  FILLER                  PIC X(01)  VALUE 'T'.
               03  WE-CIC-TRIMESTRE        PIC 9(01)  VALUE ZEROS.
           02  WE-USER-ANTERIOR            PIC X(08)  VALUE SPACES.
           02  WE-SUPERVISOR-ANT           PIC X(08)  VALUE SPACES.
           02  WE-RRHH-ACTUAL              PIC 9(05)  VALUE ZEROS.
           02  WE-CLAVE-BUSQ.
               03  WE-BUSQ-USER-ID         PIC X(08)  VALUE SPACES.
               03  WE-BUSQ-OPERACION       PIC X(25)  VALUE SPACES.
           02  WE-CONT-RRHH                PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PERMUSU             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-MARCAS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CESADOS             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-RRHH            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-AUDIT               PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-USOS                PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ANTERIORES          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-LINEAS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-USO             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SUPERVISORES        PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-GRABADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-SUP-LINEAS               PIC 9(07)  VALUE ZEROS.
           02  WE-SUP-USUARIOS             PIC 9(07)  VALUE ZEROS.
           02  WE-SUP-SIN-USO              PIC 9(07)  VALUE ZEROS.
           02  WE-DIAS-MES                 PIC 9(02)  VALUE ZEROS.
           02  WE-AJUSTE                   PIC 9(01)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(04)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(04)  VALUE ZEROS.
           02  WE-BAJO                     PIC 9(05)  VALUE ZEROS.
           02  WE-ALTO                     PIC 9(05)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
       01  WE-FECHA-TRAB                   PIC 9(08)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-FECHA-TRAB.
           02  WE-FT-AAAA                  PIC 9(04).
           02  WE-FT-MM                    PIC 9(02).
           02  WE-FT-DD                    PIC 9(02).
      *--- LA FECHA DE AUDITORIA ES JULIANA 0CYYDDD (FORMATO EIBDATE)
       01  WE-JUL-TRAB                     PIC 9(07)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-JUL-TRAB.
           02  WE-JT-CYY                   PIC 9(04).
           02  WE-JT-DDD                   PIC 9(03).
       01  WE-TABLA-ACUMULADOS.
           02  FILLER                      PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WE-ACUMULADOS-RED  REDEFINES  WE-TABLA-ACUMULADOS.
           02  WE-ACU-DIAS  OCCURS  12  TIMES
                                           PIC 9(03).
       01  WE-TABLA-DIAS-MES.
           02  FILLER                      PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WE-DIAS-MES-RED  REDEFINES  WE-TABLA-DIAS-MES.
           02  WE-DIAS-DEL-MES  OCCURS  12  TIMES
                                           PIC 9(02).
      *------------------ PERSONAL SEGUN RECURSOS HUMANOS -------------*
       01  WE-TABLA-RRHH.
           02  WE-CANT-RRHH                PIC 9(05)  VALUE ZEROS.
           02  WE-RRH-OCC  OCCURS  5000  TIMES.
               03  WE-RRH-USER-ID          PIC X(08).
               03  WE-RRH-NOMBRE           PIC X(30).
               03  WE-RRH-AREA             PIC X(06).
               03  WE-RRH-SUPERVISOR       PIC X(08).
               03  WE-RRH-ESTADO           PIC X(01).
      *------------------ LINEAS DEL CICLO (ORDEN DE PERMUSU) ----------*
      *--- LA DESCARGA DE PERMUSU VIENE EN ORDEN DE CLAVE, LO QUE
      *--- PERMITE LA BUSQUEDA BINARIA AL RECORRER AUDITLOG
       01  WE-TABLA-LINEAS.
           02  WE-CANT-LINEAS              PIC 9(05)  VALUE ZEROS.
           02  WE-LIN-OCC  OCCURS  9999  TIMES.
               03  WE-LIN-CLAVE.
                   04  WE-LIN-USER-ID      PIC X(08).
                   04  WE-LIN-OPERACION    PIC X(25).
               03  WE-LIN-FEC-ALTA         PIC 9(08).
               03  WE-LIN-LIMITE-HORA      PIC 9(05).
               03  WE-LIN-JUL-ULT-USO      PIC 9(07).
               03  WE-LIN-CANT-USOS        PIC 9(07).
               03  WE-LIN-SUPERVISOR       PIC X(08).
               03  WE-LIN-AREA             PIC X(06).
               03  WE-LIN-NOMBRE           PIC X(30).
      *------------------ ORDEN DEL LISTADO (SUPERVISOR/USUARIO) -------*
       01  WE-TABLA-ORDEN.
           02  WE-ORD-LINEA  OCCURS  9999  TIMES
                                           PIC 9(05).
       01  WE-ORD-AUX                      PIC 9(05)  VALUE ZEROS.
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(28)  VALUE
               'BSEB062 RECERTIFICACION DE '.
           02  FILLER                      PIC X(16)  VALUE
               'PERMISOS CICLO '.
           02  WE-TIT-CICLO                PIC X(06).
           02  FILLER                      PIC X(18)  VALUE
               '  FECHA LIMITE '.
           02  WE-TIT-FEC-LIMITE           PIC 9(08).
           02  FILLER                      PIC X(12)  VALUE
               '  PROCESO '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(36)  VALUE SPACES.
       01  WE-LINEA-SUPERVISOR.
           02  FILLER                      PIC X(12)  VALUE
               'SUPERVISOR: '.
           02  WE-SUP-USER-ID              PIC X(08).
           02  FILLER                      PIC X(112) VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(10)  VALUE
               'USUARIO'.
           02  FILLER                      PIC X(32)  VALUE
               'NOMBRE'.
           02  FILLER                      PIC X(08)  VALUE
               'AREA'.
           02  FILLER                      PIC X(27)  VALUE
               'OPERACION'.
           02  FILLER                      PIC X(10)  VALUE
               'FEC.ALTA'.
           02  FILLER                      PIC X(10)  VALUE
               'ULT.USO'.
           02  FILLER                      PIC X(09)  VALUE
               '   USOS'.
           02  FILLER                      PIC X(26)  VALUE
               'CUOTA/H'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-USER-ID              PIC X(08)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-NOMBRE               PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-AREA                 PIC X(06)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-OPERACION            PIC X(25)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-FEC-ALTA             PIC 9(08)  VALUE ZEROS.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-ULT-USO              PIC X(08)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-CANT-USOS            PIC ZZZZZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-LIMITE-HORA          PIC ZZZZ9.
           02  FILLER                      PIC X(21)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
       01  WE-LINEA-TOTAL-SUPERVISOR.
           02  FILLER                      PIC X(20)  VALUE
               '  TOTAL SUPERVISOR'.
           02  FILLER                      PIC X(08)  VALUE
               'LINEAS'.
           02  WE-TSU-LINEAS               PIC ZZZZZZ9.
           02  FILLER                      PIC X(12)  VALUE
               '   USUARIOS'.
           02  WE-TSU-USUARIOS             PIC ZZZZZZ9.
           02  FILLER                      PIC X(11)  VALUE
               '   SIN USO'.
           02  WE-TSU-SIN-USO              PIC ZZZZZZ9.
           02  FILLER                      PIC X(60)  VALUE SPACES.
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
                   IF PARM-DIAS-PLAZO IS NUMERIC AND
                      PARM-DIAS-PLAZO > 0
                      MOVE PARM-DIAS-PLAZO TO WE-DIAS-PLAZO
                   END-IF
                   MOVE PARM-SUPERVISOR-DEFECTO
                                           TO WE-SUPERVISOR-DEFECTO
           END-READ.
           CLOSE  ARCH-PARM.
      *--- LAS LINEAS SIN SUPERVISOR EN RRHH NECESITAN QUIEN RESPONDA
           IF WE-SUPERVISOR-DEFECTO = SPACES
              DISPLAY 'BSEB062 FALTA SUPERVISOR POR DEFECTO EN PARM'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           MOVE WE-FT-AAAA             TO WE-CIC-AAAA.
           COMPUTE WE-CIC-TRIMESTRE = (WE-FT-MM + 2) / 3
           END-COMPUTE.
           PERFORM  CALCULAR-FECHA-LIMITE.
           DISPLAY 'BSEB062 CICLO ' WE-CICLO
                   ' FECHA LIMITE ' WE-FEC-LIMITE.
           OPEN INPUT   ARCH-RRHH.
           PERFORM  CARGAR-RRHH.
           CLOSE  ARCH-RRHH.
           OPEN INPUT   ARCH-CERTPERM.
           OPEN OUTPUT  ARCH-CERTNUE.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-CICLO               TO WE-TIT-CICLO.
           MOVE WE-FEC-LIMITE          TO WE-TIT-FEC-LIMITE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
      *-----------------------*
       CALCULAR-FECHA-LIMITE.
      *-----------------------*
      *--- FECHA DE PROCESO MAS EL PLAZO EN DIAS CALENDARIO
           MOVE WE-FEC-PROCESO         TO WE-FECHA-TRAB.
           PERFORM WE-DIAS-PLAZO TIMES
              PERFORM  VERIFICAR-BISIESTO
              MOVE WE-DIAS-DEL-MES (WE-FT-MM) TO WE-DIAS-MES
              IF WE-FT-MM = 2 AND WE-SW-BISIESTO = 'S'
                 MOVE 29               TO WE-DIAS-MES
              END-IF
              ADD  1                   TO WE-FT-DD
              IF WE-FT-DD > WE-DIAS-MES
                 MOVE 1                TO WE-FT-DD
                 ADD  1                TO WE-FT-MM
                 IF WE-FT-MM > 12
                    MOVE 1             TO WE-FT-MM
                    ADD  1             TO WE-FT-AAAA
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WE-FECHA-TRAB          TO WE-FEC-LIMITE.
      *--------------------*
       VERIFICAR-BISIESTO.
      *--------------------*
           MOVE 'N'                    TO WE-SW-BISIESTO.
           DIVIDE WE-FT-AAAA BY 4      GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO.
           IF WE-RESTO = 0
              MOVE 'S'                 TO WE-SW-BISIESTO
              DIVIDE WE-FT-AAAA BY 100 GIVING WE-COCIENTE
                                       REMAINDER WE-RESTO
              IF WE-RESTO = 0
                 MOVE 'N'              TO WE-SW-BISIESTO
                 DIVIDE WE-FT-AAAA BY 400 GIVING WE-COCIENTE
                                          REMAINDER WE-RESTO
                 IF WE-RESTO = 0
                    MOVE 'S'           TO WE-SW-BISIESTO
                 END-IF
              END-IF
           END-IF.
      *-------------*
       CARGAR-RRHH.
      *-------------*
           PERFORM UNTIL WE-EOF-RRHH = 'S'
              READ ARCH-RRHH
                   AT END
                      MOVE 'S'         TO WE-EOF-RRHH
                   NOT AT END
                      ADD  1           TO WE-CONT-RRHH
                      PERFORM  GUARDAR-RRHH
              END-READ
           END-PERFORM.
      *--------------*
       GUARDAR-RRHH.
      *--------------*
           IF WE-CANT-RRHH >= 5000
              DISPLAY 'BSEB062 MAS DE 5000 USUARIOS EN RRHH'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-RRHH.
           MOVE WE-CANT-RRHH           TO I.
           MOVE RRHH-USER-ID           TO WE-RRH-USER-ID (I).
           MOVE RRHH-NOMBRE            TO WE-RRH-NOMBRE (I).
           MOVE RRHH-AREA              TO WE-RRH-AREA (I).
           MOVE RRHH-SUPERVISOR        TO WE-RRH-SUPERVISOR (I).
           MOVE RRHH-ESTADO            TO WE-RRH-ESTADO (I).
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  COPIAR-CICLOS-ANTERIORES.
           OPEN INPUT   ARCH-PERMUSU.
           OPEN INPUT   ARCH-QTAPARM.
           PERFORM  LEER-QTAPARM.
           PERFORM  CARGAR-PERMISOS.
           CLOSE  ARCH-PERMUSU
                  ARCH-QTAPARM.
           OPEN INPUT   ARCH-AUDITLOG.
           PERFORM  RECORRER-AUDITLOG.
           CLOSE  ARCH-AUDITLOG.
           PERFORM  GRABAR-LINEAS-CICLO.
           PERFORM  ORDENAR-POR-SUPERVISOR.
           PERFORM  IMPRIMIR-LISTADO.
      *--------------------------*
       COPIAR-CICLOS-ANTERIORES.
      *--------------------------*
      *--- LOS CICLOS ANTERIORES PASAN TAL CUAL (LAS RESPUESTAS Y LAS
      *--- REVOCACIONES SON EVIDENCIA); UN CICLO IGUAL O POSTERIOR
      *--- YA EXISTENTE INDICA UNA CORRIDA REPETIDA
           PERFORM UNTIL WE-EOF-CERTPERM = 'S'
              READ ARCH-CERTPERM
                   AT END
                      MOVE 'S'         TO WE-EOF-CERTPERM
                   NOT AT END
                      IF CERT-CICLO NOT < WE-CICLO
                         DISPLAY 'BSEB062 CICLO ' CERT-CICLO
                                 ' YA GENERADO EN CERTPERM'
                         PERFORM  CANCELAR-PROCESO
                      END-IF
                      ADD  1           TO WE-CONT-ANTERIORES
                      WRITE REG-CERTNUE FROM REG-CERTPERM
              END-READ
           END-PERFORM.
      *-----------------*
       CARGAR-PERMISOS.
      *-----------------*
           PERFORM UNTIL WE-EOF-PERMUSU = 'S'
              READ ARCH-PERMUSU
                   AT END
                      MOVE 'S'         TO WE-EOF-PERMUSU
                   NOT AT END
                      ADD  1           TO WE-CONT-PERMUSU
                      PERFORM  EVALUAR-PERMISO
              END-READ
           END-PERFORM.
      *-----------------*
       EVALUAR-PERMISO.
      *-----------------*
      *--- LA MARCA SIN OPERACIONES NO SE CERTIFICA; LOS CESADOS LOS
      *--- RETIRA EL DIARIO BSEB063 Y TAMPOCO ENTRAN AL CICLO
           IF PERM-SIN-OPERACIONES
              ADD  1                   TO WE-CONT-MARCAS
           ELSE
              IF PERM-USER-ID NOT = WE-USER-ANTERIOR
                 MOVE PERM-USER-ID     TO WE-USER-ANTERIOR
                 PERFORM  BUSCAR-RRHH
              END-IF
              IF WE-RRHH-ACTUAL > 0 AND
                 WE-RRH-ESTADO (WE-RRHH-ACTUAL) = 'C'
                 ADD  1                TO WE-CONT-CESADOS
              ELSE
                 PERFORM  GUARDAR-LINEA
              END-IF
           END-IF.
      *-------------*
       BUSCAR-RRHH.
      *-------------*
           MOVE 0                      TO WE-RRHH-ACTUAL.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= WE-CANT-RRHH OR WE-RRHH-ACTUAL > 0
              ADD  1                   TO I
              IF WE-RRH-USER-ID (I) = PERM-USER-ID
                 MOVE I                TO WE-RRHH-ACTUAL
              END-IF
           END-PERFORM.
      *---------------*
       GUARDAR-LINEA.
      *---------------*
           IF WE-CANT-LINEAS >= 9999
              DISPLAY 'BSEB062 MAS DE 9999 PERMISOS A CERTIFICAR'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-LINEAS.
           MOVE WE-CANT-LINEAS         TO N.
           INITIALIZE                     WE-LIN-OCC (N).
           MOVE PERM-USER-ID           TO WE-LIN-USER-ID (N).
           MOVE PERM-OPERACION         TO WE-LIN-OPERACION (N).
           MOVE PERM-FEC-ALTA          TO WE-LIN-FEC-ALTA (N).
      *--- SIN SUPERVISOR EN RRHH, O SI EL USUARIO SE SUPERVISA A SI
      *--- MISMO, RESPONDE EL SUPERVISOR POR DEFECTO DEL PARM
           MOVE WE-SUPERVISOR-DEFECTO  TO WE-LIN-SUPERVISOR (N).
           IF WE-RRHH-ACTUAL > 0
              MOVE WE-RRH-NOMBRE (WE-RRHH-ACTUAL)
                                       TO WE-LIN-NOMBRE (N)
              MOVE WE-RRH-AREA (WE-RRHH-ACTUAL)
                                       TO WE-LIN-AREA (N)
              IF WE-RRH-SUPERVISOR (WE-RRHH-ACTUAL) NOT = SPACES AND
                 WE-RRH-SUPERVISOR (WE-RRHH-ACTUAL) NOT = PERM-USER-ID
                 MOVE WE-RRH-SUPERVISOR (WE-RRHH-ACTUAL)
                                       TO WE-LIN-SUPERVISOR (N)
              END-IF
           ELSE
              ADD  1                   TO WE-CONT-SIN-RRHH
              MOVE '*** NO UBICADO EN RRHH ***'
                                       TO WE-LIN-NOMBRE (N)
           END-IF.
      *--- LA CUOTA SE CRUZA POR CLAVE: QTAPARM VIENE EN EL MISMO ORDEN
           PERFORM UNTIL WE-EOF-QTAPARM = 'S' OR
                         QTA-CLAVE NOT < PERM-CLAVE
              PERFORM  LEER-QTAPARM
           END-PERFORM.
           IF WE-EOF-QTAPARM NOT = 'S' AND QTA-CLAVE = PERM-CLAVE
              MOVE QTA-LIMITE-HORA     TO WE-LIN-LIMITE-HORA (N)
           END-IF.
      *--------------*
       LEER-QTAPARM.
      *--------------*
           READ ARCH-QTAPARM
                AT END
                   MOVE 'S'            TO WE-EOF-QTAPARM
           END-READ.
      *-------------------*
       RECORRER-AUDITLOG.
      *-------------------*
      *--- SOLO CUENTAN LOS USOS EXITOSOS (RESPUESTA 00) DE LA
      *--- AUDITORIA RETENIDA EN LINEA
           PERFORM UNTIL WE-EOF-AUDIT = 'S'
              READ ARCH-AUDITLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-AUDIT
                   NOT AT END
                      ADD  1           TO WE-CONT-AUDIT
                      IF AUDLOG-COD-RESPUESTA = 0
                         PERFORM  REGISTRAR-USO
                      END-IF
              END-READ
           END-PERFORM.
      *---------------*
       REGISTRAR-USO.
      *---------------*
           MOVE AUDLOG-USER-ID         TO WE-BUSQ-USER-ID.
           MOVE AUDLOG-OPERACION       TO WE-BUSQ-OPERACION.
           PERFORM  BUSCAR-LINEA.
           IF WE-SW-ENCONTRO = 'S'
              ADD  1                   TO WE-CONT-USOS
              ADD  1                   TO WE-LIN-CANT-USOS (K)
              MOVE AUDLOG-FECHA        TO WE-JUL-TRAB
              IF WE-JUL-TRAB > WE-LIN-JUL-ULT-USO (K)
                 MOVE WE-JUL-TRAB      TO WE-LIN-JUL-ULT-USO (K)
              END-IF
           END-IF.
      *--------------*
       BUSCAR-LINEA.
      *--------------*
      *--- BUSQUEDA BINARIA SOBRE LA TABLA EN ORDEN USUARIO+OPERACION
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-LINEAS         TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-ENCONTRO = 'S'
              COMPUTE K = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-LIN-CLAVE (K) = WE-CLAVE-BUSQ
                    MOVE 'S'           TO WE-SW-ENCONTRO
                 WHEN WE-LIN-CLAVE (K) < WE-CLAVE-BUSQ
                    COMPUTE WE-BAJO = K + 1
                    END-COMPUTE
                 WHEN OTHER
                    IF K = 1
                       MOVE 0          TO WE-ALTO
                    ELSE
                       COMPUTE WE-ALTO = K - 1
                       END-COMPUTE
                    END-IF
              END-EVALUATE
           END-PERFORM.
      *---------------------*
       GRABAR-LINEAS-CICLO.
      *---------------------*
      *--- EL CICLO NUEVO ES POSTERIOR A TODOS LOS ANTERIORES, ASI QUE
      *--- SUS LINEAS VAN AL FINAL DE LA RECARGA EN ORDEN DE CLAVE
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-LINEAS
              ADD  1                   TO N
              INITIALIZE                  REG-CERTPERM
              MOVE WE-CICLO            TO CERT-CICLO
              MOVE WE-LIN-USER-ID (N)  TO CERT-USER-ID
              MOVE WE-LIN-OPERACION (N) TO CERT-OPERACION
              MOVE WE-LIN-SUPERVISOR (N) TO CERT-SUPERVISOR
              MOVE WE-LIN-AREA (N)     TO CERT-AREA
              MOVE WE-LIN-FEC-ALTA (N) TO CERT-FEC-ALTA
              MOVE WE-LIN-CANT-USOS (N) TO CERT-CANT-USOS
              MOVE WE-LIN-LIMITE-HORA (N) TO CERT-LIMITE-HORA
              MOVE 0                   TO WE-FECHA-TRAB
              IF WE-LIN-JUL-ULT-USO (N) > 0
                 MOVE WE-LIN-JUL-ULT-USO (N) TO WE-JUL-TRAB
                 PERFORM  CONVERTIR-FECHA-JULIANA
              END-IF
              MOVE WE-FECHA-TRAB       TO CERT-FEC-ULT-USO
              MOVE 'P'                 TO CERT-ESTADO
              MOVE WE-FEC-LIMITE       TO CERT-FEC-LIMITE
              MOVE 0                   TO CERT-FECHA
              MOVE 0                   TO CERT-HORA
              MOVE SPACES              TO CERT-USER-RESPUESTA
              WRITE REG-CERTNUE        FROM REG-CERTPERM
              ADD  1                   TO WE-CONT-LINEAS
           END-PERFORM.
      *-------------------------*
       CONVERTIR-FECHA-JULIANA.
      *-------------------------*
      *--- 0CYYDDD A AAAAMMDD: EL MES ES EL ULTIMO CUYO ACUMULADO
      *--- (CON EL 29 DE FEBRERO EN BISIESTO) QUEDA BAJO EL DIA
           COMPUTE WE-FT-AAAA = WE-JT-CYY + 1900
           END-COMPUTE.
           PERFORM  VERIFICAR-BISIESTO.
           MOVE 12                     TO WE-FT-MM.
           MOVE 0                      TO WE-AJUSTE.
           IF WE-SW-BISIESTO = 'S'
              MOVE 1                   TO WE-AJUSTE
           END-IF.
           PERFORM UNTIL WE-FT-MM = 1 OR
                         WE-JT-DDD > WE-ACU-DIAS (WE-FT-MM) + WE-AJUSTE
              SUBTRACT 1               FROM WE-FT-MM
              IF WE-FT-MM < 3
                 MOVE 0                TO WE-AJUSTE
              END-IF
           END-PERFORM.
           COMPUTE WE-FT-DD = WE-JT-DDD - WE-ACU-DIAS (WE-FT-MM)
                                        - WE-AJUSTE
           END-COMPUTE.
      *------------------------*
       ORDENAR-POR-SUPERVISOR.
      *------------------------*
      *--- EL LISTADO VA POR SUPERVISOR; SE ORDENA UN VECTOR DE
      *--- SUBINDICES Y LA TABLA QUEDA EN ORDEN DE PERMUSU
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-LINEAS
              ADD  1                   TO N
              MOVE N                   TO WE-ORD-LINEA (N)
           END-PERFORM.
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO = 'N'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 1                   TO N
              PERFORM UNTIL N >= WE-CANT-LINEAS
                 MOVE WE-ORD-LINEA (N)     TO I
                 MOVE WE-ORD-LINEA (N + 1) TO J
                 IF WE-LIN-SUPERVISOR (I) > WE-LIN-SUPERVISOR (J) OR
                   (WE-LIN-SUPERVISOR (I) = WE-LIN-SUPERVISOR (J) AND
                    WE-LIN-CLAVE (I) > WE-LIN-CLAVE (J))
                    MOVE WE-ORD-LINEA (N)     TO WE-ORD-AUX
                    MOVE WE-ORD-LINEA (N + 1) TO WE-ORD-LINEA (N)
                    MOVE WE-ORD-AUX           TO WE-ORD-LINEA (N + 1)
                    MOVE 'S'           TO WE-SW-CAMBIO
                 END-IF
                 ADD  1                TO N
              END-PERFORM
           END-PERFORM.
      *------------------*
       IMPRIMIR-LISTADO.
      *------------------*
           MOVE SPACES                 TO WE-SUPERVISOR-ANT.
           MOVE SPACES                 TO WE-USER-ANTERIOR.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-LINEAS
              ADD  1                   TO N
              MOVE WE-ORD-LINEA (N)    TO I
              IF WE-LIN-SUPERVISOR (I) NOT = WE-SUPERVISOR-ANT
                 IF N > 1
                    PERFORM  IMPRIMIR-TOTAL-SUPERVISOR
                 END-IF
                 PERFORM  IMPRIMIR-CABECERA-SUPERVISOR
              END-IF
              PERFORM  IMPRIMIR-LINEA
           END-PERFORM.
           IF WE-CANT-LINEAS > 0
              PERFORM  IMPRIMIR-TOTAL-SUPERVISOR
           END-IF.
      *------------------------------*
       IMPRIMIR-CABECERA-SUPERVISOR.
      *------------------------------*
           ADD  1                      TO WE-CONT-SUPERVISORES.
           MOVE WE-LIN-SUPERVISOR (I)  TO WE-SUPERVISOR-ANT.
           MOVE SPACES                 TO WE-USER-ANTERIOR.
           MOVE 0                      TO WE-SUP-LINEAS.
           MOVE 0                      TO WE-SUP-USUARIOS.
           MOVE 0                      TO WE-SUP-SIN-USO.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WE-LIN-SUPERVISOR (I)  TO WE-SUP-USER-ID.
           WRITE REG-REPORTE           FROM WE-LINEA-SUPERVISOR.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *----------------*
       IMPRIMIR-LINEA.
      *----------------*
           ADD  1                      TO WE-SUP-LINEAS.
           MOVE SPACES                 TO WE-LINEA-DETALLE.
           IF WE-LIN-USER-ID (I) NOT = WE-USER-ANTERIOR
              ADD  1                   TO WE-SUP-USUARIOS
              MOVE WE-LIN-USER-ID (I)  TO WE-USER-ANTERIOR
              MOVE WE-LIN-USER-ID (I)  TO WE-DET-USER-ID
              MOVE WE-LIN-NOMBRE (I)   TO WE-DET-NOMBRE
              MOVE WE-LIN-AREA (I)     TO WE-DET-AREA
           END-IF.
           MOVE WE-LIN-OPERACION (I)   TO WE-DET-OPERACION.
           MOVE WE-LIN-FEC-ALTA (I)    TO WE-DET-FEC-ALTA.
           IF WE-LIN-JUL-ULT-USO (I) = 0
              ADD  1                   TO WE-SUP-SIN-USO
              ADD  1                   TO WE-CONT-SIN-USO
              MOVE 'SIN USO'           TO WE-DET-ULT-USO
           ELSE
              MOVE WE-LIN-JUL-ULT-USO (I) TO WE-JUL-TRAB
              PERFORM  CONVERTIR-FECHA-JULIANA
              MOVE WE-FECHA-TRAB       TO WE-DET-ULT-USO
           END-IF.
           MOVE WE-LIN-CANT-USOS (I)   TO WE-DET-CANT-USOS.
           MOVE WE-LIN-LIMITE-HORA (I) TO WE-DET-LIMITE-HORA.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
      *---------------------------*
       IMPRIMIR-TOTAL-SUPERVISOR.
      *---------------------------*
           MOVE WE-SUP-LINEAS          TO WE-TSU-LINEAS.
           MOVE WE-SUP-USUARIOS        TO WE-TSU-USUARIOS.
           MOVE WE-SUP-SIN-USO         TO WE-TSU-SIN-USO.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL-SUPERVISOR.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'PERMISOS LEIDOS (PERMUSU)' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-PERMUSU        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  MARCAS SIN OPERACIONES' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-MARCAS         TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  DE USUARIOS CESADOS' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CESADOS        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'LINEAS DEL CICLO'     TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-LINEAS         TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  SIN USO EN AUDITLOG' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-USO        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE '  USUARIO NO UBICADO EN RRHH' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-RRHH       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'SUPERVISORES'         TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SUPERVISORES   TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'LINEAS DE CICLOS ANTERIORES' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-ANTERIORES     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB062 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-CERTPERM
                  ARCH-CERTNUE
                  ARCH-REPORTE.
           COMPUTE WE-CONT-GRABADOS = WE-CONT-ANTERIORES +
                                      WE-CONT-LINEAS
           END-COMPUTE.
           DISPLAY 'BSEB062 USUARIOS EN RRHH       = ' WE-CONT-RRHH.
           DISPLAY 'BSEB062 PERMISOS LEIDOS        = ' WE-CONT-PERMUSU.
           DISPLAY 'BSEB062 LINEAS DEL CICLO       = ' WE-CONT-LINEAS.
           DISPLAY 'BSEB062 LINEAS SIN USO         = ' WE-CONT-SIN-USO.
           DISPLAY 'BSEB062 USUARIOS SIN RRHH (LIN)= '
                   WE-CONT-SIN-RRHH.
           DISPLAY 'BSEB062 ACCESOS AUDITLOG       = ' WE-CONT-AUDIT.
           DISPLAY 'BSEB062 USOS ASIGNADOS         = ' WE-CONT-USOS.
           DISPLAY 'BSEB062 REGISTROS CERTNUE      = '
                   WE-CONT-GRABADOS.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; NO TIENE PREDECESOR
      *--- EN LA CADENA: DEPENDE DE LAS DESCARGAS Y DEL EXTRACTO RRHH
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB062 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-CICLO            TO RUNC-PARAMETROS (10:6).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB062 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB062 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-PERMUSU     TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-GRABADOS    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
