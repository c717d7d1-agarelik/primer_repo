************************************************************************
***   * 104647 15/10/26 JCV REVOCACION DIARIA DE PERMISOS: VENCIDOS DE *
***   *               LA RECERTIFICACION, REVOCADOS POR EL SUPERVISOR  *
***   *               Y BAJA COMPLETA DE LOS CESADOS EN RRHH           *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO APLICAREVOCACIONPERM - LOTE DIARIO                 **
*OBJET*** MARCA REVOCADAS LAS LINEAS DE CERTPERM QUE VENCIERON SIN   **
*OBJET*** RESPUESTA DEL SUPERVISOR Y RETIRA DE PERMUSU Y QTAPARM     **
*OBJET*** TODA LINEA REVOCADA AUN NO APLICADA. CON EL ARCHIVO DE     **
*OBJET*** CESADOS DE RECURSOS HUMANOS RETIRA TODOS LOS PERMISOS Y    **
*OBJET*** CUOTAS DEL USUARIO Y SUS CURSORES ABIERTOS EN CURSLOG. UN  **
*OBJET*** USUARIO QUE QUEDA SIN OPERACIONES CONSERVA EN PERMUSU LA   **
*OBJET*** MARCA '*SIN OPERACIONES*' PARA SEGUIR ADMINISTRADO (SIN    **
*OBJET*** ELLA BSEOPERM LE DARIA EL ACCESO HISTORICO COMPLETO). CADA **
*OBJET*** RETIRO QUEDA EN LA BITACORA PERMLOG Y EN EL REPORTE        **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB063.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CESADOS        ASSIGN TO CESADOS
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CERTPERM       ASSIGN TO CERTPERM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CERTNUE        ASSIGN TO CERTNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PERMUSU        ASSIGN TO PERMUSU
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PERMNUE        ASSIGN TO PERMNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-QTAPARM        ASSIGN TO QTAPARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-QTANUE         ASSIGN TO QTANUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CURSLOG        ASSIGN TO CURSLOG
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-CURSNUE        ASSIGN TO CURSNUE
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-PERMLOG        ASSIGN TO PERMLOG
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WE-FS-PERMLOG.
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
      *------------------ CESADOS DEL DIA (RECURSOS HUMANOS) ----------*
       FD  ARCH-CESADOS
           RECORDING MODE IS F.
           COPY BSERRHRG.
      *------------------ RECERTIFICACION (DESCARGA DE CERTPERM) ------*
       FD  ARCH-CERTPERM
           RECORDING MODE IS F.
           COPY BSECRTRG.
      *------------------ RECERTIFICACION (RECARGA) -------------------*
       FD  ARCH-CERTNUE
           RECORDING MODE IS F.
       01  REG-CERTNUE                     PIC X(170).
      *------------------ PERMISOS POR OPERACION (DESCARGA) -----------*
       FD  ARCH-PERMUSU
           RECORDING MODE IS F.
           COPY BSEPRMRG.
      *------------------ PERMISOS POR OPERACION (RECARGA) ------------*
       FD  ARCH-PERMNUE
           RECORDING MODE IS F.
       01  REG-PERMNUE                     PIC X(49).
      *------------------ CUOTAS HORARIAS (DESCARGA DE QTAPARM) -------*
       FD  ARCH-QTAPARM
           RECORDING MODE IS F.
           COPY BSEQPARG.
      *------------------ CUOTAS HORARIAS (RECARGA) -------------------*
       FD  ARCH-QTANUE
           RECORDING MODE IS F.
       01  REG-QTANUE                      PIC X(46).
      *------------------ CURSORES ACTUALES (DESCARGA DE CURSLOG) -----*
       FD  ARCH-CURSLOG
           RECORDING MODE IS F.
           COPY BSECURRG.
      *------------------ CURSORES VIGENTES (RECARGA DE CURSLOG) ------*
       FD  ARCH-CURSNUE
           RECORDING MODE IS F.
       01  REG-CURSNUE                     PIC X(69).
      *------------------ BITACORA DE REVOCACIONES (EXTEND) -----------*
       FD  ARCH-PERMLOG
           RECORDING MODE IS F.
           COPY BSEPLGRG.
      *------------------ REPORTE DE REVOCACIONES ---------------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-FS-PERMLOG               PIC X(02)  VALUE SPACES.
           02  WE-EOF-CESADOS              PIC X(01)  VALUE SPACES.
           02  WE-EOF-CERTPERM             PIC X(01)  VALUE SPACES.
           02  WE-EOF-PERMUSU              PIC X(01)  VALUE SPACES.
           02  WE-EOF-QTAPARM              PIC X(01)  VALUE SPACES.
           02  WE-EOF-CURSLOG              PIC X(01)  VALUE SPACES.
           02  WE-SW-ENCONTRO              PIC X(01)  VALUE SPACES.
           02  WE-SW-CESADO                PIC X(01)  VALUE SPACES.
           02  WE-SW-CAMBIO                PIC X(01)  VALUE SPACES.
           02  WE-SW-MARCA                 PIC X(01)  VALUE SPACES.
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-USER-BUSQ                PIC X(08)  VALUE SPACES.
           02  WE-CLAVE-BUSQ.
               03  WE-BUSQ-USER-ID         PIC X(08)  VALUE SPACES.
               03  WE-BUSQ-OPERACION       PIC X(25)  VALUE SPACES.
           02  WE-GRP-USER-ID              PIC X(08)  VALUE SPACES.
           02  WE-MARCA-USER-ID            PIC X(08)  VALUE SPACES.
           02  WE-CES-ANTERIOR             PIC X(08)  VALUE SPACES.
           02  WE-PERM-ACTUAL              PIC X(49)  VALUE SPACES.
           02  WE-GRP-QUEDAN               PIC 9(05)  VALUE ZEROS.
           02  WE-GRP-RETIRADOS            PIC 9(05)  VALUE ZEROS.
           02  WE-PTR-CESADO               PIC 9(05)  VALUE ZEROS.
           02  WE-CONT-CESADOS             PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CERT-LEIDOS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-VENCIDAS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-BAJAS-CERT          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PERM-LEIDOS         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PERM-GRABADOS       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PERM-RETIRADOS      PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-MARCAS              PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-QTA-LEIDOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-QTA-RETIRADOS       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CUR-LEIDOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-CUR-RETIRADOS       PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-SIN-PERMISO         PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-BITACORA            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-ERRORES             PIC 9(07)  VALUE ZEROS.
           02  WE-BAJO                     PIC 9(05)  VALUE ZEROS.
           02  WE-ALTO                     PIC 9(05)  VALUE ZEROS.
           02  I                           PIC 9(05)  VALUE ZEROS.
           02  J                           PIC 9(05)  VALUE ZEROS.
           02  K                           PIC 9(05)  VALUE ZEROS.
           02  N                           PIC 9(05)  VALUE ZEROS.
      *------------------ USUARIOS CESADOS (ORDEN DE USUARIO) ----------*
       01  WE-TABLA-CESADOS.
           02  WE-CANT-CESADOS             PIC 9(05)  VALUE ZEROS.
           02  WE-CES-OCC  OCCURS  2001  TIMES.
               03  WE-CES-USER-ID          PIC X(08).
               03  WE-CES-FEC-CESE         PIC 9(08).
       01  WE-CES-AUX.
           02  WE-CES-AUX-USER-ID          PIC X(08).
           02  WE-CES-AUX-FEC-CESE         PIC 9(08).
      *------------------ REVOCACIONES POR APLICAR ---------------------*
       01  WE-TABLA-REVOCADAS.
           02  WE-CANT-REVOCADAS           PIC 9(05)  VALUE ZEROS.
           02  WE-REV-OCC  OCCURS  5000  TIMES.
               03  WE-REV-CLAVE.
                   04  WE-REV-USER-ID      PIC X(08).
                   04  WE-REV-OPERACION    PIC X(25).
               03  WE-REV-MOTIVO           PIC X(01).
               03  WE-REV-CICLO            PIC X(06).
               03  WE-REV-SW-APLICADA      PIC X(01).
      *------------------ PERMISOS DEL USUARIO EN CURSO ----------------*
       01  WE-TABLA-GRUPO.
           02  WE-CANT-GRUPO               PIC 9(05)  VALUE ZEROS.
           02  WE-GRP-OCC  OCCURS  500  TIMES.
               03  WE-GRP-REGISTRO         PIC X(49).
               03  WE-GRP-ACCION           PIC X(01).
      *            'G' SE GRABA / 'R' SE RETIRA / 'M' MARCA PREVIA
      *------------------ LINEAS DEL REPORTE ---------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(28)  VALUE
               'BSEB063 REVOCACION DE PERMI'.
           02  FILLER                      PIC X(28)  VALUE
               'SOS DEL BUS AL '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(68)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(22)  VALUE
               'EVENTO'.
           02  FILLER                      PIC X(10)  VALUE
               'USUARIO'.
           02  FILLER                      PIC X(27)  VALUE
               'OPERACION / PROGRAMA'.
           02  FILLER                      PIC X(10)  VALUE
               'ARCHIVO'.
           02  FILLER                      PIC X(08)  VALUE
               'CICLO'.
           02  FILLER                      PIC X(55)  VALUE
               'DETALLE'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-EVENTO               PIC X(20)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-USER-ID              PIC X(08)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-OPERACION            PIC X(25)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-ARCHIVO              PIC X(08)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-CICLO                PIC X(06)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-DETALLE              PIC X(30)  VALUE SPACES.
           02  FILLER                      PIC X(25)  VALUE SPACES.
       01  WE-LINEA-TOTAL.
           02  WE-TOT-ETIQUETA             PIC X(30)  VALUE SPACES.
           02  WE-TOT-CANTIDAD             PIC ZZZZZZ9.
           02  FILLER                      PIC X(95)  VALUE SPACES.
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
           END-READ.
           CLOSE  ARCH-PARM.
           OPEN INPUT   ARCH-CESADOS.
           PERFORM  CARGAR-CESADOS.
           CLOSE  ARCH-CESADOS.
           PERFORM  ORDENAR-CESADOS.
           COMPUTE I = WE-CANT-CESADOS + 1
           END-COMPUTE.
           MOVE HIGH-VALUES            TO WE-CES-USER-ID (I).
           OPEN EXTEND  ARCH-PERMLOG.
      *--- PRIMERA REVOCACION: LA BITACORA SE CREA VACIA
           IF WE-FS-PERMLOG = '35'
              OPEN OUTPUT  ARCH-PERMLOG
           END-IF.
           IF WE-FS-PERMLOG NOT = '00'
              DISPLAY 'BSEB063 ERROR AL ABRIR PERMLOG FS='
                      WE-FS-PERMLOG
              PERFORM  CANCELAR-PROCESO
           END-IF.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *----------------*
       CARGAR-CESADOS.
      *----------------*
      *--- CUENTA TODO REGISTRO CESADO CON CESE HASTA LA FECHA DE
      *--- PROCESO; UN CESE FUTURO ESPERA A SU DIA
           PERFORM UNTIL WE-EOF-CESADOS = 'S'
              READ ARCH-CESADOS
                   AT END
                      MOVE 'S'         TO WE-EOF-CESADOS
                   NOT AT END
                      IF RRHH-ESTADO = 'C' AND
                         RRHH-USER-ID NOT = SPACES AND
                         RRHH-FEC-CESE NOT > WE-FEC-PROCESO
                         ADD  1        TO WE-CONT-CESADOS
                         PERFORM  GUARDAR-CESADO
                      END-IF
              END-READ
           END-PERFORM.
      *----------------*
       GUARDAR-CESADO.
      *----------------*
           IF WE-CANT-CESADOS >= 2000
              DISPLAY 'BSEB063 MAS DE 2000 CESADOS EN EL ARCHIVO'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-CESADOS.
           MOVE WE-CANT-CESADOS        TO I.
           MOVE RRHH-USER-ID           TO WE-CES-USER-ID (I).
           MOVE RRHH-FEC-CESE          TO WE-CES-FEC-CESE (I).
      *-----------------*
       ORDENAR-CESADOS.
      *-----------------*
      *--- EN ORDEN DE USUARIO PARA LA BUSQUEDA Y PARA INTERCALAR LAS
      *--- MARCAS DE LOS CESADOS QUE NO TIENEN REGISTROS EN PERMUSU
           MOVE 'S'                    TO WE-SW-CAMBIO.
           PERFORM UNTIL WE-SW-CAMBIO = 'N'
              MOVE 'N'                 TO WE-SW-CAMBIO
              MOVE 1                   TO I
              PERFORM UNTIL I >= WE-CANT-CESADOS
                 IF WE-CES-USER-ID (I) > WE-CES-USER-ID (I + 1)
                    MOVE WE-CES-OCC (I)     TO WE-CES-AUX
                    MOVE WE-CES-OCC (I + 1) TO WE-CES-OCC (I)
                    MOVE WE-CES-AUX         TO WE-CES-OCC (I + 1)
                    MOVE 'S'           TO WE-SW-CAMBIO
                 END-IF
                 ADD  1                TO I
              END-PERFORM
           END-PERFORM.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           OPEN INPUT   ARCH-CERTPERM.
           OPEN OUTPUT  ARCH-CERTNUE.
           PERFORM  PROCESAR-CERTPERM.
           CLOSE  ARCH-CERTPERM
                  ARCH-CERTNUE.
           OPEN INPUT   ARCH-PERMUSU.
           OPEN OUTPUT  ARCH-PERMNUE.
           PERFORM  PROCESAR-PERMUSU.
           CLOSE  ARCH-PERMUSU
                  ARCH-PERMNUE.
           OPEN INPUT   ARCH-QTAPARM.
           OPEN OUTPUT  ARCH-QTANUE.
           PERFORM  PROCESAR-QTAPARM.
           CLOSE  ARCH-QTAPARM
                  ARCH-QTANUE.
           OPEN INPUT   ARCH-CURSLOG.
           OPEN OUTPUT  ARCH-CURSNUE.
           PERFORM  PROCESAR-CURSLOG.
           CLOSE  ARCH-CURSLOG
                  ARCH-CURSNUE.
           PERFORM  LISTAR-SIN-PERMISO.
      *-------------------*
       PROCESAR-CERTPERM.
      *-------------------*
           PERFORM UNTIL WE-EOF-CERTPERM = 'S'
              READ ARCH-CERTPERM
                   AT END
                      MOVE 'S'         TO WE-EOF-CERTPERM
                   NOT AT END
                      ADD  1           TO WE-CONT-CERT-LEIDOS
                      PERFORM  EVALUAR-LINEA-CERT
                      WRITE REG-CERTNUE FROM REG-CERTPERM
              END-READ
           END-PERFORM.
      *--------------------*
       EVALUAR-LINEA-CERT.
      *--------------------*
           MOVE CERT-USER-ID           TO WE-USER-BUSQ.
           PERFORM  BUSCAR-CESADO.
      *--- EL CESADO PIERDE TODO: SUS LINEAS PENDIENTES SE CIERRAN
           IF CERT-ESTADO = 'P' AND WE-SW-CESADO = 'S'
              ADD  1                   TO WE-CONT-BAJAS-CERT
              MOVE 'B'                 TO CERT-ESTADO
              MOVE WE-FEC-PROCESO      TO CERT-FEC-RESPUESTA
              MOVE 'BSEB063 '          TO CERT-USER-RESPUESTA
              MOVE 'USUARIO CESADO EN RRHH'
                                       TO CERT-MOTIVO
              MOVE WE-FEC-PROCESO      TO CERT-FEC-APLICACION
           END-IF.
      *--- PASADA LA FECHA LIMITE SIN RESPUESTA SE REVOCA SOLA
           IF CERT-ESTADO = 'P' AND CERT-FEC-LIMITE < WE-FEC-PROCESO
              ADD  1                   TO WE-CONT-VENCIDAS
              MOVE 'A'                 TO CERT-ESTADO
              MOVE WE-FEC-PROCESO      TO CERT-FEC-RESPUESTA
              MOVE 'BSEB063 '          TO CERT-USER-RESPUESTA
              MOVE 'VENCIDA SIN CERTIFICAR'
                                       TO CERT-MOTIVO
              INITIALIZE                  WE-LINEA-DETALLE
              MOVE 'VENCIDA SIN CERTIF.' TO WE-DET-EVENTO
              MOVE CERT-USER-ID        TO WE-DET-USER-ID
              MOVE CERT-OPERACION      TO WE-DET-OPERACION
              MOVE 'CERTPERM'          TO WE-DET-ARCHIVO
              MOVE CERT-CICLO          TO WE-DET-CICLO
              MOVE 'SUPERVISOR '       TO WE-DET-DETALLE
              MOVE CERT-SUPERVISOR     TO WE-DET-DETALLE (12:8)
              WRITE REG-REPORTE        FROM WE-LINEA-DETALLE
           END-IF.
      *--- REVOCADA Y AUN NO APLICADA: SE RETIRA DE PERMUSU Y QTAPARM
           IF (CERT-ESTADO = 'R' OR 'A') AND CERT-FEC-APLICACION = 0
              MOVE WE-FEC-PROCESO      TO CERT-FEC-APLICACION
              IF WE-SW-CESADO NOT = 'S'
                 PERFORM  GUARDAR-REVOCACION
              END-IF
           END-IF.
      *--------------------*
       GUARDAR-REVOCACION.
      *--------------------*
           IF WE-CANT-REVOCADAS >= 5000
              DISPLAY 'BSEB063 MAS DE 5000 REVOCACIONES POR APLICAR'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-REVOCADAS.
           MOVE WE-CANT-REVOCADAS      TO K.
           MOVE CERT-USER-ID           TO WE-REV-USER-ID (K).
           MOVE CERT-OPERACION         TO WE-REV-OPERACION (K).
           MOVE CERT-CICLO             TO WE-REV-CICLO (K).
           MOVE 'N'                    TO WE-REV-SW-APLICADA (K).
           IF CERT-ESTADO = 'R'
              MOVE 'R'                 TO WE-REV-MOTIVO (K)
           ELSE
              MOVE 'V'                 TO WE-REV-MOTIVO (K)
           END-IF.
      *---------------*
       BUSCAR-CESADO.
      *---------------*
      *--- BUSQUEDA BINARIA SOBRE LOS CESADOS EN ORDEN DE USUARIO
           MOVE 'N'                    TO WE-SW-CESADO.
           MOVE 1                      TO WE-BAJO.
           MOVE WE-CANT-CESADOS        TO WE-ALTO.
           PERFORM UNTIL WE-BAJO > WE-ALTO OR WE-SW-CESADO = 'S'
              COMPUTE J = (WE-BAJO + WE-ALTO) / 2
              END-COMPUTE
              EVALUATE TRUE
                 WHEN WE-CES-USER-ID (J) = WE-USER-BUSQ
                    MOVE 'S'           TO WE-SW-CESADO
                 WHEN WE-CES-USER-ID (J) < WE-USER-BUSQ
                    COMPUTE WE-BAJO = J + 1
                    END-COMPUTE
                 WHEN OTHER
                    IF J = 1
                       MOVE 0          TO WE-ALTO
                    ELSE
                       COMPUTE WE-ALTO = J - 1
                       END-COMPUTE
                    END-IF
              END-EVALUATE
           END-PERFORM.
      *-------------------*
       BUSCAR-REVOCACION.
      *-------------------*
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-REVOCADAS OR
                         WE-SW-ENCONTRO = 'S'
              ADD  1                   TO K
              IF WE-REV-CLAVE (K) = WE-CLAVE-BUSQ
                 MOVE 'S'              TO WE-SW-ENCONTRO
              END-IF
           END-PERFORM.
      *------------------*
       PROCESAR-PERMUSU.
      *------------------*
      *--- LOS PERMISOS SE AGRUPAN POR USUARIO: LA MARCA SIN
      *--- OPERACIONES SE DECIDE CON EL GRUPO COMPLETO Y VA PRIMERO
      *--- ('*' ORDENA ANTES QUE CUALQUIER OPERACION)
           MOVE 1                      TO WE-PTR-CESADO.
           MOVE SPACES                 TO WE-CES-ANTERIOR.
           MOVE 0                      TO WE-CANT-GRUPO.
           MOVE SPACES                 TO WE-GRP-USER-ID.
           PERFORM UNTIL WE-EOF-PERMUSU = 'S'
              READ ARCH-PERMUSU
                   AT END
                      MOVE 'S'         TO WE-EOF-PERMUSU
                   NOT AT END
                      ADD  1           TO WE-CONT-PERM-LEIDOS
                      MOVE REG-PERMUSU TO WE-PERM-ACTUAL
                      IF PERM-USER-ID NOT = WE-GRP-USER-ID
                         MOVE PERM-USER-ID TO WE-USER-BUSQ
                         PERFORM  CERRAR-GRUPO
                         PERFORM  MARCAR-CESADOS-PREVIOS
                         MOVE WE-USER-BUSQ TO WE-GRP-USER-ID
                      END-IF
                      PERFORM  GUARDAR-EN-GRUPO
              END-READ
           END-PERFORM.
           PERFORM  CERRAR-GRUPO.
           MOVE HIGH-VALUES            TO WE-USER-BUSQ.
           PERFORM  MARCAR-CESADOS-PREVIOS.
      *------------------------*
       MARCAR-CESADOS-PREVIOS.
      *------------------------*
      *--- CESADOS SIN REGISTROS EN PERMUSU: SIN LA MARCA QUEDARIAN NO
      *--- ADMINISTRADOS, ES DECIR CON ACCESO A TODAS LAS OPERACIONES.
      *--- LA POSICION SIGUIENTE AL ULTIMO CESADO QUEDA EN HIGH-VALUES
           PERFORM UNTIL WE-PTR-CESADO > WE-CANT-CESADOS OR
                 WE-CES-USER-ID (WE-PTR-CESADO) NOT < WE-USER-BUSQ
              IF WE-CES-USER-ID (WE-PTR-CESADO) NOT = WE-CES-ANTERIOR
                 MOVE WE-CES-USER-ID (WE-PTR-CESADO)
                                       TO WE-MARCA-USER-ID
                 MOVE WE-CES-USER-ID (WE-PTR-CESADO)
                                       TO WE-CES-ANTERIOR
                 PERFORM  GRABAR-MARCA
              END-IF
              ADD  1                   TO WE-PTR-CESADO
           END-PERFORM.
      *--- EL CESADO QUE SI TIENE REGISTROS SE TRATA EN SU GRUPO
           PERFORM UNTIL WE-PTR-CESADO > WE-CANT-CESADOS OR
                 WE-CES-USER-ID (WE-PTR-CESADO) NOT = WE-USER-BUSQ
              MOVE WE-CES-USER-ID (WE-PTR-CESADO) TO WE-CES-ANTERIOR
              ADD  1                   TO WE-PTR-CESADO
           END-PERFORM.
      *------------------*
       GUARDAR-EN-GRUPO.
      *------------------*
           IF WE-CANT-GRUPO >= 500
              DISPLAY 'BSEB063 USUARIO ' PERM-USER-ID
                      ' CON MAS DE 500 PERMISOS'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           ADD  1                      TO WE-CANT-GRUPO.
           MOVE WE-CANT-GRUPO          TO N.
           MOVE WE-PERM-ACTUAL         TO WE-GRP-REGISTRO (N).
           MOVE 'G'                    TO WE-GRP-ACCION (N).
      *--------------*
       CERRAR-GRUPO.
      *--------------*
           IF WE-CANT-GRUPO > 0
              PERFORM  DECIDIR-GRUPO
              PERFORM  GRABAR-GRUPO
           END-IF.
           MOVE 0                      TO WE-CANT-GRUPO.
      *---------------*
       DECIDIR-GRUPO.
      *---------------*
           MOVE WE-GRP-USER-ID         TO WE-USER-BUSQ.
           PERFORM  BUSCAR-CESADO.
           MOVE 'N'                    TO WE-SW-MARCA.
           MOVE 0                      TO WE-GRP-QUEDAN.
           MOVE 0                      TO WE-GRP-RETIRADOS.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-GRUPO
              ADD  1                   TO N
              MOVE WE-GRP-REGISTRO (N) TO REG-PERMUSU
              EVALUATE TRUE
                 WHEN PERM-SIN-OPERACIONES
                    MOVE 'M'           TO WE-GRP-ACCION (N)
                    MOVE 'S'           TO WE-SW-MARCA
                 WHEN WE-SW-CESADO = 'S'
                    MOVE 'R'           TO WE-GRP-ACCION (N)
                    ADD  1             TO WE-GRP-RETIRADOS
                    MOVE 'C'           TO PLOG-MOTIVO
                    MOVE SPACES        TO PLOG-CICLO
                    MOVE 'USUARIO CESADO EN RRHH' TO PLOG-DETALLE
                    PERFORM  REGISTRAR-RETIRO-PERMISO
                 WHEN OTHER
                    MOVE PERM-CLAVE    TO WE-CLAVE-BUSQ
                    PERFORM  BUSCAR-REVOCACION
                    IF WE-SW-ENCONTRO = 'S'
                       MOVE 'R'        TO WE-GRP-ACCION (N)
                       ADD  1          TO WE-GRP-RETIRADOS
                       MOVE 'S'        TO WE-REV-SW-APLICADA (K)
                       MOVE WE-REV-MOTIVO (K) TO PLOG-MOTIVO
                       MOVE WE-REV-CICLO (K)  TO PLOG-CICLO
                       MOVE SPACES     TO PLOG-DETALLE
                       PERFORM  REGISTRAR-RETIRO-PERMISO
                    ELSE
                       ADD  1          TO WE-GRP-QUEDAN
                    END-IF
              END-EVALUATE
           END-PERFORM.
      *--------------*
       GRABAR-GRUPO.
      *--------------*
      *--- SIN OPERACIONES VIGENTES EL USUARIO CONSERVA (O RECIBE) LA
      *--- MARCA; SI LE REASIGNARON OPERACIONES LA MARCA YA NO VA
           IF WE-GRP-QUEDAN = 0 AND
             (WE-GRP-RETIRADOS > 0 OR WE-SW-MARCA = 'S')
              MOVE WE-GRP-USER-ID      TO WE-MARCA-USER-ID
              PERFORM  GRABAR-MARCA
           END-IF.
           MOVE 0                      TO N.
           PERFORM UNTIL N >= WE-CANT-GRUPO
              ADD  1                   TO N
              IF WE-GRP-ACCION (N) = 'G'
                 WRITE REG-PERMNUE     FROM WE-GRP-REGISTRO (N)
                 ADD  1                TO WE-CONT-PERM-GRABADOS
              END-IF
           END-PERFORM.
      *--------------*
       GRABAR-MARCA.
      *--------------*
           INITIALIZE                     REG-PERMUSU.
           MOVE WE-MARCA-USER-ID       TO PERM-USER-ID.
           SET  PERM-SIN-OPERACIONES   TO TRUE.
           MOVE WE-FEC-PROCESO         TO PERM-FEC-ALTA.
           MOVE 'BSEB063 '             TO PERM-USER-MMTO.
           WRITE REG-PERMNUE           FROM REG-PERMUSU.
           ADD  1                      TO WE-CONT-PERM-GRABADOS.
           ADD  1                      TO WE-CONT-MARCAS.
      *--------------------------*
       REGISTRAR-RETIRO-PERMISO.
      *--------------------------*
           ADD  1                      TO WE-CONT-PERM-RETIRADOS.
           MOVE PERM-USER-ID           TO PLOG-USER-ID.
           MOVE PERM-OPERACION         TO PLOG-OPERACION.
           MOVE 'PERMUSU '             TO PLOG-ARCHIVO.
           PERFORM  GRABAR-BITACORA.
      *------------------*
       PROCESAR-QTAPARM.
      *------------------*
           PERFORM UNTIL WE-EOF-QTAPARM = 'S'
              READ ARCH-QTAPARM
                   AT END
                      MOVE 'S'         TO WE-EOF-QTAPARM
                   NOT AT END
                      ADD  1           TO WE-CONT-QTA-LEIDOS
                      PERFORM  EVALUAR-CUOTA
              END-READ
           END-PERFORM.
      *---------------*
       EVALUAR-CUOTA.
      *---------------*
      *--- LA CUOTA SIGUE AL PERMISO: SE RETIRA CON EL CESE O CON LA
      *--- REVOCACION DE LA MISMA OPERACION
           MOVE QTA-USER-ID            TO WE-USER-BUSQ.
           PERFORM  BUSCAR-CESADO.
           MOVE 'N'                    TO WE-SW-ENCONTRO.
           IF WE-SW-CESADO = 'S'
              MOVE 'C'                 TO PLOG-MOTIVO
              MOVE SPACES              TO PLOG-CICLO
              MOVE 'USUARIO CESADO EN RRHH' TO PLOG-DETALLE
           ELSE
              MOVE QTA-CLAVE           TO WE-CLAVE-BUSQ
              PERFORM  BUSCAR-REVOCACION
              IF WE-SW-ENCONTRO = 'S'
                 MOVE WE-REV-MOTIVO (K) TO PLOG-MOTIVO
                 MOVE WE-REV-CICLO (K)  TO PLOG-CICLO
                 MOVE SPACES           TO PLOG-DETALLE
              END-IF
           END-IF.
           IF WE-SW-CESADO = 'S' OR WE-SW-ENCONTRO = 'S'
              ADD  1                   TO WE-CONT-QTA-RETIRADOS
              MOVE QTA-USER-ID         TO PLOG-USER-ID
              MOVE QTA-OPERACION       TO PLOG-OPERACION
              MOVE 'QTAPARM '          TO PLOG-ARCHIVO
              PERFORM  GRABAR-BITACORA
           ELSE
              WRITE REG-QTANUE         FROM REG-QTAPARM
           END-IF.
      *------------------*
       PROCESAR-CURSLOG.
      *------------------*
           PERFORM UNTIL WE-EOF-CURSLOG = 'S'
              READ ARCH-CURSLOG
                   AT END
                      MOVE 'S'         TO WE-EOF-CURSLOG
                   NOT AT END
                      ADD  1           TO WE-CONT-CUR-LEIDOS
                      PERFORM  EVALUAR-CURSOR
              END-READ
           END-PERFORM.
      *----------------*
       EVALUAR-CURSOR.
      *----------------*
      *--- LOS CURSORES ABIERTOS DEL CESADO SE ELIMINAN EL MISMO DIA
           MOVE CURSLOG-USER-ID        TO WE-USER-BUSQ.
           PERFORM  BUSCAR-CESADO.
           IF WE-SW-CESADO = 'S'
              ADD  1                   TO WE-CONT-CUR-RETIRADOS
              MOVE CURSLOG-USER-ID     TO PLOG-USER-ID
              MOVE CURSLOG-PROGRAMA    TO PLOG-OPERACION
              MOVE 'CURSLOG '          TO PLOG-ARCHIVO
              MOVE 'C'                 TO PLOG-MOTIVO
              MOVE SPACES              TO PLOG-CICLO
              MOVE 'TOKEN '            TO PLOG-DETALLE
              MOVE CURSLOG-TOKEN       TO PLOG-DETALLE (7:20)
              PERFORM  GRABAR-BITACORA
           ELSE
              WRITE REG-CURSNUE        FROM REG-CURSLOG
           END-IF.
      *-----------------*
       GRABAR-BITACORA.
      *-----------------*
           MOVE WE-FEC-PROCESO         TO PLOG-FECHA.
           MOVE 'BSEB063 '             TO PLOG-PROGRAMA.
           WRITE REG-PERMLOG.
           ADD  1                      TO WE-CONT-BITACORA.
           INITIALIZE                     WE-LINEA-DETALLE.
           EVALUATE PLOG-MOTIVO
              WHEN 'R'
                 MOVE 'REVOCADA SUPERVISOR' TO WE-DET-EVENTO
              WHEN 'V'
                 MOVE 'REVOCADA POR VENCIM'  TO WE-DET-EVENTO
              WHEN OTHER
                 MOVE 'USUARIO CESADO'  TO WE-DET-EVENTO
           END-EVALUATE.
           MOVE PLOG-USER-ID           TO WE-DET-USER-ID.
           MOVE PLOG-OPERACION         TO WE-DET-OPERACION.
           MOVE PLOG-ARCHIVO           TO WE-DET-ARCHIVO.
           MOVE PLOG-CICLO             TO WE-DET-CICLO.
           MOVE PLOG-DETALLE           TO WE-DET-DETALLE.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           INITIALIZE                     REG-PERMLOG.
      *--------------------*
       LISTAR-SIN-PERMISO.
      *--------------------*
      *--- REVOCACIONES CUYO PERMISO YA NO ESTABA EN PERMUSU (RETIRADO
      *--- A MANO ANTES DEL LOTE): SOLO SE INFORMAN
           MOVE 0                      TO K.
           PERFORM UNTIL K >= WE-CANT-REVOCADAS
              ADD  1                   TO K
              IF WE-REV-SW-APLICADA (K) = 'N'
                 ADD  1                TO WE-CONT-SIN-PERMISO
                 INITIALIZE               WE-LINEA-DETALLE
                 MOVE 'REVOCADA SIN PERMISO' TO WE-DET-EVENTO
                 MOVE WE-REV-USER-ID (K)   TO WE-DET-USER-ID
                 MOVE WE-REV-OPERACION (K) TO WE-DET-OPERACION
                 MOVE 'PERMUSU '       TO WE-DET-ARCHIVO
                 MOVE WE-REV-CICLO (K) TO WE-DET-CICLO
                 MOVE 'PERMISO YA NO VIGENTE' TO WE-DET-DETALLE
                 WRITE REG-REPORTE     FROM WE-LINEA-DETALLE
              END-IF
           END-PERFORM.
      *------------------*
       IMPRIMIR-TOTALES.
      *------------------*
           MOVE SPACES                 TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'CESADOS EN EL ARCHIVO' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CESADOS        TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'LINEAS VENCIDAS SIN CERTIFICAR' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-VENCIDAS       TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'LINEAS CERRADAS POR CESE' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-BAJAS-CERT     TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'PERMISOS RETIRADOS'   TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-PERM-RETIRADOS TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'MARCAS SIN OPERACIONES' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-MARCAS         TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CUOTAS RETIRADAS'     TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-QTA-RETIRADOS  TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'CURSORES ELIMINADOS'  TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-CUR-RETIRADOS  TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
           MOVE 'REVOCADAS SIN PERMISO' TO WE-TOT-ETIQUETA.
           MOVE WE-CONT-SIN-PERMISO    TO WE-TOT-CANTIDAD.
           WRITE REG-REPORTE           FROM WE-LINEA-TOTAL.
      *------------------*
       CANCELAR-PROCESO.
      *------------------*
           DISPLAY 'BSEB063 PROCESO CANCELADO'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  IMPRIMIR-TOTALES.
           CLOSE  ARCH-PERMLOG
                  ARCH-REPORTE.
           DISPLAY 'BSEB063 CESADOS                = ' WE-CONT-CESADOS.
           DISPLAY 'BSEB063 LINEAS CERTPERM LEIDAS = '
                   WE-CONT-CERT-LEIDOS.
           DISPLAY 'BSEB063 VENCIDAS SIN CERTIFICAR= ' WE-CONT-VENCIDAS.
           DISPLAY 'BSEB063 PERMISOS LEIDOS        = '
                   WE-CONT-PERM-LEIDOS.
           DISPLAY 'BSEB063 PERMISOS RETIRADOS     = '
                   WE-CONT-PERM-RETIRADOS.
           DISPLAY 'BSEB063 MARCAS SIN OPERACIONES = ' WE-CONT-MARCAS.
           DISPLAY 'BSEB063 CUOTAS RETIRADAS       = '
                   WE-CONT-QTA-RETIRADOS.
           DISPLAY 'BSEB063 CURSORES ELIMINADOS    = '
                   WE-CONT-CUR-RETIRADOS.
           DISPLAY 'BSEB063 REGISTROS EN PERMLOG   = ' WE-CONT-BITACORA.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *---------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *---------------------------*
      *--- LA CORRIDA QUEDA REGISTRADA EN RUNCTL; NO TIENE PREDECESOR
      *--- EN LA CADENA: DEPENDE DE LAS DESCARGAS Y DE LOS CESADOS
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB063 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           MOVE 0                   TO RUNC-PRED-CANTIDAD.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
           IF RUNC-COD-RESPTA = '08'
              DISPLAY 'BSEB063 PREDECESOR SIN CORRIDA EXITOSA'
              DISPLAY 'BSEB063 PROCESO NO INICIADO'
              MOVE 8                TO RETURN-CODE
              STOP RUN
           END-IF.
      *-------------------------*
       REGISTRAR-FIN-CORRIDA.
      *-------------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-PERM-LEIDOS TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-BITACORA    TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-ERRORES     TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
