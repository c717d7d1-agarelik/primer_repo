************************************************************************
***   * 104657 15/10/26 JCV COLA DE PROCESOS MASIVOS: EJECUTA CADA     *
***   *               FILA DE LA LISTA EN LA OPERACION DEL BUS         *
***   *               CON LOS PERMISOS Y LA CUOTA DEL SOLICITANTE      *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** PROCESO PROCESOMASIVO - LOTE VARIAS VECES AL DIA            **
*OBJET*** ATIENDE LOS PROCESOS EN COLA DE COLAMAS (BSEO038). CADA     **
*OBJET*** FILA DE LA LISTA DE ENTRADA SE EJECUTA EN LA OPERACION      **
*OBJET*** PEDIDA (BSEO013, BSEO009 O BSEO016) POR LLAMADA EXTERNA A   **
*OBJET*** LA REGION CICS CON EL USUARIO SOLICITANTE, ASI LA OPERACION **
*OBJET*** APLICA SUS PERMISOS (PERMUSU) Y SU CUOTA (QTAPARM). GRABA   **
*OBJET*** UN ARCHIVO DE RESULTADOS POR PROCESO CON CABECERA Y COLA,   **
*OBJET*** ACTUALIZA ESTADO Y CONTADORES EN LA COLA Y DEJA INICIO Y    **
*OBJET*** FIN EN AUDITLOG. UN PROCESO QUE AGOTA LA CUOTA HORARIA      **
*OBJET*** VUELVE A LA COLA Y SIGUE DESDE ESA FILA EN LA PROXIMA       **
*OBJET*** CORRIDA                                                     **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEB073.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ARCH-PARM           ASSIGN TO PARM
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT  ARCH-COLAMAS        ASSIGN TO COLAMAS
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS MAS-NRO-PROCESO
                                        FILE STATUS IS WE-FS-COLAMAS.
           SELECT  ARCH-LISTA          ASSIGN TO LISTA
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WE-FS-LISTA.
           SELECT  ARCH-RESULTADO      ASSIGN TO RESULTADO
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WE-FS-RESULTADO.
           SELECT  ARCH-REPORTE        ASSIGN TO REPORTE
                                        ORGANIZATION IS SEQUENTIAL.
      *=============*
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------------ FECHA, REGION CICS Y PREFIJO DE RESULTADOS ---*
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           02  PARM-FEC-PROCESO            PIC 9(08).
           02  PARM-APPLID                 PIC X(08).
      *        REGION CICS DONDE CORREN LAS OPERACIONES DEL BUS
           02  PARM-PREFIJO                PIC X(26).
      *        CALIFICADORES DE LOS ARCHIVOS DE RESULTADOS; CADA
      *        PROCESO AGREGA .Dnnnnnnn.Tnnnnnnn (SU NUMERO)
      *------------------ COLA DE PROCESOS MASIVOS ---------------------*
       FD  ARCH-COLAMAS.
           COPY BSEMASRG.
      *------------------ LISTA DE ENTRADA DEL PROCESO -----------------*
       FD  ARCH-LISTA
           RECORDING MODE IS F.
       01  REG-LISTA                       PIC X(80).
      *------------------ RESULTADOS DEL PROCESO -----------------------*
       FD  ARCH-RESULTADO
           RECORDING MODE IS F.
       01  REG-RESULTADO                   PIC X(6000).
      *------------------ REPORTE DE PROCESOS ATENDIDOS ----------------*
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                     PIC X(132).
      *=======================*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-FS-COLAMAS               PIC X(02)  VALUE SPACES.
           02  WE-FS-LISTA                 PIC X(02)  VALUE SPACES.
           02  WE-FS-RESULTADO             PIC X(02)  VALUE SPACES.
           02  WE-SW-FIN                   PIC X(01)  VALUE SPACES.
           02  WE-EOF-LISTA                PIC X(01)  VALUE SPACES.
           02  WE-SW-ABRIO                 PIC X(01)  VALUE SPACES.
           02  WE-SW-REGION                PIC X(01)  VALUE 'S'.
           02  WE-SW-CORTE                 PIC X(01)  VALUE SPACES.
      *        ' ' SIN CORTE / 'A' SOLICITANTE SIN PERMISO /
      *        'C' CUOTA AGOTADA / 'R' REGION CICS NO DISPONIBLE /
      *        'L' LISTA NO DISPONIBLE / 'S' RESULTADOS NO DISPONIBLE
           02  WE-FEC-PROCESO              PIC 9(08)  VALUE ZEROS.
           02  WE-APPLID                   PIC X(08)  VALUE SPACES.
           02  WE-PREFIJO                  PIC X(26)  VALUE SPACES.
           02  WE-FECHA-HOY                PIC 9(08)  VALUE ZEROS.
           02  WE-HORA-SIS                 PIC 9(08)  VALUE ZEROS.
           02  WE-HORA-HOY                 PIC 9(06)  VALUE ZEROS.
           02  WE-DIA-JULIANO              PIC 9(07)  VALUE ZEROS.
           02  FILLER  REDEFINES  WE-DIA-JULIANO.
               03  WE-DJ-AAAA              PIC 9(04).
               03  WE-DJ-DDD               PIC 9(03).
           02  WE-CLAVE-ACTUAL             PIC X(14)  VALUE SPACES.
           02  WE-PROGRAMA                 PIC X(08)  VALUE SPACES.
           02  WE-FILA                     PIC 9(07)  VALUE ZEROS.
           02  WE-FILA-CORTE               PIC 9(07)  VALUE ZEROS.
           02  WE-COCIENTE                 PIC 9(07)  VALUE ZEROS.
           02  WE-RESTO                    PIC 9(03)  VALUE ZEROS.
           02  WE-AUD-OPERACION            PIC X(25)  VALUE SPACES.
           02  WE-AUD-RESPUESTA            PIC 9(02)  VALUE ZEROS.
           02  WE-ENTORNO                  PIC X(120) VALUE SPACES.
           02  WE-PTR-ENTORNO              USAGE POINTER.
           02  WE-RC-ENTORNO               PIC S9(09) COMP VALUE ZEROS.
           02  WE-CONT-ATENDIDOS           PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-TERMINADOS          PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FALLIDOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-PAUSADOS            PIC 9(07)  VALUE ZEROS.
           02  WE-CONT-FILAS               PIC 9(09)  VALUE ZEROS.
       01  WE-CORRELACION.
           02  WE-COR-PROCESO              PIC X(14)  VALUE SPACES.
           02  WE-COR-FILA                 PIC 9(06)  VALUE ZEROS.
      *------------------ LLAMADA EXTERNA A LA REGION CICS (EXCI) ------*
       01  WE-LONG-COMMAREA                PIC S9(04) COMP VALUE 16384.
       01  WE-LONG-AUDITORIA               PIC S9(04) COMP VALUE 89.
       01  WE-EXCI-RETORNO.
           02  WE-EXCI-RESP                PIC 9(08)  COMP.
           02  WE-EXCI-RESP2               PIC 9(08)  COMP.
           02  WE-EXCI-ABCODE              PIC X(04).
           02  WE-EXCI-LONG-MSG            PIC 9(08)  COMP.
           02  WE-EXCI-PTR-MSG             USAGE POINTER.
      *------------------ COMMAREA DEL BUS PARA CADA FILA -------------*
           COPY BSECCOM.
      *------------------ COMMAREA RUTINA BSEAUDIT (AUDITORIA) --------*
           COPY BSEAUDCA.
      *------------------ REGISTRO DE RESULTADOS DEL PROCESO ----------*
           COPY BSERMARG.
      *------------------ LINEAS DEL REPORTE --------------------------*
       01  WE-LINEA-TITULO.
           02  FILLER                      PIC X(41)  VALUE
               'BSEB073 PROCESOS MASIVOS DEL BUS - FECHA '.
           02  WE-TIT-FECHA                PIC 9(08).
           02  FILLER                      PIC X(09)  VALUE
               '  REGION '.
           02  WE-TIT-APPLID               PIC X(08).
           02  FILLER                      PIC X(66)  VALUE SPACES.
       01  WE-LINEA-CABECERA.
           02  FILLER                      PIC X(53)  VALUE
           'PROCESO         OPERACION                  SOLICIT.  '.
           02  FILLER                      PIC X(79)  VALUE
           'ESTADO             FILAS   CORRECTAS   CON ERROR'.
       01  WE-LINEA-DETALLE.
           02  WE-DET-PROCESO              PIC X(14)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-OPERACION            PIC X(25)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-USER-ID              PIC X(08)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-ESTADO               PIC X(12)  VALUE SPACES.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-FILAS                PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-OK                   PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(02)  VALUE SPACES.
           02  WE-DET-ERROR                PIC ZZ,ZZZ,ZZ9.
           02  FILLER                      PIC X(31)  VALUE SPACES.
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
                   MOVE PARM-APPLID          TO WE-APPLID
                   MOVE PARM-PREFIJO         TO WE-PREFIJO
           END-READ.
           CLOSE  ARCH-PARM.
           IF WE-FEC-PROCESO = 0
              DISPLAY 'BSEB073 FECHA DE PROCESO NO INFORMADA'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           IF WE-APPLID = SPACES OR WE-PREFIJO = SPACES
              DISPLAY 'BSEB073 REGION CICS O PREFIJO NO INFORMADOS'
              PERFORM  CANCELAR-PROCESO
           END-IF.
           OPEN OUTPUT  ARCH-REPORTE.
           MOVE WE-FEC-PROCESO         TO WE-TIT-FECHA.
           MOVE WE-APPLID              TO WE-TIT-APPLID.
           WRITE REG-REPORTE           FROM WE-LINEA-TITULO.
           WRITE REG-REPORTE           FROM WE-LINEA-CABECERA.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
      *--- RECORRE LA COLA EN ORDEN DE SOLICITUD. TRAS CADA PROCESO
      *--- SE REPOSICIONA DETRAS DE SU CLAVE, PORQUE EL PROCESO
      *--- REGRABA SU REGISTRO VARIAS VECES MIENTRAS CORRE
           OPEN I-O  ARCH-COLAMAS.
           IF WE-FS-COLAMAS NOT = '00'
              DISPLAY 'BSEB073 ERROR AL ABRIR COLAMAS FS='
                      WE-FS-COLAMAS
              PERFORM  CANCELAR-PROCESO
           END-IF.
           MOVE LOW-VALUES             TO MAS-NRO-PROCESO.
           START ARCH-COLAMAS KEY >= MAS-NRO-PROCESO.
           MOVE 'N'                    TO WE-SW-FIN.
           IF WE-FS-COLAMAS NOT = '00'
              MOVE 'S'                 TO WE-SW-FIN
           END-IF.
           PERFORM UNTIL WE-SW-FIN = 'S'
              READ ARCH-COLAMAS NEXT RECORD
                   AT END
                      MOVE 'S'         TO WE-SW-FIN
              END-READ
              IF WE-SW-FIN NOT = 'S' AND
                 (MAS-ESTADO = 'Q' OR MAS-ESTADO = 'E')
                 MOVE MAS-NRO-PROCESO  TO WE-CLAVE-ACTUAL
                 PERFORM  ATENDER-PROCESO
                 IF WE-SW-REGION = 'N'
                    MOVE 'S'           TO WE-SW-FIN
                 ELSE
                    MOVE WE-CLAVE-ACTUAL TO MAS-NRO-PROCESO
                    START ARCH-COLAMAS KEY > MAS-NRO-PROCESO
                    IF WE-FS-COLAMAS NOT = '00'
                       MOVE 'S'        TO WE-SW-FIN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE  ARCH-COLAMAS.
      *---------------*
       ATENDER-PROCESO.
      *---------------*
      *--- UN PROCESO QUE QUEDO EN EJECUCION ES DE UNA CORRIDA QUE SE
      *--- CORTO: SU ARCHIVO DE RESULTADOS NO ES CONFIABLE Y SE DA
      *--- POR FALLIDO PARA QUE EL AREA LO VUELVA A SOLICITAR
           IF MAS-ESTADO = 'E'
              PERFORM  MARCAR-INTERRUMPIDO
           ELSE
              PERFORM  EJECUTAR-PROCESO
           END-IF.
      *-------------------*
       MARCAR-INTERRUMPIDO.
      *-------------------*
           PERFORM  FECHA-HORA-ACTUAL.
           MOVE 'F'                    TO MAS-ESTADO.
           MOVE 0                      TO MAS-FILA-REANUDAR.
           MOVE WE-FECHA-HOY           TO MAS-FEC-FIN.
           MOVE WE-HORA-HOY            TO MAS-HORA-FIN.
           MOVE 'CORRIDA ANTERIOR INTERRUMPIDA - SOLICITAR DE NUEVO'
                                       TO MAS-MOTIVO.
           PERFORM  ACTUALIZAR-COLA.
           ADD  1                      TO WE-CONT-ATENDIDOS.
           ADD  1                      TO WE-CONT-FALLIDOS.
           MOVE 'FINPROCESOMASIVO'     TO WE-AUD-OPERACION.
           MOVE 16                     TO WE-AUD-RESPUESTA.
           PERFORM  GRABAR-AUDITORIA.
           PERFORM  IMPRIMIR-DETALLE.
      *----------------*
       EJECUTAR-PROCESO.
      *----------------*
      *--- EL INICIO QUEDA EN AUDITLOG ANTES DE TOCAR LA COLA: SI LA
      *--- REGION NO RESPONDE EL PROCESO SIGUE EN COLA SIN CAMBIOS
           MOVE 'INICIOPROCESOMASIVO'  TO WE-AUD-OPERACION.
           MOVE 00                     TO WE-AUD-RESPUESTA.
           PERFORM  GRABAR-AUDITORIA.
           IF WE-SW-REGION = 'S'
              ADD  1                   TO WE-CONT-ATENDIDOS
              PERFORM  FECHA-HORA-ACTUAL
              IF MAS-FILA-REANUDAR = 0
                 MOVE 0                TO MAS-CANT-FILAS
                 MOVE 0                TO MAS-CANT-OK
                 MOVE 0                TO MAS-CANT-ERROR
                 MOVE SPACES           TO MAS-ARCHIVO-RESULTADO
                 STRING WE-PREFIJO       DELIMITED BY SPACE
                        '.D'             DELIMITED BY SIZE
                        MAS-NRO-FECHA    DELIMITED BY SIZE
                        '.T'             DELIMITED BY SIZE
                        MAS-NRO-TASK     DELIMITED BY SIZE
                        INTO  MAS-ARCHIVO-RESULTADO
                 END-STRING
              END-IF
              MOVE 'E'                 TO MAS-ESTADO
              MOVE WE-FECHA-HOY        TO MAS-FEC-INICIO
              MOVE WE-HORA-HOY         TO MAS-HORA-INICIO
              MOVE 0                   TO MAS-FEC-FIN
              MOVE 0                   TO MAS-HORA-FIN
              MOVE SPACES              TO MAS-MOTIVO
              PERFORM  ACTUALIZAR-COLA
              MOVE SPACE               TO WE-SW-CORTE
              PERFORM  ABRIR-ARCHIVOS
              IF WE-SW-ABRIO = 'S'
                 PERFORM  EJECUTAR-FILAS
                 PERFORM  CERRAR-ARCHIVOS
              END-IF
              PERFORM  FINALIZAR-PROCESO
              PERFORM  IMPRIMIR-DETALLE
           END-IF.
      *--------------*
       ABRIR-ARCHIVOS.
      *--------------*
      *--- LA LISTA Y LOS RESULTADOS SE ASIGNAN EN EL MOMENTO POR
      *--- VARIABLE DE ENTORNO CON EL NOMBRE DE CADA PROCESO. UN
      *--- PROCESO PAUSADO SIGUE AGREGANDO AL ARCHIVO QUE YA TENIA
           MOVE 'N'                    TO WE-SW-ABRIO.
           MOVE SPACES                 TO WE-ENTORNO.
           STRING 'LISTA=DSN('         DELIMITED BY SIZE
                  MAS-ARCHIVO-LISTA    DELIMITED BY SPACE
                  '),SHR'              DELIMITED BY SIZE
                  LOW-VALUE            DELIMITED BY SIZE
                  INTO  WE-ENTORNO
           END-STRING.
           PERFORM  ASIGNAR-ENTORNO.
           OPEN INPUT  ARCH-LISTA.
           IF WE-FS-LISTA NOT = '00'
              MOVE 'L'                 TO WE-SW-CORTE
           ELSE
              MOVE SPACES              TO WE-ENTORNO
              IF MAS-FILA-REANUDAR = 0
                 STRING 'RESULTADO=DSN('      DELIMITED BY SIZE
                        MAS-ARCHIVO-RESULTADO DELIMITED BY SPACE
                        '),NEW,CYL,SPACE(10,10),CATALOG'
                                              DELIMITED BY SIZE
                        LOW-VALUE             DELIMITED BY SIZE
                        INTO  WE-ENTORNO
                 END-STRING
                 PERFORM  ASIGNAR-ENTORNO
                 OPEN OUTPUT  ARCH-RESULTADO
              ELSE
                 STRING 'RESULTADO=DSN('      DELIMITED BY SIZE
                        MAS-ARCHIVO-RESULTADO DELIMITED BY SPACE
                        '),MOD'               DELIMITED BY SIZE
                        LOW-VALUE             DELIMITED BY SIZE
                        INTO  WE-ENTORNO
                 END-STRING
                 PERFORM  ASIGNAR-ENTORNO
                 OPEN EXTEND  ARCH-RESULTADO
              END-IF
              IF WE-FS-RESULTADO NOT = '00'
                 MOVE 'S'              TO WE-SW-CORTE
                 CLOSE  ARCH-LISTA
              ELSE
                 MOVE 'S'              TO WE-SW-ABRIO
                 IF MAS-FILA-REANUDAR = 0
                    MOVE 'H'           TO RMA-CTL-TIPO
                    PERFORM  GRABAR-CONTROL
                 END-IF
              END-IF
           END-IF.
      *---------------*
       ASIGNAR-ENTORNO.
      *---------------*
           SET WE-PTR-ENTORNO          TO ADDRESS OF WE-ENTORNO.
           CALL 'PUTENV'  USING BY VALUE WE-PTR-ENTORNO
                          RETURNING WE-RC-ENTORNO.
      *--------------*
       EJECUTAR-FILAS.
      *--------------*
      *--- CADA REGISTRO DE LA LISTA ES LA TRAMA DE ENTRADA DE LA
      *--- OPERACION; LAS FILAS EN BLANCO SE SALTEAN
           MOVE 0                      TO WE-FILA.
           MOVE 'N'                    TO WE-EOF-LISTA.
           PERFORM UNTIL WE-EOF-LISTA = 'S' OR WE-SW-CORTE NOT = SPACE
              READ ARCH-LISTA
                   AT END
                      MOVE 'S'         TO WE-EOF-LISTA
                   NOT AT END
                      ADD  1           TO WE-FILA
                      IF WE-FILA >= MAS-FILA-REANUDAR AND
                         REG-LISTA NOT = SPACES
                         PERFORM  EJECUTAR-FILA
                      END-IF
              END-READ
           END-PERFORM.
      *-------------*
       EJECUTAR-FILA.
      *-------------*
      *--- LA FILA VA A LA OPERACION POR LA REGION CICS CON EL USUARIO
      *--- SOLICITANTE: LA PROPIA OPERACION APLICA PERMUSU Y QTAPARM
      *--- Y DEJA SU REGISTRO EN AUDITLOG CON LA CORRELACION
      *--- PROCESO + FILA
           EVALUATE MAS-OPERACION
              WHEN 'CONSULTARPOSICIONDEUDA'
                 MOVE 'BSEO013 '       TO WE-PROGRAMA
              WHEN 'CONSULTARCLIENTE360'
                 MOVE 'BSEO009 '       TO WE-PROGRAMA
              WHEN 'CONSULTARPRODUCTOSCOTITUL'
                 MOVE 'BSEO016 '       TO WE-PROGRAMA
           END-EVALUATE.
           MOVE MAS-NRO-PROCESO        TO WE-COR-PROCESO.
           MOVE WE-FILA                TO WE-COR-FILA.
           MOVE SPACES                 TO REG-COMMAREA-BSE.
           MOVE MAS-OPERACION          TO BSE-CODIGO-OPERACION.
           MOVE MAS-VERSION            TO BSE-VERSION-OPERACION.
           MOVE MAS-USER-ID            TO BSE-USER-ID.
           MOVE 0                      TO BSE-CODIGO-RESPUESTA.
           MOVE 0                      TO BSE-CODIGO-MENSAJE.
           MOVE 0                      TO BSE-LONGITUD-OUTPUT.
           MOVE REG-LISTA              TO BSE-DATOS.
           MOVE WE-CORRELACION         TO BSE-CORRELACION.
           EXEC CICS LINK PROGRAM      (WE-PROGRAMA)
                          APPLID       (WE-APPLID)
                          COMMAREA     (REG-COMMAREA-BSE)
                          LENGTH       (WE-LONG-COMMAREA)
                          DATALENGTH   (WE-LONG-COMMAREA)
                          RETCODE      (WE-EXCI-RETORNO)
                          SYNCONRETURN
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-EXCI-RESP NOT = 0
                 DISPLAY 'BSEB073 EXCI RESP=' WE-EXCI-RESP
                         ' RESP2=' WE-EXCI-RESP2
                         ' ABEND=' WE-EXCI-ABCODE
                 MOVE 'R'              TO WE-SW-CORTE
                 MOVE WE-FILA          TO WE-FILA-CORTE
              WHEN BSE-CODIGO-RESPUESTA = 09
                 MOVE 'C'              TO WE-SW-CORTE
                 MOVE WE-FILA          TO WE-FILA-CORTE
              WHEN OTHER
                 PERFORM  GRABAR-RESULTADO
                 IF BSE-CODIGO-RESPUESTA = 08
                    MOVE 'A'           TO WE-SW-CORTE
                 END-IF
           END-EVALUATE.
      *----------------*
       GRABAR-RESULTADO.
      *----------------*
           MOVE SPACES                 TO REG-RESMAS.
           MOVE 'D'                    TO RMA-TIPO.
           MOVE WE-FILA                TO RMA-NRO-FILA.
           MOVE REG-LISTA              TO RMA-ENTRADA.
           MOVE BSE-CODIGO-RESPUESTA   TO RMA-COD-RESPUESTA.
           MOVE BSE-CODIGO-MENSAJE     TO RMA-COD-MENSAJE.
           MOVE BSE-DESCR-MENSAJE      TO RMA-DESCR-MENSAJE.
           MOVE BSE-LONGITUD-OUTPUT    TO RMA-LONGITUD-OUTPUT.
           MOVE BSE-DATOS              TO RMA-DATOS.
           WRITE REG-RESULTADO         FROM REG-RESMAS.
           ADD  1                      TO MAS-CANT-FILAS.
           ADD  1                      TO WE-CONT-FILAS.
           IF BSE-CODIGO-RESPUESTA = 00
              ADD  1                   TO MAS-CANT-OK
           ELSE
              ADD  1                   TO MAS-CANT-ERROR
           END-IF.
      *--- CADA 100 FILAS EL AVANCE QUEDA VISIBLE EN LA CONSULTA
           DIVIDE MAS-CANT-FILAS BY 100 GIVING WE-COCIENTE
                                 REMAINDER WE-RESTO.
           IF WE-RESTO = 0
              PERFORM  ACTUALIZAR-COLA
           END-IF.
      *--------------*
       GRABAR-CONTROL.
      *--------------*
           MOVE SPACES                 TO REG-RESMAS-CTL.
           MOVE 'BSEB073 '             TO RMA-CTL-PROGRAMA.
           MOVE MAS-NRO-PROCESO        TO RMA-CTL-NRO-PROCESO.
           MOVE MAS-OPERACION          TO RMA-CTL-OPERACION.
           MOVE MAS-USER-ID            TO RMA-CTL-USER-ID.
           MOVE WE-FEC-PROCESO         TO RMA-CTL-FECHA.
           MOVE MAS-CANT-FILAS         TO RMA-CTL-CANTIDAD.
           MOVE MAS-CANT-OK            TO RMA-CTL-CANT-OK.
           MOVE MAS-CANT-ERROR         TO RMA-CTL-CANT-ERROR.
           WRITE REG-RESULTADO         FROM REG-RESMAS-CTL.
      *---------------*
       CERRAR-ARCHIVOS.
      *---------------*
      *--- LA COLA SOLO SE GRABA CUANDO EL PROCESO TERMINA; UNO
      *--- PAUSADO LA RECIBE AL COMPLETARSE EN UNA CORRIDA POSTERIOR
           IF WE-SW-CORTE = SPACE OR WE-SW-CORTE = 'A'
              MOVE 'T'                 TO RMA-CTL-TIPO
              PERFORM  GRABAR-CONTROL
           END-IF.
           CLOSE  ARCH-LISTA.
           CLOSE  ARCH-RESULTADO.
      *-----------------*
       FINALIZAR-PROCESO.
      *-----------------*
           PERFORM  FECHA-HORA-ACTUAL.
           MOVE 'F'                    TO MAS-ESTADO.
           MOVE 0                      TO MAS-FILA-REANUDAR.
           MOVE WE-FECHA-HOY           TO MAS-FEC-FIN.
           MOVE WE-HORA-HOY            TO MAS-HORA-FIN.
           MOVE 16                     TO WE-AUD-RESPUESTA.
           EVALUATE WE-SW-CORTE
              WHEN SPACE
                 MOVE 'T'              TO MAS-ESTADO
                 MOVE 00               TO WE-AUD-RESPUESTA
              WHEN 'A'
                 MOVE 'SOLICITANTE SIN PERMISO PARA LA OPERACION'
                                       TO MAS-MOTIVO
                 MOVE 08               TO WE-AUD-RESPUESTA
              WHEN 'L'
                 MOVE 'ARCHIVO DE ENTRADA NO DISPONIBLE'
                                       TO MAS-MOTIVO
              WHEN 'S'
                 MOVE 'NO SE PUDO ABRIR EL ARCHIVO DE RESULTADOS'
                                       TO MAS-MOTIVO
              WHEN 'C'
      *--- LA CUOTA HORARIA DEL SOLICITANTE SE AGOTO: EL PROCESO VUELVE
      *--- A LA COLA Y LA PROXIMA CORRIDA SIGUE DESDE ESA FILA
                 MOVE 'Q'              TO MAS-ESTADO
                 MOVE WE-FILA-CORTE    TO MAS-FILA-REANUDAR
                 MOVE 0                TO MAS-FEC-FIN
                 MOVE 0                TO MAS-HORA-FIN
                 STRING 'CUOTA HORARIA AGOTADA EN LA FILA '
                        WE-FILA-CORTE
                        ' - SE REANUDA'
                        DELIMITED BY SIZE  INTO  MAS-MOTIVO
                 END-STRING
                 MOVE 09               TO WE-AUD-RESPUESTA
              WHEN 'R'
                 MOVE 'Q'              TO MAS-ESTADO
                 MOVE WE-FILA-CORTE    TO MAS-FILA-REANUDAR
                 MOVE 0                TO MAS-FEC-FIN
                 MOVE 0                TO MAS-HORA-FIN
                 STRING 'REGION CICS NO DISPONIBLE EN LA FILA '
                        WE-FILA-CORTE
                        ' - SE REANUDA'
                        DELIMITED BY SIZE  INTO  MAS-MOTIVO
                 END-STRING
           END-EVALUATE.
           EVALUATE MAS-ESTADO
              WHEN 'T'
                 ADD  1                TO WE-CONT-TERMINADOS
              WHEN 'Q'
                 ADD  1                TO WE-CONT-PAUSADOS
              WHEN OTHER
                 ADD  1                TO WE-CONT-FALLIDOS
           END-EVALUATE.
           PERFORM  ACTUALIZAR-COLA.
           MOVE 'FINPROCESOMASIVO'     TO WE-AUD-OPERACION.
           PERFORM  GRABAR-AUDITORIA.
           IF WE-SW-CORTE = 'R'
              MOVE 'N'                 TO WE-SW-REGION
           END-IF.
      *---------------*
       ACTUALIZAR-COLA.
      *---------------*
           REWRITE REG-COLAMAS.
           IF WE-FS-COLAMAS NOT = '00'
              DISPLAY 'BSEB073 ERROR AL ACTUALIZAR COLAMAS FS='
                      WE-FS-COLAMAS ' PROCESO ' MAS-NRO-PROCESO
              PERFORM  CANCELAR-PROCESO
           END-IF.
      *----------------*
       GRABAR-AUDITORIA.
      *----------------*
      *--- INICIO Y FIN DE CADA PROCESO EN AUDITLOG POR LA MISMA RUTINA
      *--- DE LAS OPERACIONES EN LINEA; LA CORRELACION ES EL NUMERO
      *--- DE PROCESO. SI LA REGION NO RESPONDE LA COLA SE DETIENE
           MOVE 'BSEB073'              TO AUD-PROGRAMA.
           MOVE WE-AUD-OPERACION       TO AUD-OPERACION.
           MOVE MAS-USER-ID            TO AUD-USER-ID.
           MOVE WE-AUD-RESPUESTA       TO AUD-COD-RESPUESTA.
           MOVE MAS-NRO-PROCESO        TO AUD-CORRELACION.
           MOVE SPACES                 TO AUD-COD-CLIENTE.
           ACCEPT WE-DIA-JULIANO       FROM DAY YYYYDDD.
           ACCEPT WE-HORA-SIS          FROM TIME.
           COMPUTE AUD-FECHA = (WE-DJ-AAAA - 1900) * 1000 + WE-DJ-DDD
           END-COMPUTE.
           MOVE WE-HORA-SIS (1:6)      TO AUD-HORA.
           EXEC CICS LINK PROGRAM      ('BSEAUDIT')
                          APPLID       (WE-APPLID)
                          COMMAREA     (AUD-COMMAREA)
                          LENGTH       (WE-LONG-AUDITORIA)
                          DATALENGTH   (WE-LONG-AUDITORIA)
                          RETCODE      (WE-EXCI-RETORNO)
                          SYNCONRETURN
           END-EXEC.
           IF WE-EXCI-RESP NOT = 0
              DISPLAY 'BSEB073 AUDITLOG NO DISPONIBLE EXCI RESP='
                      WE-EXCI-RESP ' RESP2=' WE-EXCI-RESP2
              MOVE 'N'                 TO WE-SW-REGION
           END-IF.
      *-----------------*
       FECHA-HORA-ACTUAL.
      *-----------------*
           ACCEPT WE-FECHA-HOY         FROM DATE YYYYMMDD.
           ACCEPT WE-HORA-SIS          FROM TIME.
           MOVE WE-HORA-SIS (1:6)      TO WE-HORA-HOY.
      *----------------*
       IMPRIMIR-DETALLE.
      *----------------*
           MOVE MAS-NRO-PROCESO        TO WE-DET-PROCESO.
           MOVE MAS-OPERACION          TO WE-DET-OPERACION.
           MOVE MAS-USER-ID            TO WE-DET-USER-ID.
           EVALUATE MAS-ESTADO
              WHEN 'T'
                 MOVE 'TERMINADO'      TO WE-DET-ESTADO
              WHEN 'Q'
                 MOVE 'PAUSADO'        TO WE-DET-ESTADO
              WHEN OTHER
                 MOVE 'FALLIDO'        TO WE-DET-ESTADO
           END-EVALUATE.
           MOVE MAS-CANT-FILAS         TO WE-DET-FILAS.
           MOVE MAS-CANT-OK            TO WE-DET-OK.
           MOVE MAS-CANT-ERROR         TO WE-DET-ERROR.
           WRITE REG-REPORTE           FROM WE-LINEA-DETALLE.
           MOVE SPACES                 TO WE-AVI-TEXTO.
           STRING '  RESULTADOS: '      DELIMITED BY SIZE
                  MAS-ARCHIVO-RESULTADO DELIMITED BY SPACE
                  '  '                  DELIMITED BY SIZE
                  MAS-MOTIVO            DELIMITED BY SIZE
                  INTO  WE-AVI-TEXTO
           END-STRING.
           WRITE REG-REPORTE           FROM WE-LINEA-AVISO.
      *----------------*
       IMPRIMIR-REPORTE.
      *----------------*
           MOVE SPACES                 TO WE-AVI-TEXTO.
           STRING 'PROCESOS ATENDIDOS: '  WE-CONT-ATENDIDOS
                  '  TERMINADOS: '        WE-CONT-TERMINADOS
                  '  FALLIDOS: '          WE-CONT-FALLIDOS
                  '  PAUSADOS: '          WE-CONT-PAUSADOS
                  '  FILAS EJECUTADAS: '  WE-CONT-FILAS
                  DELIMITED BY SIZE  INTO  WE-AVI-TEXTO
           END-STRING.
           WRITE REG-REPORTE           FROM WE-LINEA-AVISO.
           IF WE-SW-REGION = 'N'
              MOVE 'REGION CICS NO DISPONIBLE: EL RESTO QUEDA EN COLA'
                                       TO WE-AVI-TEXTO
              WRITE REG-REPORTE        FROM WE-LINEA-AVISO
           END-IF.
           CLOSE  ARCH-REPORTE.
      *----------------*
       CANCELAR-PROCESO.
      *----------------*
           DISPLAY 'BSEB073 PROCESO CANCELADO - REVISAR ENTRADAS'.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           DISPLAY 'BSEB073 PROCESOS ATENDIDOS     = '
                   WE-CONT-ATENDIDOS.
           DISPLAY 'BSEB073 PROCESOS TERMINADOS    = '
                   WE-CONT-TERMINADOS.
           DISPLAY 'BSEB073 PROCESOS FALLIDOS      = ' WE-CONT-FALLIDOS.
           DISPLAY 'BSEB073 PROCESOS PAUSADOS      = ' WE-CONT-PAUSADOS.
           DISPLAY 'BSEB073 FILAS EJECUTADAS       = ' WE-CONT-FILAS.
           PERFORM  REGISTRAR-FIN-CORRIDA.
           STOP RUN.
      *------------------------*
       REGISTRAR-INICIO-CORRIDA.
      *------------------------*
      *--- LA COLA SE ATIENDE VARIAS VECES AL DIA; CADA CORRIDA PISA LA
      *--- ANTERIOR DE LA FECHA EN RUNCTL. NO TIENE PREDECESOR
           INITIALIZE                  RUNC-COMMAREA.
           MOVE 'I'                 TO RUNC-MODO.
           MOVE WE-FEC-PROCESO      TO RUNC-FEC-PROCESO.
           MOVE 'BSEB073 '          TO RUNC-PROGRAMA.
           MOVE SPACE               TO RUNC-PARTICION.
           MOVE SPACES              TO RUNC-PARAMETROS.
           MOVE WE-FEC-PROCESO      TO RUNC-PARAMETROS (1:8).
           MOVE WE-APPLID           TO RUNC-PARAMETROS (10:8).
           MOVE SPACES              TO RUNC-PRED-PROGRAMA.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
      *---------------------*
       REGISTRAR-FIN-CORRIDA.
      *---------------------*
           MOVE 'F'                 TO RUNC-MODO.
           MOVE 'T'                 TO RUNC-ESTADO-FIN.
           MOVE WE-CONT-ATENDIDOS   TO RUNC-CONT-LEIDOS.
           MOVE WE-CONT-FILAS       TO RUNC-CONT-GRABADOS.
           MOVE WE-CONT-FALLIDOS    TO RUNC-CONT-ERRORES.
           CALL 'BSEBRUNC'  USING   RUNC-COMMAREA.
