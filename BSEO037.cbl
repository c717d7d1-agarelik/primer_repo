************************************************************************
***   * 104656 15/10/26 JCV CONSULTA DE LA POSICION DE UNA CUENTA      *
***   *               JUDICIAL AL CIERRE DE UN MES (FOTO MENSUAL       *
***   *               ARCHIVADA EN HISTSNAP)                           *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION CONSULTARFOTOMENSUALJUD                           **
*OBJET*** DEVUELVE LA POSICION DE UNA CUENTA JUDICIAL (SITUACION,     **
*OBJET*** SALDO, SECTORISTA Y ESTUDIO) TAL COMO QUEDO EN LA FOTO DE   **
*OBJET*** CIERRE DE UN MES, O LA SERIE DE LOS ULTIMOS N CIERRES HASTA **
*OBJET*** ESE MES. LEE HISTSNAP (CLAVE PERIODO + CTAAFI), QUE CARGA   **
*OBJET*** EL ARCHIVO DE FIN DE MES BSEB072                            **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO037.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-HSN             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           02  WE-MES-ACTUAL           PIC 9(06)  VALUE ZEROS.
           02  WE-CANT-PEDIDA          PIC 9(02)  VALUE ZEROS.
           02  I                       PIC 9(02)  VALUE ZEROS.
           02  K                       PIC 9(02)  VALUE ZEROS.
       01  WE-PERIODO-TRAB             PIC 9(06)  VALUE ZEROS.
       01  FILLER  REDEFINES  WE-PERIODO-TRAB.
           02  WE-PT-AAAA              PIC 9(04).
           02  WE-PT-MM                PIC 9(02).
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM037.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DE LA FOTO MENSUAL JUDICIAL --------*
           COPY BSEHSNRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO037 ------*
           COPY BSEC037I.
           COPY BSEC037O.
      *------------------ VARIABLE DE CICS ---------------------------*
           COPY DFHAID.
           COPY DFHBMSCA.
      *------------------ COMMAREA RUTINA BSEAUDIT (AUDITORIA) --------*
           COPY BSEAUDCA.
      *---------------*
       LINKAGE SECTION.
      *---------------*
       01  DFHCOMMAREA          PIC X(16384).
      *------------------*
       PROCEDURE DIVISION.
      *------------------*
           PERFORM  INICIAR-RUTINA.
           PERFORM  PROCESAR-RUTINA.
           PERFORM  TERMINAR-RUTINA.
      *--------------*
       INICIAR-RUTINA.
      *--------------*
           EXEC CICS HANDLE CONDITION  ERROR (ERROR-EN-CICS)
                                       END-EXEC.
           IF EIBCALEN = 0
              PERFORM  BLOQUEAR-INGRESO
           END-IF.
           INSPECT DFHCOMMAREA REPLACING ALL LOW-VALUES BY SPACES.
           MOVE DFHCOMMAREA            TO REG-COMMAREA-BSE.
           MOVE BSE-DATOS              TO REG-BSEC037I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC037O.
           INITIALIZE                     REG-BSEC037O.
           MOVE LENGTH OF REG-HISTSNAP TO WE-LONG-HSN.
           EXEC CICS ASKTIME ABSTIME (WE-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (WE-ABSTIME)
                                YYYYMMDD (WE-FECHA-HOY)
           END-EXEC.
           MOVE WE-FECHA-HOY (1:6)     TO WE-MES-ACTUAL.
           MOVE 00                     TO BSE-CODIGO-RESPUESTA.
           MOVE WT01-COD-MSG (001)     TO BSE-CODIGO-MENSAJE.
           MOVE WT01-TXT-MSG (001)     TO BSE-DESCR-MENSAJE.
      *--- BUSCA LA OPERACION DE LA TRAMA INPUT EN LA TABLA OPERACIONES
           MOVE BSE-CODIGO-OPERACION   TO WX-OPERACION-BSETOPER.
           MOVE BSE-VERSION-OPERACION  TO WX-VERSION-BSETOPER.
           COPY BSELOPER.
           IF WX-SW-FOUND-BSETOPER = 'N'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (003)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (003)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  VALIDAR-PERMISO-OPERACION.
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  VALIDA-ENTIDAD.
           PERFORM  VALIDAR-DATOS-CONSULTA.
           PERFORM  CONSULTAR-PERIODOS.
           PERFORM  ASIGNAR-BSE-DATOS.
      *--------------*
       VALIDA-ENTIDAD.
      *--------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC037I-CODENT        TO REF-CODIGO (1:3).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (004)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (004)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *---------------*
       LLAMAR-BSEOREFT.
      *---------------*
           EXEC CICS LINK PROGRAM ('BSEOREFT')
                          COMMAREA (REF-COMMAREA)
                          LENGTH   (LENGTH OF REF-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO REF-COD-RESPTA
           END-IF.
      *----------------------*
       VALIDAR-DATOS-CONSULTA.
      *----------------------*
           IF BSEC037I-CTAAFI = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC037I-CANT-PERIODOS IS NOT NUMERIC OR
              BSEC037I-CANT-PERIODOS > 24
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE BSEC037I-CANT-PERIODOS TO WE-CANT-PEDIDA.
           IF WE-CANT-PEDIDA = 0
              MOVE 1                   TO WE-CANT-PEDIDA
           END-IF.
           IF BSEC037I-PERIODO IS NOT NUMERIC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--- SIN PERIODO SE CONSULTA EL ULTIMO CIERRE: EL DEL MES ANTERIOR
           IF BSEC037I-PERIODO = 0
              MOVE WE-MES-ACTUAL       TO WE-PERIODO-TRAB
              PERFORM  RETROCEDER-PERIODO
           ELSE
              MOVE BSEC037I-PERIODO    TO WE-PERIODO-TRAB
           END-IF.
           IF WE-PT-MM < 1 OR WE-PT-MM > 12 OR
              WE-PERIODO-TRAB > WE-MES-ACTUAL
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *------------------*
       CONSULTAR-PERIODOS.
      *------------------*
      *--- UNA LECTURA DIRECTA POR PERIODO, DEL PEDIDO HACIA ATRAS; EL
      *--- MES EN QUE LA CUENTA NO ESTABA EN LA FOTO SE SALTEA
           MOVE BSEC037I-CTAAFI        TO BSEC037O-CTAAFI.
           MOVE 0                      TO I.
           MOVE 0                      TO K.
           PERFORM UNTIL I >= WE-CANT-PEDIDA
              ADD  1                   TO I
              MOVE WE-PERIODO-TRAB     TO HSN-PERIODO
              MOVE BSEC037I-CTAAFI     TO HSN-CTAAFI
              EXEC CICS READ FILE      ('HISTSNAP')
                             INTO       (REG-HISTSNAP)
                             LENGTH     (WE-LONG-HSN)
                             RIDFLD     (HSN-CLAVE)
                             RESP       (WE-RC)
              END-EXEC
              EVALUATE TRUE
                 WHEN WE-RC = DFHRESP(NORMAL)
                    ADD  1             TO K
                    PERFORM  ASIGNA-PERIODO
                 WHEN WE-RC = DFHRESP(NOTFND)
                    CONTINUE
                 WHEN OTHER
                    MOVE 16                  TO BSE-CODIGO-RESPUESTA
                    MOVE WT01-COD-MSG (009)  TO BSE-CODIGO-MENSAJE
                    MOVE WT01-TXT-MSG (009)  TO BSE-DESCR-MENSAJE
                    PERFORM  TERMINAR-RUTINA
              END-EVALUATE
              PERFORM  RETROCEDER-PERIODO
           END-PERFORM.
           MOVE K                      TO BSEC037O-CANT-PERIODOS.
           IF K = 0
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (008)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (008)  TO BSE-DESCR-MENSAJE
           END-IF.
      *------------------*
       RETROCEDER-PERIODO.
      *------------------*
           IF WE-PT-MM = 1
              MOVE 12                  TO WE-PT-MM
              SUBTRACT 1               FROM WE-PT-AAAA
           ELSE
              SUBTRACT 1               FROM WE-PT-MM
           END-IF.
      *--------------*
       ASIGNA-PERIODO.
      *--------------*
           MOVE HSN-PERIODO            TO BSEC037O-PERIODO        (K).
           MOVE HSN-FEC-FOTO           TO BSEC037O-FEC-FOTO       (K).
           MOVE HSN-SITUAC             TO BSEC037O-SITUAC         (K).
           MOVE HSN-DESC-SITUAC        TO BSEC037O-DESC-SITUAC    (K).
           MOVE HSN-IMPO-ORIG          TO BSEC037O-IMPO-ORIG      (K).
           MOVE HSN-SALACT             TO BSEC037O-SALACT         (K).
           MOVE HSN-MONEDA             TO BSEC037O-MONEDA         (K).
           MOVE HSN-COD-SECTORISTA     TO BSEC037O-COD-SECTORISTA (K).
           MOVE HSN-SECTORISTA         TO BSEC037O-SECTORISTA     (K).
           MOVE HSN-COD-ESTUDIO        TO BSEC037O-COD-ESTUDIO    (K).
           MOVE HSN-DESC-ESTUDIO       TO BSEC037O-DESC-ESTUDIO   (K).
      *-------------------------*
       VALIDAR-PERMISO-OPERACION.
      *-------------------------*
      *--- PERMISO POR OPERACION (PERMUSU): UN USUARIO ADMINISTRADO
      *--- SOLO PUEDE INVOCAR LAS OPERACIONES QUE TIENE ASIGNADAS;
      *--- LA DENEGACION QUEDA EN SEGLOG PARA EL REPORTE BSEB020
           MOVE BSE-USER-ID            TO PRM-USER-ID.
           MOVE BSE-CODIGO-OPERACION   TO PRM-OPERACION.
           EXEC CICS LINK PROGRAM ('BSEOPERM')
                          COMMAREA (PRM-COMMAREA)
                          LENGTH   (LENGTH OF PRM-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC NOT = DFHRESP(NORMAL)
                 CONTINUE
              WHEN PRM-COD-RESPTA = '04'
                 MOVE 'PERM-OPER '     TO SEG-REGLA
                 PERFORM  GRABAR-DENEGACION-PERMISO
                 MOVE 08                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              WHEN PRM-COD-RESPTA = '06'
                 MOVE 'QUOTA-HORA'     TO SEG-REGLA
                 PERFORM  GRABAR-DENEGACION-PERMISO
                 MOVE 09                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
           END-EVALUATE.
      *-------------------------*
       GRABAR-DENEGACION-PERMISO.
      *-------------------------*
           MOVE BSE-USER-ID            TO SEG-USER-ID.
           MOVE 'BSEO037 '             TO SEG-PROGRAMA.
           MOVE BSEC037I-CTAAFI        TO SEG-COD-CLIENTE.
           MOVE EIBDATE                TO SEG-FECHA.
           MOVE EIBTIME                TO SEG-HORA.
           EXEC CICS LINK PROGRAM ('BSEOSEGL')
                          COMMAREA (SEG-COMMAREA)
                          LENGTH   (LENGTH OF SEG-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
      *----------------*
       BLOQUEAR-INGRESO.
      *----------------*
           EXEC CICS SEND TEXT FROM   (WE-BLANCO)
                               LENGTH (01)
                               ERASE
           END-EXEC.
           GOBACK.
      *-------------*
       ERROR-EN-CICS.
      *-------------*
           MOVE 16                     TO BSE-CODIGO-RESPUESTA.
           MOVE WT01-COD-MSG (002)     TO BSE-CODIGO-MENSAJE.
           MOVE WT01-TXT-MSG (002)     TO BSE-DESCR-MENSAJE.
           PERFORM  TERMINAR-RUTINA.
      *-----------------*
       ASIGNAR-BSE-DATOS.
      *-----------------*
           COMPUTE BSE-LONGITUD-OUTPUT =
                   WX-LONG-HEADER-BSETOPER        +
                   WX-T-LONG-PARTE-FIJA-TRAMA-OUT +
                  (BSEC037O-CANT-PERIODOS         *
                   WX-T-LONG-CADA-OCCUR-TRAMA-OUT)
           END-COMPUTE.
           INSPECT REG-BSEC037O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC037O           TO BSE-DATOS.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           PERFORM  GRABAR-AUDITORIA.
           MOVE REG-COMMAREA-BSE       TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *----------------*
       GRABAR-AUDITORIA.
      *----------------*
           MOVE 'BSEO037'              TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE BSEC037I-CTAAFI        TO AUD-COD-CLIENTE.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
