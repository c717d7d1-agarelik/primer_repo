************************************************************************
***   * 104657 15/10/26 JCV CONSULTA EN LINEA DEL ESTADO DE LOS        *
***   *               PROCESOS MASIVOS (COLA COLAMAS)                  *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION CONSULTARPROCESOMASIVO                            **
*OBJET*** DEVUELVE EL ESTADO (EN COLA, EN EJECUCION, TERMINADO O      **
*OBJET*** FALLIDO) Y LAS CANTIDADES DE FILAS DE UN PROCESO MASIVO, O  **
*OBJET*** DE LOS ULTIMOS 20 PROCESOS DEL USUARIO SI NO SE INFORMA EL  **
*OBJET*** NUMERO. CADA USUARIO VE SOLO LOS PROCESOS QUE SOLICITO      **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO039.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
           02  WE-LONG-MAS             PIC S9(04) COMP VALUE ZEROS.
           02  WE-SW-FIN               PIC X(01)  VALUE SPACES.
           02  WE-CONT-LEIDOS          PIC 9(05)  VALUE ZEROS.
           02  K                       PIC 9(02)  VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM039.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DE LA COLA DE PROCESOS MASIVOS -----*
           COPY BSEMASRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO039 ------*
           COPY BSEC039I.
           COPY BSEC039O.
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
           MOVE BSE-DATOS              TO REG-BSEC039I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC039O.
           INITIALIZE                     REG-BSEC039O.
           MOVE LENGTH OF REG-COLAMAS  TO WE-LONG-MAS.
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
           IF BSEC039I-NRO-PROCESO NOT = SPACES
              PERFORM  CONSULTAR-PROCESO
           ELSE
              PERFORM  LISTAR-PROCESOS
           END-IF.
           PERFORM  ASIGNAR-BSE-DATOS.
      *--------------*
       VALIDA-ENTIDAD.
      *--------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC039I-CODENT        TO REF-CODIGO (1:3).
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
      *-----------------*
       CONSULTAR-PROCESO.
      *-----------------*
      *--- EL RESULTADO TRAE DATOS DE CLIENTES: CADA USUARIO VE SOLO
      *--- LOS PROCESOS QUE EL MISMO SOLICITO
           MOVE BSEC039I-NRO-PROCESO   TO MAS-NRO-PROCESO.
           EXEC CICS READ FILE      ('COLAMAS')
                          INTO       (REG-COLAMAS)
                          LENGTH     (WE-LONG-MAS)
                          RIDFLD     (MAS-NRO-PROCESO)
                          RESP       (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NORMAL)
                 IF MAS-USER-ID = BSE-USER-ID
                    MOVE 1             TO K
                    PERFORM  ASIGNA-PROCESO
                 ELSE
                    MOVE 01                  TO BSE-CODIGO-RESPUESTA
                    MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
                    MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
                 END-IF
              WHEN WE-RC = DFHRESP(NOTFND)
                 MOVE 01                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              WHEN OTHER
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
           END-EVALUATE.
           MOVE K                      TO BSEC039O-CANT-PROCESOS.
      *---------------*
       LISTAR-PROCESOS.
      *---------------*
      *--- RECORRE LA COLA DESDE EL FINAL (LA CLAVE EMPIEZA POR LA
      *--- FECHA) Y TOMA LOS 20 PROCESOS MAS RECIENTES DEL USUARIO;
      *--- LA LECTURA SE CORTA A LOS 5000 REGISTROS
           MOVE HIGH-VALUES            TO MAS-NRO-PROCESO.
           MOVE 0                      TO K.
           EXEC CICS STARTBR FILE   ('COLAMAS')
                             RIDFLD (MAS-NRO-PROCESO)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE 'N'                 TO WE-SW-FIN
              PERFORM UNTIL WE-SW-FIN = 'S' OR K >= 20 OR
                            WE-CONT-LEIDOS >= 5000
                 EXEC CICS READPREV FILE   ('COLAMAS')
                                    INTO   (REG-COLAMAS)
                                    LENGTH (WE-LONG-MAS)
                                    RIDFLD (MAS-NRO-PROCESO)
                                    RESP   (WE-RC)
                 END-EXEC
                 IF WE-RC NOT = DFHRESP(NORMAL)
                    MOVE 'S'           TO WE-SW-FIN
                 ELSE
                    ADD  1             TO WE-CONT-LEIDOS
                    IF MAS-USER-ID = BSE-USER-ID
                       ADD  1          TO K
                       PERFORM  ASIGNA-PROCESO
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE ('COLAMAS')
              END-EXEC
           END-IF.
           MOVE K                      TO BSEC039O-CANT-PROCESOS.
           IF K = 0
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
           END-IF.
      *--------------*
       ASIGNA-PROCESO.
      *--------------*
           MOVE MAS-NRO-PROCESO        TO BSEC039O-NRO-PROCESO    (K).
           MOVE MAS-OPERACION          TO BSEC039O-OPERACION      (K).
           MOVE MAS-USER-ID            TO BSEC039O-SOLICITANTE    (K).
           MOVE MAS-ESTADO             TO BSEC039O-ESTADO         (K).
           EVALUATE MAS-ESTADO
              WHEN 'Q'
                 IF MAS-FILA-REANUDAR > 0
                    MOVE 'EN COLA (PAUSADO)'
                                 TO BSEC039O-DESC-ESTADO    (K)
                 ELSE
                    MOVE 'EN COLA'
                                 TO BSEC039O-DESC-ESTADO    (K)
                 END-IF
              WHEN 'E'
                 MOVE 'EN EJECUCION'   TO BSEC039O-DESC-ESTADO    (K)
              WHEN 'T'
                 MOVE 'TERMINADO'      TO BSEC039O-DESC-ESTADO    (K)
              WHEN 'F'
                 MOVE 'FALLIDO'        TO BSEC039O-DESC-ESTADO    (K)
              WHEN OTHER
                 MOVE SPACES           TO BSEC039O-DESC-ESTADO    (K)
           END-EVALUATE.
           MOVE MAS-FEC-SOLICITUD      TO BSEC039O-FEC-SOLICITUD  (K).
           MOVE MAS-HORA-SOLICITUD     TO BSEC039O-HORA-SOLICITUD (K).
           MOVE MAS-FEC-INICIO         TO BSEC039O-FEC-INICIO     (K).
           MOVE MAS-HORA-INICIO        TO BSEC039O-HORA-INICIO    (K).
           MOVE MAS-FEC-FIN            TO BSEC039O-FEC-FIN        (K).
           MOVE MAS-HORA-FIN           TO BSEC039O-HORA-FIN       (K).
           MOVE MAS-CANT-FILAS         TO BSEC039O-CANT-FILAS     (K).
           MOVE MAS-CANT-OK            TO BSEC039O-CANT-OK        (K).
           MOVE MAS-CANT-ERROR         TO BSEC039O-CANT-ERROR     (K).
           MOVE MAS-ARCHIVO-LISTA      TO BSEC039O-ARCHIVO-LISTA  (K).
           MOVE MAS-ARCHIVO-RESULTADO  TO BSEC039O-ARCHIVO-RESULT (K).
           MOVE MAS-MOTIVO             TO BSEC039O-MOTIVO         (K).
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
                 MOVE WT01-COD-MSG (008)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (008)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              WHEN PRM-COD-RESPTA = '06'
                 MOVE 'QUOTA-HORA'     TO SEG-REGLA
                 PERFORM  GRABAR-DENEGACION-PERMISO
                 MOVE 09                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (009)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (009)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
           END-EVALUATE.
      *-------------------------*
       GRABAR-DENEGACION-PERMISO.
      *-------------------------*
           MOVE BSE-USER-ID            TO SEG-USER-ID.
           MOVE 'BSEO039 '             TO SEG-PROGRAMA.
           MOVE SPACES                 TO SEG-COD-CLIENTE.
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
                  (BSEC039O-CANT-PROCESOS         *
                   WX-T-LONG-CADA-OCCUR-TRAMA-OUT)
           END-COMPUTE.
           INSPECT REG-BSEC039O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC039O           TO BSE-DATOS.
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
           MOVE 'BSEO039'              TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE SPACES                 TO AUD-COD-CLIENTE.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
