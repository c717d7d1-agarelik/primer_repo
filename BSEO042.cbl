************************************************************************
***   * 104666 15/10/26 JCV INDICE DE DOCUMENTOS DIGITALES DEL GESTOR  *
***   *               DOCUMENTAL POR CUENTA, EMBARGO, EXPEDIENTE O     *
***   *               DOCUMENTO DESCONTADO (DOCIDX)                    *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION INDEXARDOCUMENTODIGITAL                           **
*OBJET*** INDEXA UN DOCUMENTO ESCANEADO EN EL GESTOR DOCUMENTAL       **
*OBJET*** (DEMANDA, SENTENCIA, OFICIO DE EMBARGO, CONVENIO FIRMADO,   **
*OBJET*** LETRA) BAJO SU CLAVE DE NEGOCIO: CUENTA JUDICIAL, EMBARGO,  **
*OBJET*** EXPEDIENTE O DOCUMENTO DESCONTADO, CON TIPO (REFTAB 'DOC'), **
*OBJET*** REFERENCIA DEL GESTOR, FECHA Y USUARIO; Y LISTA PAGINADOS   **
*OBJET*** LOS DOCUMENTOS DE UNA CLAVE. LA CARGA NOCTURNA DEL GESTOR   **
*OBJET*** ES BSEB082                                                  **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO042.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-DOC             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
           02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-SW-FIN               PIC X(01)  VALUE SPACES.
           02  WE-SW-DUPLICADO         PIC X(01)  VALUE SPACES.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-FEC-DOCUMENTO        PIC 9(08)  VALUE ZEROS.
           02  WE-ULT-SECUENCIA        PIC 9(03)  VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           02  K                       PIC 9(03)  VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM042.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DEL INDICE DE DOCUMENTOS -----------*
           COPY BSEDOCRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
           COPY BSEIDMCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO042 ------*
           COPY BSEC042I.
           COPY BSEC042O.
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
           MOVE BSE-DATOS              TO REG-BSEC042I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC042O.
           INITIALIZE                     REG-BSEC042O.
           MOVE 'U'                    TO BSEC042O-FLAG-CONTINUIDAD.
           MOVE LENGTH OF REG-DOCIDX   TO WE-LONG-DOC.
           EXEC CICS ASKTIME ABSTIME (WE-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME (WE-ABSTIME)
                                YYYYMMDD (WE-FECHA-HOY)
           END-EXEC.
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
           PERFORM  VALIDA-CLAVE.
           IF BSEC042I-ID-SOLICITUD NOT = SPACES AND
              BSEC042I-MODO = 'A'
              PERFORM  VERIFICAR-SOLICITUD-REPETIDA
           END-IF.
           EVALUATE BSEC042I-MODO
              WHEN 'A'
                 PERFORM  INDEXAR-DOCUMENTO
              WHEN 'L'
                 PERFORM  LISTAR-DOCUMENTOS
              WHEN OTHER
                 MOVE 16                 TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (004) TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (004) TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
           PERFORM  ASIGNAR-BSE-DATOS.
      *--------------*
       VALIDA-ENTIDAD.
      *--------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC042I-CODENT        TO REF-CODIGO (1:3).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *------------*
       VALIDA-CLAVE.
      *------------*
      *--- CLAVE DE NEGOCIO DEL DOCUMENTO: CUENTA JUDICIAL, EMBARGO,
      *--- EXPEDIENTE O DOCUMENTO DESCONTADO
           IF ( BSEC042I-TIPO-CLAVE NOT = 'C' AND
                BSEC042I-TIPO-CLAVE NOT = 'E' AND
                BSEC042I-TIPO-CLAVE NOT = 'X' AND
                BSEC042I-TIPO-CLAVE NOT = 'D' ) OR
              BSEC042I-CLAVE-NEGOCIO = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE BSEC042I-TIPO-CLAVE    TO BSEC042O-TIPO-CLAVE.
           MOVE BSEC042I-CLAVE-NEGOCIO TO BSEC042O-CLAVE-NEGOCIO.
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
       INDEXAR-DOCUMENTO.
      *-----------------*
      *--- TIPO DE DOCUMENTO VIGENTE EN REFTAB 'DOC'
           MOVE 'B'                    TO REF-MODO.
           MOVE 'DOC'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC042I-TIPO-DOCUMENTO TO REF-CODIGO (1:3).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC042I-REF-DMS = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC042I-FEC-DOCUMENTO NOT NUMERIC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC042I-FEC-DOCUMENTO = 0
              MOVE WE-FECHA-HOY        TO WE-FEC-DOCUMENTO
           ELSE
              MOVE BSEC042I-FEC-DOCUMENTO TO WE-FEC-DOCUMENTO
           END-IF.
           IF WE-FEC-DOCUMENTO > WE-FECHA-HOY
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  BUSCAR-ULTIMA-SECUENCIA.
           IF WE-SW-DUPLICADO = 'S'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF WE-ULT-SECUENCIA >= 999
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (018)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (018)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE SPACES                 TO REG-DOCIDX.
           MOVE BSEC042I-TIPO-CLAVE    TO DOC-TIPO-CLAVE.
           MOVE BSEC042I-CLAVE-NEGOCIO TO DOC-CLAVE-NEGOCIO.
           COMPUTE DOC-SECUENCIA = WE-ULT-SECUENCIA + 1
           END-COMPUTE.
           MOVE BSEC042I-TIPO-DOCUMENTO TO DOC-TIPO-DOCUMENTO.
           MOVE BSEC042I-REF-DMS       TO DOC-REF-DMS.
           MOVE WE-FEC-DOCUMENTO       TO DOC-FEC-DOCUMENTO.
           MOVE BSE-USER-ID            TO DOC-USER-INDEXA.
           MOVE WE-FECHA-HOY           TO DOC-FEC-INDEXA.
           MOVE 'O'                    TO DOC-ORIGEN.
           EXEC CICS WRITE FILE     ('DOCIDX')
                          FROM       (REG-DOCIDX)
                          LENGTH     (WE-LONG-DOC)
                          RIDFLD     (DOC-CLAVE)
                          RESP       (WE-RC)
           END-EXEC.
      *--- DOS ALTAS SIMULTANEAS PARA LA CLAVE: SE TOMA LA SIGUIENTE
           IF ( WE-RC = DFHRESP(DUPREC) OR DFHRESP(DUPKEY) ) AND
              DOC-SECUENCIA < 999
              ADD  1                   TO DOC-SECUENCIA
              EXEC CICS WRITE FILE  ('DOCIDX')
                             FROM    (REG-DOCIDX)
                             LENGTH  (WE-LONG-DOC)
                             RIDFLD  (DOC-CLAVE)
                             RESP    (WE-RC)
              END-EXEC
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE 1                      TO BSEC042O-CANT-DOCUMENTOS.
           MOVE 1                      TO K.
           PERFORM  ASIGNA-DOCUMENTO.
      *-----------------------*
       BUSCAR-ULTIMA-SECUENCIA.
      *-----------------------*
      *--- RECORRE LOS DOCUMENTOS DE LA CLAVE: LA ULTIMA SECUENCIA
      *--- USADA Y SI LA REFERENCIA DEL GESTOR YA ESTA INDEXADA
           MOVE 0                      TO WE-ULT-SECUENCIA.
           MOVE SPACES                 TO WE-SW-DUPLICADO.
           MOVE BSEC042I-TIPO-CLAVE    TO DOC-TIPO-CLAVE.
           MOVE BSEC042I-CLAVE-NEGOCIO TO DOC-CLAVE-NEGOCIO.
           MOVE 0                      TO DOC-SECUENCIA.
           EXEC CICS STARTBR FILE   ('DOCIDX')
                             RIDFLD (DOC-CLAVE)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL) AND
              WE-RC NOT = DFHRESP(NOTFND)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--- SIN DOCUMENTOS EN EL ARCHIVO LA CLAVE ARRANCA EN UNO
           IF WE-RC = DFHRESP(NORMAL)
              PERFORM  RECORRER-DOCUMENTOS-CLAVE
           END-IF.
      *-------------------------*
       RECORRER-DOCUMENTOS-CLAVE.
      *-------------------------*
           MOVE 'N'                    TO WE-SW-FIN.
           PERFORM UNTIL WE-SW-FIN = 'S'
              EXEC CICS READNEXT FILE   ('DOCIDX')
                                 INTO   (REG-DOCIDX)
                                 LENGTH (WE-LONG-DOC)
                                 RIDFLD (DOC-CLAVE)
                                 RESP   (WE-RC)
              END-EXEC
              IF WE-RC = DFHRESP(NORMAL) AND
                 DOC-TIPO-CLAVE    = BSEC042I-TIPO-CLAVE AND
                 DOC-CLAVE-NEGOCIO = BSEC042I-CLAVE-NEGOCIO
                 MOVE DOC-SECUENCIA    TO WE-ULT-SECUENCIA
                 IF DOC-REF-DMS = BSEC042I-REF-DMS
                    MOVE 'S'           TO WE-SW-DUPLICADO
                 END-IF
              ELSE
                 MOVE 'S'              TO WE-SW-FIN
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE ('DOCIDX')
                           RESP (WE-RC)
           END-EXEC.
      *-----------------*
       LISTAR-DOCUMENTOS.
      *-----------------*
           MOVE 0                      TO K.
           IF BSEC042I-DESDE-SECUENCIA NOT NUMERIC
              MOVE 0                   TO BSEC042I-DESDE-SECUENCIA
           END-IF.
           MOVE BSEC042I-TIPO-CLAVE    TO DOC-TIPO-CLAVE.
           MOVE BSEC042I-CLAVE-NEGOCIO TO DOC-CLAVE-NEGOCIO.
           MOVE BSEC042I-DESDE-SECUENCIA TO DOC-SECUENCIA.
           EXEC CICS STARTBR FILE   ('DOCIDX')
                             RIDFLD (DOC-CLAVE)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           MOVE 'N'                    TO WE-SW-FIN.
           PERFORM UNTIL WE-SW-FIN = 'S' OR K > 10
              EXEC CICS READNEXT FILE   ('DOCIDX')
                                 INTO   (REG-DOCIDX)
                                 LENGTH (WE-LONG-DOC)
                                 RIDFLD (DOC-CLAVE)
                                 RESP   (WE-RC)
              END-EXEC
              IF WE-RC = DFHRESP(NORMAL) AND
                 DOC-TIPO-CLAVE    = BSEC042I-TIPO-CLAVE AND
                 DOC-CLAVE-NEGOCIO = BSEC042I-CLAVE-NEGOCIO
                 ADD  1                TO K
                 IF K > 10
      *------------ LA QUE SOBRA MARCA DONDE ARRANCA LA PROXIMA PAGINA
                    MOVE 'C'           TO BSEC042O-FLAG-CONTINUIDAD
                    MOVE DOC-SECUENCIA TO BSEC042O-PROX-SECUENCIA
                 ELSE
                    PERFORM  ASIGNA-DOCUMENTO
                 END-IF
              ELSE
                 MOVE 'S'              TO WE-SW-FIN
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE ('DOCIDX')
                           RESP (WE-RC)
           END-EXEC.
           IF K > 10
              MOVE 10                  TO BSEC042O-CANT-DOCUMENTOS
           ELSE
              MOVE K                   TO BSEC042O-CANT-DOCUMENTOS
           END-IF.
           IF BSEC042O-CANT-DOCUMENTOS = 0
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
           END-IF.
      *----------------*
       ASIGNA-DOCUMENTO.
      *----------------*
           MOVE DOC-SECUENCIA          TO BSEC042O-DOC-SECUENCIA  (K).
           MOVE DOC-TIPO-DOCUMENTO     TO BSEC042O-DOC-TIPO       (K).
           MOVE DOC-REF-DMS            TO BSEC042O-DOC-REF-DMS    (K).
           MOVE DOC-FEC-DOCUMENTO      TO BSEC042O-DOC-FECHA      (K).
           MOVE DOC-USER-INDEXA        TO BSEC042O-DOC-USER       (K).
           MOVE DOC-FEC-INDEXA         TO BSEC042O-DOC-FEC-INDEXA (K).
           MOVE DOC-ORIGEN             TO BSEC042O-DOC-ORIGEN     (K).
      *----------------------------*
       VERIFICAR-SOLICITUD-REPETIDA.
      *----------------------------*
      *--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
      *--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A INDEXAR
      *--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
           MOVE 'C'                    TO IDC-MODO.
           MOVE BSE-USER-ID            TO IDC-USER-ID.
           MOVE BSEC042I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
           MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
           MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
           MOVE REG-BSEC042I           TO IDC-ENTRADA.
           PERFORM  LLAMAR-BSEOIDEM.
           EVALUATE IDC-COD-RESPTA
              WHEN '00'
                 MOVE 'R'                 TO WE-SW-IDEMPOTENCIA
              WHEN '04'
                 MOVE IDC-COD-RESPUESTA   TO BSE-CODIGO-RESPUESTA
                 MOVE IDC-COD-MENSAJE     TO BSE-CODIGO-MENSAJE
                 MOVE IDC-DESCR-MENSAJE   TO BSE-DESCR-MENSAJE
                 MOVE IDC-LONGITUD-OUTPUT TO BSE-LONGITUD-OUTPUT
                 MOVE IDC-SALIDA          TO BSE-DATOS
                 PERFORM  TERMINAR-RUTINA
              WHEN '08'
                 MOVE 10                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              WHEN '06'
                 MOVE 11                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              WHEN OTHER
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
           END-EVALUATE.
      *----------------------------*
       GRABAR-RESPUESTA-IDEMPOTENTE.
      *----------------------------*
      *--- LA RESPUESTA QUE RECIBE EL CANAL QUEDA GUARDADA PARA LOS
      *--- REINTENTOS CON EL MISMO ID
           MOVE 'G'                    TO WE-SW-IDEMPOTENCIA.
           MOVE 'G'                    TO IDC-MODO.
           MOVE BSE-CODIGO-RESPUESTA   TO IDC-COD-RESPUESTA.
           MOVE BSE-CODIGO-MENSAJE     TO IDC-COD-MENSAJE.
           MOVE BSE-DESCR-MENSAJE      TO IDC-DESCR-MENSAJE.
           MOVE BSE-LONGITUD-OUTPUT    TO IDC-LONGITUD-OUTPUT.
           MOVE BSE-DATOS              TO IDC-SALIDA.
           PERFORM  LLAMAR-BSEOIDEM.
      *---------------*
       LLAMAR-BSEOIDEM.
      *---------------*
           EXEC CICS LINK PROGRAM ('BSEOIDEM')
                          COMMAREA (IDC-COMMAREA)
                          LENGTH   (LENGTH OF IDC-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO IDC-COD-RESPTA
           END-IF.
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
           MOVE 'BSEO042 '             TO SEG-PROGRAMA.
           MOVE BSEC042I-CLAVE-NEGOCIO TO SEG-COD-CLIENTE.
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
                  (BSEC042O-CANT-DOCUMENTOS       *
                   WX-T-LONG-CADA-OCCUR-TRAMA-OUT)
           END-COMPUTE.
           INSPECT REG-BSEC042O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC042O           TO BSE-DATOS.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
           IF WE-SW-IDEMPOTENCIA = 'R'
              PERFORM  GRABAR-RESPUESTA-IDEMPOTENTE
           END-IF.
           PERFORM  GRABAR-AUDITORIA.
           MOVE REG-COMMAREA-BSE       TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *----------------*
       GRABAR-AUDITORIA.
      *----------------*
           MOVE 'BSEO042'              TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE BSEC042I-CLAVE-NEGOCIO TO AUD-COD-CLIENTE.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
