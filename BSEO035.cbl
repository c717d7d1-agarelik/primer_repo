************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104647 15/10/26 JCV RESPUESTA DEL SUPERVISOR A LA RECERTIFICA- *
***   *               CION TRIMESTRAL DE PERMISOS (CERTPERM)           *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION CERTIFICARPERMISO                                **
*OBJET*** EL SUPERVISOR ASIGNADO CERTIFICA O REVOCA UNA LINEA DEL    **
*OBJET*** CICLO DE RECERTIFICACION (USUARIO + OPERACION DE PERMUSU)  **
*OBJET*** QUE GENERO BSEB062. SOLO SE RESPONDEN LINEAS PENDIENTES Y  **
*OBJET*** DENTRO DEL PLAZO; NADIE CERTIFICA SUS PROPIOS PERMISOS. LA **
*OBJET*** REVOCACION SE APLICA EN PERMUSU/QTAPARM EN EL DIARIO       **
*OBJET*** BSEB063                                                    **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO035.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-CERT            PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM035.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DE RECERTIFICACION DE PERMISOS -----*
           COPY BSECRTRG.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO035 ------*
           COPY BSEC035I.
           COPY BSEC035O.
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
           MOVE BSE-DATOS              TO REG-BSEC035I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC035O.
           INITIALIZE                     REG-BSEC035O.
           MOVE LENGTH OF REG-CERTPERM TO WE-LONG-CERT.
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
104658     IF BSEC035I-ID-SOLICITUD NOT = SPACES
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           PERFORM  VALIDAR-DATOS-RESPUESTA.
           PERFORM  LEER-LINEA-CERTIFICACION.
           PERFORM  VALIDAR-LINEA.
           PERFORM  GRABAR-RESPUESTA.
           PERFORM  ASIGNA-LINEA.
           PERFORM  ASIGNAR-BSE-DATOS.
      *-------------------------*
       VALIDAR-DATOS-RESPUESTA.
      *-------------------------*
           IF BSEC035I-CICLO     = SPACES OR
              BSEC035I-USER-ID   = SPACES OR
              BSEC035I-OPERACION = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (004)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (004)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC035I-ACCION NOT = 'C' AND 'R'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC035I-ACCION = 'R' AND BSEC035I-MOTIVO = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--- NADIE RESPONDE POR SUS PROPIOS PERMISOS (SEGREGACION)
           IF BSEC035I-USER-ID = BSE-USER-ID
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--------------------------*
       LEER-LINEA-CERTIFICACION.
      *--------------------------*
           MOVE BSEC035I-CICLO         TO CERT-CICLO.
           MOVE BSEC035I-USER-ID       TO CERT-USER-ID.
           MOVE BSEC035I-OPERACION     TO CERT-OPERACION.
           EXEC CICS READ FILE      ('CERTPERM')
                          INTO       (REG-CERTPERM)
                          LENGTH     (WE-LONG-CERT)
                          RIDFLD     (CERT-CLAVE)
                          UPDATE
                          RESP       (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WE-RC = DFHRESP(NOTFND)
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
              WHEN OTHER
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
      *---------------*
       VALIDAR-LINEA.
      *---------------*
      *--- LA LINEA SE DEVUELVE TAL COMO ESTA EN CUALQUIER RECHAZO
           IF CERT-SUPERVISOR NOT = BSE-USER-ID
              PERFORM  LIBERAR-LINEA
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF CERT-ESTADO NOT = 'P'
              PERFORM  LIBERAR-LINEA
              PERFORM  ASIGNA-LINEA
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
              PERFORM  ASIGNAR-BSE-DATOS
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--- PASADO EL PLAZO LA LINEA QUEDA PARA LA REVOCACION AUTOMATICA
           IF WE-FECHA-HOY > CERT-FEC-LIMITE
              PERFORM  LIBERAR-LINEA
              PERFORM  ASIGNA-LINEA
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
              PERFORM  ASIGNAR-BSE-DATOS
              PERFORM TERMINAR-RUTINA
           END-IF.
      *---------------*
       LIBERAR-LINEA.
      *---------------*
           EXEC CICS UNLOCK FILE ('CERTPERM')
                            RESP (WE-RC)
           END-EXEC.
      *------------------*
       GRABAR-RESPUESTA.
      *------------------*
           MOVE BSEC035I-ACCION        TO CERT-ESTADO.
           MOVE WE-FECHA-HOY           TO CERT-FEC-RESPUESTA.
           MOVE BSE-USER-ID            TO CERT-USER-RESPUESTA.
           MOVE BSEC035I-MOTIVO        TO CERT-MOTIVO.
           MOVE 0                      TO CERT-FEC-APLICACION.
           MOVE EIBDATE                TO CERT-FECHA.
           MOVE EIBTIME                TO CERT-HORA.
           EXEC CICS REWRITE FILE   ('CERTPERM')
                             FROM    (REG-CERTPERM)
                             LENGTH  (WE-LONG-CERT)
                             RESP    (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--------------*
       ASIGNA-LINEA.
      *--------------*
           MOVE CERT-CICLO             TO BSEC035O-CICLO.
           MOVE CERT-USER-ID           TO BSEC035O-USER-ID.
           MOVE CERT-OPERACION         TO BSEC035O-OPERACION.
           MOVE CERT-SUPERVISOR        TO BSEC035O-SUPERVISOR.
           MOVE CERT-ESTADO            TO BSEC035O-ESTADO.
           MOVE CERT-FEC-ULT-USO       TO BSEC035O-FEC-ULT-USO.
           MOVE CERT-FEC-LIMITE        TO BSEC035O-FEC-LIMITE.
           MOVE CERT-FEC-RESPUESTA     TO BSEC035O-FEC-RESPUESTA.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC035I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC035I           TO IDC-ENTRADA.
104658     PERFORM  LLAMAR-BSEOIDEM.
104658     EVALUATE IDC-COD-RESPTA
104658        WHEN '00'
104658           MOVE 'R'                 TO WE-SW-IDEMPOTENCIA
104658        WHEN '04'
104658           MOVE IDC-COD-RESPUESTA   TO BSE-CODIGO-RESPUESTA
104658           MOVE IDC-COD-MENSAJE     TO BSE-CODIGO-MENSAJE
104658           MOVE IDC-DESCR-MENSAJE   TO BSE-DESCR-MENSAJE
104658           MOVE IDC-LONGITUD-OUTPUT TO BSE-LONGITUD-OUTPUT
104658           MOVE IDC-SALIDA          TO BSE-DATOS
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '08'
104658           MOVE 10                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '06'
104658           MOVE 11                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN OTHER
104658           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658     END-EVALUATE.
      *------------------------------*
104658 GRABAR-RESPUESTA-IDEMPOTENTE.
      *------------------------------*
104658*--- LA RESPUESTA QUE RECIBE EL CANAL QUEDA GUARDADA PARA LOS
104658*--- REINTENTOS CON EL MISMO ID
104658     MOVE 'G'                    TO WE-SW-IDEMPOTENCIA.
104658     MOVE 'G'                    TO IDC-MODO.
104658     MOVE BSE-CODIGO-RESPUESTA   TO IDC-COD-RESPUESTA.
104658     MOVE BSE-CODIGO-MENSAJE     TO IDC-COD-MENSAJE.
104658     MOVE BSE-DESCR-MENSAJE      TO IDC-DESCR-MENSAJE.
104658     MOVE BSE-LONGITUD-OUTPUT    TO IDC-LONGITUD-OUTPUT.
104658     MOVE BSE-DATOS              TO IDC-SALIDA.
104658     PERFORM  LLAMAR-BSEOIDEM.
      *-----------------*
104658 LLAMAR-BSEOIDEM.
      *-----------------*
104658     EXEC CICS LINK PROGRAM ('BSEOIDEM')
104658                    COMMAREA (IDC-COMMAREA)
104658                    LENGTH   (LENGTH OF IDC-COMMAREA)
104658                    RESP     (WE-RC)
104658     END-EXEC.
104658     IF WE-RC NOT = DFHRESP(NORMAL)
104658        MOVE '12'                TO IDC-COD-RESPTA
104658     END-IF.
      *---------------------------*
       VALIDAR-PERMISO-OPERACION.
      *---------------------------*
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
      *---------------------------*
       GRABAR-DENEGACION-PERMISO.
      *---------------------------*
           MOVE BSE-USER-ID            TO SEG-USER-ID.
           MOVE 'BSEO035 '             TO SEG-PROGRAMA.
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
                   WX-T-LONG-PARTE-FIJA-TRAMA-OUT
           END-COMPUTE.
           INSPECT REG-BSEC035O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC035O           TO BSE-DATOS.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
104658     IF WE-SW-IDEMPOTENCIA = 'R'
104658        PERFORM  GRABAR-RESPUESTA-IDEMPOTENTE
104658     END-IF.
           PERFORM  GRABAR-AUDITORIA.
           MOVE REG-COMMAREA-BSE       TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *-----------------*
       GRABAR-AUDITORIA.
      *-----------------*
           MOVE 'BSEO035'              TO AUD-PROGRAMA.
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
