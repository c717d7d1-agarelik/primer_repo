************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104644 15/10/26 JCV SOLICITUD DE BLOQUEO Y REPOSICION DE       *
***   *               TARJETA PARA EL ENVIO DIARIO AL PROCESADOR       *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION SOLICITARBLOQUEOTARJETA                          **
*OBJET*** REGISTRA LA SOLICITUD DE BLOQUEO DE UNA TARJETA (PERDIDA,  **
*OBJET*** ROBO, FRAUDE O DETERIORO) CON REPOSICION OPCIONAL CONTRA   **
*OBJET*** LA CUENTA TARJETA. LA TARJETA DEBE ESTAR ACTIVA EN ATCO070 **
*OBJET*** Y SIN OTRA SOLICITUD ABIERTA. LA SOLICITUD QUEDA PENDIENTE **
*OBJET*** EN BLQTARJ HASTA QUE EL BATCH BSEB059 LA ENVIA             **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO034.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-BLQ             PIC S9(04) COMP VALUE ZEROS.
           02  WE-CODENT               PIC X(03)  VALUE SPACES.
           02  WE-RUTINA-CHEQUEO       PIC X(08)  VALUE SPACES.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-SW-FIN               PIC X(01)  VALUE SPACES.
           02  WE-SW-ABIERTA           PIC X(01)  VALUE SPACES.
           02  WE-ULT-SECUENCIA        PIC 9(03)  VALUE ZEROS.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM034.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------- RUTINA ATCO070 (SAT) ----------------------------*
           COPY ATC70CTI.
      *------------------ REGISTRO DE SOLICITUDES DE BLOQUEO ---------*
           COPY BSEBLQRG.
      *------------------ REGISTRO DEL ARCHIVO DE ESTADO DE RUTINAS ---*
           COPY BSERUTRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
           COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO034 ------*
           COPY BSEC034I.
           COPY BSEC034O.
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
           MOVE BSE-DATOS              TO REG-BSEC034I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC034O.
           INITIALIZE                     REG-BSEC034O.
           MOVE LENGTH OF REG-BLQTARJ  TO WE-LONG-BLQ.
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
104658     IF BSEC034I-ID-SOLICITUD NOT = SPACES
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           PERFORM  VALIDAR-DATOS-SOLICITUD.
           PERFORM  BUSCAR-SOLICITUD-ABIERTA.
           IF WE-SW-ABIERTA = 'S'
              PERFORM  ASIGNA-SOLICITUD
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
              PERFORM  ASIGNAR-BSE-DATOS
              PERFORM  TERMINAR-RUTINA
           END-IF.
           PERFORM  LINK-ATCO070.
           PERFORM  GRABAR-SOLICITUD.
           PERFORM  ASIGNA-SOLICITUD.
           PERFORM  ASIGNAR-BSE-DATOS.
      *-----------------*
       VALIDA-ENTIDAD.
      *-----------------*
           MOVE BSEC034I-CODENT        TO WE-CODENT.
           IF WE-CODENT = SPACES
              MOVE '003'               TO WE-CODENT
           END-IF.
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE WE-CODENT              TO REF-CODIGO (1:3).
           EXEC CICS LINK PROGRAM ('BSEOREFT')
                          COMMAREA (REF-COMMAREA)
                          LENGTH   (LENGTH OF REF-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO REF-COD-RESPTA
           END-IF.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *-------------------------*
       VALIDAR-DATOS-SOLICITUD.
      *-------------------------*
           IF BSEC034I-NUM-CTATAR = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (004)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (004)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           IF BSEC034I-MOTIVO NOT = 'P' AND 'R' AND 'F' AND 'D'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--- SIN INDICADOR SE ENTIENDE SOLO BLOQUEO, SIN PLASTICO NUEVO
           IF BSEC034I-REPOSICION = SPACES
              MOVE 'N'                 TO BSEC034I-REPOSICION
           END-IF.
           IF BSEC034I-REPOSICION NOT = 'S' AND 'N'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *--------------------------*
       BUSCAR-SOLICITUD-ABIERTA.
      *--------------------------*
      *--- RECORRE LAS SOLICITUDES DE LA CUENTA TARJETA: GUARDA LA
      *--- ULTIMA SECUENCIA Y DETECTA UNA PENDIENTE O YA ENVIADA
           MOVE 0                      TO WE-ULT-SECUENCIA.
           MOVE 'N'                    TO WE-SW-ABIERTA.
           MOVE BSEC034I-NUM-CTATAR    TO BLQ-NUM-CTATAR.
           MOVE 0                      TO BLQ-SECUENCIA.
           EXEC CICS STARTBR FILE   ('BLQTARJ')
                             RIDFLD (BLQ-CLAVE)
                             GTEQ
                             RESP   (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NORMAL)
                 PERFORM  LEER-SOLICITUDES-CTATAR
              WHEN WE-RC = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 16                  TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
                 PERFORM TERMINAR-RUTINA
           END-EVALUATE.
      *-------------------------*
       LEER-SOLICITUDES-CTATAR.
      *-------------------------*
           MOVE 'N'                    TO WE-SW-FIN.
           PERFORM UNTIL WE-SW-FIN = 'S'
              EXEC CICS READNEXT FILE   ('BLQTARJ')
                                 INTO   (REG-BLQTARJ)
                                 LENGTH (WE-LONG-BLQ)
                                 RIDFLD (BLQ-CLAVE)
                                 RESP   (WE-RC)
              END-EXEC
              IF WE-RC = DFHRESP(NORMAL) AND
                 BLQ-NUM-CTATAR = BSEC034I-NUM-CTATAR
                 MOVE BLQ-SECUENCIA    TO WE-ULT-SECUENCIA
                 IF BLQ-ESTADO = 'P' OR 'E'
                    MOVE 'S'           TO WE-SW-ABIERTA
                    MOVE 'S'           TO WE-SW-FIN
                 END-IF
              ELSE
                 MOVE 'S'              TO WE-SW-FIN
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE ('BLQTARJ')
                           RESP (WE-RC)
           END-EXEC.
      *------------*
       LINK-ATCO070.
      *------------*
      *--- LA TARJETA DEBE EXISTIR Y SEGUIR ACTIVA EN EL PROCESADOR
           MOVE 'ATCO070 '             TO WE-RUTINA-CHEQUEO.
           PERFORM  VERIFICAR-RUTINA-ACTIVA.
           INITIALIZE                     ATC70CTI.
           MOVE 'SAT'                  TO CTI-IDE-APP.
           MOVE WE-CODENT              TO CTI-COD-ENTIDA.
           MOVE BSEC034I-NUM-CTATAR    TO CTI-NUM-CTATAR.
           MOVE BSEC034I-PAN           TO CTI-PAN.
           EXEC CICS LINK PROGRAM ('ATCO070')
                          COMMAREA(ATC70CTI)
                          LENGTH  (LENGTH OF ATC70CTI)
                          RESP    (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
              MOVE 'ATCO070 '          TO BSE-DESCR-MENSAJE (26:8)
              PERFORM  TERMINAR-RUTINA
           END-IF.
           IF CTI-COD-RESPTA NOT = 00
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE CTI-COD-RESPTA      TO WT01-MSG-DSC (011) (4:2)
              MOVE CTI-MSG-RESPTA      TO WT01-MSG-DSC (011) (7:45)
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
           INSPECT CTI-FEC-BAJCTA  REPLACING ALL X'00' BY X'F0'.
           INSPECT CTI-FEC-BAJCTA  REPLACING ALL X'40' BY X'F0'.
           INSPECT CTI-COD-MOTBAJA REPLACING ALL X'00' BY X'F0'.
           INSPECT CTI-COD-MOTBAJA REPLACING ALL X'40' BY X'F0'.
           INSPECT CTI-DES-MOTBAJA REPLACING ALL X'00' BY X'40'.
           IF CTI-FEC-BAJCTA          > 00010101   OR
              CTI-COD-MOTBAJA     NOT = '00'       OR
              CTI-DES-MOTBAJA     NOT = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *-----------------------*
       VERIFICAR-RUTINA-ACTIVA.
      *-----------------------*
      *--- SI BSEO008 MARCO LA RUTINA INACTIVA, RESPONDEMOS DE
      *--- INMEDIATO SIN QUEMAR EL LINK NI ESPERAR EL ABEND
           MOVE WE-RUTINA-CHEQUEO      TO RUTSTAT-RUTINA.
           EXEC CICS READ FILE      ('RUTSTAT')
                          INTO       (REG-RUTSTAT)
                          RIDFLD     (RUTSTAT-RUTINA)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL) AND RUTSTAT-ESTADO = 'INACTIVA'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
              MOVE WE-RUTINA-CHEQUEO   TO BSE-DESCR-MENSAJE (8:8)
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *------------------*
       GRABAR-SOLICITUD.
      *------------------*
           INITIALIZE                     REG-BLQTARJ.
           MOVE BSEC034I-NUM-CTATAR    TO BLQ-NUM-CTATAR.
           ADD  1 WE-ULT-SECUENCIA GIVING BLQ-SECUENCIA.
           MOVE WE-CODENT              TO BLQ-CODENT.
           MOVE BSEC034I-PAN           TO BLQ-PAN.
           MOVE BSEC034I-MOTIVO        TO BLQ-MOTIVO.
           MOVE BSEC034I-REPOSICION    TO BLQ-REPOSICION.
           MOVE BSEC034I-OBSERVACION   TO BLQ-OBSERVACION.
           MOVE 'P'                    TO BLQ-ESTADO.
           MOVE WE-FECHA-HOY           TO BLQ-FEC-SOLICITUD.
           MOVE SPACES                 TO BLQ-COD-RESPUESTA.
           MOVE SPACES                 TO BLQ-DES-RESPUESTA.
           MOVE BSE-USER-ID            TO BLQ-USER-ID.
           MOVE EIBDATE                TO BLQ-FECHA.
           MOVE EIBTIME                TO BLQ-HORA.
           EXEC CICS WRITE FILE     ('BLQTARJ')
                          FROM       (REG-BLQTARJ)
                          LENGTH     (WE-LONG-BLQ)
                          RIDFLD     (BLQ-CLAVE)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
      *------------------*
       ASIGNA-SOLICITUD.
      *------------------*
           MOVE BLQ-NUM-CTATAR         TO BSEC034O-NUM-CTATAR.
           MOVE BLQ-SECUENCIA          TO BSEC034O-SECUENCIA.
           MOVE BLQ-PAN                TO BSEC034O-PAN.
           MOVE BLQ-MOTIVO             TO BSEC034O-MOTIVO.
           MOVE BLQ-REPOSICION         TO BSEC034O-REPOSICION.
           MOVE BLQ-ESTADO             TO BSEC034O-ESTADO.
           MOVE BLQ-FEC-SOLICITUD      TO BSEC034O-FEC-SOLICITUD.
           MOVE BLQ-USER-ID            TO BSEC034O-USER-ID.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC034I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC034I           TO IDC-ENTRADA.
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
104658           MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '06'
104658           MOVE 11                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN OTHER
104658           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (018)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (018)  TO BSE-DESCR-MENSAJE
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
           MOVE 'BSEO034 '             TO SEG-PROGRAMA.
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
           INSPECT REG-BSEC034O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC034O           TO BSE-DATOS.
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
           MOVE 'BSEO034'              TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE BSEC034I-PAN           TO AUD-COD-CLIENTE.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
