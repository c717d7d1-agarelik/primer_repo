************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104636 15/10/26 JCV REASIGNACION EN LINEA DE CUENTAS ENTRE    *
***   *               SECTORISTAS Y CONSULTA DE ASIGNACION            *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION REASIGNARCARTERASECT                             **
*OBJET*** MODO 'R': PASA HASTA 50 CUENTAS AL SECTORISTA DESTINO, QUE **
*OBJET*** DEBE ESTAR ACTIVO Y CON CAPACIDAD; LA ASIGNACION ANTERIOR  **
*OBJET*** QUEDA EN LA HISTORIA DE ASIGLOG Y LA CARGA DE AMBOS        **
*OBJET*** SECTORISTAS SE ACTUALIZA EN SECTMAE. MODO 'C': DEVUELVE LA **
*OBJET*** ASIGNACION VIGENTE DE UNA CUENTA CON SU HISTORIA           **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO031.
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
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
           02  WE-SECT-ANTERIOR        PIC X(04)  VALUE SPACES.
           02  WE-CANT-MOVIDAS         PIC 9(02)  VALUE ZEROS.
           02  I                       PIC 9(03)  VALUE ZEROS.
           02  J                       PIC 9(03)  VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM031.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *--- COPY PARA RUTINA CLOCRM02 ($CL) ---------------------------*
           COPY CL02CRM.
      *------------------ REGISTRO DEL MAESTRO DE SECTORISTAS ---------*
           COPY BSESECRG.
      *------------------ REGISTRO DEL ARCHIVO DE ASIGNACIONES --------*
           COPY BSEASGRG.
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
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO031 ------*
           COPY BSEC031I.
           COPY BSEC031O.
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
           MOVE BSE-DATOS              TO REG-BSEC031I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC031O.
           INITIALIZE                     REG-BSEC031O.
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
104658     IF BSEC031I-ID-SOLICITUD NOT = SPACES AND
104658        BSEC031I-MODO = 'R'
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           EVALUATE BSEC031I-MODO
              WHEN 'R'
                 PERFORM  VALIDAR-CANTIDAD
                 PERFORM  VALIDAR-DESTINO
                 PERFORM  REASIGNAR-CUENTAS
                 PERFORM  ACTUALIZAR-CARGA-DESTINO
              WHEN 'C'
                 PERFORM  CONSULTAR-ASIGNACION
              WHEN OTHER
                 MOVE 16               TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (006) TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (006) TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
           END-EVALUATE.
           PERFORM  ASIGNAR-BSE-DATOS.
      *-----------------*
       VALIDA-ENTIDAD.
      *-----------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC031I-CODENT        TO REF-CODIGO (1:3).
           PERFORM  LLAMAR-BSEOREFT.
           IF REF-COD-RESPTA NOT = '00'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (005)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *-----------------*
       LLAMAR-BSEOREFT.
      *-----------------*
           EXEC CICS LINK PROGRAM ('BSEOREFT')
                          COMMAREA (REF-COMMAREA)
                          LENGTH   (LENGTH OF REF-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE '12'                TO REF-COD-RESPTA
           END-IF.
      *-----------------*
       VALIDAR-CANTIDAD.
      *-----------------*
           IF BSEC031I-CANT-CUENTAS IS NOT NUMERIC OR
              BSEC031I-CANT-CUENTAS = 0            OR
              BSEC031I-CANT-CUENTAS > 50
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *-----------------*
       VALIDAR-DESTINO.
      *-----------------*
      *--- EL DESTINO DEBE ESTAR ACTIVO Y TENER LUGAR PARA TODAS LAS
      *--- CUENTAS PEDIDAS; SE CONTROLA CONTRA LA CARGA DE SECTMAE
           MOVE BSEC031I-SECT-DESTINO  TO SECT-CODIGO.
           EXEC CICS READ FILE      ('SECTMAE')
                          INTO       (REG-SECTMAE)
                          RIDFLD     (SECT-CODIGO)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NOTFND)
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (007)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           PERFORM  ASIGNA-DESTINO.
           IF SECT-ESTADO NOT = 'A'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           IF SECT-CARGA + BSEC031I-CANT-CUENTAS > SECT-CAPACIDAD
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *------------------*
       REASIGNAR-CUENTAS.
      *------------------*
           MOVE ZEROS                  TO WE-CANT-MOVIDAS.
           MOVE BSEC031I-CANT-CUENTAS  TO BSEC031O-CANT-CUENTAS.
           MOVE 0                      TO I.
           PERFORM UNTIL I >= BSEC031I-CANT-CUENTAS
              ADD  1                   TO I
              MOVE BSEC031I-CTAAFI (I) TO BSEC031O-CTAAFI (I)
              PERFORM  REASIGNAR-CUENTA
           END-PERFORM.
           MOVE WE-CANT-MOVIDAS        TO BSEC031O-CANT-REASIGNADAS.
      *-----------------*
       REASIGNAR-CUENTA.
      *-----------------*
           MOVE SPACES                 TO BSEC031O-SECT-ANTERIOR (I).
           MOVE BSEC031I-CTAAFI (I)    TO ASIG-CTAAFI.
           EXEC CICS READ FILE      ('ASIGLOG')
                          INTO       (REG-ASIGLOG)
                          RIDFLD     (ASIG-CTAAFI)
                          UPDATE
                          RESP       (WE-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WE-RC = DFHRESP(NOTFND)
                 PERFORM  ASIGNAR-CUENTA-SIN-HISTORIA
              WHEN WE-RC NOT = DFHRESP(NORMAL)
                 MOVE '03'             TO BSEC031O-RESULTADO (I)
              WHEN ASIG-SECTORISTA = BSEC031I-SECT-DESTINO
                 EXEC CICS UNLOCK FILE ('ASIGLOG')
                                  RESP (WE-RC)
                 END-EXEC
                 MOVE ASIG-SECTORISTA  TO BSEC031O-SECT-ANTERIOR (I)
                 MOVE '01'             TO BSEC031O-RESULTADO (I)
              WHEN OTHER
                 PERFORM  CAMBIAR-ASIGNACION
           END-EVALUATE.
      *----------------------------*
       ASIGNAR-CUENTA-SIN-HISTORIA.
      *----------------------------*
      *--- CUENTA QUE TODAVIA NO PASO POR LA ASIGNACION NOCTURNA: SE
      *--- VERIFICA QUE ESTE EN COBRANZA JUDICIAL ANTES DE ALTA
      *--- SI CLOCRM02 NO RESPONDE SOLO ESA CUENTA QUEDA CON ERROR: LAS
      *--- YA MOVIDAS SIGUEN Y LA CARGA DEL DESTINO SE ACTUALIZA IGUAL
           PERFORM  LLAMAR-CLOCRM02.
           EVALUATE TRUE
              WHEN WE-RC NOT = DFHRESP(NORMAL)
                 MOVE '04'             TO BSEC031O-RESULTADO (I)
              WHEN CRM-CO-COD-RETORNO NOT = +0000
                 MOVE '02'             TO BSEC031O-RESULTADO (I)
              WHEN OTHER
                 PERFORM  ALTA-ASIGNACION
           END-EVALUATE.
      *----------------*
       ALTA-ASIGNACION.
      *----------------*
           INITIALIZE                     REG-ASIGLOG.
           MOVE BSEC031I-CTAAFI (I)    TO ASIG-CTAAFI.
           MOVE ZEROS                  TO ASIG-NUM-HIST.
           PERFORM  COMPLETAR-ASIGNACION.
           EXEC CICS WRITE FILE     ('ASIGLOG')
                          FROM       (REG-ASIGLOG)
                          LENGTH     (LENGTH OF REG-ASIGLOG)
                          RIDFLD     (ASIG-CTAAFI)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE '00'                TO BSEC031O-RESULTADO (I)
              ADD  1                   TO WE-CANT-MOVIDAS
           ELSE
              MOVE '03'                TO BSEC031O-RESULTADO (I)
           END-IF.
      *-------------------*
       CAMBIAR-ASIGNACION.
      *-------------------*
      *--- LA ASIGNACION QUE SE CIERRA VA ADELANTE EN LA HISTORIA; SE
      *--- CONSERVAN LAS CINCO ULTIMAS
           MOVE ASIG-SECTORISTA        TO WE-SECT-ANTERIOR.
           MOVE ASIG-SECTORISTA        TO BSEC031O-SECT-ANTERIOR (I).
           MOVE 5                      TO J.
           PERFORM UNTIL J <= 1
              MOVE ASIG-HIST (J - 1)   TO ASIG-HIST (J)
              SUBTRACT 1               FROM J
           END-PERFORM.
           MOVE ASIG-SECTORISTA        TO ASIG-HIST-SECTORISTA (1).
           MOVE ASIG-FEC-ASIGNACION    TO ASIG-HIST-FEC-DESDE (1).
           MOVE WE-FECHA-HOY           TO ASIG-HIST-FEC-HASTA (1).
           MOVE ASIG-ORIGEN            TO ASIG-HIST-ORIGEN (1).
           IF ASIG-NUM-HIST < 5
              ADD  1                   TO ASIG-NUM-HIST
           END-IF.
           PERFORM  COMPLETAR-ASIGNACION.
           EXEC CICS REWRITE FILE   ('ASIGLOG')
                          FROM       (REG-ASIGLOG)
                          LENGTH     (LENGTH OF REG-ASIGLOG)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE '00'                TO BSEC031O-RESULTADO (I)
              ADD  1                   TO WE-CANT-MOVIDAS
              PERFORM  DESCONTAR-CARGA-ORIGEN
           ELSE
              MOVE '03'                TO BSEC031O-RESULTADO (I)
           END-IF.
      *----------------------*
       COMPLETAR-ASIGNACION.
      *----------------------*
           MOVE BSEC031I-SECT-DESTINO  TO ASIG-SECTORISTA.
           MOVE BSEC031O-EQUIPO        TO ASIG-EQUIPO.
           MOVE WE-FECHA-HOY           TO ASIG-FEC-ASIGNACION.
           MOVE 'R'                    TO ASIG-ORIGEN.
           MOVE BSE-USER-ID            TO ASIG-USER-ID.
           MOVE EIBDATE                TO ASIG-FECHA.
           MOVE EIBTIME                TO ASIG-HORA.
      *-------------------------*
       DESCONTAR-CARGA-ORIGEN.
      *-------------------------*
      *--- LA CARGA DEL SECTORISTA QUE CEDE LA CUENTA BAJA EN UNO; SI
      *--- YA NO ESTA EN EL MAESTRO NO HAY NADA QUE DESCONTAR
           MOVE WE-SECT-ANTERIOR       TO SECT-CODIGO.
           EXEC CICS READ FILE      ('SECTMAE')
                          INTO       (REG-SECTMAE)
                          RIDFLD     (SECT-CODIGO)
                          UPDATE
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              IF SECT-CARGA > 0
                 SUBTRACT 1            FROM SECT-CARGA
              END-IF
              EXEC CICS REWRITE FILE ('SECTMAE')
                             FROM     (REG-SECTMAE)
                             LENGTH   (LENGTH OF REG-SECTMAE)
                             RESP     (WE-RC)
              END-EXEC
           END-IF.
      *---------------------------*
       ACTUALIZAR-CARGA-DESTINO.
      *---------------------------*
           IF WE-CANT-MOVIDAS > 0
              MOVE BSEC031I-SECT-DESTINO TO SECT-CODIGO
              EXEC CICS READ FILE   ('SECTMAE')
                             INTO    (REG-SECTMAE)
                             RIDFLD  (SECT-CODIGO)
                             UPDATE
                             RESP    (WE-RC)
              END-EXEC
              IF WE-RC = DFHRESP(NORMAL)
                 ADD  WE-CANT-MOVIDAS  TO SECT-CARGA
                 EXEC CICS REWRITE FILE ('SECTMAE')
                                FROM     (REG-SECTMAE)
                                LENGTH   (LENGTH OF REG-SECTMAE)
                                RESP     (WE-RC)
                 END-EXEC
              END-IF
      *--- ASIGLOG Y LA CARGA DE ORIGEN YA ESTAN ACTUALIZADAS: SI LA
      *--- CARGA DEL DESTINO NO SE PUEDE GRABAR SE DESHACE TODO
              IF WE-RC NOT = DFHRESP(NORMAL)
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE 16               TO BSE-CODIGO-RESPUESTA
                 MOVE WT01-COD-MSG (010) TO BSE-CODIGO-MENSAJE
                 MOVE WT01-TXT-MSG (010) TO BSE-DESCR-MENSAJE
                 PERFORM  TERMINAR-RUTINA
              END-IF
              PERFORM  ASIGNA-DESTINO
           END-IF.
      *----------------*
       ASIGNA-DESTINO.
      *----------------*
           MOVE SECT-CODIGO            TO BSEC031O-SECT-DESTINO.
           MOVE SECT-NOMBRE            TO BSEC031O-NOMBRE.
           MOVE SECT-EQUIPO            TO BSEC031O-EQUIPO.
           MOVE SECT-CAPACIDAD         TO BSEC031O-CAPACIDAD.
           MOVE SECT-CARGA             TO BSEC031O-CARGA.
      *----------------------*
       CONSULTAR-ASIGNACION.
      *----------------------*
           MOVE BSEC031I-CTAAFI (1)    TO ASIG-CTAAFI.
           EXEC CICS READ FILE      ('ASIGLOG')
                          INTO       (REG-ASIGLOG)
                          RIDFLD     (ASIG-CTAAFI)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NOTFND)
              MOVE 01                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           MOVE ASIG-CTAAFI            TO BSEC031O-CON-CTAAFI.
           MOVE ASIG-SECTORISTA        TO BSEC031O-CON-SECTORISTA.
           MOVE ASIG-FEC-ASIGNACION    TO BSEC031O-CON-FEC-ASIGNACION.
           MOVE ASIG-ORIGEN            TO BSEC031O-CON-ORIGEN.
           MOVE ASIG-NUM-HIST          TO BSEC031O-CON-CANT-HIST.
           MOVE 0                      TO J.
           PERFORM UNTIL J >= 5
              ADD  1                   TO J
              MOVE ASIG-HIST-SECTORISTA (J)
                                       TO BSEC031O-CON-H-SECTORISTA (J)
              MOVE ASIG-HIST-FEC-DESDE (J)
                                       TO BSEC031O-CON-H-FEC-DESDE (J)
              MOVE ASIG-HIST-FEC-HASTA (J)
                                       TO BSEC031O-CON-H-FEC-HASTA (J)
              MOVE ASIG-HIST-ORIGEN (J)
                                       TO BSEC031O-CON-H-ORIGEN (J)
           END-PERFORM.
           MOVE ASIG-SECTORISTA        TO SECT-CODIGO.
           EXEC CICS READ FILE      ('SECTMAE')
                          INTO       (REG-SECTMAE)
                          RIDFLD     (SECT-CODIGO)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE SECT-NOMBRE         TO BSEC031O-CON-NOMBRE
           END-IF.
      *-----------------*
       LLAMAR-CLOCRM02.
      *-----------------*
           INITIALIZE                     CRM-CO-COMMAREA.
           MOVE 036                    TO CRM-CO-NRO-TRAMA.
           MOVE '$CL'                  TO CRM-CO-ID-APLI.
           MOVE BSEC031I-CODENT        TO CRM-CO-ID-BANCO.
           MOVE 'C'                    TO CRM-CO-TIPO-BUSQ.
           MOVE BSEC031I-CTAAFI (I)    TO CRM-CO-CUENTA-BUSQ.
           EXEC CICS LINK PROGRAM ('CLOCRM02')
                          COMMAREA(CRM-CO-COMMAREA)
                          LENGTH  (LENGTH OF CRM-CO-COMMAREA)
                          RESP    (WE-RC)
           END-EXEC.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC031I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC031I           TO IDC-ENTRADA.
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
104658*------ LA TRAMA FIJA NO ENTRA EN IDEMLOG: LO GUARDADO SE MONTA
104658*------ SOBRE LA SALIDA INICIALIZADA Y SE REARMA CON SU LONGITUD
104658           IF IDC-LONGITUD-OUTPUT - WX-LONG-HEADER-BSETOPER >
104658              LENGTH OF IDC-SALIDA
104658              MOVE IDC-SALIDA       TO REG-BSEC031O
104658                                      (1:LENGTH OF IDC-SALIDA)
104658              PERFORM  ASIGNAR-BSE-DATOS
104658           END-IF
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
           MOVE 'BSEO031 '             TO SEG-PROGRAMA.
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
           INSPECT REG-BSEC031O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC031O           TO BSE-DATOS.
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
           MOVE 'BSEO031'               TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE BSEC031I-CTAAFI (1)    TO AUD-COD-CLIENTE.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
