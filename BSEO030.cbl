************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104632 15/10/26 JCV EXTORNO DE PAGO APLICADO EN COBRANZAS     *
************************************************************************
*IDAPL*BSE
*OBJET*****************************************************************
*OBJET*** OPERACION EXTORNARPAGOCOBRANZAJUD                          **
*OBJET*** EXTORNA UN PAGO APLICADO POR BSEO019 (CUENTA ERRADA,       **
*OBJET*** CHEQUE RECHAZADO, DEPOSITO NO ACREDITADO): EL REGISTRO DE  **
*OBJET*** PAGOLOG SE CONSERVA CON ESTADO EXTORNADO, EL EXTORNO QUEDA **
*OBJET*** EN EXTOLOG CON USUARIO, FECHA Y MOTIVO, Y LA COTIZACION DE **
*OBJET*** PRELOG VUELVE A VIGENTE O QUEDA VENCIDA SEGUN SU FECHA     **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID. BSEO030.
      *====================*
       ENVIRONMENT DIVISION.
      *====================*
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *=======================*
       01  WE-ESPECIALES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-EXT             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-SW-REEXTORNO         PIC X(01)  VALUE SPACES.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM030.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DEL ARCHIVO DE COTIZACIONES --------*
           COPY BSEPRERG.
      *------------------ REGISTRO DEL ARCHIVO DE PAGOS APLICADOS -----*
           COPY BSEPAGRG.
      *------------------ REGISTRO DEL ARCHIVO DE EXTORNOS ------------*
           COPY BSEEXTRG.
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
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO030 ------*
           COPY BSEC030I.
           COPY BSEC030O.
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
           MOVE BSE-DATOS              TO REG-BSEC030I.
           MOVE SPACES                 TO BSE-DATOS.
           MOVE SPACES                 TO REG-BSEC030O.
           INITIALIZE                     REG-BSEC030O.
           MOVE LENGTH OF REG-EXTOLOG  TO WE-LONG-EXT.
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
104658     IF BSEC030I-ID-SOLICITUD NOT = SPACES
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           PERFORM  VALIDAR-MOTIVO.
           PERFORM  LEER-PAGO.
           IF WE-SW-REEXTORNO NOT = 'S'
              PERFORM  GRABAR-EXTORNO
              PERFORM  MARCAR-PAGO-EXTORNADO
              PERFORM  LIBERAR-COTIZACION
           ELSE
              PERFORM  UBICAR-EXTORNO-ANTERIOR
           END-IF.
           PERFORM  ASIGNA-EXTORNO.
           PERFORM  ASIGNAR-BSE-DATOS.
      *-----------------*
       VALIDA-ENTIDAD.
      *-----------------*
           MOVE 'B'                    TO REF-MODO.
           MOVE 'ENT'                  TO REF-TABLA.
           MOVE SPACES                 TO REF-CODIGO.
           MOVE BSEC030I-CODENT        TO REF-CODIGO (1:3).
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
      *---------------*
       VALIDAR-MOTIVO.
      *---------------*
      *--- EL MOTIVO ES OBLIGATORIO: SIN EL NO SE PUEDE DISTINGUIR
      *--- UN ERROR DE DIGITACION DE UN CHEQUE DEVUELTO
           IF BSEC030I-COD-MOTIVO NOT = 'CTA' AND
              BSEC030I-COD-MOTIVO NOT = 'CHQ' AND
              BSEC030I-COD-MOTIVO NOT = 'DEP' AND
              BSEC030I-COD-MOTIVO NOT = 'OTR'
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           IF BSEC030I-COD-MOTIVO = 'OTR' AND
              BSEC030I-TXT-MOTIVO = SPACES
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (006)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *----------*
       LEER-PAGO.
      *----------*
           MOVE BSEC030I-NRO-COTIZACION TO PAGLOG-NRO-COTIZACION.
           EXEC CICS READ FILE      ('PAGOLOG')
                          INTO       (REG-PAGOLOG)
                          RIDFLD     (PAGLOG-NRO-COTIZACION)
                          UPDATE
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
      *--- UN REINTENTO DEL CANAL SOBRE UN PAGO YA EXTORNADO DEVUELVE
      *--- EL EXTORNO ORIGINAL SIN VOLVER A GRABAR
           IF PAGLOG-ESTADO = 'X'
              EXEC CICS UNLOCK FILE ('PAGOLOG')
                               RESP (WE-RC)
              END-EXEC
              MOVE 'S'                 TO WE-SW-REEXTORNO
              MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
           END-IF.
           IF PAGLOG-FEC-PAGO IS NOT NUMERIC
              MOVE ZEROS               TO PAGLOG-FEC-PAGO
           END-IF.
      *---------------*
       GRABAR-EXTORNO.
      *---------------*
      *--- LA HISTORIA SE GRABA ANTES DE MARCAR EL PAGO: SI EXTOLOG
      *--- FALLA, PAGOLOG QUEDA COMO ESTABA
           MOVE PAGLOG-CTAAFI          TO EXTLOG-CTAAFI.
           MOVE PAGLOG-NRO-COTIZACION  TO EXTLOG-NRO-COTIZACION.
           MOVE WE-FECHA-HOY           TO EXTLOG-FEC-EXTORNO.
           MOVE EIBTIME                TO EXTLOG-HORA-EXTORNO.
           MOVE PAGLOG-FEC-PAGO        TO EXTLOG-FEC-PAGO.
           MOVE PAGLOG-AMORTIZ         TO EXTLOG-AMORTIZ.
           MOVE PAGLOG-INTVIGENTE      TO EXTLOG-INTVIGENTE.
           MOVE PAGLOG-INTMORAT        TO EXTLOG-INTMORAT.
           MOVE PAGLOG-INTCOMPEN       TO EXTLOG-INTCOMPEN.
           MOVE PAGLOG-PROTCOBJ        TO EXTLOG-PROTCOBJ.
           MOVE PAGLOG-GASTOS          TO EXTLOG-GASTOS.
           MOVE PAGLOG-HONPRO          TO EXTLOG-HONPRO.
           MOVE PAGLOG-IGV             TO EXTLOG-IGV.
           MOVE PAGLOG-TOTPAGAR        TO EXTLOG-TOTPAGAR.
           MOVE PAGLOG-USER-ID         TO EXTLOG-USER-APLICACION.
           MOVE BSE-USER-ID            TO EXTLOG-USER-EXTORNO.
           MOVE BSEC030I-COD-MOTIVO    TO EXTLOG-COD-MOTIVO.
           MOVE BSEC030I-TXT-MOTIVO    TO EXTLOG-TXT-MOTIVO.
           PERFORM  LEER-COTIZACION.
           EXEC CICS WRITE FILE     ('EXTOLOG')
                          FROM       (REG-EXTOLOG)
                          LENGTH     (WE-LONG-EXT)
                          RIDFLD     (EXTLOG-CLAVE)
                          RESP       (WE-RC)
           END-EXEC.
      *--- DOS EXTORNOS DE LA MISMA COTIZACION EN EL MISMO SEGUNDO
      *--- (EXTORNO, REAPLICACION Y NUEVO EXTORNO): SE DESEMPATA
           IF WE-RC = DFHRESP(DUPREC) OR DFHRESP(DUPKEY)
              ADD  1                   TO EXTLOG-HORA-EXTORNO
              EXEC CICS WRITE FILE  ('EXTOLOG')
                             FROM    (REG-EXTOLOG)
                             LENGTH  (WE-LONG-EXT)
                             RIDFLD  (EXTLOG-CLAVE)
                             RESP    (WE-RC)
              END-EXEC
           END-IF.
           IF WE-RC NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE ('PAGOLOG')
                               RESP (WE-RC)
              END-EXEC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *----------------*
       LEER-COTIZACION.
      *----------------*
      *--- LA COTIZACION VUELVE A SER UTILIZABLE SOLO SI AUN ESTA
      *--- DENTRO DE SU FECHA DE PRELIQUIDACION; SI NO, QUEDA VENCIDA
      *--- Y EL CAJERO DEBE PEDIR UNA NUEVA
           MOVE PAGLOG-NRO-COTIZACION  TO PRELOG-NRO-COTIZACION.
           EXEC CICS READ FILE      ('PRELOG')
                          INTO       (REG-PRELOG)
                          RIDFLD     (PRELOG-NRO-COTIZACION)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE ('PAGOLOG')
                               RESP (WE-RC)
              END-EXEC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
           IF PRELOG-FECPREL >= WE-FECHA-HOY
              MOVE SPACES              TO EXTLOG-ESTADO-COTIZ
           ELSE
              MOVE 'V'                 TO EXTLOG-ESTADO-COTIZ
           END-IF.
      *----------------------*
       MARCAR-PAGO-EXTORNADO.
      *----------------------*
           MOVE 'X'                    TO PAGLOG-ESTADO.
           MOVE BSE-USER-ID            TO PAGLOG-USER-EXTORNO.
           MOVE WE-FECHA-HOY           TO PAGLOG-FEC-EXTORNO.
           MOVE EIBTIME                TO PAGLOG-HORA-EXTORNO.
           MOVE BSEC030I-COD-MOTIVO    TO PAGLOG-COD-MOTIVO.
           MOVE BSEC030I-TXT-MOTIVO    TO PAGLOG-TXT-MOTIVO.
           EXEC CICS REWRITE FILE   ('PAGOLOG')
                          FROM       (REG-PAGOLOG)
                          LENGTH     (LENGTH OF REG-PAGOLOG)
                          RESP       (WE-RC)
           END-EXEC.
      *--- SI NO SE PUEDE MARCAR EL PAGO SE DESHACE EL EXTOLOG YA
      *--- GRABADO PARA NO DEJAR UN EXTORNO A MEDIAS
           IF WE-RC NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (010)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *-------------------*
       LIBERAR-COTIZACION.
      *-------------------*
           EXEC CICS READ FILE      ('PRELOG')
                          INTO       (REG-PRELOG)
                          RIDFLD     (PRELOG-NRO-COTIZACION)
                          UPDATE
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE EXTLOG-ESTADO-COTIZ TO PRELOG-ESTADO
              EXEC CICS REWRITE FILE ('PRELOG')
                             FROM     (REG-PRELOG)
                             LENGTH   (LENGTH OF REG-PRELOG)
                             RESP     (WE-RC)
              END-EXEC
           END-IF.
      *--- PAGOLOG Y EXTOLOG YA ESTAN GRABADOS: SI LA COTIZACION NO
      *--- SE LIBERA SE DESHACE TODA LA UNIDAD DE TRABAJO
           IF WE-RC NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 16                  TO BSE-CODIGO-RESPUESTA
              MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
              MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
      *------------------------*
       UBICAR-EXTORNO-ANTERIOR.
      *------------------------*
      *--- EL ESTADO DE LA COTIZACION DEL EXTORNO ORIGINAL SE TOMA
      *--- DE PRELOG TAL COMO QUEDO
           MOVE PAGLOG-NRO-COTIZACION  TO PRELOG-NRO-COTIZACION.
           EXEC CICS READ FILE      ('PRELOG')
                          INTO       (REG-PRELOG)
                          RIDFLD     (PRELOG-NRO-COTIZACION)
                          RESP       (WE-RC)
           END-EXEC.
           IF WE-RC = DFHRESP(NORMAL)
              MOVE PRELOG-ESTADO       TO EXTLOG-ESTADO-COTIZ
           ELSE
              MOVE SPACES              TO EXTLOG-ESTADO-COTIZ
           END-IF.
      *---------------*
       ASIGNA-EXTORNO.
      *---------------*
           MOVE PAGLOG-NRO-COTIZACION  TO BSEC030O-NRO-COTIZACION.
           MOVE PAGLOG-CTAAFI          TO BSEC030O-CTAAFI.
           MOVE PAGLOG-TOTPAGAR        TO BSEC030O-TOTPAGAR.
           MOVE PAGLOG-FEC-PAGO        TO BSEC030O-FEC-PAGO.
           MOVE PAGLOG-USER-ID         TO BSEC030O-USER-APLICACION.
           MOVE WE-SW-REEXTORNO        TO BSEC030O-FLAG-REEXTORNO.
           MOVE PAGLOG-USER-EXTORNO    TO BSEC030O-USER-EXTORNO.
           MOVE PAGLOG-FEC-EXTORNO     TO BSEC030O-FEC-EXTORNO.
           MOVE PAGLOG-HORA-EXTORNO    TO BSEC030O-HORA-EXTORNO.
           MOVE PAGLOG-COD-MOTIVO      TO BSEC030O-COD-MOTIVO.
           MOVE PAGLOG-TXT-MOTIVO      TO BSEC030O-TXT-MOTIVO.
           MOVE EXTLOG-ESTADO-COTIZ    TO BSEC030O-ESTADO-COTIZ.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC030I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC030I           TO IDC-ENTRADA.
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
104658           MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '06'
104658           MOVE 11                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN OTHER
104658           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
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
           MOVE 'BSEO030 '             TO SEG-PROGRAMA.
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
           INSPECT REG-BSEC030O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC030O           TO BSE-DATOS.
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
           MOVE 'BSEO030'               TO AUD-PROGRAMA.
           MOVE BSE-CODIGO-OPERACION   TO AUD-OPERACION.
           MOVE BSE-USER-ID            TO AUD-USER-ID.
           MOVE BSE-CODIGO-RESPUESTA   TO AUD-COD-RESPUESTA.
           MOVE BSE-CORRELACION        TO AUD-CORRELACION.
           MOVE PAGLOG-CTAAFI          TO AUD-COD-CLIENTE.
           MOVE EIBDATE                TO AUD-FECHA.
           MOVE EIBTIME                TO AUD-HORA.
           EXEC CICS LINK PROGRAM ('BSEAUDIT')
                          COMMAREA (AUD-COMMAREA)
                          LENGTH   (LENGTH OF AUD-COMMAREA)
                          RESP     (WE-RC)
           END-EXEC.
