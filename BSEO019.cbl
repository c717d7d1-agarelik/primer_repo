************************************************************************
***   * 104663 15/10/26 JCV FECHA EFECTIVA EN PERIODO CERRADO (REFTAB  *
***   *               'CIE') SE RECHAZA CON RESPUESTA 13 SALVO FORZADO *
***   *               AUTORIZADO, QUE QUEDA EN SEGLOG (BSEOCIER)       *
***   * 104659 15/10/26 JCV ATRIBUCION DELEGADA: EL IMPORTE EN SOLES   *
***   *               SOBRE EL LIMITE DEL NIVEL DEL USUARIO SE         *
***   *               DERIVA CON RESPUESTA 12 (BSEOATRI)               *
104632* 104632 15/10/26 JCV PAGO EXTORNADO (BSEO030) SE PUEDE VOLVER A *
104632*               APLICAR; COTIZACION VENCIDA NO SE APLICA Y EL  *
104632*               PAGO GUARDA ESTADO Y FECHA DE APLICACION       *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
           02  WE-SW-REAPLICADO        PIC X(01)  VALUE SPACES.
104632     02  WE-SW-EXTORNADO         PIC X(01)  VALUE SPACES.
104632     02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
104632     02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM019.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSEPRERG.
      *------------------ REGISTRO DEL ARCHIVO DE PAGOS APLICADOS -----*
           COPY BSEPAGRG.
104632 01  WE-PAGOLOG-NUEVO            PIC X(237).
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
104611     COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
104611     COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOATRI (ATRIBUCIONES) -----*
104659     COPY BSEATRCA.
      *------------------ COMMAREA RUTINA BSEOCIER (CIERRE PERIODO) ---*
104663     COPY BSECIECA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO019 ------*
           MOVE 00                     TO BSE-CODIGO-RESPUESTA.
           MOVE WT01-COD-MSG (001)     TO BSE-CODIGO-MENSAJE.
           MOVE WT01-TXT-MSG (001)     TO BSE-DESCR-MENSAJE.
104632     EXEC CICS ASKTIME ABSTIME (WE-ABSTIME)
104632     END-EXEC.
104632     EXEC CICS FORMATTIME ABSTIME (WE-ABSTIME)
104632                          YYYYMMDD (WE-FECHA-HOY)
104632     END-EXEC.
      *--- BUSCA LA OPERACION DE LA TRAMA INPUT EN LA TABLA OPERACIONES
           MOVE BSE-CODIGO-OPERACION   TO WX-OPERACION-BSETOPER.
           MOVE BSE-VERSION-OPERACION  TO WX-VERSION-BSETOPER.
           PERFORM  VERIFICAR-REAPLICACION.
           IF WE-SW-REAPLICADO NOT = 'S'
              PERFORM  REVALIDAR-CONTRA-CRM
104663        PERFORM  VERIFICAR-PERIODO-CERRADO
104659        PERFORM  VERIFICAR-ATRIBUCION
              PERFORM  APLICAR-PAGO
           END-IF.
           PERFORM  ASIGNA-PAGO.
              MOVE WT01-TXT-MSG (010)  TO BSE-DESCR-MENSAJE
              PERFORM  TERMINAR-RUTINA
           END-IF.
104632*--- UNA COTIZACION QUE QUEDO VENCIDA AL EXTORNARSE SU PAGO
104632*--- NO SE REUTILIZA: EL CAJERO DEBE PEDIR UNA NUEVA
104632     IF PRELOG-ESTADO = 'V'
104632        MOVE 16                  TO BSE-CODIGO-RESPUESTA
104632        MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
104632        MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
104632        PERFORM  TERMINAR-RUTINA
104632     END-IF.
      *------------------------*
       VERIFICAR-REAPLICACION.
      *------------------------*
                          RIDFLD     (PAGLOG-NRO-COTIZACION)
                          RESP       (WE-RC)
           END-EXEC.
104632*--- UN PAGO EXTORNADO NO CUENTA COMO APLICADO: LA COTIZACION
104632*--- VIGENTE SE PUEDE VOLVER A APLICAR SOBRE EL MISMO REGISTRO
104632     IF WE-RC = DFHRESP(NORMAL) AND PAGLOG-ESTADO = 'X'
104632        MOVE 'S'                 TO WE-SW-EXTORNADO
104632     ELSE
104632        IF WE-RC = DFHRESP(NORMAL)
104632           MOVE 'S'              TO WE-SW-REAPLICADO
104632           MOVE WT01-COD-MSG (012) TO BSE-CODIGO-MENSAJE
104632           MOVE WT01-TXT-MSG (012) TO BSE-DESCR-MENSAJE
104632        END-IF
104632     END-IF.
      *---------------------*
       REVALIDAR-CONTRA-CRM.
      *---------------------*
           MOVE BSE-USER-ID            TO PAGLOG-USER-ID.
           MOVE EIBDATE                TO PAGLOG-FECHA.
           MOVE EIBTIME                TO PAGLOG-HORA.
104632     MOVE 'A'                    TO PAGLOG-ESTADO.
104632     MOVE WE-FECHA-HOY           TO PAGLOG-FEC-PAGO.
104632     MOVE SPACES                 TO PAGLOG-USER-EXTORNO.
104632     MOVE ZEROS                  TO PAGLOG-FEC-EXTORNO.
104632     MOVE ZEROS                  TO PAGLOG-HORA-EXTORNO.
104632     MOVE SPACES                 TO PAGLOG-COD-MOTIVO.
104632     MOVE SPACES                 TO PAGLOG-TXT-MOTIVO.
104632     IF WE-SW-EXTORNADO = 'S'
104632        PERFORM  REAPLICAR-PAGO-EXTORNADO
104632     ELSE
104632        EXEC CICS WRITE FILE  ('PAGOLOG')
104632                       FROM    (REG-PAGOLOG)
104632                       LENGTH  (LENGTH OF REG-PAGOLOG)
104632                       RIDFLD  (PAGLOG-NRO-COTIZACION)
104632                       RESP    (WE-RC)
104632        END-EXEC
104632     END-IF.
      *--- DOS PEDIDOS SIMULTANEOS: EL SEGUNDO ENCUENTRA EL REGISTRO
      *--- YA GRABADO Y DEVUELVE EL PAGO ORIGINAL
           IF WE-RC = DFHRESP(DUPREC) OR DFHRESP(DUPKEY)
           IF WE-SW-REAPLICADO NOT = 'S'
              PERFORM  MARCAR-COTIZACION
           END-IF.
      *--------------------------*
104632 REAPLICAR-PAGO-EXTORNADO.
      *--------------------------*
      *--- EL REGISTRO EXTORNADO SE PISA CON LA NUEVA APLICACION; LA
      *--- HISTORIA DEL EXTORNO YA QUEDO EN EXTOLOG. SI OTRO PEDIDO
      *--- LO REAPLICO ANTES, SE DEVUELVE ESE PAGO
104632     MOVE REG-PAGOLOG            TO WE-PAGOLOG-NUEVO.
104632     EXEC CICS READ FILE      ('PAGOLOG')
104632                    INTO       (REG-PAGOLOG)
104632                    RIDFLD     (PAGLOG-NRO-COTIZACION)
104632                    UPDATE
104632                    RESP       (WE-RC)
104632     END-EXEC.
104632     IF WE-RC = DFHRESP(NORMAL)
104632        IF PAGLOG-ESTADO = 'X'
104632           MOVE WE-PAGOLOG-NUEVO TO REG-PAGOLOG
104632           EXEC CICS REWRITE FILE ('PAGOLOG')
104632                          FROM     (REG-PAGOLOG)
104632                          LENGTH   (LENGTH OF REG-PAGOLOG)
104632                          RESP     (WE-RC)
104632           END-EXEC
104632        ELSE
104632           EXEC CICS UNLOCK FILE ('PAGOLOG')
104632                            RESP (WE-RC)
104632           END-EXEC
104632           MOVE 'S'              TO WE-SW-REAPLICADO
104632           MOVE WT01-COD-MSG (012) TO BSE-CODIGO-MENSAJE
104632           MOVE WT01-TXT-MSG (012) TO BSE-DESCR-MENSAJE
104632        END-IF
104632     END-IF.
      *------------------*
       MARCAR-COTIZACION.
      *------------------*
           MOVE PAGLOG-USER-ID         TO BSEC019O-USER-APLICACION.
           MOVE PAGLOG-FECHA           TO BSEC019O-FECHA-APLICACION.
           MOVE PAGLOG-HORA            TO BSEC019O-HORA-APLICACION.
      *----------------------*
104659 VERIFICAR-ATRIBUCION.
      *----------------------*
104659*--- ATRIBUCION DELEGADA: EL IMPORTE EN SOLES NO PUEDE SUPERAR EL
104659*--- LIMITE DEL NIVEL DEL USUARIO (ATRIBUC / NIVUSU). SI LO SUPERA
104659*--- LA DECISION NO SE TOMA Y QUEDA DERIVADA EN AUTLOG AL NIVEL
104659*--- QUE LA CUBRE, QUE SE INFORMA EN EL MENSAJE
104659     MOVE BSE-USER-ID            TO ATB-USER-ID.
104659     MOVE BSE-CODIGO-OPERACION   TO ATB-OPERACION.
104659     MOVE PRELOG-CTAAFI          TO ATB-CTAAFI.
104659     MOVE PRELOG-NRO-COTIZACION  TO ATB-REFERENCIA.
104659     MOVE CRM-CO-MONEDA-36       TO ATB-MONEDA.
104659     MOVE PRELOG-TOTPAGAR        TO ATB-IMPORTE.
104659     EXEC CICS LINK PROGRAM ('BSEOATRI')
104659                    COMMAREA (ATB-COMMAREA)
104659                    LENGTH   (LENGTH OF ATB-COMMAREA)
104659                    RESP     (WE-RC)
104659     END-EXEC.
104659     IF WE-RC NOT = DFHRESP(NORMAL)
104659        MOVE '12'                TO ATB-COD-RESPTA
104659     END-IF.
104659     EVALUATE ATB-COD-RESPTA
104659        WHEN '00'
104659           CONTINUE
104659        WHEN '04'
104659           MOVE 12                  TO BSE-CODIGO-RESPUESTA
104659           MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
104659           MOVE ATB-NIVEL-REQUERIDO TO BSE-DESCR-MENSAJE (48:2)
104659           PERFORM  TERMINAR-RUTINA
104659        WHEN '08'
104659           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104659           MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
104659           PERFORM  TERMINAR-RUTINA
104659        WHEN OTHER
104659           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104659           MOVE WT01-COD-MSG (018)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (018)  TO BSE-DESCR-MENSAJE
104659           PERFORM  TERMINAR-RUTINA
104659     END-EVALUATE.
      *---------------------------*
104611 VALIDAR-PERMISO-OPERACION.
      *---------------------------*
104611                    LENGTH   (LENGTH OF SEG-COMMAREA)
104611                    RESP     (WE-RC)
104611     END-EXEC.
      *--------------------------*
104663 VERIFICAR-PERIODO-CERRADO.
      *--------------------------*
104663*--- CIERRE CONTABLE: NO SE REGISTRA CON FECHA EFECTIVA EN UN
104663*--- PERIODO CERRADO (REFTAB 'CIE') SALVO FORZADO AUTORIZADO,
104663*--- QUE QUEDA EN SEGLOG PARA EL REPORTE MENSUAL BSEB079
104663*--- LA FECHA EFECTIVA DEL PAGO ES LA DE LIQUIDACION DE LA
104663*--- COTIZACION
104663     MOVE BSE-USER-ID            TO CIE-USER-ID.
104663     MOVE 'BSEO019 '             TO CIE-PROGRAMA.
104663     MOVE PRELOG-CTAAFI          TO CIE-CTAAFI.
104663     MOVE PRELOG-FECPREL         TO CIE-FEC-EFECTIVA.
104663     MOVE BSEC019I-FORZAR-CIERRE TO CIE-FORZAR.
104663     EXEC CICS LINK PROGRAM ('BSEOCIER')
104663                    COMMAREA (CIE-COMMAREA)
104663                    LENGTH   (LENGTH OF CIE-COMMAREA)
104663                    RESP     (WE-RC)
104663     END-EXEC.
104663     IF WE-RC NOT = DFHRESP(NORMAL)
104663        MOVE '12'                TO CIE-COD-RESPTA
104663     END-IF.
104663     EVALUATE CIE-COD-RESPTA
104663        WHEN '00'
104663        WHEN '06'
104663           CONTINUE
104663        WHEN '04'
104663           MOVE 13                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (019)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (019)  TO BSE-DESCR-MENSAJE
104663           MOVE CIE-PERIODO         TO BSE-DESCR-MENSAJE (35:6)
104663           PERFORM  TERMINAR-RUTINA
104663        WHEN '08'
104663           MOVE 13                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (020)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (020)  TO BSE-DESCR-MENSAJE
104663           PERFORM  TERMINAR-RUTINA
104663        WHEN OTHER
104663           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (021)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (021)  TO BSE-DESCR-MENSAJE
104663           PERFORM  TERMINAR-RUTINA
104663     END-EVALUATE.
      *----------------*
       BLOQUEAR-INGRESO.
      *----------------*
