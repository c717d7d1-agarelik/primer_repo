************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104659 15/10/26 JCV ATRIBUCION DELEGADA: EL IMPORTE EN SOLES   *
***   *               SOBRE EL LIMITE DEL NIVEL DEL USUARIO SE         *
***   *               DERIVA CON RESPUESTA 12 (BSEOATRI)               *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-CTG             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
           02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM023.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *--- COPY PARA RUTINA CLOCRM02 ($CL) ---------------------------*
104659     COPY CL02CRM.
      *------------------ REGISTRO DEL ARCHIVO DE CASTIGOS ------------*
           COPY BSECTGRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
104611     COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
104611     COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA RUTINA BSEOATRI (ATRIBUCIONES) -----*
104659     COPY BSEATRCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO023 ------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  VALIDA-ENTIDAD.
104658     IF BSEC023I-ID-SOLICITUD NOT = SPACES AND
104658        (BSEC023I-MODO = 'A' OR 'R')
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           EVALUATE BSEC023I-MODO
              WHEN 'A'
              WHEN 'R'
              MOVE WT01-TXT-MSG (007)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
104659*--- LA APROBACION DEL CASTIGO ESTA SUJETA A LA ATRIBUCION DEL
104659*--- USUARIO SOBRE EL SALDO PROPUESTO; EL RECHAZO NO
104659     IF BSEC023I-MODO = 'A'
104659        PERFORM  LLAMAR-CLOCRM02
104659        PERFORM  VERIFICAR-ATRIBUCION
104659     END-IF.
           MOVE BSEC023I-MODO          TO CTGLOG-ESTADO.
           MOVE BSE-USER-ID            TO CTGLOG-USER-DECISION.
           MOVE WE-FECHA-HOY           TO CTGLOG-FEC-DECISION.
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  ASIGNA-PROPUESTA.
      *-----------------*
104659 LLAMAR-CLOCRM02.
      *-----------------*
104659*--- LA MONEDA DEL CREDITO LA DA LA TRAMA 036
104659     INITIALIZE                     CRM-CO-COMMAREA.
104659     MOVE 036                    TO CRM-CO-NRO-TRAMA.
104659     MOVE '$CL'                  TO CRM-CO-ID-APLI.
104659     MOVE BSEC023I-CODENT        TO CRM-CO-ID-BANCO.
104659     MOVE 'C'                    TO CRM-CO-TIPO-BUSQ.
104659     MOVE CTGLOG-CTAAFI          TO CRM-CO-CUENTA-BUSQ.
104659     EXEC CICS LINK PROGRAM ('CLOCRM02')
104659                    COMMAREA(CRM-CO-COMMAREA)
104659                    LENGTH  (LENGTH OF CRM-CO-COMMAREA)
104659                    RESP    (WE-RC)
104659     END-EXEC.
104659     IF WE-RC NOT = DFHRESP(NORMAL)
104659        MOVE 16                  TO BSE-CODIGO-RESPUESTA
104659        MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
104659        MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
104659        MOVE 'CLOCRM02'          TO BSE-DESCR-MENSAJE (26:8)
104659        PERFORM  TERMINAR-RUTINA
104659     END-IF.
104659     IF CRM-CO-COD-RETORNO NOT = +0000
104659        MOVE 16                  TO BSE-CODIGO-RESPUESTA
104659        MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
104659        MOVE CRM-CO-MENSAJE      TO WT01-MSG-DSC (012)
104659        MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
104659        PERFORM  TERMINAR-RUTINA
104659     END-IF.
      *----------------------*
       CONSULTAR-PROPUESTA.
      *----------------------*
           MOVE CTGLOG-USER-DECISION   TO BSEC023O-USER-DECISION.
           MOVE CTGLOG-FEC-DECISION    TO BSEC023O-FEC-DECISION.
           MOVE CTGLOG-MOTIVO          TO BSEC023O-MOTIVO.
      *----------------------*
104659 VERIFICAR-ATRIBUCION.
      *----------------------*
104659*--- ATRIBUCION DELEGADA: EL IMPORTE EN SOLES NO PUEDE SUPERAR EL
104659*--- LIMITE DEL NIVEL DEL USUARIO (ATRIBUC / NIVUSU). SI LO SUPERA
104659*--- LA DECISION NO SE TOMA Y QUEDA DERIVADA EN AUTLOG AL NIVEL
104659*--- QUE LA CUBRE, QUE SE INFORMA EN EL MENSAJE
104659     MOVE BSE-USER-ID            TO ATB-USER-ID.
104659     MOVE BSE-CODIGO-OPERACION   TO ATB-OPERACION.
104659     MOVE CTGLOG-CTAAFI          TO ATB-CTAAFI.
104659     MOVE SPACES                 TO ATB-REFERENCIA.
104659     MOVE CRM-CO-MONEDA-36       TO ATB-MONEDA.
104659     MOVE CTGLOG-SALACT          TO ATB-IMPORTE.
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
104659           MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
104659           MOVE ATB-NIVEL-REQUERIDO TO BSE-DESCR-MENSAJE (48:2)
104659           PERFORM  TERMINAR-RUTINA
104659        WHEN '08'
104659           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104659           MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
104659           PERFORM  TERMINAR-RUTINA
104659        WHEN OTHER
104659           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104659           MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
104659           PERFORM  TERMINAR-RUTINA
104659     END-EVALUATE.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC023I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC023I           TO IDC-ENTRADA.
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
104611 VALIDAR-PERMISO-OPERACION.
      *---------------------------*
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
104658     IF WE-SW-IDEMPOTENCIA = 'R'
104658        PERFORM  GRABAR-RESPUESTA-IDEMPOTENTE
104658     END-IF.
           PERFORM  GRABAR-AUDITORIA.
           MOVE REG-COMMAREA-BSE       TO DFHCOMMAREA.
           EXEC CICS RETURN
