************************************************************************
***   * 104663 15/10/26 JCV FECHA EFECTIVA EN PERIODO CERRADO (REFTAB  *
***   *               'CIE') SE RECHAZA CON RESPUESTA 13 SALVO FORZADO *
***   *               AUTORIZADO, QUE QUEDA EN SEGLOG (BSEOCIER)       *
***   * 104659 15/10/26 JCV ATRIBUCION DELEGADA: EL IMPORTE EN SOLES   *
***   *               SOBRE EL LIMITE DEL NIVEL DEL USUARIO SE         *
***   *               DERIVA CON RESPUESTA 12 (BSEOATRI)               *
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-CNV             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-FECHA-ANT            PIC 9(08)  VALUE ZEROS.
           02  J                       PIC 9(03)  VALUE ZEROS.
104659     02  WE-IMP-CUOTAS           PIC S9(13)V99 VALUE ZEROS.
104659     02  WE-IMP-CONDONADO        PIC S9(13)V99 VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM022.
      *------------------ TABLA DE OPERACIONES -----------------------*
104611     COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
104611     COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOATRI (ATRIBUCIONES) -----*
104659     COPY BSEATRCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA RUTINA BSEOCIER (CIERRE PERIODO) ---*
104663     COPY BSECIECA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO022 ------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  VALIDA-ENTIDAD.
104658     IF BSEC022I-ID-SOLICITUD NOT = SPACES AND
104658        BSEC022I-MODO = 'A'
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           EVALUATE BSEC022I-MODO
              WHEN 'A'
                 PERFORM  REGISTRAR-CONVENIO
       REGISTRAR-CONVENIO.
      *---------------------*
           PERFORM  VALIDAR-PLAN-CUOTAS.
104663     PERFORM  VERIFICAR-PERIODO-CERRADO.
      *--- TRAEMOS SALDO Y SECTORISTA DEL CREDITO JUDICIAL
           PERFORM  LLAMAR-CLOCRM02.
104659*--- LO QUE EL PLAN NO CUBRE DEL SALDO ES LA CONDONACION QUE SE
104659*--- DECIDE AL REGISTRAR: QUEDA SUJETA A LA ATRIBUCION DEL USUARIO
104659     MOVE ZEROS                  TO WE-IMP-CUOTAS.
104659     MOVE 0                      TO J.
104659     PERFORM UNTIL J >= BSEC022I-CANT-CUOTAS
104659        ADD  1                   TO J
104659        ADD  BSEC022I-CUO-IMPORTE (J) TO WE-IMP-CUOTAS
104659     END-PERFORM.
104659     COMPUTE WE-IMP-CONDONADO = CRM-CO-SALACT - WE-IMP-CUOTAS.
104659     IF WE-IMP-CONDONADO > 0
104659        PERFORM  VERIFICAR-ATRIBUCION
104659     END-IF.
           MOVE BSEC022I-CTAAFI        TO CNVLOG-CTAAFI.
           MOVE BSEC022I-FEC-ALTA      TO CNVLOG-FEC-ALTA.
           MOVE CRM-CO-SALACT          TO CNVLOG-SALACT-REGISTRO.
              MOVE CNVLOG-CUO-IMPORTE (J) TO BSEC022O-CUO-IMPORTE (J)
              MOVE CNVLOG-CUO-ESTADO  (J) TO BSEC022O-CUO-ESTADO  (J)
           END-PERFORM.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC022I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC022I           TO IDC-ENTRADA.
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
      *----------------------*
104659 VERIFICAR-ATRIBUCION.
      *----------------------*
104659*--- ATRIBUCION DELEGADA: EL IMPORTE EN SOLES NO PUEDE SUPERAR EL
104659*--- LIMITE DEL NIVEL DEL USUARIO (ATRIBUC / NIVUSU). SI LO SUPERA
104659*--- LA DECISION NO SE TOMA Y QUEDA DERIVADA EN AUTLOG AL NIVEL
104659*--- QUE LA CUBRE, QUE SE INFORMA EN EL MENSAJE
104659     MOVE BSE-USER-ID            TO ATB-USER-ID.
104659     MOVE BSE-CODIGO-OPERACION   TO ATB-OPERACION.
104659     MOVE BSEC022I-CTAAFI        TO ATB-CTAAFI.
104659     MOVE SPACES                 TO ATB-REFERENCIA.
104659     MOVE CRM-CO-MONEDA-36       TO ATB-MONEDA.
104659     MOVE WE-IMP-CONDONADO       TO ATB-IMPORTE.
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
104659           MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
104659           MOVE ATB-NIVEL-REQUERIDO TO BSE-DESCR-MENSAJE (48:2)
104659           PERFORM  TERMINAR-RUTINA
104659        WHEN '08'
104659           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104659           MOVE WT01-COD-MSG (018)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (018)  TO BSE-DESCR-MENSAJE
104659           PERFORM  TERMINAR-RUTINA
104659        WHEN OTHER
104659           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104659           MOVE WT01-COD-MSG (019)  TO BSE-CODIGO-MENSAJE
104659           MOVE WT01-TXT-MSG (019)  TO BSE-DESCR-MENSAJE
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
104663     MOVE BSE-USER-ID            TO CIE-USER-ID.
104663     MOVE 'BSEO022 '             TO CIE-PROGRAMA.
104663     MOVE BSEC022I-CTAAFI        TO CIE-CTAAFI.
104663     MOVE BSEC022I-FEC-ALTA      TO CIE-FEC-EFECTIVA.
104663     MOVE BSEC022I-FORZAR-CIERRE TO CIE-FORZAR.
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
104663           MOVE WT01-COD-MSG (020)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (020)  TO BSE-DESCR-MENSAJE
104663           MOVE CIE-PERIODO         TO BSE-DESCR-MENSAJE (35:6)
104663           PERFORM  TERMINAR-RUTINA
104663        WHEN '08'
104663           MOVE 13                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (021)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (021)  TO BSE-DESCR-MENSAJE
104663           PERFORM  TERMINAR-RUTINA
104663        WHEN OTHER
104663           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (022)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (022)  TO BSE-DESCR-MENSAJE
104663           PERFORM  TERMINAR-RUTINA
104663     END-EVALUATE.
      *----------------*
       BLOQUEAR-INGRESO.
      *----------------*
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
104658     IF WE-SW-IDEMPOTENCIA = 'R'
104658        PERFORM  GRABAR-RESPUESTA-IDEMPOTENTE
104658     END-IF.
           PERFORM  GRABAR-AUDITORIA.
           MOVE REG-COMMAREA-BSE       TO DFHCOMMAREA.
           EXEC CICS RETURN
