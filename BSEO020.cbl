************************************************************************
***   * 104663 15/10/26 JCV FECHA EFECTIVA EN PERIODO CERRADO (REFTAB  *
***   *               'CIE') SE RECHAZA CON RESPUESTA 13 SALVO FORZADO *
***   *               AUTORIZADO, QUE QUEDA EN SEGLOG (BSEOCIER)       *
***   * 104662 15/10/26 JCV EL ALTA DE EMBARGO SE RECHAZA SI LA CUENTA *
***   *               ESTA EN EL REGISTRO DE CONCURSOS (CONCURSO)      *
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-EMB             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-SW-FIN               PIC X(01)  VALUE SPACES.
           02  K                       PIC 9(03)  VALUE ZEROS.
      *------------------ TABLA DE ERRORES ---------------------------*
104611     COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
104611     COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ REGISTRO DEL ARCHIVO DE CONCURSOS -----------*
104662     COPY BSECCSRG.
      *------------------ COMMAREA RUTINA BSEOCIER (CIERRE PERIODO) ---*
104663     COPY BSECIECA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO020 ------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  VALIDA-ENTIDAD.
104658     IF BSEC020I-ID-SOLICITUD NOT = SPACES AND
104658        (BSEC020I-MODO = 'A' OR 'L')
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           EVALUATE BSEC020I-MODO
              WHEN 'A'
                 PERFORM  REGISTRAR-EMBARGO
              MOVE WT01-TXT-MSG (006)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
104662     PERFORM  VERIFICAR-CONCURSO.
104663     PERFORM  VERIFICAR-PERIODO-CERRADO.
           MOVE BSEC020I-CTAAFI        TO EMBLOG-CTAAFI.
           MOVE BSEC020I-REFERENCIA    TO EMBLOG-REFERENCIA.
           MOVE BSEC020I-JUZGADO       TO EMBLOG-JUZGADO.
              PERFORM TERMINAR-RUTINA
           END-IF.
           PERFORM  CONSULTAR-EMBARGOS.
      *-------------------*
104662 VERIFICAR-CONCURSO.
      *-------------------*
104662*--- DEUDOR EN CONCURSO: LA EJECUCION INDIVIDUAL QUEDA SUSPENDIDA
104662     MOVE 'J'                    TO CCS-ORIGEN.
104662     MOVE BSEC020I-CTAAFI        TO CCS-REFERENCIA.
104662     EXEC CICS READ FILE     ('CONCURSO')
104662                    INTO       (REG-CONCURSO)
104662                    RIDFLD     (CCS-CLAVE)
104662                    RESP       (WE-RC)
104662     END-EXEC.
104662     IF WE-RC = DFHRESP(NORMAL)
104662        MOVE 16                  TO BSE-CODIGO-RESPUESTA
104662        MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
104662        MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
104662        PERFORM TERMINAR-RUTINA
104662     END-IF.
104662     IF WE-RC NOT = DFHRESP(NOTFND)
104662        MOVE 16                  TO BSE-CODIGO-RESPUESTA
104662        MOVE WT01-COD-MSG (016)  TO BSE-CODIGO-MENSAJE
104662        MOVE WT01-TXT-MSG (016)  TO BSE-DESCR-MENSAJE
104662        PERFORM TERMINAR-RUTINA
104662     END-IF.
      *------------------*
       LEVANTAR-EMBARGO.
      *------------------*
104663     PERFORM  VERIFICAR-PERIODO-CERRADO.
           MOVE BSEC020I-CTAAFI        TO EMBLOG-CTAAFI.
           MOVE BSEC020I-REFERENCIA    TO EMBLOG-REFERENCIA.
           EXEC CICS READ FILE      ('EMBGLOG')
           IF EMBLOG-ESTADO = 'V'
              ADD  EMBLOG-IMPORTE      TO BSEC020O-TOTAL-VIGENTE
           END-IF.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC020I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC020I           TO IDC-ENTRADA.
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
104658           MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '06'
104658           MOVE 11                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN OTHER
104658           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
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
104611                    LENGTH   (LENGTH OF SEG-COMMAREA)
104611                    RESP     (WE-RC)
104611     END-EXEC.
      *--------------------------*
104663 VERIFICAR-PERIODO-CERRADO.
      *--------------------------*
104663*--- CIERRE CONTABLE: NO SE REGISTRA CON FECHA EFECTIVA EN UN
104663*--- PERIODO CERRADO (REFTAB 'CIE') SALVO FORZADO AUTORIZADO,
104663*--- QUE QUEDA EN SEGLOG PARA EL REPORTE MENSUAL BSEB079
104663*--- EN EL LEVANTAMIENTO LA FECHA ES LA DE LEVANTAMIENTO
104663*--- (CERO = HOY)
104663     MOVE BSE-USER-ID            TO CIE-USER-ID.
104663     MOVE 'BSEO020 '             TO CIE-PROGRAMA.
104663     MOVE BSEC020I-CTAAFI        TO CIE-CTAAFI.
104663     MOVE BSEC020I-FEC-ALTA      TO CIE-FEC-EFECTIVA.
104663     MOVE BSEC020I-FORZAR-CIERRE TO CIE-FORZAR.
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
104663           MOVE WT01-COD-MSG (017)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (017)  TO BSE-DESCR-MENSAJE
104663           MOVE CIE-PERIODO         TO BSE-DESCR-MENSAJE (35:6)
104663           PERFORM  TERMINAR-RUTINA
104663        WHEN '08'
104663           MOVE 13                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (018)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (018)  TO BSE-DESCR-MENSAJE
104663           PERFORM  TERMINAR-RUTINA
104663        WHEN OTHER
104663           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104663           MOVE WT01-COD-MSG (019)  TO BSE-CODIGO-MENSAJE
104663           MOVE WT01-TXT-MSG (019)  TO BSE-DESCR-MENSAJE
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
