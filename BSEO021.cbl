************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
104666* 104666 15/10/26 JCV DOCUMENTOS DIGITALES INDEXADOS PARA     *
104666*               EL EXPEDIENTE (DOCIDX) AL FINAL DE LA         *
104666*               RESPUESTA, QUE LLEVA LA HISTORIA COMPLETA     *
104666*               (LA LONGITUD CUENTA SIEMPRE LAS 5 ETAPAS DE   *
104666*               HISTORIA: CAMBIO PARA LOS CANALES ACTUALES)   *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-EXP             PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
           02  WE-DESC-ETAPA           PIC X(30)  VALUE SPACES.
           02  J                       PIC 9(03)  VALUE ZEROS.
104666     02  WE-LONG-DOC             PIC S9(04) COMP VALUE ZEROS.
104666     02  WE-SW-FIN-DOC           PIC X(01)  VALUE SPACES.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM021.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ REGISTRO DEL ARCHIVO DE EXPEDIENTES ---------*
           COPY BSEEXPRG.
      *------------------ REGISTRO DEL INDICE DE DOCUMENTOS -----------*
104666     COPY BSEDOCRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
104611     COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
104611     COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO021 ------*
       PROCESAR-RUTINA.
      *---------------*
           PERFORM  VALIDA-ENTIDAD.
104658     IF BSEC021I-ID-SOLICITUD NOT = SPACES AND
104658        (BSEC021I-MODO = 'A' OR 'E')
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           EVALUATE BSEC021I-MODO
              WHEN 'A'
                 PERFORM  ABRIR-EXPEDIENTE
              MOVE EXPLOG-HIST-ETAPA (J) TO BSEC021O-HIST-ETAPA (J)
              MOVE EXPLOG-HIST-DESC  (J) TO BSEC021O-HIST-DESC  (J)
           END-PERFORM.
104666     PERFORM  ASIGNA-CANT-DOCUMENTOS.
      *-----------------------*
104666 ASIGNA-CANT-DOCUMENTOS.
      *-----------------------*
      *--- DOCUMENTOS DIGITALES INDEXADOS BAJO EL NUMERO DE EXPEDIENTE
      *--- (DOCIDX); SI EL INDICE NO RESPONDE LA CONSULTA SIGUE EN CERO
104666     MOVE 0                      TO BSEC021O-CANT-DOCUMENTOS.
104666     MOVE LENGTH OF REG-DOCIDX   TO WE-LONG-DOC.
104666     MOVE 'X'                    TO DOC-TIPO-CLAVE.
104666     MOVE BSEC021O-NRO-EXPEDIENTE TO DOC-CLAVE-NEGOCIO.
104666     MOVE 0                      TO DOC-SECUENCIA.
104666     EXEC CICS STARTBR FILE   ('DOCIDX')
104666                       RIDFLD (DOC-CLAVE)
104666                       GTEQ
104666                       RESP   (WE-RC)
104666     END-EXEC.
104666     IF WE-RC = DFHRESP(NORMAL)
104666        MOVE 'N'                 TO WE-SW-FIN-DOC
104666        PERFORM UNTIL WE-SW-FIN-DOC = 'S'
104666           EXEC CICS READNEXT FILE   ('DOCIDX')
104666                              INTO   (REG-DOCIDX)
104666                              LENGTH (WE-LONG-DOC)
104666                              RIDFLD (DOC-CLAVE)
104666                              RESP   (WE-RC)
104666           END-EXEC
104666           IF WE-RC = DFHRESP(NORMAL) AND
104666              DOC-TIPO-CLAVE = 'X' AND
104666              DOC-CLAVE-NEGOCIO = BSEC021O-NRO-EXPEDIENTE AND
104666              BSEC021O-CANT-DOCUMENTOS < 999
104666              ADD  1             TO BSEC021O-CANT-DOCUMENTOS
104666           ELSE
104666              MOVE 'S'           TO WE-SW-FIN-DOC
104666           END-IF
104666        END-PERFORM
104666        EXEC CICS ENDBR FILE ('DOCIDX')
104666                        RESP (WE-RC)
104666        END-EXEC
104666     END-IF.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC021I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC021I           TO IDC-ENTRADA.
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
104658           MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '06'
104658           MOVE 11                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (014)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (014)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN OTHER
104658           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (015)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (015)  TO BSE-DESCR-MENSAJE
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
      *-----------------*
       ASIGNAR-BSE-DATOS.
      *-----------------*
104666*--- LA CANTIDAD DE DOCUMENTOS VA DESPUES DE LA HISTORIA: LA
104666*--- HISTORIA SE ENTREGA COMPLETA PARA QUE QUEDE EN SU POSICION
           COMPUTE BSE-LONGITUD-OUTPUT =
                   WX-LONG-HEADER-BSETOPER        +
                   WX-T-LONG-PARTE-FIJA-TRAMA-OUT +
104666            (WX-T-NRO-MAX-OCCURS-TRAMA-OUT  *
                   WX-T-LONG-CADA-OCCUR-TRAMA-OUT) +
104666             LENGTH OF BSEC021O-CANT-DOCUMENTOS
           END-COMPUTE.
           INSPECT REG-BSEC021O REPLACING ALL LOW-VALUES BY SPACES.
           MOVE REG-BSEC021O           TO BSE-DATOS.
      *---------------*
       TERMINAR-RUTINA.
      *---------------*
104658     IF WE-SW-IDEMPOTENCIA = 'R'
104658        PERFORM  GRABAR-RESPUESTA-IDEMPOTENTE
104658     END-IF.
           PERFORM  GRABAR-AUDITORIA.
           MOVE REG-COMMAREA-BSE       TO DFHCOMMAREA.
           EXEC CICS RETURN
