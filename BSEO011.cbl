************************************************************************
***   * 104658 15/10/26 JCV ID DE SOLICITUD DEL CANAL: EL REINTENTO    *
***   *               RECIBE LA RESPUESTA ORIGINAL (IDEMLOG)           *
***   * 104630 02/09/26 JCV EL PERMISO DE REVELADO DEL PAN SE PIDE  *
***   *               EN MODO ESTRICTO: SIN ASIGNACION EXPRESA EN    *
***   *               PERMUSU NO HAY PAN COMPLETO PARA NADIE          *
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
           02  WE-LONG-CAMP            PIC S9(04) COMP VALUE ZEROS.
           02  WE-BLANCO               PIC X(01)  VALUE SPACES.
104658     02  WE-SW-IDEMPOTENCIA      PIC X(01)  VALUE SPACES.
104614     02  WE-PAN-MASCARA          PIC X(16)  VALUE SPACES.
104614     02  WE-SW-FIN               PIC X(01)  VALUE SPACES.
104614     02  WE-SW-HALLADO           PIC X(01)  VALUE SPACES.
104611     COPY BSEPRMCA.
      *------------------ COMMAREA RUTINA BSEOSEGL (SEGURIDAD) --------*
104611     COPY BSESEGCA.
      *------------------ COMMAREA RUTINA BSEOIDEM (IDEMPOTENCIA) -----*
104658     COPY BSEIDMCA.
      *------------------ COMMAREA -----------------------------------*
           COPY BSECCOM.
      *------------------ ESTRUCTURA DE DATOS DE TRAMAS BSEO011 ------*
      *---------------*
       PROCESAR-RUTINA.
      *---------------*
104658     IF BSEC011I-ID-SOLICITUD NOT = SPACES AND
104658        BSEC011I-MODO = 'A'
104658        PERFORM  VERIFICAR-SOLICITUD-REPETIDA
104658     END-IF.
           EVALUATE BSEC011I-MODO
              WHEN 'C'
                 PERFORM  CONSULTAR-CAMPANA
           MOVE CAMP-ESTADO            TO BSEC011O-ESTADO.
           MOVE CAMP-FEC-ESTADO        TO BSEC011O-FEC-ESTADO.
           MOVE CAMP-USER-ESTADO       TO BSEC011O-USER-ESTADO.
      *------------------------------*
104658 VERIFICAR-SOLICITUD-REPETIDA.
      *------------------------------*
104658*--- CON ID DE SOLICITUD, UN REINTENTO DEL CANAL CON LOS MISMOS
104658*--- DATOS RECIBE LA RESPUESTA ORIGINAL SIN VOLVER A ACTUALIZAR
104658*--- Y EL MISMO ID CON OTROS DATOS SE RECHAZA (IDEMLOG)
104658     MOVE 'C'                    TO IDC-MODO.
104658     MOVE BSE-USER-ID            TO IDC-USER-ID.
104658     MOVE BSEC011I-ID-SOLICITUD  TO IDC-ID-SOLICITUD.
104658     MOVE BSE-CODIGO-OPERACION   TO IDC-OPERACION.
104658     MOVE BSE-VERSION-OPERACION  TO IDC-VERSION.
104658     MOVE REG-BSEC011I           TO IDC-ENTRADA.
104658*--- EL PAN SE GUARDA ENMASCARADO, IGUAL QUE EN LA CAMPANA
104658     MOVE '******'               TO IDC-ENTRADA (8:6).
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
104658           MOVE WT01-COD-MSG (011)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (011)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN '06'
104658           MOVE 11                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (012)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (012)  TO BSE-DESCR-MENSAJE
104658           PERFORM  TERMINAR-RUTINA
104658        WHEN OTHER
104658           MOVE 16                  TO BSE-CODIGO-RESPUESTA
104658           MOVE WT01-COD-MSG (013)  TO BSE-CODIGO-MENSAJE
104658           MOVE WT01-TXT-MSG (013)  TO BSE-DESCR-MENSAJE
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
