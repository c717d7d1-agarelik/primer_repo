************************************************************************
104632* 104632 15/10/26 JCV VERSION 02: PAGOS EXTORNADOS EN EL BUS   *
104632*               (EXTOLOG) SE MARCAN EN CADA LINEA Y SE         *
104632*               TOTALIZAN APARTE; LA VERSION 01 NO CAMBIA      *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
*OBJET*****************************************************************
*OBJET*** OPERACION CONSULTARPAGOSCOBRANZAJUD                        **
*OBJET*** LISTA PAGINADA DE PAGOS APLICADOS (CLOCRM02 TRAMA 038)     **
*OBJET*** VERSION 02: MARCA LOS EXTORNADOS POR BSEO030 (EXTOLOG)     **
*OBJET*****************************************************************
      *=======================*
       IDENTIFICATION DIVISION.
           02  WE-SECUENCIA            PIC X(10)       VALUE SPACES.
           02  WE-BLANCO               PIC X(01)       VALUE SPACES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
104632     02  J                       PIC 9(05)       VALUE ZEROS.
104632     02  WE-LONG-EXT             PIC S9(04) COMP VALUE ZEROS.
104632     02  WE-SW-FIN-EXT           PIC X(01)       VALUE SPACES.
104632     02  WE-SW-CARGA-EXT         PIC X(01)       VALUE SPACES.
104632     02  WE-SW-MARCADO           PIC X(01)       VALUE SPACES.
104632     02  WE-CTAAFI-EXT           PIC X(10)       VALUE SPACES.
104632*------------------ EXTORNOS DE LA CUENTA (EXTOLOG) ------------*
104632 01  WE-TABLA-EXTORNOS.
104632     02  WE-CANT-EXT             PIC 9(03)  VALUE ZEROS.
104632     02  WE-EXT-OCC  OCCURS  50  TIMES.
104632         03  WE-EXT-FEC-PAGO     PIC 9(08).
104632         03  WE-EXT-TOTPAGAR     PIC S9(13)V99.
104632         03  WE-EXT-USADO        PIC X(01).
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM018.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSETOPER.
      *------------------ COPY PARA RUTINA CLOCRM02 ($CL) ------------*
           COPY CL02CRM.
      *------------------ REGISTRO DEL ARCHIVO DE EXTORNOS ------------*
104632     COPY BSEEXTRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
           COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
           MOVE SPACES                 TO REG-BSEC018O.
           MOVE 'U'                    TO BSEC018O-FLAG-CONTINUIDAD.
           MOVE ZEROS                  TO BSEC018O-CANTIDAD-PAGOS.
104632     MOVE ZEROS                  TO WE-CANT-EXT.
104632     MOVE LENGTH OF REG-EXTOLOG  TO WE-LONG-EXT.

           MOVE 00                     TO BSE-CODIGO-RESPUESTA.
           MOVE WT01-COD-MSG (001)     TO BSE-CODIGO-MENSAJE.
              MOVE WT01-TXT-MSG (005)  TO BSE-DESCR-MENSAJE
              PERFORM TERMINAR-RUTINA
           END-IF.
104632     IF WX-VERSION-BSETOPER = '02'
104632        MOVE ZEROS               TO BSEC018O-CANT-EXTORNADOS
104632        MOVE ZEROS               TO BSEC018O-IMP-EXTORNADO
104632     END-IF.
104611     PERFORM  VALIDAR-PERMISO-OPERACION.
      *---------------*
       PROCESAR-RUTINA.
      *-----------*
       ARMAR-TRAMA.
      *-----------*
104632     IF WX-VERSION-BSETOPER = '02' AND WE-SW-CARGA-EXT NOT = 'S'
104632        PERFORM  CARGAR-EXTORNOS
104632     END-IF.
           MOVE 0                      TO I.
           PERFORM UNTIL ( I >= WX-T-NRO-MAX-OCCURS-RUTINA ) OR
                         ( I >= CRM-CO-NUM-PAGOS ) OR
                         ( K >= WX-T-NRO-MAX-OCCURS-TRAMA-OUT )
              ADD 1                         TO I
              ADD 1                         TO K
104632        IF WX-VERSION-BSETOPER = '02'
104632           PERFORM  ASIGNA-PAGO-V02
104632        ELSE
              MOVE CRM-CO-FEC-PAGO-38 (I)   TO BSEC018O-FEC-PAGO (K)
              MOVE CRM-CO-IMP-PAGO-38 (I)   TO BSEC018O-IMP-PAGO (K)
              MOVE CRM-CO-SALDO-38    (I)
                                  TO BSEC018O-SALDO-DESPUES (K)
104632        END-IF
           END-PERFORM.
           IF K >= WX-T-NRO-MAX-OCCURS-TRAMA-OUT AND
              I < CRM-CO-NUM-PAGOS
           COMPUTE WE-NUM-ELEM-FALTAN =
                   WX-T-NRO-MAX-OCCURS-TRAMA-OUT - K
           END-COMPUTE.
      *----------------*
104632 ASIGNA-PAGO-V02.
      *----------------*
104632     MOVE CRM-CO-FEC-PAGO-38 (I) TO BSEC018O-FEC-PAGO-V02 (K).
104632     MOVE CRM-CO-IMP-PAGO-38 (I) TO BSEC018O-IMP-PAGO-V02 (K).
104632     MOVE CRM-CO-SALDO-38    (I) TO BSEC018O-SALDO-DESP-V02 (K).
104632     PERFORM  MARCAR-EXTORNO.
      *----------------*
104632 CARGAR-EXTORNOS.
      *----------------*
      *--- EXTORNOS REGISTRADOS PARA LA CUENTA; SI LA CONSULTA VINO
      *--- POR DOCUMENTO SE USA LA CUENTA QUE DEVUELVE CLOCRM02
104632     MOVE 'S'                    TO WE-SW-CARGA-EXT.
104632     IF BSEC018I-CTAAFI NOT = SPACES
104632        MOVE BSEC018I-CTAAFI     TO WE-CTAAFI-EXT
104632     ELSE
104632        MOVE CRM-CO-CUENTA-36    TO WE-CTAAFI-EXT
104632     END-IF.
104632     IF WE-CTAAFI-EXT = SPACES
104632        MOVE 'S'                 TO WE-SW-FIN-EXT
104632     ELSE
104632        MOVE WE-CTAAFI-EXT       TO EXTLOG-CTAAFI
104632        MOVE LOW-VALUES          TO EXTLOG-NRO-COTIZACION
104632        MOVE ZEROS               TO EXTLOG-FEC-EXTORNO
104632        MOVE ZEROS               TO EXTLOG-HORA-EXTORNO
104632        EXEC CICS STARTBR FILE   ('EXTOLOG')
104632                          RIDFLD (EXTLOG-CLAVE)
104632                          GTEQ
104632                          RESP   (WE-RC)
104632        END-EXEC
104632        IF WE-RC = DFHRESP(NORMAL)
104632           MOVE 'N'              TO WE-SW-FIN-EXT
104632           PERFORM UNTIL WE-SW-FIN-EXT = 'S'
104632              EXEC CICS READNEXT FILE   ('EXTOLOG')
104632                                 INTO   (REG-EXTOLOG)
104632                                 LENGTH (WE-LONG-EXT)
104632                                 RIDFLD (EXTLOG-CLAVE)
104632                                 RESP   (WE-RC)
104632              END-EXEC
104632              IF WE-RC = DFHRESP(NORMAL) AND
104632                 EXTLOG-CTAAFI = WE-CTAAFI-EXT AND
104632                 WE-CANT-EXT < 50
104632                 ADD  1          TO WE-CANT-EXT
104632                 MOVE EXTLOG-FEC-PAGO
104632                              TO WE-EXT-FEC-PAGO (WE-CANT-EXT)
104632                 MOVE EXTLOG-TOTPAGAR
104632                              TO WE-EXT-TOTPAGAR (WE-CANT-EXT)
104632                 MOVE 'N'     TO WE-EXT-USADO    (WE-CANT-EXT)
104632              ELSE
104632                 MOVE 'S'        TO WE-SW-FIN-EXT
104632              END-IF
104632           END-PERFORM
104632           EXEC CICS ENDBR FILE ('EXTOLOG')
104632                           RESP (WE-RC)
104632           END-EXEC
104632        END-IF
104632     END-IF.
      *---------------*
104632 MARCAR-EXTORNO.
      *---------------*
      *--- EL PAGO DE LA TRAMA 038 SE CRUZA CON EL EXTORNO POR FECHA
      *--- DE APLICACION E IMPORTE; CADA EXTORNO MARCA UNA SOLA LINEA
104632     MOVE SPACES                 TO BSEC018O-FLAG-EXTORNO (K).
104632     MOVE 'N'                    TO WE-SW-MARCADO.
104632     MOVE 0                      TO J.
104632     PERFORM UNTIL J >= WE-CANT-EXT OR WE-SW-MARCADO = 'S'
104632        ADD  1                   TO J
104632        IF WE-EXT-USADO    (J) = 'N'                         AND
104632           WE-EXT-FEC-PAGO (J) = CRM-CO-FEC-PAGO-38 (I)      AND
104632           WE-EXT-TOTPAGAR (J) = CRM-CO-IMP-PAGO-38 (I)
104632           MOVE 'S'              TO WE-EXT-USADO (J)
104632           MOVE 'S'              TO WE-SW-MARCADO
104632           MOVE 'X'              TO BSEC018O-FLAG-EXTORNO (K)
104632           ADD  1                TO BSEC018O-CANT-EXTORNADOS
104632           ADD  CRM-CO-IMP-PAGO-38 (I)
104632                                 TO BSEC018O-IMP-EXTORNADO
104632        END-IF
104632     END-PERFORM.
      *---------------------------*
104611 VALIDAR-PERMISO-OPERACION.
      *---------------------------*
