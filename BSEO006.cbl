************************************************************************
104666* 104666 15/10/26 JCV DOCUMENTOS DIGITALES INDEXADOS PARA     *
104666*               EL DOCUMENTO DESCONTADO (DOCIDX)              *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
104532     02  WK6                     PIC 9(02)  VALUE ZEROS.
104610     02  WE-FECHA-HOY            PIC 9(08)  VALUE ZEROS.
104610     02  WE-ABSTIME              PIC S9(15) COMP-3 VALUE ZEROS.
104666     02  WE-LONG-DOC             PIC S9(04) COMP VALUE ZEROS.
104666     02  WE-SW-FIN-DOC           PIC X(01)  VALUE SPACES.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM006.
      *--- COPY PARA RUTINA CLLOCRM02 ($PR) --------------------------*
           COPY CL02CRM.
      *------------------ REGISTRO DEL INDICE DE DOCUMENTOS -----------*
104666     COPY BSEDOCRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
104562     COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOTCAM (TIPO DE CAMBIO) ---*
           END-IF.
           MOVE CRM-CO-NUM-RENOV-29         TO BSEC006O-NUMRENO.
104569     PERFORM ASIGNA-EQUIVALENTE-SOLES.
104666     PERFORM ASIGNA-CANT-DOCUMENTOS.
      *--------------------------*
104569 ASIGNA-EQUIVALENTE-SOLES.
      *--------------------------*
104569        MOVE ZEROS               TO TCM-TIPO-CAMBIO
104569     END-IF.
      *-----------------------*
104666 ASIGNA-CANT-DOCUMENTOS.
      *-----------------------*
      *--- DOCUMENTOS DIGITALES INDEXADOS BAJO EL DOCUMENTO DESCONTADO
      *--- (DOCIDX); SI EL INDICE NO RESPONDE LA CONSULTA SIGUE EN CERO
104666     MOVE 0                      TO BSEC006O-CANT-DOCUMENTOS.
104666     MOVE LENGTH OF REG-DOCIDX   TO WE-LONG-DOC.
104666     MOVE 'D'                    TO DOC-TIPO-CLAVE.
104666     MOVE BSEC006O-NROINT        TO DOC-CLAVE-NEGOCIO.
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
104666              DOC-TIPO-CLAVE = 'D' AND
104666              DOC-CLAVE-NEGOCIO = BSEC006O-NROINT AND
104666              BSEC006O-CANT-DOCUMENTOS < 999
104666              ADD  1             TO BSEC006O-CANT-DOCUMENTOS
104666           ELSE
104666              MOVE 'S'           TO WE-SW-FIN-DOC
104666           END-IF
104666        END-PERFORM
104666        EXEC CICS ENDBR FILE ('DOCIDX')
104666                        RESP (WE-RC)
104666        END-EXEC
104666     END-IF.
      *-----------------------*
104532 PROYECTAR-CUOTAS.
      *-----------------------*
104532     MOVE 0                       TO BSEC006O-CANT-CUOTAS-PROY.
