************************************************************************
104666* 104666 15/10/26 JCV DOCUMENTOS DIGITALES INDEXADOS PARA     *
104666*               LA CUENTA (DOCIDX) EN RESPUESTA               *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
104595     02  WE-SW-FIN-EMB           PIC X(01)  VALUE SPACES.
104622     02  WE-LONG-NOTA            PIC S9(04) COMP VALUE ZEROS.
104629     02  WE-SW-FIN-NOTA          PIC X(01)  VALUE SPACES.
104666     02  WE-LONG-DOC             PIC S9(04) COMP VALUE ZEROS.
104666     02  WE-SW-FIN-DOC           PIC X(01)  VALUE SPACES.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM002.
      *--- COPY PARA RUTINA CLOCRM02 ($CL) ---------------------------*
104620     COPY BSEFALRG.
      *------------------ REGISTRO DEL ARCHIVO DE BITACORA ------------*
104622     COPY BSEBITRG.
      *------------------ REGISTRO DEL INDICE DE DOCUMENTOS -----------*
104666     COPY BSEDOCRG.
      *------------------ COMMAREA RUTINA BSEOREFT (TABLAS REF.) ------*
104562     COPY BSEREFCA.
      *------------------ COMMAREA RUTINA BSEOTCAM (TIPO DE CAMBIO) ---*
104596     PERFORM ASIGNA-EXPEDIENTE.
104620     PERFORM ASIGNA-MARCA-FALLECIDO.
104622     PERFORM ASIGNA-ULTIMA-NOTA.
104666     PERFORM ASIGNA-CANT-DOCUMENTOS.
      *--------------------------*
104569 ASIGNA-EQUIVALENTE-SOLES.
      *--------------------------*
104622                        RESP (WE-RC)
104622        END-EXEC
104622     END-IF.
      *-----------------------*
104666 ASIGNA-CANT-DOCUMENTOS.
      *-----------------------*
      *--- DOCUMENTOS DIGITALES INDEXADOS BAJO LA CUENTA JUDICIAL
      *--- (DOCIDX); SI EL INDICE NO RESPONDE LA CONSULTA SIGUE EN CERO
104666     MOVE 0                      TO BSEC002O-CANT-DOCUMENTOS.
104666     MOVE LENGTH OF REG-DOCIDX   TO WE-LONG-DOC.
104666     MOVE 'C'                    TO DOC-TIPO-CLAVE.
104666     MOVE BSEC002O-CTAAFI        TO DOC-CLAVE-NEGOCIO.
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
104666              DOC-TIPO-CLAVE = 'C' AND
104666              DOC-CLAVE-NEGOCIO = BSEC002O-CTAAFI AND
104666              BSEC002O-CANT-DOCUMENTOS < 999
104666              ADD  1             TO BSEC002O-CANT-DOCUMENTOS
104666           ELSE
104666              MOVE 'S'           TO WE-SW-FIN-DOC
104666           END-IF
104666        END-PERFORM
104666        EXEC CICS ENDBR FILE ('DOCIDX')
104666                        RESP (WE-RC)
104666        END-EXEC
104666     END-IF.
      *--------------------------*
104620 ASIGNA-MARCA-FALLECIDO.
      *--------------------------*
