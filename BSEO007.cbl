************************************************************************
104643* 104643 15/10/26 JCV ALERTA DEL CRUCE NOCTURNO DE ACEPTANTES  *
104643*               (ACEPALR) EN LA EXPOSICION POR ACEPTANTE       *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
104534     COPY BSEOCUCA.
      *------------------ REGISTRO DEL ARCHIVO DE LIMITES --------------*
104605     COPY BSEALMRG.
      *------------------ REGISTRO DE ALERTAS DE ACEPTANTES -----------*
104643     COPY BSEAALRG.
      *---------------*
       LINKAGE SECTION.
      *---------------*
104523        PERFORM  LINK-CLOCRM02-EXPOSICION
104523     END-PERFORM.
104605     PERFORM  VERIFICAR-LIMITE-ACEPTANTE.
104643     PERFORM  VERIFICAR-ALERTA-ACEPTANTE.
      *----------------------------*
104605 VERIFICAR-LIMITE-ACEPTANTE.
      *----------------------------*
104605           END-IF
104605        END-IF
104605     END-IF.
      *----------------------------*
104643 VERIFICAR-ALERTA-ACEPTANTE.
      *----------------------------*
      *--- EL CRUCE NOCTURNO (BSEB058) DEJA EN ACEPALR AL ACEPTANTE
      *--- QUE YA ES DEUDOR JUDICIAL, ESTA VIGILADO, FALLECIO O TIENE
      *--- CASTIGO; SIN REGISTRO NO HAY ALERTA
104643     MOVE 'N'                    TO BSEC007O-FLAG-ALERTA.
104643     MOVE BSEC007I-TI-DOCU-PR    TO AALR-TIPDOC.
104643     MOVE SPACES                 TO AALR-NRODOC.
104643     MOVE BSEC007I-NU-DOCU-PR    TO AALR-NRODOC (1:10).
104643     EXEC CICS READ FILE      ('ACEPALR')
104643                    INTO       (REG-ACEPALR)
104643                    RIDFLD     (AALR-CLAVE)
104643                    RESP       (WE-RC)
104643     END-EXEC.
104643     IF WE-RC = DFHRESP(NORMAL)
104643        MOVE 'S'                 TO BSEC007O-FLAG-ALERTA
104643        MOVE AALR-FLAG-JUDICIAL  TO BSEC007O-ALERTA-JUDICIAL
104643        MOVE AALR-FLAG-VIGILANCIA
104643                                 TO BSEC007O-ALERTA-VIGILANCIA
104643        MOVE AALR-FLAG-FALLECIDO TO BSEC007O-ALERTA-FALLECIDO
104643        MOVE AALR-FLAG-CASTIGO   TO BSEC007O-ALERTA-CASTIGO
104643        MOVE AALR-FEC-CRUCE      TO BSEC007O-FEC-ALERTA
104643     END-IF.
      *-------------------------*
104523 LINK-CLOCRM02-EXPOSICION.
      *-------------------------*
