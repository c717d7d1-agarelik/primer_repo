************************************************************************
104644* 104644 15/10/26 JCV SOLICITUD DE BLOQUEO ABIERTA (BLQTARJ)  *
104644*               JUNTO A LA SITUACION DE ATCO070               *
104612* 104612 02/09/26 JCV CUOTA HORARIA POR USUARIO (QTAPARM) CON  *
104612*               RESPUESTA 09 Y CONSUMO VISIBLE EN LA CONSOLA  *
104611* 104611 02/09/26 JCV PERMISO POR OPERACION (PERMUSU) EN LA     *
104587     02  WE-RUTINA-CHEQUEO       PIC X(08)       VALUE SPACES.
           02  WE-BLANCO               PIC X(01)       VALUE SPACES.
           02  WE-RC                   PIC S9(08) COMP VALUE ZEROS.
104644     02  WE-LONG-BLQ             PIC S9(04) COMP VALUE ZEROS.
104644     02  WE-SW-FIN               PIC X(01)       VALUE SPACES.
      *------------------ TABLA DE ERRORES ---------------------------*
           COPY BSEM017.
      *------------------ TABLA DE OPERACIONES -----------------------*
           COPY BSEREFCA.
      *------------------ REGISTRO DEL ARCHIVO DE ESTADO DE RUTINAS ---*
104587     COPY BSERUTRG.
      *------------------ REGISTRO DE SOLICITUDES DE BLOQUEO ---------*
104644     COPY BSEBLQRG.

      *------------------ COMMAREA RUTINA BSEOPERM (PERMISOS) ---------*
104611     COPY BSEPRMCA.
      *---------------*
           PERFORM  VALIDA-ENTIDAD.
           PERFORM  LINK-ATCO070.
104644     PERFORM  BUSCAR-SOLICITUD-ABIERTA.
           PERFORM  ASIGNAR-BSE-DATOS.
      *-----------------*
       VALIDA-ENTIDAD.
              MOVE CTI-HIST-DES-MOTBAJA (N)
                                       TO BSEC017O-HIST-DES-MOT (N)
           END-PERFORM.
      *--------------------------*
104644 BUSCAR-SOLICITUD-ABIERTA.
      *--------------------------*
      *--- SOLICITUD DE BLOQUEO (BSEO034) AUN PENDIENTE O ENVIADA AL
      *--- PROCESADOR; UN ERROR DEL ARCHIVO NO INVALIDA LA CONSULTA
104644     MOVE 'N'                    TO BSEC017O-FLAG-SOLICITUD.
104644     MOVE LENGTH OF REG-BLQTARJ  TO WE-LONG-BLQ.
104644     MOVE BSEC017I-NUM-CTATAR    TO BLQ-NUM-CTATAR.
104644     MOVE 0                      TO BLQ-SECUENCIA.
104644     EXEC CICS STARTBR FILE   ('BLQTARJ')
104644                       RIDFLD (BLQ-CLAVE)
104644                       GTEQ
104644                       RESP   (WE-RC)
104644     END-EXEC.
104644     IF WE-RC = DFHRESP(NORMAL)
104644        MOVE 'N'                 TO WE-SW-FIN
104644        PERFORM UNTIL WE-SW-FIN = 'S'
104644           EXEC CICS READNEXT FILE   ('BLQTARJ')
104644                              INTO   (REG-BLQTARJ)
104644                              LENGTH (WE-LONG-BLQ)
104644                              RIDFLD (BLQ-CLAVE)
104644                              RESP   (WE-RC)
104644           END-EXEC
104644           IF WE-RC = DFHRESP(NORMAL) AND
104644              BLQ-NUM-CTATAR = BSEC017I-NUM-CTATAR
104644              IF BLQ-ESTADO = 'P' OR 'E'
104644                 PERFORM  ASIGNA-SOLICITUD
104644                 MOVE 'S'        TO WE-SW-FIN
104644              END-IF
104644           ELSE
104644              MOVE 'S'           TO WE-SW-FIN
104644           END-IF
104644        END-PERFORM
104644        EXEC CICS ENDBR FILE ('BLQTARJ')
104644                        RESP (WE-RC)
104644        END-EXEC
104644     END-IF.
      *------------------*
104644 ASIGNA-SOLICITUD.
      *------------------*
104644     MOVE 'S'                    TO BSEC017O-FLAG-SOLICITUD.
104644     MOVE BLQ-SECUENCIA          TO BSEC017O-SOL-SECUENCIA.
104644     MOVE BLQ-MOTIVO             TO BSEC017O-SOL-MOTIVO.
104644     MOVE BLQ-REPOSICION         TO BSEC017O-SOL-REPOSICION.
104644     MOVE BLQ-ESTADO             TO BSEC017O-SOL-ESTADO.
104644     MOVE BLQ-FEC-SOLICITUD      TO BSEC017O-SOL-FEC-SOLICITUD.
      *-----------------------*
104587 VERIFICAR-RUTINA-ACTIVA.
      *-----------------------*
