      *------------------ REGISTRO DE SOLICITUDES DE BLOQUEO ----------*
104644*    SOLICITUDES DE BLOQUEO (Y REPOSICION OPCIONAL) DE TARJETA
104644*    REGISTRADAS POR EL CANAL (BSEO034) CONTRA LA CUENTA TARJETA
104644*    (CLAVE TCL-NUM-CTATAR + SECUENCIA). EL BATCH DIARIO BSEB059
104644*    ENVIA LAS PENDIENTES AL PROCESADOR Y MARCA SU RESPUESTA;
104644*    BSEO017 MUESTRA LA SOLICITUD ABIERTA JUNTO AL ESTADO ATCO070
104644 01  REG-BLQTARJ.
104644     02  BLQ-CLAVE.
104644         04  BLQ-NUM-CTATAR          PIC X(07).
104644         04  BLQ-SECUENCIA           PIC 9(03).
104644     02  BLQ-CODENT                  PIC X(03).
104644     02  BLQ-PAN                     PIC X(16).
104644     02  BLQ-MOTIVO                  PIC X(01).
104644*        'P' PERDIDA / 'R' ROBO / 'F' FRAUDE / 'D' DETERIORO
104644     02  BLQ-REPOSICION              PIC X(01).
104644*        'S' CON REPOSICION DEL PLASTICO / 'N' SOLO BLOQUEO
104644     02  BLQ-OBSERVACION             PIC X(40).
104644     02  BLQ-ESTADO                  PIC X(01).
104644*        'P' PENDIENTE DE ENVIO / 'E' ENVIADA AL PROCESADOR
104644*        'C' CONFIRMADA / 'R' RECHAZADA POR EL PROCESADOR
104644     02  BLQ-FEC-SOLICITUD           PIC 9(08).
104644     02  BLQ-FEC-ENVIO               PIC 9(08).
104644     02  BLQ-FEC-RESPUESTA           PIC 9(08).
104644     02  BLQ-COD-RESPUESTA           PIC X(02).
104644     02  BLQ-DES-RESPUESTA           PIC X(30).
104644     02  BLQ-USER-ID                 PIC X(08).
104644     02  BLQ-FECHA                   PIC S9(7)  COMP-3.
104644     02  BLQ-HORA                    PIC S9(7)  COMP-3.
104644     02  FILLER                      PIC X(16).
