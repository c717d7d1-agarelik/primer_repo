104578         04  BSEC017O-HIST-COD-EST   PIC X(02).
104578         04  BSEC017O-HIST-COD-MOT   PIC X(02).
104578         04  BSEC017O-HIST-DES-MOT   PIC X(30).
104644     02  BSEC017O-FLAG-SOLICITUD     PIC X(01).
104644*        'S' HAY SOLICITUD DE BLOQUEO ABIERTA (BLQTARJ)
104644     02  BSEC017O-SOL-SECUENCIA      PIC 9(03).
104644     02  BSEC017O-SOL-MOTIVO         PIC X(01).
104644     02  BSEC017O-SOL-REPOSICION     PIC X(01).
104644     02  BSEC017O-SOL-ESTADO         PIC X(01).
104644*        'P' PENDIENTE DE ENVIO / 'E' ENVIADA AL PROCESADOR
104644     02  BSEC017O-SOL-FEC-SOLICITUD  PIC 9(08).
104644     02  FILLER                      PIC X(15971).
