      *------------------ TRAMA DE SALIDA  SOLICITARBLOQUEOTARJETA ----*
104644 01  REG-BSEC034O.
104644     02  BSEC034O-NUM-CTATAR         PIC X(07).
104644     02  BSEC034O-SECUENCIA          PIC 9(03).
104644     02  BSEC034O-PAN                PIC X(16).
104644     02  BSEC034O-MOTIVO             PIC X(01).
104644     02  BSEC034O-REPOSICION         PIC X(01).
104644     02  BSEC034O-ESTADO             PIC X(01).
104644     02  BSEC034O-FEC-SOLICITUD      PIC 9(08).
104644     02  BSEC034O-USER-ID            PIC X(08).
104644     02  FILLER                      PIC X(16214).
