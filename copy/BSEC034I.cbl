      *------------------ TRAMA DE ENTRADA SOLICITARBLOQUEOTARJETA ----*
104644 01  REG-BSEC034I.
104644     02  BSEC034I-CODENT             PIC X(03).
104644     02  BSEC034I-NUM-CTATAR         PIC X(07).
104644     02  BSEC034I-PAN                PIC X(16).
104644     02  BSEC034I-MOTIVO             PIC X(01).
104644*        'P' PERDIDA / 'R' ROBO / 'F' FRAUDE / 'D' DETERIORO
104644     02  BSEC034I-REPOSICION         PIC X(01).
104644*        'S' SOLICITA REPOSICION / 'N' O BLANCO SOLO BLOQUEO
104644     02  BSEC034I-OBSERVACION        PIC X(40).
104658     02  BSEC034I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (SOLICITUD);
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16171).
