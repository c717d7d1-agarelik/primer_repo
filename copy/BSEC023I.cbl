104600     02  BSEC023I-CODENT             PIC X(03).
104600     02  BSEC023I-CTAAFI             PIC X(10).
104600     02  BSEC023I-MOTIVO             PIC X(30).
104658     02  BSEC023I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (MODOS 'A' Y 'R');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16195).
