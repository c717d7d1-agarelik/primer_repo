104618     02  BSEC026I-COB-TELEFONO       PIC X(01).
104618     02  BSEC026I-COB-CARTA          PIC X(01).
104618     02  BSEC026I-COB-EMAIL          PIC X(01).
104658     02  BSEC026I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (ALTA 'A');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16219).
