104628     02  BSEC029I-CANT-ABSORBIDOS    PIC 9(01).
104628     02  BSEC029I-COD-ABSORBIDO  OCCURS  5  TIMES
104628                                     PIC X(10).
104658     02  BSEC029I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (CONFIRMA 'A');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16174).
