104610         04  BSEC006O-PROY-MOVIDA    PIC X(01).
104569     02  BSEC006O-TIPO-CAMBIO        PIC S9(05)V9(04).
104569     02  BSEC006O-SALACT-SOLES       PIC S9(13)V99.
104666*    -------- DOCUMENTOS DIGITALES INDEXADOS (DOCIDX) ------------*
104666     02  BSEC006O-CANT-DOCUMENTOS    PIC 9(03).
104666     02  FILLER                      PIC X(15531).
