104622*    -------- ULTIMA NOTA DE LA BITACORA (NOTAJUD) ---------------*
104622     02  BSEC002O-ULT-NOTA-FECHA     PIC 9(07).
104622     02  BSEC002O-ULT-NOTA-CATEG     PIC X(03).
104666*    -------- DOCUMENTOS DIGITALES INDEXADOS (DOCIDX) ------------*
104666     02  BSEC002O-CANT-DOCUMENTOS    PIC 9(03).
104666     02  FILLER                      PIC X(15487).
