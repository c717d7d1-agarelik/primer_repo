      *------------------ TRAMA DE SALIDA  INDEXARDOCUMENTODIGITAL ----*
104666 01  REG-BSEC042O.
104666     02  BSEC042O-TIPO-CLAVE         PIC X(01).
104666     02  BSEC042O-CLAVE-NEGOCIO      PIC X(30).
104666     02  BSEC042O-CANT-DOCUMENTOS    PIC 9(02).
104666     02  BSEC042O-FLAG-CONTINUIDAD   PIC X(01).
104666*        'C' HAY MAS DOCUMENTOS / 'U' ULTIMA PAGINA
104666     02  BSEC042O-PROX-SECUENCIA     PIC 9(03).
104666     02  BSEC042O-DOCUMENTO  OCCURS  10  TIMES
104666                             INDEXED BY BX42.
104666         04  BSEC042O-DOC-SECUENCIA  PIC 9(03).
104666         04  BSEC042O-DOC-TIPO       PIC X(03).
104666         04  BSEC042O-DOC-REF-DMS    PIC X(40).
104666         04  BSEC042O-DOC-FECHA      PIC 9(08).
104666         04  BSEC042O-DOC-USER       PIC X(08).
104666         04  BSEC042O-DOC-FEC-INDEXA PIC 9(08).
104666         04  BSEC042O-DOC-ORIGEN     PIC X(01).
104666     02  FILLER                      PIC X(15512).
