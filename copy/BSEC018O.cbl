104582         04  BSEC018O-IMP-PAGO       PIC S9(13)V99.
104582         04  BSEC018O-SALDO-DESPUES  PIC S9(13)V99.
104582     02  FILLER                      PIC X(14357).
104632*------------------ TRAMA DE SALIDA  VERSION 02 -----------------*
104632*    MISMA PARTE FIJA DE LA VERSION 01 MAS LOS PAGOS DE LA PAGINA
104632*    EXTORNADOS EN EL BUS (BSEO030) Y LA MARCA EN CADA LINEA
104632 01  REG-BSEC018O-V02  REDEFINES  REG-BSEC018O.
104632     02  FILLER                      PIC X(24).
104632*        PAGOS DE LA PAGINA EXTORNADOS E IMPORTE QUE NO DEBE
104632*        CONTARSE COMO RECUPERADO
104632     02  BSEC018O-CANT-EXTORNADOS    PIC 9(03).
104632     02  BSEC018O-IMP-EXTORNADO      PIC S9(13)V99.
104632     02  BSEC018O-DETALLE-V02  OCCURS  50  TIMES
104632                               INDEXED BY BY18.
104632         04  BSEC018O-FEC-PAGO-V02   PIC 9(08).
104632         04  BSEC018O-IMP-PAGO-V02   PIC S9(13)V99.
104632         04  BSEC018O-SALDO-DESP-V02 PIC S9(13)V99.
104632         04  BSEC018O-FLAG-EXTORNO   PIC X(01).
104632*            'X' PAGO EXTORNADO (NO SUMA COMO RECUPERO)
104632     02  FILLER                      PIC X(14289).
