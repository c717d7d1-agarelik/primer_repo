      *------------------ TRAMA DE SALIDA  REGISTRARGASTOJUDICIAL -----*
104640 01  REG-BSEC032O.
104640     02  BSEC032O-CTAAFI             PIC X(10).
104640     02  BSEC032O-CANT-GASTOS        PIC 9(02).
104640     02  BSEC032O-FLAG-CONTINUIDAD   PIC X(01).
104640*        'C' HAY MAS GASTOS / 'U' ULTIMA PAGINA
104640     02  BSEC032O-PROX-SECUENCIA     PIC 9(05).
104640*    TOTAL RECUPERABLE DE TODA LA CUENTA, POR MONEDA DEL GASTO
104640     02  BSEC032O-TOTAL  OCCURS  3  TIMES.
104640         04  BSEC032O-TOT-MONEDA     PIC X(02).
104640         04  BSEC032O-TOT-RECUPERABLE PIC S9(13)V99.
104640     02  BSEC032O-GASTO  OCCURS  10  TIMES
104640                         INDEXED BY BX32.
104640         04  BSEC032O-SECUENCIA      PIC 9(05).
104640         04  BSEC032O-CONCEPTO       PIC X(03).
104640         04  BSEC032O-DOCUMENTO      PIC X(20).
104640         04  BSEC032O-IMPORTE        PIC S9(13)V99.
104640         04  BSEC032O-MONEDA         PIC X(02).
104640         04  BSEC032O-FEC-GASTO      PIC 9(08).
104640         04  BSEC032O-RECUPERABLE    PIC X(01).
104640         04  BSEC032O-USER-ID        PIC X(08).
104640     02  FILLER                      PIC X(15570).
