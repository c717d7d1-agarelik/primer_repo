      *------------------ TRAMA DE SALIDA  MANTENERGARANTIAJUD --------*
104641 01  REG-BSEC033O.
104641     02  BSEC033O-CTAAFI             PIC X(10).
104641     02  BSEC033O-CANT-GARANTIAS     PIC 9(02).
104641     02  BSEC033O-GARANTIA  OCCURS  10  TIMES
104641                            INDEXED BY BX33.
104641         04  BSEC033O-NRO-GARANTIA   PIC X(10).
104641         04  BSEC033O-TIPO           PIC X(03).
104641         04  BSEC033O-PARTIDA        PIC X(20).
104641         04  BSEC033O-VALOR-TASACION PIC S9(13)V99.
104641         04  BSEC033O-MONEDA         PIC X(02).
104641         04  BSEC033O-FEC-TASACION   PIC 9(08).
104641         04  BSEC033O-TASADOR        PIC X(30).
104641         04  BSEC033O-RANGO          PIC 9(02).
104641         04  BSEC033O-ESTADO         PIC X(01).
104641     02  FILLER                      PIC X(15337).
