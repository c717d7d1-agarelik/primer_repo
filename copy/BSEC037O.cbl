      *------------------ TRAMA DE SALIDA  CONSULTARFOTOMENSUALJUD ----*
104656 01  REG-BSEC037O.
104656     02  BSEC037O-CTAAFI             PIC X(10).
104656     02  BSEC037O-CANT-PERIODOS      PIC 9(02).
104656     02  BSEC037O-PERIODO-OCC  OCCURS  24  TIMES
104656                               INDEXED BY BX37.
104656*        DEL CIERRE MAS RECIENTE AL MAS ANTIGUO; LOS MESES EN
104656*        QUE LA CUENTA NO ESTABA EN LA FOTO NO SE DEVUELVEN
104656         04  BSEC037O-PERIODO        PIC 9(06).
104656         04  BSEC037O-FEC-FOTO       PIC 9(08).
104656         04  BSEC037O-SITUAC         PIC X(02).
104656         04  BSEC037O-DESC-SITUAC    PIC X(30).
104656         04  BSEC037O-IMPO-ORIG      PIC S9(13)V99.
104656         04  BSEC037O-SALACT         PIC S9(13)V99.
104656         04  BSEC037O-MONEDA         PIC X(02).
104656         04  BSEC037O-COD-SECTORISTA PIC X(04).
104656         04  BSEC037O-SECTORISTA     PIC X(30).
104656         04  BSEC037O-COD-ESTUDIO    PIC X(04).
104656         04  BSEC037O-DESC-ESTUDIO   PIC X(30).
104656     02  FILLER                      PIC X(12743).
