      *------------------ TRAMA DE ENTRADA CONSULTARFOTOMENSUALJUD ----*
104656 01  REG-BSEC037I.
104656     02  BSEC037I-CODENT             PIC X(03).
104656     02  BSEC037I-CTAAFI             PIC X(10).
104656     02  BSEC037I-PERIODO            PIC 9(06).
104656*        AAAAMM DEL CIERRE CONSULTADO; CERO = MES ANTERIOR
104656     02  BSEC037I-CANT-PERIODOS      PIC 9(02).
104656*        CERO O 1 SOLO EL PERIODO; HASTA 24 DEVUELVE LA SERIE
104656*        DE LOS ULTIMOS N CIERRES QUE TERMINA EN EL PERIODO
104656     02  FILLER                      PIC X(16238).
