      *------------------ REGISTRO DE LIQUIDACION POR CUENTA ----------*
104639*    DETALLE POR CUENTA DE LA LIQUIDACION DE HONORARIOS (BSEB026):
104639*    LO QUE CADA ESTUDIO DEBE COBRAR POR CADA CTAAFI EN EL
104639*    PERIODO, YA NETO DE EXTORNOS. LLEVA CABECERA 'H' Y COLA 'T'
104639*    (CANTIDAD Y SUMA ENTERA DE HONORARIOS) COMO LIQUIDA; LO
104639*    CONCILIA CONTRA LAS FACTURAS DE LOS ESTUDIOS EL BSEB054
104639 01  REG-LIQCTA.
104639     02  LQC-COD-ESTUDIO             PIC X(04).
104639     02  LQC-CTAAFI                  PIC X(10).
104639     02  LQC-FEC-DESDE               PIC 9(08).
104639     02  LQC-FEC-HASTA               PIC 9(08).
104639     02  LQC-CANT-PAGOS              PIC 9(05).
104639     02  LQC-COBRADO                 PIC S9(13)V99.
104639     02  LQC-HONORARIO               PIC S9(13)V99.
104639     02  FILLER                      PIC X(35).
