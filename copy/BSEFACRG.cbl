      *------------------ REGISTRO DE FACTURA DE ESTUDIO ---------------*
104639*    LINEA DE LA FACTURA DE HONORARIOS QUE ENVIA CADA ESTUDIO:
104639*    UNA LINEA POR CUENTA FACTURADA CON SU IMPORTE
104639 01  REG-FACTEST.
104639     02  FACT-COD-ESTUDIO            PIC X(04).
104639     02  FACT-NRO-FACTURA            PIC X(12).
104639     02  FACT-FEC-FACTURA            PIC 9(08).
104639     02  FACT-CTAAFI                 PIC X(10).
104639     02  FACT-IMPORTE                PIC S9(13)V99.
104639     02  FILLER                      PIC X(31).
