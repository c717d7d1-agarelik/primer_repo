      *------------------ REGISTRO DE FACTURA APROBADA PARA PAGO ------*
104639*    CUENTA FACTURADA QUE CONCILIO CONTRA LA LIQUIDACION DEL
104639*    PERIODO DENTRO DE LA TOLERANCIA (BSEB054); ES LO UNICO QUE
104639*    CUENTAS A PAGAR PUEDE LIBERAR. LLEVA CABECERA 'H' Y COLA
104639*    'T' (CANTIDAD Y SUMA ENTERA DE LO APROBADO)
104639 01  REG-FACAPRO.
104639     02  APR-COD-ESTUDIO             PIC X(04).
104639     02  APR-NRO-FACTURA             PIC X(12).
104639     02  APR-CTAAFI                  PIC X(10).
104639     02  APR-FEC-DESDE               PIC 9(08).
104639     02  APR-FEC-HASTA               PIC 9(08).
104639     02  APR-IMP-FACTURADO           PIC S9(13)V99.
104639     02  APR-IMP-LIQUIDADO           PIC S9(13)V99.
104639     02  APR-IMP-APROBADO            PIC S9(13)V99.
104639*        EL MENOR ENTRE LO FACTURADO Y LO LIQUIDADO
104639     02  FILLER                      PIC X(13).
