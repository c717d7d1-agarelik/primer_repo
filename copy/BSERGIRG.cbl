      *------------------ REGISTRO DE LA RENDICION MENSUAL AL GIRADOR -*
104651*    UNA RENDICION POR GIRADOR DE LA CARTERA DESCONTADA (BSEB066)
104651*    PARA EL ENVIO ELECTRONICO: UN REGISTRO 'G' CON EL GIRADOR Y
104651*    EL PERIODO, SEGUIDO DE SUS DOCUMENTOS 'D', SUS RETENCIONES
104651*    VIGENTES 'R' Y SUS TOTALES POR MONEDA Y SECCION 'M'.
104651*    CABECERA 'H' Y COLA 'T' CON CANTIDAD Y SUMA DE CONTROL
104651*    (TOTAL RGI-IMPORTE DE LOS DOCUMENTOS 'D')
104651 01  REG-RENDGIR.
104651     02  RGI-TIPO-REG                PIC X(01).
104651*        'G' GIRADOR / 'D' DOCUMENTO / 'R' RETENCION / 'M' TOTAL
104651     02  RGI-COD-UNICO               PIC X(10).
104651     02  RGI-TI-DOCU                 PIC X(02).
104651     02  RGI-NU-DOCU                 PIC X(10).
104651     02  RGI-FEC-DESDE               PIC 9(08).
104651     02  RGI-FEC-HASTA               PIC 9(08).
104651     02  RGI-SECCION                 PIC X(01).
104651*        'C' COBRADO AL ACEPTANTE EN EL PERIODO
104651*        'D' DEVUELTO O CARGADO AL GIRADOR EN EL PERIODO
104651*        'P' PENDIENTE DE COBRO (CON TRAMO DE ANTIGUEDAD)
104651*        'R' RETENIDO (RETENCION VIGENTE EN RETHOLD)
104651     02  RGI-NUMERO                  PIC X(10).
104651     02  RGI-NOMBRE                  PIC X(40).
104651*        GIRADOR EN EL REGISTRO 'G', ACEPTANTE EN 'D' Y 'R'
104651     02  RGI-MONEDA                  PIC X(02).
104651     02  RGI-FECVTO                  PIC 9(08).
104651     02  RGI-FECHA                   PIC 9(08).
104651*        'D' COBRADO/DEVUELTO: FECHA DE CANCELACION O DEVOLUCION
104651*        'R' FECHA DE ALTA DE LA RETENCION
104651     02  RGI-SITUAC                  PIC X(02).
104651     02  RGI-TRAMO                   PIC 9(01).
104651*        1 POR VENCER / 2 1-30 / 3 31-60 / 4 61-90 / 5 MAS DE 90
104651     02  RGI-IMPORTE                 PIC S9(13)V99.
104651     02  RGI-CANTIDAD                PIC 9(05).
104651*        SOLO EN EL TOTAL 'M': DOCUMENTOS DE LA SECCION
104651     02  RGI-MOTIVO                  PIC X(30).
104651*        'R' MOTIVO DE LA RETENCION; 'R' Y 'M' LLEVAN FECVTO CON
104651*        EL VENCIMIENTO DE LA RETENCION Y CEROS RESPECTIVAMENTE
104651     02  FILLER                      PIC X(09).
104651 01  REG-RENDGIR-CTL.
104651     02  RGI-CTL-TIPO                PIC X(01).
104651     02  RGI-CTL-PROGRAMA            PIC X(08).
104651     02  RGI-CTL-FECHA               PIC 9(08).
104651     02  RGI-CTL-CANTIDAD            PIC 9(09).
104651     02  RGI-CTL-HASH-IMPORTE        PIC 9(15).
104651     02  FILLER                      PIC X(129).
