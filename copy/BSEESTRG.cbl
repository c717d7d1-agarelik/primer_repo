      *------------------ REGISTRO DEL ARCHIVO DE ESTADOS ENVIADOS ----*
104650*    CONSTANCIA DE CADA ESTADO DE CUENTA MENSUAL IMPRESO PARA UN
104650*    DEUDOR JUDICIAL (BSEB065): GUARDA EL DOMICILIO AL QUE SE
104650*    DIRIGIO Y LAS CIFRAS INFORMADAS PARA PROBAR EL ENVIO, Y
104650*    EVITA REPETIR EL ESTADO DE UN MISMO CORTE
104650 01  REG-ESTCLOG.
104650     02  ESTLOG-CLAVE.
104650         04  ESTLOG-CTAAFI           PIC X(10).
104650         04  ESTLOG-FEC-CORTE        PIC 9(08).
104650     02  ESTLOG-COD-UNICO            PIC X(10).
104650     02  ESTLOG-TIPO-DOM             PIC X(06).
104650     02  ESTLOG-DIRECCION            PIC X(40).
104650     02  ESTLOG-MONEDA               PIC X(02).
104650     02  ESTLOG-SALACT               PIC S9(13)V99.
104650     02  ESTLOG-CANT-PAGOS           PIC 9(03).
104650     02  ESTLOG-IMP-PAGOS            PIC S9(13)V99.
104650     02  ESTLOG-ESTADO               PIC X(01).
104650*        'E' ENVIADO A LA IMPRENTA
104650     02  ESTLOG-FEC-ENVIO            PIC 9(08).
104650     02  ESTLOG-USER-ID              PIC X(08).
104650     02  FILLER                      PIC X(14).
