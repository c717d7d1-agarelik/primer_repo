      *------------------ TRAMA DE ENTRADA SOLICITARPROCESOMASIVO -----*
104657 01  REG-BSEC038I.
104657     02  BSEC038I-CODENT             PIC X(03).
104657     02  BSEC038I-OPERACION          PIC X(25).
104657*        CONSULTARPOSICIONDEUDA / CONSULTARCLIENTE360 /
104657*        CONSULTARPRODUCTOSCOTITUL
104657     02  BSEC038I-VERSION            PIC X(02).
104657     02  BSEC038I-ARCHIVO-LISTA      PIC X(44).
104657*        REGISTROS DE 80 CON LA TRAMA DE ENTRADA DE LA OPERACION
104657     02  BSEC038I-SOLICITANTE        PIC X(08).
104657*        EN BLANCO = EL USUARIO DE LA LLAMADA
104658     02  BSEC038I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (SOLICITUD);
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16157).
