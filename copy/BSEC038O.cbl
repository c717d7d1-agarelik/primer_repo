      *------------------ TRAMA DE SALIDA  SOLICITARPROCESOMASIVO -----*
104657 01  REG-BSEC038O.
104657     02  BSEC038O-NRO-PROCESO        PIC X(14).
104657     02  BSEC038O-ESTADO             PIC X(01).
104657     02  BSEC038O-FEC-SOLICITUD      PIC 9(08).
104657     02  BSEC038O-HORA-SOLICITUD     PIC 9(06).
104657     02  FILLER                      PIC X(16230).
