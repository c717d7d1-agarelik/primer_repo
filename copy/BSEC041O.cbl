      *------------------ TRAMA DE SALIDA  REGISTRARRECLAMO -----------*
104661 01  REG-BSEC041O.
104661     02  BSEC041O-NUMERO             PIC X(14).
104661     02  BSEC041O-TIPO               PIC X(03).
104661     02  BSEC041O-CTAAFI             PIC X(10).
104661     02  BSEC041O-NUMDOC             PIC X(10).
104661     02  BSEC041O-COD-UNICO          PIC X(10).
104661     02  BSEC041O-FEC-RECEPCION      PIC 9(08).
104661     02  BSEC041O-PLAZO-DIAS         PIC 9(03).
104661     02  BSEC041O-FEC-VENCE          PIC 9(08).
104661     02  BSEC041O-ESTADO             PIC X(01).
104661     02  BSEC041O-DESCRIPCION        PIC X(60).
104661     02  BSEC041O-USER-REGISTRO      PIC X(08).
104661     02  BSEC041O-FEC-REGISTRO       PIC 9(08).
104661     02  BSEC041O-RESOLUCION         PIC X(01).
104661     02  BSEC041O-DETALLE-RESOL      PIC X(60).
104661     02  BSEC041O-USER-RESOL         PIC X(08).
104661     02  BSEC041O-FEC-RESOL          PIC 9(08).
104661     02  FILLER                      PIC X(16039).
