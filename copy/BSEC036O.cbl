      *------------------ TRAMA DE SALIDA  COTIZARCANCELANTICIPDESC ---*
104649 01  REG-BSEC036O.
104649     02  BSEC036O-NRO-COTIZACION     PIC X(14).
104649     02  BSEC036O-NROINT             PIC X(10).
104649     02  BSEC036O-MONEDA             PIC X(02).
104649     02  BSEC036O-FECVCTO            PIC 9(08).
104649     02  BSEC036O-FEC-SOLICITADA     PIC 9(08).
104649     02  BSEC036O-FEC-CANCELACION    PIC 9(08).
104649     02  BSEC036O-FLAG-MOVIDA        PIC X(01).
104649*        'S' CUANDO LA FECHA PEDIDA SE CORRIO A DIA HABIL
104649     02  BSEC036O-DIASORI            PIC 9(05).
104649     02  BSEC036O-DIASPEN            PIC 9(05).
104649     02  BSEC036O-DIAS-ANTICIPO      PIC 9(05).
104649*        DIAS QUE FALTAN DE LA CANCELACION AL VENCIMIENTO
104649     02  BSEC036O-DIAS-VENCIDO       PIC 9(05).
104649*        DIAS DE ATRASO A LA FECHA DE CANCELACION
104649     02  BSEC036O-CAPITAL            PIC S9(13)V99.
104649     02  BSEC036O-INTDIFORI          PIC S9(13)V99.
104649     02  BSEC036O-INT-REBAJA         PIC S9(13)V99.
104649     02  BSEC036O-INTCOMP            PIC S9(13)V99.
104649     02  BSEC036O-INTMORA            PIC S9(13)V99.
104649     02  BSEC036O-TOTPAGAR           PIC S9(13)V99.
104649     02  BSEC036O-FLAG-VENCIDO       PIC X(01).
104649     02  FILLER                      PIC X(16097).
