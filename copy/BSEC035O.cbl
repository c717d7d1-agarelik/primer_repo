      *------------------ TRAMA DE SALIDA  CERTIFICARPERMISO ----------*
104647 01  REG-BSEC035O.
104647     02  BSEC035O-CICLO              PIC X(06).
104647     02  BSEC035O-USER-ID            PIC X(08).
104647     02  BSEC035O-OPERACION          PIC X(25).
104647     02  BSEC035O-SUPERVISOR         PIC X(08).
104647     02  BSEC035O-ESTADO             PIC X(01).
104647     02  BSEC035O-FEC-ULT-USO        PIC 9(08).
104647     02  BSEC035O-FEC-LIMITE         PIC 9(08).
104647     02  BSEC035O-FEC-RESPUESTA      PIC 9(08).
104647     02  FILLER                      PIC X(16187).
