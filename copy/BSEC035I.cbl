      *------------------ TRAMA DE ENTRADA CERTIFICARPERMISO ----------*
104647 01  REG-BSEC035I.
104647     02  BSEC035I-CICLO              PIC X(06).
104647     02  BSEC035I-USER-ID            PIC X(08).
104647     02  BSEC035I-OPERACION          PIC X(25).
104647     02  BSEC035I-ACCION             PIC X(01).
104647*        'C' CERTIFICA EL PERMISO / 'R' LO REVOCA
104647     02  BSEC035I-MOTIVO             PIC X(30).
104658     02  BSEC035I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (RESPUESTA);
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16169).
