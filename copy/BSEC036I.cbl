      *------------------ TRAMA DE ENTRADA COTIZARCANCELANTICIPDESC ---*
104649 01  REG-BSEC036I.
104649     02  BSEC036I-ID-APLI            PIC X(03).
104649     02  BSEC036I-CODENT             PIC X(03).
104649     02  BSEC036I-TI-DOCU-PR         PIC X(02).
104649     02  BSEC036I-NU-DOCU-PR         PIC X(10).
104649     02  BSEC036I-FEC-CANCELACION    PIC 9(08).
104649*        AAAAMMDD; CERO = HOY. SE CORRE A DIA HABIL (BSEOFERD)
104649     02  BSEC036I-MODO-COTIZACION    PIC X(01).
104649*        ' ' COTIZA Y GRABA EN PREDLOG / 'R' RECUPERA POR NUMERO
104649     02  BSEC036I-NRO-COTIZACION     PIC X(14).
104658     02  BSEC036I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (COTIZACION NUEVA);
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16198).
