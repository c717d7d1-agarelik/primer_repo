      *------------------ TRAMA DE SALIDA  EXTORNARPAGOCOBRANZAJUD ----*
104632 01  REG-BSEC030O.
104632     02  BSEC030O-NRO-COTIZACION     PIC X(14).
104632     02  BSEC030O-CTAAFI             PIC X(10).
104632     02  BSEC030O-TOTPAGAR           PIC S9(13)V99.
104632     02  BSEC030O-FEC-PAGO           PIC 9(08).
104632     02  BSEC030O-USER-APLICACION    PIC X(08).
104632*        'S' CUANDO EL PAGO YA ESTABA EXTORNADO Y SE DEVUELVE
104632*        EL EXTORNO ORIGINAL (REINTENTO DEL CANAL)
104632     02  BSEC030O-FLAG-REEXTORNO     PIC X(01).
104632     02  BSEC030O-USER-EXTORNO       PIC X(08).
104632     02  BSEC030O-FEC-EXTORNO        PIC 9(08).
104632     02  BSEC030O-HORA-EXTORNO       PIC 9(07).
104632     02  BSEC030O-COD-MOTIVO         PIC X(03).
104632     02  BSEC030O-TXT-MOTIVO         PIC X(30).
104632*        ESTADO EN QUE QUEDA LA COTIZACION EN PRELOG:
104632*        ' ' VIGENTE (REUTILIZABLE) / 'V' VENCIDA
104632     02  BSEC030O-ESTADO-COTIZ       PIC X(01).
104632     02  FILLER                      PIC X(16146).
