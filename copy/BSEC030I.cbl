      *------------------ TRAMA DE ENTRADA EXTORNARPAGOCOBRANZAJUD ----*
104632 01  REG-BSEC030I.
104632     02  BSEC030I-CODENT             PIC X(03).
104632     02  BSEC030I-NRO-COTIZACION     PIC X(14).
104632     02  BSEC030I-COD-MOTIVO         PIC X(03).
104632*        'CTA' CUENTA ERRADA / 'CHQ' CHEQUE RECHAZADO
104632*        'DEP' DEPOSITO NO ACREDITADO / 'OTR' OTRO
104632     02  BSEC030I-TXT-MOTIVO         PIC X(30).
104658     02  BSEC030I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (EXTORNO);
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16189).
