      *------------------ TRAMA DE ENTRADA REGISTRARRECLAMO -----------*
104661 01  REG-BSEC041I.
104661     02  BSEC041I-MODO               PIC X(01).
104661*        'A' REGISTRA / 'R' RESUELVE / 'C' CONSULTA
104661     02  BSEC041I-CODENT             PIC X(03).
104661     02  BSEC041I-NUMERO             PIC X(14).
104661*        NUMERO DE RECLAMO (MODOS 'R' Y 'C')
104661     02  BSEC041I-TIPO               PIC X(03).
104661     02  BSEC041I-CTAAFI             PIC X(10).
104661     02  BSEC041I-NUMDOC             PIC X(10).
104661     02  BSEC041I-COD-UNICO          PIC X(10).
104661     02  BSEC041I-FEC-RECEPCION      PIC 9(08).
104661*        AAAAMMDD; CERO = HOY
104661     02  BSEC041I-DESCRIPCION        PIC X(60).
104661     02  BSEC041I-RESOLUCION         PIC X(01).
104661     02  BSEC041I-DETALLE-RESOL      PIC X(60).
104661     02  BSEC041I-ID-SOLICITUD       PIC X(20).
104661*        ID DEL CANAL PARA REINTENTOS (MODOS 'A' Y 'R');
104661*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104661     02  FILLER                      PIC X(16059).
