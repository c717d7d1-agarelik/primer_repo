      *------------------ TRAMA DE ENTRADA REASIGNARCARTERASECT -------*
104636 01  REG-BSEC031I.
104636     02  BSEC031I-MODO               PIC X(01).
104636*        'R' REASIGNA LAS CUENTAS AL SECTORISTA DESTINO
104636*        'C' CONSULTA LA ASIGNACION DE LA PRIMERA CUENTA
104636     02  BSEC031I-CODENT             PIC X(03).
104636     02  BSEC031I-SECT-DESTINO       PIC X(04).
104636     02  BSEC031I-CANT-CUENTAS       PIC 9(02).
104636     02  BSEC031I-CTAAFI  OCCURS  50 TIMES
104636                                     PIC X(10).
104658     02  BSEC031I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (MODO 'R');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(15729).
