104596     02  BSEC021I-JUZGADO            PIC X(30).
104596     02  BSEC021I-ETAPA              PIC X(03).
104596     02  BSEC021I-FEC-ETAPA          PIC 9(08).
104658     02  BSEC021I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (MODOS 'A' Y 'E');
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16164).
