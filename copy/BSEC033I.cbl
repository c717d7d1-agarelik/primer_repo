      *------------------ TRAMA DE ENTRADA MANTENERGARANTIAJUD --------*
104641 01  REG-BSEC033I.
104641     02  BSEC033I-MODO               PIC X(01).
104641*        'A' ALTA / 'M' MODIFICA (RETASACION) / 'B' BAJA
104641*        'C' CONSULTA LAS GARANTIAS DE LA CUENTA
104641     02  BSEC033I-CODENT             PIC X(03).
104641     02  BSEC033I-CTAAFI             PIC X(10).
104641     02  BSEC033I-NRO-GARANTIA       PIC X(10).
104641     02  BSEC033I-TIPO               PIC X(03).
104641     02  BSEC033I-PARTIDA            PIC X(20).
104641     02  BSEC033I-VALOR-TASACION     PIC S9(13)V99.
104641     02  BSEC033I-MONEDA             PIC X(02).
104641     02  BSEC033I-FEC-TASACION       PIC 9(08).
104641     02  BSEC033I-TASADOR            PIC X(30).
104641     02  BSEC033I-RANGO              PIC 9(02).
104658     02  BSEC033I-ID-SOLICITUD       PIC X(20).
104658*        ID DEL CANAL PARA REINTENTOS (MODOS A/M/B);
104658*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104658     02  FILLER                      PIC X(16135).
