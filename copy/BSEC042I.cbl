      *------------------ TRAMA DE ENTRADA INDEXARDOCUMENTODIGITAL ----*
104666 01  REG-BSEC042I.
104666     02  BSEC042I-MODO               PIC X(01).
104666*        'A' INDEXA DOCUMENTO / 'L' LISTA PAGINADA
104666     02  BSEC042I-CODENT             PIC X(03).
104666     02  BSEC042I-TIPO-CLAVE         PIC X(01).
104666*        'C' CTAAFI / 'E' REFERENCIA DE EMBARGO / 'X' NUMERO DE
104666*        EXPEDIENTE / 'D' NUMERO DE DOCUMENTO DESCONTADO
104666     02  BSEC042I-CLAVE-NEGOCIO      PIC X(30).
104666     02  BSEC042I-TIPO-DOCUMENTO     PIC X(03).
104666     02  BSEC042I-REF-DMS            PIC X(40).
104666     02  BSEC042I-FEC-DOCUMENTO      PIC 9(08).
104666*        CEROS = FECHA DEL DIA
104666*    ------ PAGINACION DEL LISTADO (MODO 'L') -------------------*
104666*    LA PROXIMA PAGINA ARRANCA EN LA SECUENCIA DEVUELTA COMO
104666*    PROXIMA POR LA PAGINA ANTERIOR; CEROS = DESDE EL PRINCIPIO
104666     02  BSEC042I-DESDE-SECUENCIA    PIC 9(03).
104666     02  BSEC042I-ID-SOLICITUD       PIC X(20).
104666*        ID DEL CANAL PARA REINTENTOS (ALTA 'A');
104666*        EN BLANCO = SIN CONTROL DE SOLICITUD REPETIDA
104666     02  FILLER                      PIC X(16150).
