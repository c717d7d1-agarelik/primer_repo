      *------------------ ARCHIVO DE RESPUESTA DEL PROCESADOR ---------*
104644*    RESPUESTA DEL PROCESADOR DE TARJETAS A LAS SOLICITUDES DE
104644*    BLOQUEO ENVIADAS POR BSEB059 (MISMA CLAVE CTATAR+SECUENCIA).
104644*    CABECERA 'H' Y COLA 'T' CON LA CANTIDAD DE RESPUESTAS; UN
104644*    ARCHIVO SIN COLA O CON CANTIDAD DISTINTA NO SE APLICA
104644 01  REG-BLQRESP.
104644     02  BLR-TIPO                    PIC X(01).
104644*        'D' RESPUESTA / 'H' CABECERA / 'T' COLA
104644     02  BLR-NUM-CTATAR              PIC X(07).
104644     02  BLR-SECUENCIA               PIC 9(03).
104644     02  BLR-RESULTADO               PIC X(01).
104644*        'C' BLOQUEO CONFIRMADO / 'R' SOLICITUD RECHAZADA
104644     02  BLR-COD-RESPUESTA           PIC X(02).
104644     02  BLR-DES-RESPUESTA           PIC X(30).
104644     02  BLR-FEC-PROCESO             PIC 9(08).
104644     02  FILLER                      PIC X(28).
104644 01  REG-BLQRESP-CTL.
104644     02  BLR-CTL-TIPO                PIC X(01).
104644     02  BLR-CTL-PROGRAMA            PIC X(08).
104644     02  BLR-CTL-FECHA               PIC 9(08).
104644     02  BLR-CTL-CANTIDAD            PIC 9(09).
104644     02  FILLER                      PIC X(54).
