      *------------------ ARCHIVO DE ENVIO DE BLOQUEOS AL PROCESADOR --*
104644*    SOLICITUDES DE BLOQUEO DE TARJETA QUE BSEB059 ENVIA CADA DIA
104644*    AL PROCESADOR DE TARJETAS. LLEVA CABECERA 'H' Y COLA 'T' CON
104644*    LA CANTIDAD DE SOLICITUDES; SIN COLA EL PROCESADOR RECHAZA
104644*    EL ARCHIVO COMPLETO
104644 01  REG-BLQENVIO.
104644     02  BLE-TIPO                    PIC X(01).
104644*        'D' SOLICITUD / 'H' CABECERA / 'T' COLA
104644     02  BLE-NUM-CTATAR              PIC X(07).
104644     02  BLE-SECUENCIA               PIC 9(03).
104644     02  BLE-CODENT                  PIC X(03).
104644     02  BLE-PAN                     PIC X(16).
104644     02  BLE-MOTIVO                  PIC X(01).
104644     02  BLE-REPOSICION              PIC X(01).
104644     02  BLE-FEC-SOLICITUD           PIC 9(08).
104644     02  BLE-OBSERVACION             PIC X(40).
104644     02  FILLER                      PIC X(20).
104644 01  REG-BLQENVIO-CTL.
104644     02  BLE-CTL-TIPO                PIC X(01).
104644     02  BLE-CTL-PROGRAMA            PIC X(08).
104644     02  BLE-CTL-FECHA               PIC 9(08).
104644     02  BLE-CTL-CANTIDAD            PIC 9(09).
104644     02  FILLER                      PIC X(74).
