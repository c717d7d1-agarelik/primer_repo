      *------------------ REGISTRO DE MENSAJES PARA LA PASARELA -------*
104653*    UN MENSAJE POR CANAL (SMS AL CELULAR O CORREO PERSONAL) CON
104653*    EL RECORDATORIO PREVIO AL VENCIMIENTO DE UNA CUOTA DE
104653*    CONVENIO O DE UNA PROMESA DE PAGO (BSEB068). CABECERA 'H' Y
104653*    COLA 'T' CON CANTIDAD Y SUMA DE CONTROL (TOTAL MSG-IMPORTE)
104653 01  REG-MENSAJE.
104653     02  MSG-CANAL                   PIC X(01).
104653*        'S' SMS / 'E' CORREO ELECTRONICO
104653     02  MSG-DESTINO                 PIC X(40).
104653*        NUMERO CELULAR O DIRECCION DE CORREO
104653     02  MSG-CTAAFI                  PIC X(10).
104653     02  MSG-COD-UNICO               PIC X(10).
104653     02  MSG-TIPO                    PIC X(01).
104653*        'P' PROMESA DE PAGO / 'C' CUOTA DE CONVENIO
104653     02  MSG-NRO-CUOTA               PIC 9(02).
104653     02  MSG-FEC-VENCE               PIC 9(08).
104653     02  MSG-IMPORTE                 PIC S9(13)V99.
104653     02  MSG-MONEDA                  PIC X(02).
104653     02  MSG-NOMBRE                  PIC X(40).
104653     02  MSG-ASUNTO                  PIC X(40).
104653*        SOLO CORREO; EN SMS VA EN BLANCO
104653     02  MSG-TEXTO                   PIC X(160).
104653     02  FILLER                      PIC X(21).
104653 01  REG-MENSAJE-CTL.
104653     02  MSG-CTL-TIPO                PIC X(01).
104653     02  MSG-CTL-PROGRAMA            PIC X(08).
104653     02  MSG-CTL-FECHA               PIC 9(08).
104653     02  MSG-CTL-CANTIDAD            PIC 9(09).
104653     02  MSG-CTL-HASH-IMPORTE        PIC 9(15).
104653     02  FILLER                      PIC X(309).
