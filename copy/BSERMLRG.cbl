      *------------------ REGISTRO DE RECORDATORIOS ENVIADOS ----------*
104653*    CONSTANCIA DE CADA RECORDATORIO PREVIO AL VENCIMIENTO
104653*    (BSEB068): EVITA REPETIR EL AVISO DE UNA MISMA CUOTA O
104653*    PROMESA Y PERMITE MEDIR SU EFECTO EN EL CUMPLIMIENTO (BSEB069)
104653 01  REG-REMILOG.
104653     02  REMLOG-CLAVE.
104653         04  REMLOG-CTAAFI           PIC X(10).
104653         04  REMLOG-TIPO             PIC X(01).
104653*            'P' PROMESA DE PAGO / 'C' CUOTA DE CONVENIO
104653         04  REMLOG-FEC-VENCE        PIC 9(08).
104653         04  REMLOG-NRO-CUOTA        PIC 9(02).
104653*            CERO EN LAS PROMESAS
104653     02  REMLOG-IMPORTE              PIC S9(13)V99.
104653     02  REMLOG-COD-UNICO            PIC X(10).
104653     02  REMLOG-CANAL-EMAIL          PIC X(01).
104653     02  REMLOG-CANAL-SMS            PIC X(01).
104653*        'S' SI SALIO MENSAJE POR ESE CANAL
104653     02  REMLOG-ESTADO               PIC X(01).
104653*        'E' ENVIADO A LA PASARELA
104653     02  REMLOG-FEC-ENVIO            PIC 9(08).
104653     02  REMLOG-USER-ID              PIC X(08).
104653     02  FILLER                      PIC X(15).
