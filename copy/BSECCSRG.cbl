      *------------------ REGISTRO DEL ARCHIVO DE CONCURSOS -----------*
104662*    DEUDOR EN PROCEDIMIENTO CONCURSAL PUBLICADO (CRUCE SEMANAL
104662*    POR TIN, BSEB077): UNA ENTRADA POR CUENTA JUDICIAL O POR
104662*    DOCUMENTO DESCONTADO DEL DEUDOR. LA COBRANZA INDIVIDUAL Y
104662*    LOS EMBARGOS SE DETIENEN Y EL CREDITO DEBE RECLAMARSE ANTE
104662*    EL CONCURSO HASTA LA FECHA LIMITE
104662 01  REG-CONCURSO.
104662     02  CCS-CLAVE.
104662         03  CCS-ORIGEN              PIC X(01).
104662*            'J' CUENTA JUDICIAL (FOTO SNAPJUD)
104662*            'A' DOCUMENTO DESCONTADO (EXTRACTO BSEB006)
104662         03  CCS-REFERENCIA          PIC X(10).
104662*            CTAAFI O NUMERO INTERNO DEL DOCUMENTO SEGUN ORIGEN
104662     02  CCS-CODENT                  PIC X(03).
104662     02  CCS-TIN-CD                  PIC X(01).
104662     02  CCS-TIN                     PIC X(11).
104662     02  CCS-COD-UNICO               PIC X(10).
104662     02  CCS-NOMBRE                  PIC X(40).
104662     02  CCS-EXPEDIENTE              PIC X(20).
104662     02  CCS-FEC-PUBLICACION         PIC 9(08).
104662     02  CCS-FEC-LIMITE              PIC 9(08).
104662*        PUBLICACION + PLAZO CORRIDO A DIA HABIL (BSEOFERD)
104662     02  CCS-MONEDA                  PIC X(02).
104662     02  CCS-SALDO                   PIC S9(13)V99.
104662     02  CCS-ESTADO                  PIC X(01).
104662*        'P' RECLAMO DE CREDITO PENDIENTE / 'R' PRESENTADO
104662     02  CCS-FEC-PRESENTA            PIC 9(08).
104662     02  CCS-FEC-REGISTRO            PIC 9(08).
104662     02  CCS-USER-MMTO               PIC X(08).
104662     02  FILLER                      PIC X(46).
