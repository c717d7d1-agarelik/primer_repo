      *------------------ INDICE DE DOCUMENTOS DIGITALES (DOCIDX) -----*
104666*    DOCUMENTOS ESCANEADOS EN EL GESTOR DOCUMENTAL (DEMANDAS,
104666*    SENTENCIAS, OFICIOS DE EMBARGO, CONVENIOS FIRMADOS, LETRAS)
104666*    INDEXADOS POR LA CLAVE DE NEGOCIO A LA QUE PERTENECEN, CON
104666*    UNA SECUENCIA POR CLAVE (CLAVE DEL KSDS DOCIDX)
104666 01  REG-DOCIDX.
104666     02  DOC-CLAVE.
104666         04  DOC-TIPO-CLAVE          PIC X(01).
104666*            'C' CUENTA JUDICIAL (CTAAFI)
104666*            'E' EMBARGO (EMBLOG-REFERENCIA)
104666*            'X' EXPEDIENTE (EXPLOG-NRO-EXPEDIENTE)
104666*            'D' DOCUMENTO DESCONTADO (CRM-CO-NUMERO-30)
104666         04  DOC-CLAVE-NEGOCIO       PIC X(30).
104666         04  DOC-SECUENCIA           PIC 9(03).
104666     02  DOC-TIPO-DOCUMENTO          PIC X(03).
104666*        CODIGO DE REFTAB 'DOC': 'DEM' DEMANDA / 'SEN' SENTENCIA
104666*        O RESOLUCION / 'OFI' OFICIO DE EMBARGO / 'CNV' CONVENIO
104666*        FIRMADO / 'LET' LETRA / 'FAC' FACTURA / 'OTR' OTRO
104666     02  DOC-REF-DMS                 PIC X(40).
104666*        IDENTIFICADOR DEL DOCUMENTO EN EL GESTOR DOCUMENTAL
104666     02  DOC-FEC-DOCUMENTO           PIC 9(08).
104666     02  DOC-USER-INDEXA             PIC X(08).
104666     02  DOC-FEC-INDEXA              PIC 9(08).
104666     02  DOC-ORIGEN                  PIC X(01).
104666*        'O' EN LINEA (BSEO042) / 'L' CARGA NOCTURNA (BSEB082)
104666     02  FILLER                      PIC X(18).
