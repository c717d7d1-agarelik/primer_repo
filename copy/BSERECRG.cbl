      *------------------ REGISTRO DEL ARCHIVO DE RECAUDACION ---------*
104633*    PAGOS DE COTIZACIONES JUDICIALES COBRADOS EN VENTANILLA DE
104633*    BANCOS Y AGENTES: CADA DETALLE TRAE EL NUMERO DE COTIZACION
104633*    O LA CUENTA, EL IMPORTE Y LA FECHA DE PAGO. EL ARCHIVO
104633*    LLEVA CABECERA 'H' Y COLA 'T' (CANTIDAD Y SUMA DE CONTROL
104633*    ENTERA DE IMPORTES); SE RECHAZA SI LA COLA FALTA O NO CIERRA
104633 01  REG-RECAUDO.
104633     02  RECA-TIPO                   PIC X(01).
104633*        'D' DETALLE / 'H' CABECERA / 'T' COLA
104633     02  RECA-NRO-COTIZACION         PIC X(14).
104633     02  RECA-CTAAFI                 PIC X(10).
104633     02  RECA-IMPORTE                PIC S9(13)V99.
104633     02  RECA-FEC-PAGO               PIC 9(08).
104633     02  RECA-CANAL                  PIC X(04).
104633*        BANCO O AGENTE RECAUDADOR
104633     02  RECA-REF-OPERACION          PIC X(20).
104633     02  FILLER                      PIC X(08).
104633 01  REG-RECAUDO-CTL.
104633     02  RECA-CTL-TIPO               PIC X(01).
104633     02  RECA-CTL-ORIGEN             PIC X(08).
104633     02  RECA-CTL-FECHA              PIC 9(08).
104633     02  RECA-CTL-CANTIDAD           PIC 9(09).
104633     02  RECA-CTL-HASH-IMPORTE       PIC 9(15).
104633     02  FILLER                      PIC X(39).
