      *------------------ REGISTRO DE DIFERENCIAS DE PAGOS ABIERTAS ---*
104652*    DIFERENCIA ENTRE UN PAGO APLICADO POR EL BUS (PAGOLOG) Y LA
104652*    HISTORIA DE PAGOS DEL CORE (TRAMA 038) QUE LA CONCILIACION
104652*    DIARIA (BSEB067) AUN VE ABIERTA. CADA CORRIDA LA VUELVE A
104652*    BUSCAR: SI SE REPRODUCE CONSERVA LA FECHA DE ALTA Y SUMA UNA
104652*    CORRIDA; SI NO, SE DA POR RESUELTA Y SALE DE LA RECARGA.
104652*    EL ARCHIVO VIENE CLASIFICADO POR CTAAFI
104652 01  REG-DIFPAG.
104652     02  DIFPAG-CTAAFI               PIC X(10).
104652     02  DIFPAG-TIPO                 PIC X(01).
104652*        'P' PAGO DEL BUS QUE NO FIGURA EN LA TRAMA 038
104652*        'C' PAGO DE LA TRAMA 038 SIN REGISTRO EN PAGOLOG
104652*        'I' MISMA FECHA CON IMPORTE DISTINTO
104652*        'F' MISMO IMPORTE CON FECHA DISTINTA (DENTRO DE LA
104652*            TOLERANCIA DE DIAS DE LA CORRIDA)
104652     02  DIFPAG-NRO-COTIZACION       PIC X(14).
104652     02  DIFPAG-FEC-BUS              PIC 9(08).
104652     02  DIFPAG-IMP-BUS              PIC S9(13)V99.
104652     02  DIFPAG-FEC-038              PIC 9(08).
104652     02  DIFPAG-IMP-038              PIC S9(13)V99.
104652*        EN 'P' LOS DATOS DE LA 038 VAN EN CERO Y EN 'C' LOS
104652*        DEL BUS (COTIZACION EN BLANCO)
104652     02  DIFPAG-ESTADO               PIC X(01).
104652*        'A' ABIERTA
104652     02  DIFPAG-FEC-ALTA             PIC 9(08).
104652     02  DIFPAG-FEC-ULT-VISTO        PIC 9(08).
104652     02  DIFPAG-CANT-CORRIDAS        PIC 9(05).
104652     02  DIFPAG-DIAS-ANTIG           PIC 9(05).
104652     02  FILLER                      PIC X(22).
