      *------------------ REGISTRO DE RESULTADOS DEL PROCESO MASIVO ---*
104657*    UN ARCHIVO POR PROCESO MASIVO (BSEB073): CABECERA 'H',
104657*    UN DETALLE 'D' POR FILA EJECUTADA CON LA RESPUESTA COMPLETA
104657*    DE LA OPERACION Y COLA 'T' CON LAS CANTIDADES DEL PROCESO
104657 01  REG-RESMAS.
104657     02  RMA-TIPO                    PIC X(01).
104657     02  RMA-NRO-FILA                PIC 9(07).
104657*        NUMERO DE REGISTRO EN EL ARCHIVO DE ENTRADA
104657     02  RMA-ENTRADA                 PIC X(80).
104657     02  RMA-COD-RESPUESTA           PIC 9(02).
104657     02  RMA-COD-MENSAJE             PIC 9(03).
104657     02  RMA-DESCR-MENSAJE           PIC X(60).
104657     02  RMA-LONGITUD-OUTPUT         PIC 9(05).
104657     02  RMA-DATOS                   PIC X(5800).
104657*        TRAMA DE SALIDA DE LA OPERACION (BSE-DATOS)
104657     02  FILLER                      PIC X(42).
104657 01  REG-RESMAS-CTL.
104657     02  RMA-CTL-TIPO                PIC X(01).
104657     02  RMA-CTL-PROGRAMA            PIC X(08).
104657     02  RMA-CTL-NRO-PROCESO         PIC X(14).
104657     02  RMA-CTL-OPERACION           PIC X(25).
104657     02  RMA-CTL-USER-ID             PIC X(08).
104657     02  RMA-CTL-FECHA               PIC 9(08).
104657     02  RMA-CTL-CANTIDAD            PIC 9(09).
104657     02  RMA-CTL-CANT-OK             PIC 9(09).
104657     02  RMA-CTL-CANT-ERROR          PIC 9(09).
104657     02  FILLER                      PIC X(5909).
