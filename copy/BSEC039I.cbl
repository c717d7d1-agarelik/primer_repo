      *------------------ TRAMA DE ENTRADA CONSULTARPROCESOMASIVO -----*
104657 01  REG-BSEC039I.
104657     02  BSEC039I-CODENT             PIC X(03).
104657     02  BSEC039I-NRO-PROCESO        PIC X(14).
104657*        EN BLANCO = LOS ULTIMOS PROCESOS DEL USUARIO
104657     02  FILLER                      PIC X(16242).
