      *------------------ REGISTRO DE COBERTURA POR GARANTIAS ---------*
104641*    COBERTURA DE CADA CUENTA JUDICIAL CON GARANTIA (BSEB056),
104641*    EN LA MONEDA DEL CREDITO. BSEB027 PROVISIONA SOLO EL SALDO
104641*    NO CUBIERTO. LLEVA CABECERA 'H' Y COLA 'T' (CANTIDAD Y SUMA
104641*    ENTERA DE LO CUBIERTO)
104641 01  REG-COBERTU.
104641     02  COB-CTAAFI                  PIC X(10).
104641     02  COB-MONEDA                  PIC X(02).
104641     02  COB-SALDO                   PIC S9(13)V99.
104641     02  COB-VALOR-GARANTIA          PIC S9(13)V99.
104641*        TASACIONES VIGENTES DE PRIMER RANGO EN MONEDA DEL CREDITO
104641     02  COB-CUBIERTO                PIC S9(13)V99.
104641*        MENOR ENTRE EL SALDO Y EL VALOR DE LAS GARANTIAS
104641     02  COB-PCT-COBERTURA           PIC 9(05)V99.
104641     02  FILLER                      PIC X(16).
