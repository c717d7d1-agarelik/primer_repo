      *------------------ REGISTRO DE LA MATRIZ DE ATRIBUCIONES -------*
104659*    IMPORTE MAXIMO QUE CADA NIVEL DE USUARIO PUEDE APROBAR POR
104659*    OPERACION Y MONEDA DEL CREDITO, EXPRESADO EN SOLES. UNA
104659*    OPERACION SIN NINGUN REGISTRO NO ESTA SUJETA A ATRIBUCIONES;
104659*    SI TIENE REGISTROS, UN NIVEL SIN FILA PARA LA MONEDA NO TIENE
104659*    ATRIBUCION EN ELLA. LA CONSULTA LA RUTINA BSEOATRI
104659 01  REG-ATRIBUC.
104659     02  ATR-CLAVE.
104659         04  ATR-OPERACION           PIC X(25).
104659         04  ATR-MONEDA              PIC X(02).
104659         04  ATR-NIVEL               PIC 9(02).
104659     02  ATR-IMP-MAXIMO              PIC S9(13)V99.
104659*        EN SOLES; EL IMPORTE SE CONVIERTE AL CAMBIO DEL DIA
104659     02  ATR-FEC-ALTA                PIC 9(08).
104659     02  ATR-USER-MMTO               PIC X(08).
