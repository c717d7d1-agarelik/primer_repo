      *------------------ COMMAREA RUTINA BSEOATRI (ATRIBUCIONES) -----*
104659 01  ATB-COMMAREA.
104659     02  ATB-USER-ID                 PIC X(08).
104659     02  ATB-OPERACION               PIC X(25).
104659     02  ATB-CTAAFI                  PIC X(10).
104659     02  ATB-REFERENCIA              PIC X(14).
104659     02  ATB-MONEDA                  PIC X(02).
104659     02  ATB-IMPORTE                 PIC S9(13)V99.
104659*        IMPORTE DE LA DECISION EN LA MONEDA DEL CREDITO
104659     02  ATB-COD-RESPTA              PIC X(02).
104659*        '00' DENTRO DE LA ATRIBUCION U OPERACION NO SUJETA
104659*        '04' EXCEDE LA ATRIBUCION: DERIVAR AL NIVEL REQUERIDO
104659*        '08' SIN TIPO DE CAMBIO DEL DIA PARA LA MONEDA
104659*        '12' ERROR DE ARCHIVO
104659     02  ATB-NIVEL                   PIC 9(02).
104659     02  ATB-NIVEL-REQUERIDO         PIC 9(02).
104659*        99 NINGUN NIVEL DE LA MATRIZ CUBRE EL IMPORTE
104659     02  ATB-IMP-SOLES               PIC S9(13)V99.
104659     02  ATB-LIMITE                  PIC S9(13)V99.
