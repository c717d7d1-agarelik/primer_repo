      *------------------ REGISTRO DE DECISIONES CON ATRIBUCION -------*
104659*    UNO POR DECISION SUJETA A LA MATRIZ DE ATRIBUCIONES: IMPORTE
104659*    EN SOLES, LIMITE DEL NIVEL DEL USUARIO Y USO DEL LIMITE. LAS
104659*    QUE EXCEDEN QUEDAN DERIVADAS CON EL NIVEL QUE LAS CUBRE. LO
104659*    GRABA LA RUTINA BSEOATRI; LO LISTA CADA MES BSEB075
104659 01  REG-AUTLOG.
104659     02  AUTLOG-CLAVE.
104659         04  AUTLOG-FECHA            PIC 9(08).
104659         04  AUTLOG-HORA             PIC 9(06).
104659         04  AUTLOG-TAREA            PIC 9(07).
104659     02  AUTLOG-USER-ID              PIC X(08).
104659     02  AUTLOG-NIVEL                PIC 9(02).
104659*        00 USUARIO SIN NIVEL ASIGNADO (NIVUSU)
104659     02  AUTLOG-OPERACION            PIC X(25).
104659     02  AUTLOG-CTAAFI               PIC X(10).
104659     02  AUTLOG-REFERENCIA           PIC X(14).
104659*        NUMERO DE COTIZACION EN LOS PAGOS; EN BLANCO EN LOS DEMAS
104659     02  AUTLOG-MONEDA               PIC X(02).
104659     02  AUTLOG-IMPORTE              PIC S9(13)V99.
104659     02  AUTLOG-TIPO-CAMBIO          PIC S9(05)V9(04).
104659     02  AUTLOG-IMP-SOLES            PIC S9(13)V99.
104659     02  AUTLOG-LIMITE               PIC S9(13)V99.
104659     02  AUTLOG-PORC-USO             PIC 9(05)V99.
104659*        IMPORTE EN SOLES SOBRE EL LIMITE; 99999.99 SIN LIMITE
104659     02  AUTLOG-RESULTADO            PIC X(01).
104659*        'D' DENTRO DE LA ATRIBUCION / 'E' EXCEDE: DERIVADA
104659     02  AUTLOG-NIVEL-REQUERIDO      PIC 9(02).
104659*        MENOR NIVEL CUYO LIMITE CUBRE EL IMPORTE; 99 NINGUNO
104659     02  FILLER                      PIC X(04).
