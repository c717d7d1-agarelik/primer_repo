      *------------------ REGISTRO DE SOLICITUDES DE HABEAS DATA ------*
104648*    EXTRACTO DE LAS SOLICITUDES DE DERECHOS DEL TITULAR DE DATOS
104648*    PERSONALES (ACCESO, RECTIFICACION, CANCELACION, OPOSICION)
104648*    QUE ENVIA EL AREA DE CUMPLIMIENTO. MIENTRAS UNA SOLICITUD
104648*    ESTE PENDIENTE, NINGUN REGISTRO DEL CLIENTE SE DEPURA
104648 01  REG-SOLHABEA.
104648     02  HABD-NRO-SOLICITUD          PIC X(12).
104648     02  HABD-COD-UNICO              PIC X(10).
104648     02  HABD-TIPO                   PIC X(01).
104648*        'A' ACCESO / 'R' RECTIFICACION / 'C' CANCELACION
104648*        'O' OPOSICION
104648     02  HABD-ESTADO                 PIC X(01).
104648*        'P' PENDIENTE / 'A' ATENDIDA / 'D' DENEGADA
104648     02  HABD-FEC-SOLICITUD          PIC 9(08).
104648     02  HABD-FEC-ATENCION           PIC 9(08).
104648     02  FILLER                      PIC X(20).
