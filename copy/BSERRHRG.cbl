      *------------------ REGISTRO DEL EXTRACTO DE RECURSOS HUMANOS ---*
104647*    EXTRACTO DE PERSONAL ENVIADO POR RECURSOS HUMANOS, UN
104647*    REGISTRO POR USUARIO DEL BUS. EL MAESTRO COMPLETO (RRHH) DA
104647*    EL SUPERVISOR PARA LA RECERTIFICACION TRIMESTRAL (BSEB062);
104647*    EL ARCHIVO DIARIO DE CESADOS (MISMO FORMATO) ALIMENTA LA
104647*    REVOCACION DE ACCESOS DE BSEB063
104647 01  REG-RRHH.
104647     02  RRHH-USER-ID                PIC X(08).
104647     02  RRHH-COD-EMPLEADO           PIC X(10).
104647     02  RRHH-NOMBRE                 PIC X(40).
104647     02  RRHH-AREA                   PIC X(06).
104647     02  RRHH-SUPERVISOR             PIC X(08).
104647*        USER-ID DEL SUPERVISOR QUE CERTIFICA LOS ACCESOS
104647     02  RRHH-ESTADO                 PIC X(01).
104647*        'A' ACTIVO / 'C' CESADO
104647     02  RRHH-FEC-CESE               PIC 9(08).
104647     02  FILLER                      PIC X(19).
