      *------------------ REGISTRO DEL MAESTRO DE SECTORISTAS ---------*
104636*    OFICIAL DE COBRANZAS CON SU CODIGO, USUARIO, EQUIPO,
104636*    SUPERVISOR Y CAPACIDAD MAXIMA DE CUENTAS. SECT-CARGA LA
104636*    FIJA CADA NOCHE BSEB050 CON LAS CUENTAS QUE TIENE EN
104636*    ASIGLOG Y LA MUEVE EN LINEA LA REASIGNACION (BSEO031)
104636 01  REG-SECTMAE.
104636     02  SECT-CODIGO                 PIC X(04).
104636     02  SECT-USER-ID                PIC X(08).
104636     02  SECT-NOMBRE                 PIC X(30).
104636     02  SECT-EQUIPO                 PIC X(04).
104636     02  SECT-SUPERVISOR             PIC X(04).
104636*        CODIGO DE SECTORISTA DEL SUPERVISOR DEL EQUIPO
104636     02  SECT-CAPACIDAD              PIC 9(05).
104636     02  SECT-CARGA                  PIC 9(05).
104636     02  SECT-ESTADO                 PIC X(01).
104636*        'A' ACTIVO / 'S' SUSPENDIDO, NO RECIBE CUENTAS NUEVAS
104636*        'B' BAJA, SU CARTERA SE REDISTRIBUYE EN LA NOCHE
104636     02  SECT-FEC-ALTA               PIC 9(08).
104636     02  SECT-FEC-BAJA               PIC 9(08).
104636     02  SECT-USER-MMTO              PIC X(08).
104636     02  FILLER                      PIC X(05).
