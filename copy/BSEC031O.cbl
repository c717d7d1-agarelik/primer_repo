      *------------------ TRAMA DE SALIDA  REASIGNARCARTERASECT -------*
104636 01  REG-BSEC031O.
104636     02  BSEC031O-SECT-DESTINO       PIC X(04).
104636     02  BSEC031O-NOMBRE             PIC X(30).
104636     02  BSEC031O-EQUIPO             PIC X(04).
104636     02  BSEC031O-CAPACIDAD          PIC 9(05).
104636     02  BSEC031O-CARGA              PIC 9(05).
104636     02  BSEC031O-CANT-CUENTAS       PIC 9(02).
104636     02  BSEC031O-CANT-REASIGNADAS   PIC 9(02).
104636     02  BSEC031O-CUENTA  OCCURS  50 TIMES.
104636         04  BSEC031O-CTAAFI         PIC X(10).
104636         04  BSEC031O-SECT-ANTERIOR  PIC X(04).
104636         04  BSEC031O-RESULTADO      PIC X(02).
104636*            '00' REASIGNADA / '01' YA ERA DEL DESTINO
104636*            '02' CUENTA NO ESTA EN COBRANZA JUDICIAL
104636*            '03' ERROR AL ACTUALIZAR ASIGLOG
104636*            '04' ERROR AL CONSULTAR LA CUENTA (CLOCRM02)
104636*    CONSULTA (MODO 'C'): ASIGNACION VIGENTE E HISTORIA
104636     02  BSEC031O-CON-CTAAFI         PIC X(10).
104636     02  BSEC031O-CON-SECTORISTA     PIC X(04).
104636     02  BSEC031O-CON-NOMBRE         PIC X(30).
104636     02  BSEC031O-CON-FEC-ASIGNACION PIC 9(08).
104636     02  BSEC031O-CON-ORIGEN         PIC X(01).
104636     02  BSEC031O-CON-CANT-HIST      PIC 9(02).
104636     02  BSEC031O-CON-HIST  OCCURS  5 TIMES.
104636         04  BSEC031O-CON-H-SECTORISTA PIC X(04).
104636         04  BSEC031O-CON-H-FEC-DESDE  PIC 9(08).
104636         04  BSEC031O-CON-H-FEC-HASTA  PIC 9(08).
104636         04  BSEC031O-CON-H-ORIGEN     PIC X(01).
104636     02  FILLER                      PIC X(15247).
