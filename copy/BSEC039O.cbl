      *------------------ TRAMA DE SALIDA  CONSULTARPROCESOMASIVO -----*
104657 01  REG-BSEC039O.
104657     02  BSEC039O-CANT-PROCESOS      PIC 9(02).
104657     02  BSEC039O-PROCESO-OCC  OCCURS  20  TIMES
104657                               INDEXED BY BX39.
104657*        DEL MAS RECIENTE AL MAS ANTIGUO
104657         04  BSEC039O-NRO-PROCESO    PIC X(14).
104657         04  BSEC039O-OPERACION      PIC X(25).
104657         04  BSEC039O-SOLICITANTE    PIC X(08).
104657         04  BSEC039O-ESTADO         PIC X(01).
104657         04  BSEC039O-DESC-ESTADO    PIC X(20).
104657         04  BSEC039O-FEC-SOLICITUD  PIC 9(08).
104657         04  BSEC039O-HORA-SOLICITUD PIC 9(06).
104657         04  BSEC039O-FEC-INICIO     PIC 9(08).
104657         04  BSEC039O-HORA-INICIO    PIC 9(06).
104657         04  BSEC039O-FEC-FIN        PIC 9(08).
104657         04  BSEC039O-HORA-FIN       PIC 9(06).
104657         04  BSEC039O-CANT-FILAS     PIC 9(07).
104657         04  BSEC039O-CANT-OK        PIC 9(07).
104657         04  BSEC039O-CANT-ERROR     PIC 9(07).
104657         04  BSEC039O-ARCHIVO-LISTA  PIC X(44).
104657         04  BSEC039O-ARCHIVO-RESULT PIC X(44).
104657         04  BSEC039O-MOTIVO         PIC X(60).
104657     02  FILLER                      PIC X(10677).
