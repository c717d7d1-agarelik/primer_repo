      *------------------ REGISTRO DEL ARCHIVO DE ASIGNACIONES --------*
104636*    SECTORISTA ASIGNADO A CADA CUENTA EN COBRANZA JUDICIAL
104636*    (CLAVE CTAAFI). LAS ASIGNACIONES ANTERIORES QUEDAN EN LA
104636*    HISTORIA, LA MAS RECIENTE ADELANTE Y HASTA CINCO, COMO LA
104636*    HISTORIA DE ETAPAS DE EXPLOG
104636 01  REG-ASIGLOG.
104636     02  ASIG-CTAAFI                 PIC X(10).
104636     02  ASIG-SECTORISTA             PIC X(04).
104636     02  ASIG-EQUIPO                 PIC X(04).
104636     02  ASIG-FEC-ASIGNACION         PIC 9(08).
104636     02  ASIG-ORIGEN                 PIC X(01).
104636*        'N' ASIGNACION NOCTURNA DE CUENTA NUEVA (BSEB050)
104636*        'B' REDISTRIBUCION POR BAJA DEL SECTORISTA (BSEB050)
104636*        'R' REASIGNACION EN LINEA (BSEO031)
104636     02  ASIG-NUM-HIST               PIC 9(02).
104636     02  ASIG-HIST  OCCURS  5  TIMES.
104636         04  ASIG-HIST-SECTORISTA    PIC X(04).
104636         04  ASIG-HIST-FEC-DESDE     PIC 9(08).
104636         04  ASIG-HIST-FEC-HASTA     PIC 9(08).
104636         04  ASIG-HIST-ORIGEN        PIC X(01).
104636     02  ASIG-USER-ID                PIC X(08).
104636     02  ASIG-FECHA                  PIC S9(7)  COMP-3.
104636     02  ASIG-HORA                   PIC S9(7)  COMP-3.
