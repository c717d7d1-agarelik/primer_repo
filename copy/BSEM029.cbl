104628     02  FILLER                  PIC X(64)  VALUE
104628          '010*ERROR AL ACCEDER ARCHIVO CLIMERGE
104628-         '-BSEO029 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '011*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO029 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '012*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO029 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '013*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO029 '.
104628 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  13  TIMES.
104628         04  WT01-COD-MSG        PIC 9(03).
104628         04  FILLER              PIC X(01).
104628         04  WT01-TXT-MSG.
