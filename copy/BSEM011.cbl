104614     02  FILLER                  PIC X(64)  VALUE
104614          '010*TARJETA NO UBICADA EN EL MAESTRO ATCO088
104614-         '-BSEO011 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '011*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO011 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '012*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO011 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '013*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO011 '.
104559 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  13  TIMES.
104559         04  WT01-COD-MSG        PIC 9(03).
104559         04  FILLER              PIC X(01).
104559         04  WT01-TXT-MSG.
