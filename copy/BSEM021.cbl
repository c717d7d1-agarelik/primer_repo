104612     02  FILLER                  PIC X(64)  VALUE
104612          '012*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104612-         '-BSEO021 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '013*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO021 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '014*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO021 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '015*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO021 '.
104596 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  15  TIMES.
104596         04  WT01-COD-MSG        PIC 9(03).
104596         04  FILLER              PIC X(01).
104596         04  WT01-TXT-MSG.
