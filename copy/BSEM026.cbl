104618     02  FILLER                  PIC X(64)  VALUE
104618          '009*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104618-         '-BSEO026 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '010*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO026 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '011*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO026 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '012*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO026 '.
104618 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104658     02  FILLER  OCCURS  12  TIMES.
104618         04  WT01-COD-MSG        PIC 9(03).
104618         04  FILLER              PIC X(01).
104618         04  WT01-TXT-MSG.
