104612     02  FILLER                  PIC X(64)  VALUE
104612          '012*CUOTA DE LLAMADAS EXCEDIDA REINTENTE LUEGO
104612-         '-BSEO014 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '013*ID DE SOLICITUD YA USADO CON OTROS DATOS
104658-         '-BSEO014 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '014*SOLICITUD CON EL MISMO ID EN PROCESO REINTENTE
104658-         '-BSEO014 '.
104658     02  FILLER                  PIC X(64)  VALUE
104658          '015*ERROR AL ACCEDER ARCHIVO IDEMLOG
104658-         '-BSEO014 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '016*FECHA EFECTIVA EN PERIODO CERRADO
104663-         '-BSEO014 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '017*SIN PERMISO PARA FORZAR EL PERIODO CERRADO
104663-         '-BSEO014 '.
104663     02  FILLER                  PIC X(64)  VALUE
104663          '018*ERROR AL VERIFICAR CIERRE DE PERIODO (REFTAB)
104663-         '-BSEO014 '.
104572 01  FILLER  REDEFINES  WT01-TABLA-MENSAJES.
104663     02  FILLER  OCCURS  18  TIMES.
104572         04  WT01-COD-MSG        PIC 9(03).
104572         04  FILLER              PIC X(01).
104572         04  WT01-TXT-MSG.
